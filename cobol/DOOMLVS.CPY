      *================================================================
      * DOOMLVS.CPY - Level Persistence Record (DOOM.LVLSTATE)
      * What a level looked like the last time the player left it,
      * so a return trip finds it the way it was left rather than
      * freshly populated from DOOM.MANIFEST. Kept by DOOMLVST and
      * nobody else. Each level owns a block of 150 relative slots
      * starting after slot (level - 1) * 150:
      *   +1       one 'LVSHEAD ' record - visits saved so far, the
      *            tick of the last save, how many of each record
      *            below belong to it, and the kills and items left
      *            standing as the player went;
      *   +2..51   'LVSENTTY' records - the ENTITIES records in file
      *            order, LVS-SEQ the position;
      *   +52..115 'LVSRICH ' records - the DOOM.GAMESTAT ENEMY
      *            records in file order;
      *   +116..150 'LVSDOOR ' records - the level's DOOM.DOORSTATE
      *            entries, each with the ticks it had left to run.
      * The images sit in LVS-BODY exactly as they were read. A slot
      * past the header's count is left over from an earlier save
      * and is never read.
      *================================================================
       01  LEVEL-STATE-RECORD.
           05  LVS-RECORD-TYPE            PIC X(8).
               88  LVS-HEADER-REC         VALUE 'LVSHEAD '.
               88  LVS-ENTITY-REC         VALUE 'LVSENTTY'.
               88  LVS-RICH-REC           VALUE 'LVSRICH '.
               88  LVS-DOOR-REC           VALUE 'LVSDOOR '.
           05  LVS-LEVEL                  PIC 99.
           05  LVS-SEQ                    PIC 99.
           05  LVS-BODY                   PIC X(120).
       01  LEVEL-STATE-HEADER.
           05  FILLER                     PIC X(12).
           05  LVSH-VISITS                PIC 9(3).
           05  LVSH-SAVED-TICK            PIC 9(8).
           05  LVSH-ENTITY-COUNT          PIC 99.
           05  LVSH-RICH-COUNT            PIC 99.
           05  LVSH-DOOR-COUNT            PIC 99.
           05  LVSH-MONSTERS-DEAD         PIC 9(3).
           05  LVSH-ITEMS-LEFT            PIC 9(3).
           05  FILLER                     PIC X(97).
