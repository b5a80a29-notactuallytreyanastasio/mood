      *================================================================
      * DOOMPRC.CPY - DOOM Perception Record (DOOM.PERCEIVE)
      * One record per entity the AI engines read, rewritten each
      * tick by DOOMPERC. PRC-SOURCE says which file the entity came
      * from and PRC-ORDINAL its place there, counted the way the
      * engine counts it: 'E' the Nth ENTITIES record (DOOMTACT's
      * table), 'F' the Nth valid enemy record of the DOOM.GAMESTAT
      * frame (DOOMAI2's table).
      *   PRC-STATE 'V' - in the player's line of sight this tick;
      *             'H' - out of sight but heard (within alert radius
      *                   of a shot or an awake monster);
      *             'U' - neither.
      * A sighting or a sound refreshes the last-known block; an
      * entity out of sight and out of earshot keeps it, ageing one
      * per tick, until PRC-AGE passes DOOMPERC's memory span and
      * PRC-MEMORY drops to 'N'. Records that are not monsters, or
      * stand off the grid where no trace can judge them, are always
      * 'V' - the engines see them as they always have.
      *================================================================
       01  PERCEPTION-RECORD.
           05  PRC-SOURCE                 PIC X.
               88  PRC-FROM-ENTITIES      VALUE 'E'.
               88  PRC-FROM-FRAME         VALUE 'F'.
           05  PRC-ORDINAL                PIC 99.
           05  PRC-SUBTYPE                PIC 99.
           05  PRC-STATE                  PIC X.
               88  PRC-VISIBLE            VALUE 'V'.
               88  PRC-HEARD              VALUE 'H'.
               88  PRC-UNKNOWN            VALUE 'U'.
           05  PRC-TICK                   PIC 9(8).
           05  PRC-MEMORY                 PIC X.
               88  PRC-REMEMBERED         VALUE 'Y'.
           05  PRC-AGE                    PIC 999.
           05  PRC-LAST-X                 PIC S9(9)
                                          SIGN LEADING SEPARATE.
           05  PRC-LAST-Y                 PIC S9(9)
                                          SIGN LEADING SEPARATE.
           05  PRC-LAST-DISTANCE          PIC 9(5).
           05  PRC-LAST-ANGLE             PIC S9(3)
                                          SIGN LEADING SEPARATE.
           05  FILLER                     PIC X(33).
