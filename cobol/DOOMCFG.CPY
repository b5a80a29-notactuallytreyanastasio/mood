      * before DOOMSIM swings it shut again (held open while anyone
      * stands in it). Zero or blank keeps DOOMMV's compiled-in
      * default.
      * DOOM.AICONFIG and the DOOM.CFGPEND proposal both start with
      * a DOOMVHD.CPY header, layout DOOMCFG. From version 01 every
      * figure is numeric - DOOMCONV zeroes what an older file left
      * blank, so zero is the one way to ask for a default.
      * CFG-CHANGED-BY is the operator id the console signed on as
      * when it proposed these values (or rolled back to them), so
      * DOOMPROM can name that person on the promotion line it
      * leaves in DOOM.CFGHIST. *NONE when no operator did - DOOMTUNE
      * writes it on its own proposals. Added at version 02; DOOMCONV
      * writes *NONE into an 01 file.
       01  CONFIG-RECORD.
           05  CFG-LOW-HEALTH      PIC 9(3).
           05  CFG-LOW-AMMO        PIC 9(3).
           05  CFG-DANGER-DIST     PIC 9(5).
           05  CFG-ALERT-RADIUS    PIC 9(3).
           05  CFG-DOOR-TICKS      PIC 9(3).
           05  CFG-CHANGED-BY      PIC X(5).
               88  CFG-NO-OPERATOR VALUE '*NONE'.
           05  FILLER              PIC X(58).
