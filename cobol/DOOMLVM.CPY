      * next-number-up progression, so old level sets need no catalog
      * at all. DOOMLEVL's validation checks that every referenced
      * level actually has rows in the LEVEL file.
      * LVM-OBJECTIVE is what the level asks of the player before
      * either exit lets them out, with LVM-OBJ-TARGET carrying its
      * figure: 'T' the ENTITY-TYPE to wipe out (01-09), 'S' the
      * ticks to stay alive on the level. 'E' is the classic reach-
      * the-exit. DOOMGOAL judges it for DOOMMV,
      * DOOMREND and DOOMINT; DOOMLEVL rejects one the level's
      * manifest and map cannot satisfy.
      * DOOM.LEVELMETA starts with a DOOMVHD.CPY header line, layout
      * DOOMLVM - keep it as the first line when editing by hand.
      * From version 01 the objective is never blank and every
      * figure is numeric: DOOMCONV gives a catalog from before
      * objectives 'E' and zeroes, where its columns were blank.
      *================================================================
       01  LEVEL-META-RECORD.
           05  LVM-LEVEL           PIC 99.
           05  LVM-NAME            PIC X(16).
           05  LVM-NEXT-LEVEL      PIC 99.
           05  LVM-SECRET-LEVEL    PIC 99.
           05  LVM-OBJECTIVE       PIC X.
               88  LVM-OBJ-EXIT        VALUE 'E' SPACE.
               88  LVM-OBJ-KILL-ALL    VALUE 'K'.
               88  LVM-OBJ-KILL-TYPE   VALUE 'T'.
               88  LVM-OBJ-KEYS        VALUE 'C'.
               88  LVM-OBJ-SURVIVE     VALUE 'S'.
           05  LVM-OBJ-TARGET      PIC 9(5).
           05  FILLER              PIC X(52).
