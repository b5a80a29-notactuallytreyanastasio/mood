      * subtype 40 + weapon, the weapon band FIND-ITEMS already
      * steers at. MAN-KIND 'P' carries the level's par time in
      * TICKS in MAN-PAR-TICKS - the intermission judges it against
      * the STATE-TICK counter, not wall-clock seconds. MAN-KIND 'S'
      * is a versus respawn point - MAN-TYPE 01 or 02 reserves it
      * for that seat, 00 lets either seat use it. It places nothing
      * in the world. MAN-KIND 'K' is a keycard - MAN-TYPE 01 red,
      * 02 yellow, 03 blue. It takes no entity slot: DOOMSPWN lays it
      * onto the map cell as the '1'/'2'/'3' an author could have
      * drawn there, and DOOMLEVL's solvability search counts it.
      * The manifest is also the population denominator reports use:
      * how many monsters and items the level started with.
      * DOOM.MANIFEST and its DOOM.MANIFEST.PEND proposal start with
      * a DOOMVHD.CPY header line, layout DOOMMAN - keep it as the
      * first line when editing by hand. From version 01 MAN-PAR-
      * TICKS is numeric on every line, zero where it means nothing.
      * From version 02 a monster, item, weapon or barrel placement
      * may name an ambush group in MAN-GROUP (00 is no group), and
      * MAN-KIND 'T' is a trigger cell at MAN-X/MAN-Y: the first
      * time the player steps onto it, MAN-GROUP's placements are
      * spawned ('S' in MAN-TRIGGER-ACTION - held back until then)
      * or woken ('W' - placed dormant as usual, then roused)
      * MAN-TRIGGER-DELAY ticks later. DOOMAMBH keeps the trigger
      * state; MAN-GROUP and MAN-TRIGGER-DELAY are numeric on every
      * line, zero where they mean nothing.
      *================================================================
       01  MANIFEST-RECORD.
           05  MAN-LEVEL           PIC 99.
      *        starting health.
               88  MAN-BARREL      VALUE 'B'.
               88  MAN-PAR         VALUE 'P'.
               88  MAN-SPAWN-POINT VALUE 'S'.
               88  MAN-KEYCARD     VALUE 'K'.
               88  MAN-TRIGGER     VALUE 'T'.
           05  MAN-TYPE            PIC 99.
           05  MAN-X               PIC 99.
           05  MAN-Y               PIC 99.
           05  MAN-PAR-TICKS       PIC 9(5).
           05  MAN-GROUP           PIC 99.
           05  MAN-TRIGGER-ACTION  PIC X.
               88  MAN-TRIGGER-SPAWNS VALUE 'S'.
               88  MAN-TRIGGER-WAKES  VALUE 'W'.
           05  MAN-TRIGGER-DELAY   PIC 9(3).
           05  FILLER              PIC X(60).
