      *================================================================
      * DOOMFRG.CPY - Versus Frag Ledger Record
      * One line per event in DOOM.VSLEDGER, the append-only history
      * of versus (deathmatch) sessions. DOOMBAT opens each versus
      * session with a 'B' line carrying the limits it runs under;
      * DOOMCBT writes a 'V' line for every SHOOT it resolves (STRUCK
      * set when the volley hit anything, the victim seat set when
      * what it hit was the other player) and an 'F'
      * line when one seat kills the other; DOOMVREF writes the
      * deaths nobody fired - 'S' a suicide (cause HAZARD or BARREL)
      * and 'M' a death to a monster. Seats are the GAMESTAT player
      * blocks, 1 and 2; zero means nobody. Everything after the
      * last 'B' line is the session DOOMVRPT stands up.
      *================================================================
       01  FRAG-LEDGER-RECORD.
           05  FRG-TICK            PIC 9(8).
           05  FRG-EVENT           PIC X.
               88  FRG-SESSION-START  VALUE 'B'.
               88  FRG-VOLLEY         VALUE 'V'.
               88  FRG-FRAG           VALUE 'F'.
               88  FRG-SUICIDE        VALUE 'S'.
               88  FRG-MONSTER-KILL   VALUE 'M'.
      *        Killer on an 'F', shooter on a 'V'.
           05  FRG-ACTOR-SEAT      PIC 9.
           05  FRG-VICTIM-SEAT     PIC 9.
      *        The weapon on 'V'/'F', HAZARD or BARREL on 'S', the
      *        monster type name (the DOOM.DMGLOG cause) on 'M'.
           05  FRG-CAUSE           PIC X(8).
           05  FRG-X               PIC 99.
           05  FRG-Y               PIC 99.
           05  FRG-SHOTS           PIC 99.
           05  FRG-STRUCK          PIC X.
               88  FRG-VOLLEY-HIT     VALUE 'Y'.
      *        Carried on the 'B' line only.
           05  FRG-FRAG-LIMIT      PIC 9(3).
           05  FRG-TICK-LIMIT      PIC 9(5).
           05  FILLER              PIC X(46).
