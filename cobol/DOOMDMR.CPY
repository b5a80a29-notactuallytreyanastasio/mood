      * and the monster type name (IMP, DEMON, BARON, ZOMBIE,
      * SERGEANT, CACODMN, LOSTSOUL, CYBER, SPIDER) for attacks and
      * return fire. DOOMLETH ranks the causes so "what actually
      * kills us" is a report, not a guess. Causes starting MI- are
      * DOOMSIM's monster infighting - damage one monster did to
      * another (MI-IMP, MI-DEMON, MI-BARON, MI-ZOMBI, MI-SERGT,
      * MI-CACO, MI-LSOUL, MI-CYBER, MI-SPIDR by attacker) - kept on
      * the same ledger but never charged to the player. A line with
      * SOURCE 'E' is damage the engine REPORTED through DOOM.EVENTS,
      * posted by DOOMEVNT beside the COBOL prediction it was checked
      * against; anything totalling the prediction passes those by.
      *================================================================
       01  DAMAGE-EVENT-RECORD.
           05  DMG-TICK            PIC 9(8).
           05  DMG-CAUSE           PIC X(8).
           05  FILLER              PIC X.
           05  DMG-AMOUNT          PIC 9(4).
           05  FILLER              PIC X.
           05  DMG-SOURCE          PIC X.
               88  DMG-ENGINE-REPORTED VALUE 'E'.
           05  FILLER              PIC X(6).
