      *================================================================
      * DOOMPTR.CPY - Post-Mortem Trail Record (DOOM.POSTTRAIL)
      * One line per tick, appended by DOOMPOST's record function at
      * the end of DOOMBAT's tick (the POST step), so the facts a
      * death investigation needs are on file while the live files
      * still hold them: the frame's health, armor and weapon, the
      * seat-1 grid position, the command that won the tick and the
      * monsters standing within close range. Nothing else keeps a
      * per-tick account of armor, position or what was in range -
      * the frame and GAMESTAT are rewritten every tick. DOOMDETH's
      * closeout has DOOMPOST line the last ticks up into the death
      * dossier, then truncates the trail with the other live files.
      *   PTR-WEAPON-DRY 'Y' - the weapon in hand needs ammo and its
      *                        pool is empty (fist and chainsaw never
      *                        run dry);
      *   PTR-ALT-WEAPON     - an owned weapon with ammo in its pool,
      *                        best first the way DOOMAI2 picks one
      *                        (rocket, plasma, shotgun, chaingun,
      *                        pistol); space when there is none;
      *   PTR-ENGINE..       - the first command-shaped record left in
      *                        DOOM.COMMANDS; spaces when the tick
      *                        ran on keyboard input or on nothing;
      *   PTR-IN-RANGE       - live monsters at melee or close range
      *                        (distance 256 or less), the first four
      *                        of their types in PTR-RANGE-TYPE and
      *                        the nearest one's distance;
      *   PTR-WARDED-FLAG 'Y' - FLAG-INVULN-TIMER was still running at
      *                        the end of the tick, so the monster
      *                        and return-fire hits on the ledger for
      *                        it never reached health or armor.
      *================================================================
       01  POST-TRAIL-RECORD.
           05  PTR-TICK                   PIC 9(8).
           05  PTR-LEVEL                  PIC 99.
           05  PTR-HEALTH                 PIC 999.
           05  PTR-ARMOR                  PIC 999.
           05  PTR-X                      PIC 99.
           05  PTR-Y                      PIC 99.
           05  PTR-WEAPON                 PIC 9.
           05  PTR-WEAPON-DRY             PIC X.
               88  PTR-DRY                VALUE 'Y'.
           05  PTR-ALT-WEAPON             PIC X.
               88  PTR-NO-ALTERNATE       VALUE SPACE.
           05  PTR-ENGINE                 PIC X(8).
           05  PTR-ACTION                 PIC X(8).
           05  PTR-DIRECTION              PIC X(8).
           05  PTR-IN-RANGE               PIC 9.
           05  PTR-RANGE-TYPES.
               10  PTR-RANGE-TYPE OCCURS 4 TIMES PIC 99.
           05  PTR-NEAREST                PIC 9(5).
           05  PTR-WARDED-FLAG            PIC X.
               88  PTR-WARDED             VALUE 'Y'.
           05  FILLER                     PIC X(18).
