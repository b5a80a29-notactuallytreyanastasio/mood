      *================================================================
      * DOOMAMB.CPY - Ambush Trigger State Record (DOOM.AMBUSH)
      * One record per manifest trigger cell (MAN-KIND 'T') of every
      * level populated so far this life, saying how far it has got.
      * Kept by DOOMAMBH and nobody else: DOOMSPWN arms a level's
      * triggers when it populates the level from the manifest and
      * releases the groups that have come due, DOOMMV fires a
      * trigger when the player steps onto its cell, DOOMINT asks
      * which groups never came out.
      *   AMB-STATE      - A armed (not yet stepped on), F fired (the
      *                    group comes out at AMB-DUE-TICK), R done
      *                    (the group is out, or another trigger for
      *                    the same group already let it out);
      *   AMB-ACTION     - S spawn the group (held back until then),
      *                    W wake it (placed dormant, then roused).
      *================================================================
       01  AMBUSH-RECORD.
           05  AMB-RECORD-TYPE            PIC X(8).
               88  VALID-AMB-REC          VALUE 'AMBUSH  '.
           05  AMB-LEVEL                  PIC 99.
           05  AMB-X                      PIC 99.
           05  AMB-Y                      PIC 99.
           05  AMB-GROUP                  PIC 99.
           05  AMB-ACTION                 PIC X.
               88  AMB-SPAWNS             VALUE 'S'.
               88  AMB-WAKES              VALUE 'W'.
           05  AMB-DELAY                  PIC 9(3).
           05  AMB-STATE                  PIC X.
               88  AMB-ARMED              VALUE 'A'.
               88  AMB-FIRED              VALUE 'F'.
               88  AMB-DONE               VALUE 'R'.
           05  AMB-FIRED-TICK             PIC 9(8).
           05  AMB-DUE-TICK               PIC 9(8).
           05  FILLER                     PIC X(43).
