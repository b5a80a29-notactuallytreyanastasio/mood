      * housekeeping pass (level-start snapshots always survive).
      * RET-ARCHIVE-LOGS - 'Y' archives-then-truncates the move and
      * divergence logs, anything else leaves them alone.
      * RET-LOOSE-MONTHS - how many months (the current one counted)
      * a closed session's DOOM.ARC.<session>.* files stay loose
      * before DOOMPACK packs them into a consolidated archive.
      * DOOM.RETAIN starts with a DOOMVHD.CPY header, layout DOOMRET;
      * from version 01 both counts are numeric.
      *================================================================
       01  RETAIN-RECORD.
           05  RET-KEEP-SNAPS      PIC 9(3).
           05  RET-ARCHIVE-LOGS    PIC X.
           05  RET-LOOSE-MONTHS    PIC 99.
           05  FILLER              PIC X(74).
