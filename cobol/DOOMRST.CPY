      * Tracks which per-tick batch step (see DOOMBAT) last completed,
      * so a batch that abends partway through a tick resumes at the
      * right program instead of re-running steps that already
      * applied a move or command. The step number is the position
      * in DOOM.STEPLIST; the name rides along so a list edited
      * between the abend and the rerun still resumes after the
      * right step.
      *================================================================
       01  RESTART-RECORD.
           05  BATCH-TICK          PIC 9(8).
           05  BATCH-LAST-STEP     PIC 99.
           05  BATCH-LAST-NAME     PIC X(4).
           05  FILLER              PIC X(15).
