      *================================================================
      * DOOMJQE.CPY - Overnight Job Queue Entry
      * One line per queued session in DOOM.JOBQ, worked top to
      * bottom by DOOMJOBQ. The label becomes the session id, so it
      * names the job's kept file set (JOB.<label>.<file>), its
      * DOOM.ARC.<label>.* archives and its DOOM.ARCHIDX line - keep
      * labels unique across the queue and across past nights.
      * Skill is 1-3 as in DOOMSKL.CPY; the engine is any primary
      * DOOM.ENGINESEL takes (AI1, AI2, TACT, PATH); the budget is
      * DOOMBAT's session tick count (99999 = until a stop
      * condition). JQE-STATUS is maintained by the runner: spaces
      * for a job still to run, 'A' while it is running (a restart
      * finding one puts the live files back and runs it again),
      * 'D' done, 'R' rejected for bad fields.
      *================================================================
       01  JOB-QUEUE-ENTRY.
           05  JQE-LABEL           PIC X(8).
           05  FILLER              PIC X.
           05  JQE-START-LEVEL     PIC 99.
           05  FILLER              PIC X.
           05  JQE-SKILL           PIC 9.
           05  FILLER              PIC X.
           05  JQE-ENGINE          PIC X(4).
           05  FILLER              PIC X.
           05  JQE-TICK-BUDGET     PIC 9(5).
           05  FILLER              PIC X.
           05  JQE-STATUS          PIC X.
               88  JQE-PENDING     VALUE ' '.
               88  JQE-ACTIVE      VALUE 'A'.
               88  JQE-DONE        VALUE 'D'.
               88  JQE-REJECTED    VALUE 'R'.
           05  FILLER              PIC X(54).
