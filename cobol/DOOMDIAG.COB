      * the record being processed, plus a journal line so the
      * overnight story shows the abend in sequence. Support reads
      * the dump in the morning instead of reconstructing the scene.
      * Every dump is also raised on the DOOM.ALERTS queue through
      * DOOMALRQ so on-call is paged instead of finding it at dawn.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMDIAG.
           05  WS-JP-TICK          PIC 9(8) VALUE ZERO.
           05  WS-JP-TEXT          PIC X(60).

      *    Shaped to match DOOMALRQ's LINKAGE.
       01  WS-ALERT-PARM.
           05  WS-AQ-PARM-LEN      PIC S9(4) COMP VALUE 1.
           05  WS-AQ-FUNCTION      PIC X VALUE 'R'.
           05  WS-AQ-ALERT-ID      PIC 9(6) VALUE ZERO.
           05  WS-AQ-ACK-BY        PIC X(8) VALUE SPACES.
           05  WS-AQ-CLASS         PIC X(8) VALUE 'DIAGDUMP'.
           05  WS-AQ-SOURCE        PIC X(8).
           05  WS-AQ-TICK          PIC 9(8).
           05  WS-AQ-VALUE         PIC 9(5) VALUE 1.
           05  WS-AQ-KEY           PIC X(16).
           05  WS-AQ-MESSAGE       PIC X(60).

       LINKAGE SECTION.
       01  DIAG-PARM.
           05  DG-PROGRAM          PIC X(8).
                  INTO WS-JP-TEXT
           MOVE DIA-TICK TO WS-JP-TICK
           CALL 'DOOMJRNL' USING WS-JRNL-PARM

      *    Same class and key again before on-call has acknowledged
      *    the first is counted as a repeat, not paged twice.
           MOVE DG-PROGRAM TO WS-AQ-SOURCE
           MOVE DIA-TICK TO WS-AQ-TICK
           MOVE SPACES TO WS-AQ-KEY
           STRING DG-PROGRAM DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  DG-FILE-NAME DELIMITED BY SPACE
                  INTO WS-AQ-KEY
           MOVE WS-JP-TEXT TO WS-AQ-MESSAGE
           CALL 'DOOMALRQ' USING WS-ALERT-PARM
           GOBACK.

       READ-SESSION-ID.
