      * DOOMEXEC applier are the COBOL-side holders; the engine side
      * writes the same record shape with its own owner name.
      * RETURN-CODE 0 = acquired/released, 8 = another holder kept
      * the lease through the whole wait. Broken and waited-out
      * leases are both raised on DOOM.ALERTS through DOOMALRQ.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMLEAS.
           05  WS-JP-TICK          PIC 9(8) VALUE ZERO.
           05  WS-JP-TEXT          PIC X(60).

      *    Shaped to match DOOMALRQ's LINKAGE.
       01  WS-ALERT-PARM.
           05  WS-AQ-PARM-LEN      PIC S9(4) COMP VALUE 1.
           05  WS-AQ-FUNCTION      PIC X VALUE 'R'.
           05  WS-AQ-ALERT-ID      PIC 9(6) VALUE ZERO.
           05  WS-AQ-ACK-BY        PIC X(8) VALUE SPACES.
           05  WS-AQ-CLASS         PIC X(8) VALUE 'LEASE'.
           05  WS-AQ-SOURCE        PIC X(8) VALUE 'DOOMLEAS'.
           05  WS-AQ-TICK          PIC 9(8).
           05  WS-AQ-VALUE         PIC 9(5).
           05  WS-AQ-KEY           PIC X(16).
           05  WS-AQ-MESSAGE       PIC X(60).

       LINKAGE SECTION.
       01  LEASE-PARM.
           05  LP-FUNCTION         PIC X.
               PERFORM TRY-TAKE-LEASE
           END-PERFORM
           IF WS-ACQUIRED = 'N'
               MOVE LP-TICK TO WS-JP-TICK
               MOVE SPACES TO WS-JP-TEXT
               STRING 'LEASE WAIT EXHAUSTED - HELD BY '
                      LP-OWNER DELIMITED BY SIZE
                      INTO WS-JP-TEXT
               CALL 'DOOMJRNL' USING WS-JRNL-PARM
               COMPUTE WS-AQ-VALUE = WS-WAITS * WS-WAIT-SECONDS
               PERFORM RAISE-LEASE-ALERT
               MOVE 8 TO RETURN-CODE
           END-IF.

       TRY-TAKE-LEASE.
                          LP-OWNER DELIMITED BY SIZE
                          INTO WS-JP-TEXT
                   CALL 'DOOMJRNL' USING WS-JRNL-PARM
                   IF WS-AGE-SECONDS > 99999
                       MOVE 99999 TO WS-AQ-VALUE
                   ELSE
                       MOVE WS-AGE-SECONDS TO WS-AQ-VALUE
                   END-IF
                   PERFORM RAISE-LEASE-ALERT
                   PERFORM STAMP-LEASE
                   MOVE 'Y' TO WS-ACQUIRED
               END-IF
           END-IF.

       RAISE-LEASE-ALERT.
      *    Keyed on the holder, so one crashed owner pages once however
      *    many acquirers trip over it before on-call gets to it.
           MOVE LP-TICK TO WS-AQ-TICK
           MOVE WS-HELD-OWNER TO WS-AQ-KEY
           MOVE WS-JP-TEXT TO WS-AQ-MESSAGE
           CALL 'DOOMALRQ' USING WS-ALERT-PARM.

       READ-LEASE.
           MOVE 'Y' TO WS-LEASE-FREE
           MOVE SPACES TO WS-HELD-OWNER
