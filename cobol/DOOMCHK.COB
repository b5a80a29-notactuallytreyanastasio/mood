      * the DOOM.GAMESTAT frame's three header record types present.
      * Findings go to DOOM.CHKREPORT; RETURN-CODE 8 fails the run
      * with a clear report instead of letting a typo play out over
      * ten thousand ticks. A failed preflight is also raised on
      * DOOM.ALERTS through DOOMALRQ for the on-call analyst.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMCHK.
       01  REPORT-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.
      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged on open before any record of it is used.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMCHK '.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.
       01  WS-VER-HOLD             PIC X(80).
       COPY DOOMSTAT.

       01  WS-SEL-STATUS                  PIC XX.
       01  WS-GRID-OK                     PIC X VALUE 'N'.
       01  WS-REPORT-LINE                 PIC X(80).

      *    Shaped to match DOOMALRQ's LINKAGE.
       01  WS-ALERT-PARM.
           05  WS-AQ-PARM-LEN      PIC S9(4) COMP VALUE 1.
           05  WS-AQ-FUNCTION      PIC X VALUE 'R'.
           05  WS-AQ-ALERT-ID      PIC 9(6) VALUE ZERO.
           05  WS-AQ-ACK-BY        PIC X(8) VALUE SPACES.
           05  WS-AQ-CLASS         PIC X(8) VALUE 'PREFLITE'.
           05  WS-AQ-SOURCE        PIC X(8) VALUE 'DOOMCHK'.
           05  WS-AQ-TICK          PIC 9(8) VALUE ZERO.
           05  WS-AQ-VALUE         PIC 9(5).
           05  WS-AQ-KEY           PIC X(16) VALUE 'DOOMCHK'.
           05  WS-AQ-MESSAGE       PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE
           IF WS-ERROR-COUNT > ZERO
               MOVE WS-ERROR-COUNT TO WS-AQ-VALUE
               MOVE WS-REPORT-LINE TO WS-AQ-MESSAGE
               CALL 'DOOMALRQ' USING WS-ALERT-PARM
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           IF CONFIG-MISSING
               CONTINUE
           ELSE
               PERFORM CHECK-CONFIG-VERSION
               IF WS-VP-ACCEPTED
                   READ AI-CONFIG
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM CHECK-CONFIG-FIELDS
                   END-READ
               END-IF
               CLOSE AI-CONFIG
           END-IF.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       CHECK-CONFIG-VERSION.
      *    The first record is the layout header - DOOMVER judges
      *    it. An empty file leaves the result unset, so nothing
      *    more is read from it.
           MOVE 'V' TO WS-VP-FUNCTION
           MOVE 'DOOM.AICONFIG' TO WS-VP-FILE-NAME
           MOVE 'DOOMCFG' TO WS-VP-LAYOUT
           MOVE SPACE TO WS-VP-RESULT
           READ AI-CONFIG
               NOT AT END
                   MOVE CONFIG-RECORD TO WS-VP-HEADER
                   CALL 'DOOMVER' USING WS-VER-PARM
           END-READ.
