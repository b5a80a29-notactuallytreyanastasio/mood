      * This folds the ledger into the answer to "what actually
      * kills us": total damage, event count and share per cause,
      * ranked worst first, in DOOM.LETHRPT.
      * Monster-on-monster damage shares the ledger under the MI-
      * cause family. None of it reached the player, so it stays out
      * of the ranking and the shares and gets its own section - how
      * much of the fighting we got the monsters to do for us.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMLETH.
               10  WS-CAU-EVENTS          PIC 9(7).
               10  WS-CAU-TOTAL           PIC 9(8).

      *    The MI- family, by attacking type.
       01  WS-INFIGHT-TABLE.
           05  WS-INF-COUNT               PIC 99 VALUE ZERO.
           05  WS-INF OCCURS 10 TIMES.
               10  WS-INF-NAME            PIC X(8).
               10  WS-INF-EVENTS          PIC 9(7).
               10  WS-INF-TOTAL           PIC 9(8).
           05  WS-INF-GRAND-TOTAL         PIC 9(9) VALUE ZERO.
           05  WS-INF-GRAND-EVENTS        PIC 9(7) VALUE ZERO.

       01  WS-WORK.
           05  WS-I                       PIC 99.
           05  WS-J                       PIC 99.
       TALLY-ONE-EVENT.
           IF DMG-AMOUNT IS NOT NUMERIC OR DMG-CAUSE = SPACES
               CONTINUE
           ELSE
           IF DMG-ENGINE-REPORTED
               CONTINUE
           ELSE
           IF DMG-CAUSE(1:3) = 'MI-'
               PERFORM TALLY-INFIGHT-EVENT
           ELSE
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING WS-I FROM 1 BY 1
                   MOVE DMG-AMOUNT TO WS-CAU-TOTAL(WS-CAUSE-COUNT)
               END-IF
               ADD DMG-AMOUNT TO WS-GRAND-TOTAL
           END-IF
           END-IF
           END-IF.

       TALLY-INFIGHT-EVENT.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-INF-COUNT
                      OR WS-FOUND = 'Y'
               IF WS-INF-NAME(WS-I) = DMG-CAUSE
                   MOVE 'Y' TO WS-FOUND
                   ADD 1 TO WS-INF-EVENTS(WS-I)
                   ADD DMG-AMOUNT TO WS-INF-TOTAL(WS-I)
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N' AND WS-INF-COUNT < 10
               ADD 1 TO WS-INF-COUNT
               MOVE DMG-CAUSE TO WS-INF-NAME(WS-INF-COUNT)
               MOVE 1 TO WS-INF-EVENTS(WS-INF-COUNT)
               MOVE DMG-AMOUNT TO WS-INF-TOTAL(WS-INF-COUNT)
           END-IF
           ADD 1 TO WS-INF-GRAND-EVENTS
           ADD DMG-AMOUNT TO WS-INF-GRAND-TOTAL.

       RANK-CAUSES.
      *    A plain exchange sort on a table this small - worst cause
      *    first is the whole point of the report.
           WRITE REPORT-RECORD

           IF WS-CAUSE-COUNT = ZERO
               IF WS-INF-COUNT = ZERO
                   MOVE 'NO DAMAGE EVENTS ON THE LEDGER'
                       TO REPORT-RECORD
               ELSE
                   MOVE 'NO DAMAGE TO THE PLAYER ON THE LEDGER'
                       TO REPORT-RECORD
               END-IF
               WRITE REPORT-RECORD
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               END-PERFORM
           END-IF

           IF WS-INF-COUNT > ZERO
               PERFORM PRINT-INFIGHTING
           END-IF

           CLOSE REPORT-FILE.

       PRINT-INFIGHTING.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'MONSTER INFIGHTING - NOT CHARGED TO THE PLAYER'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TOTAL INFIGHTING DAMAGE: ' DELIMITED BY SIZE
                  WS-INF-GRAND-TOTAL DELIMITED BY SIZE
                  ' EVENTS ' DELIMITED BY SIZE
                  WS-INF-GRAND-EVENTS DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-INF-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-INF-NAME(WS-I) DELIMITED BY SIZE
                      ' TOTAL ' DELIMITED BY SIZE
                      WS-INF-TOTAL(WS-I) DELIMITED BY SIZE
                      ' EVENTS ' DELIMITED BY SIZE
                      WS-INF-EVENTS(WS-I) DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM.
