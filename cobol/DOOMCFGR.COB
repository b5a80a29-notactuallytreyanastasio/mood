      * session/tick, and every field's before and after - with a
      * per-field change count at the end. One look answers "what
      * were the values yesterday and who moved them".
      * Proposals and DOOMPROM's verdicts are listed in line with
      * their action (PROPOSED, PROMOTED, REFUSED), a refusal
      * followed by the scenarios that failed it. Only lines whose
      * values went live count toward the drift totals; proposals
      * and refusals are counted separately.
      * A change made at the operator console ends with BY and the
      * signed-on operator's id - on a verdict, whoever proposed.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMCFGR.
           05  WS-CH-RADIUS               PIC 9(5) VALUE ZERO.
           05  WS-CH-DOOR                 PIC 9(5) VALUE ZERO.
           05  WS-CH-TOTAL                PIC 9(5) VALUE ZERO.
           05  WS-CH-PROPOSED             PIC 9(5) VALUE ZERO.
           05  WS-CH-REFUSED              PIC 9(5) VALUE ZERO.

       01  WS-ACTION-TAG                  PIC X(8).
       01  WS-BY-TAG                      PIC X(9).

       01  WS-REPORT-LINE                 PIC X(80).

           GOBACK.

       REPORT-ONE-CHANGE.
           IF CFH-SCENARIO-FAIL
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  FAILED SCENARIO ' DELIMITED BY SIZE
                      CFH-FAILED-SCENARIO DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               PERFORM REPORT-ONE-WRITE
           END-IF.

       REPORT-ONE-WRITE.
           EVALUATE TRUE
               WHEN CFH-PROPOSED
                   ADD 1 TO WS-CH-PROPOSED
                   MOVE 'PROPOSED' TO WS-ACTION-TAG
               WHEN CFH-PROMOTED
                   ADD 1 TO WS-CH-TOTAL
                   MOVE 'PROMOTED' TO WS-ACTION-TAG
               WHEN CFH-REFUSED
                   ADD 1 TO WS-CH-REFUSED
                   MOVE 'REFUSED' TO WS-ACTION-TAG
               WHEN OTHER
                   ADD 1 TO WS-CH-TOTAL
                   MOVE SPACES TO WS-ACTION-TAG
           END-EVALUATE
           MOVE SPACES TO WS-BY-TAG
           IF CFH-OPERATOR-ID NOT = SPACES
               STRING ' BY ' DELIMITED BY SIZE
                      CFH-OPERATOR-ID DELIMITED BY SIZE
                      INTO WS-BY-TAG
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING CFH-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CFH-SESSION DELIMITED BY SIZE
                  ' TICK ' DELIMITED BY SIZE
                  CFH-TICK DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ACTION-TAG DELIMITED BY SIZE
                  WS-BY-TAG DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

      *    Every line shows its deltas; only live ones are drift.
           IF CFH-OLD-LOW-HEALTH NOT = CFH-NEW-LOW-HEALTH
               IF CFH-WENT-LIVE
                   ADD 1 TO WS-CH-HEALTH
               END-IF
               PERFORM WRITE-HEALTH-DELTA
           END-IF
           IF CFH-OLD-LOW-AMMO NOT = CFH-NEW-LOW-AMMO
               IF CFH-WENT-LIVE
                   ADD 1 TO WS-CH-AMMO
               END-IF
               PERFORM WRITE-AMMO-DELTA
           END-IF
           IF CFH-OLD-DANGER NOT = CFH-NEW-DANGER
               IF CFH-WENT-LIVE
                   ADD 1 TO WS-CH-DANGER
               END-IF
               PERFORM WRITE-DANGER-DELTA
           END-IF
           IF CFH-OLD-RADIUS NOT = CFH-NEW-RADIUS
               IF CFH-WENT-LIVE
                   ADD 1 TO WS-CH-RADIUS
               END-IF
               PERFORM WRITE-RADIUS-DELTA
           END-IF
           IF CFH-OLD-DOOR NOT = CFH-NEW-DOOR
               IF CFH-WENT-LIVE
                   ADD 1 TO WS-CH-DOOR
               END-IF
               PERFORM WRITE-DOOR-DELTA
           END-IF.

                  WS-CH-DOOR DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PROPOSALS: ' DELIMITED BY SIZE
                  WS-CH-PROPOSED DELIMITED BY SIZE
                  '  REFUSED ' DELIMITED BY SIZE
                  WS-CH-REFUSED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
