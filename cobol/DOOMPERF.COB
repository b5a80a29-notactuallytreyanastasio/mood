      * the ticks whose total crossed the per-tick budget. The budget
      * defaults to one second (100 hundredths) and can be overridden
      * through PARM in hundredths. Output goes to DOOM.PERFRPT.
      * Steps are profiled by name and listed in DOOM.STEPLIST order
      * (through DOOMSTEP), switched-off steps marked as such; a step
      * the log carries that has since left the list prints after
      * them, so editing the list never muddles older timings.
      * Ticks over budget are also raised on DOOM.ALERTS through
      * DOOMALRQ, so an overrunning window pages before morning.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMPERF.

       01  WS-BUDGET-HSECS                PIC 9(6) VALUE 100.

      *    Shaped to match DOOMSTEP's LINKAGE - the current run
      *    order seeds the accumulator table.
       01  WS-STEP-PARM.
           05  WS-LIST-COUNT              PIC 99 VALUE ZERO.
           05  WS-LIST-FROM-FILE          PIC X.
           05  WS-LIST-STEP OCCURS 30 TIMES.
               10  WS-LIST-NAME           PIC X(4).
               10  WS-LIST-ENABLED        PIC X.

      *    Per-step accumulators, keyed by the step name DOOMBAT
      *    stamps - the list's steps first, in run order, then any
      *    name the log carries that the list no longer does.
       01  WS-STP-COUNT-USED              PIC 99 VALUE ZERO.
       01  WS-STP-FOUND                   PIC 99 VALUE ZERO.
       01  WS-STEP-STATS.
           05  WS-STP OCCURS 30 TIMES.
               10  WS-STP-NAME            PIC X(4).
               10  WS-STP-STATE           PIC X(4).
               10  WS-STP-COUNT           PIC 9(7) VALUE ZERO.
               10  WS-STP-TOTAL           PIC 9(9) VALUE ZERO.
               10  WS-STP-WORST           PIC 9(6) VALUE ZERO.
       01  WS-I                           PIC 99.
       01  WS-REPORT-LINE                 PIC X(80).

      *    Shaped to match DOOMALRQ's LINKAGE.
       01  WS-ALERT-PARM.
           05  WS-AQ-PARM-LEN      PIC S9(4) COMP VALUE 1.
           05  WS-AQ-FUNCTION      PIC X VALUE 'R'.
           05  WS-AQ-ALERT-ID      PIC 9(6) VALUE ZERO.
           05  WS-AQ-ACK-BY        PIC X(8) VALUE SPACES.
           05  WS-AQ-CLASS         PIC X(8) VALUE 'PERF'.
           05  WS-AQ-SOURCE        PIC X(8) VALUE 'DOOMPERF'.
           05  WS-AQ-TICK          PIC 9(8).
           05  WS-AQ-VALUE         PIC 9(5).
           05  WS-AQ-KEY           PIC X(16) VALUE 'TICKBUDG'.
           05  WS-AQ-MESSAGE       PIC X(60).

       LINKAGE SECTION.
       01  PARM-DATA.
           05  PARM-LEN                   PIC S9(4) COMP.
              AND PARM-BUDGET > ZERO
               MOVE PARM-BUDGET TO WS-BUDGET-HSECS
           END-IF
           PERFORM SEED-STEP-TABLE
           PERFORM SCAN-TIMING-LOG
           PERFORM PRINT-REPORT
           IF WS-OVER-COUNT > ZERO
               PERFORM RAISE-BUDGET-ALERT
           END-IF
           GOBACK.

       RAISE-BUDGET-ALERT.
           MOVE WS-CUR-TICK TO WS-AQ-TICK
           IF WS-OVER-COUNT > 99999
               MOVE 99999 TO WS-AQ-VALUE
           ELSE
               MOVE WS-OVER-COUNT TO WS-AQ-VALUE
           END-IF
           MOVE SPACES TO WS-AQ-MESSAGE
           STRING 'TICKS OVER BUDGET: ' DELIMITED BY SIZE
                  WS-OVER-COUNT DELIMITED BY SIZE
                  ' - SEE DOOM.PERFRPT' DELIMITED BY SIZE
                  INTO WS-AQ-MESSAGE
           CALL 'DOOMALRQ' USING WS-ALERT-PARM.

       SEED-STEP-TABLE.
           CALL 'DOOMSTEP' USING WS-STEP-PARM
           MOVE ZERO TO WS-STP-COUNT-USED
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LIST-COUNT
               ADD 1 TO WS-STP-COUNT-USED
               MOVE WS-LIST-NAME(WS-I) TO WS-STP-NAME(WS-I)
               IF WS-LIST-ENABLED(WS-I) = 'Y'
                   MOVE 'ON  ' TO WS-STP-STATE(WS-I)
               ELSE
                   MOVE 'OFF ' TO WS-STP-STATE(WS-I)
               END-IF
           END-PERFORM.

       FIND-STEP-SLOT.
      *    Leaves the slot for TTM-STEP-NAME in WS-STP-FOUND, adding
      *    one for a name the list doesn't carry; zero when the
      *    table is full.
           MOVE ZERO TO WS-STP-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-STP-COUNT-USED
               IF WS-STP-NAME(WS-I) = TTM-STEP-NAME
                   MOVE WS-I TO WS-STP-FOUND
                   MOVE WS-STP-COUNT-USED TO WS-I
               END-IF
           END-PERFORM
           IF WS-STP-FOUND = ZERO AND WS-STP-COUNT-USED < 30
               ADD 1 TO WS-STP-COUNT-USED
               MOVE WS-STP-COUNT-USED TO WS-STP-FOUND
               MOVE TTM-STEP-NAME TO WS-STP-NAME(WS-STP-FOUND)
               MOVE 'GONE' TO WS-STP-STATE(WS-STP-FOUND)
           END-IF.

       SCAN-TIMING-LOG.
           OPEN INPUT TICK-TIME-FILE
           IF TTM-MISSING
           END-IF.

       TALLY-ONE-RECORD.
           IF TTM-STEP-NAME = SPACES OR TTM-HSECS IS NOT NUMERIC
               CONTINUE
           ELSE
               PERFORM FIND-STEP-SLOT
               IF WS-STP-FOUND > ZERO
                   ADD 1 TO WS-STP-COUNT(WS-STP-FOUND)
                   ADD TTM-HSECS TO WS-STP-TOTAL(WS-STP-FOUND)
                   IF TTM-HSECS > WS-STP-WORST(WS-STP-FOUND)
                       MOVE TTM-HSECS TO WS-STP-WORST(WS-STP-FOUND)
                       MOVE TTM-TICK
                           TO WS-STP-WORST-TICK(WS-STP-FOUND)
                   END-IF
               END-IF
               IF WS-HAVE-TICK = 'N' OR TTM-TICK NOT = WS-CUR-TICK
                   PERFORM CLOSE-TICK-TOTAL
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-STP-COUNT-USED
               IF WS-STP-COUNT(WS-I) > ZERO
                   COMPUTE WS-STP-AVG =
                       WS-STP-TOTAL(WS-I) / WS-STP-COUNT(WS-I)
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING WS-STP-NAME(WS-I) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-STP-STATE(WS-I) DELIMITED BY SIZE
                          ' RUNS ' DELIMITED BY SIZE
                          WS-STP-COUNT(WS-I) DELIMITED BY SIZE
                          ' AVG ' DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   MOVE WS-REPORT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               ELSE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING WS-STP-NAME(WS-I) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-STP-STATE(WS-I) DELIMITED BY SIZE
                          ' NOT RUN' DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   MOVE WS-REPORT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM

