      * actually happened afterwards - the health delta between
      * consecutive MODE lines is attributed to the engine whose
      * command won that stretch, and rejected moves in DOOM.MOVELOG
      * are charged to the winner in charge at that tick, and each
      * winner DOOMARB passed over for a set the appliers would have
      * bounced is charged to its own engine - and accumulates a
      * per-engine scorecard. At the end it writes DOOM.ENGRECMD:
      * a recommendation for DOOM.ENGINESEL's
      * SEL-PRIMARY-ENGINE with the supporting numbers, so results
      * pick the primary engine instead of folklore. Kills from
      * DOOM.SCORE ride along as session context - the score record
       01  RECMD-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.
      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged on open before any record of it is used.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMGRDE'.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.
       01  WS-VER-HOLD             PIC X(80).
       01  WS-JOURNAL-STATUS              PIC XX.
           88  JOURNAL-MISSING            VALUE '35'.
           88  JOURNAL-EOF                VALUE '10'.
               10  WS-ENG-TICKS-WON       PIC 9(6) VALUE ZERO.
               10  WS-ENG-HEALTH-DELTA    PIC S9(6) VALUE ZERO.
               10  WS-ENG-REJECTED        PIC 9(6) VALUE ZERO.
               10  WS-ENG-PASSED-OVER     PIC 9(6) VALUE ZERO.
               10  WS-ENG-SCORE           PIC S9(7) VALUE ZERO.

      *    Winner timeline for the move-log join - one entry per
               PERFORM NOTE-WINNER
           END-IF

           IF WS-TOK1 = 'PASSED' AND WS-TOK2 = 'OVER'
               PERFORM NOTE-PASSED-OVER
           END-IF

           IF WS-TOK1 = 'MODE:' AND WS-TOK3 = 'HEALTH:'
              AND WS-TOK4(1:3) IS NUMERIC
               MOVE WS-TOK4(1:3) TO WS-THIS-HEALTH
               END-IF
           END-IF.

       NOTE-PASSED-OVER.
      *    The engine's set would have been bounced - charged to it
      *    whether or not a runner-up saved the tick.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
               IF WS-TOK3(1:4) = WS-ENG-NAME(WS-I)
                   ADD 1 TO WS-ENG-PASSED-OVER(WS-I)
               END-IF
           END-PERFORM.

       JOIN-MOVE-LOG.
      *    Both the timeline and the move log run in tick order, so
      *    one forward pointer joins them - each rejected move is
           INITIALIZE SCORE-RECORD
           OPEN INPUT SCORE-FILE
           IF NOT SCORE-MISSING
               PERFORM CHECK-SCORE-VERSION
               IF WS-VP-ACCEPTED
                   READ SCORE-FILE
                       AT END INITIALIZE SCORE-RECORD
                   END-READ
               ELSE
                   INITIALIZE SCORE-RECORD
               END-IF
               CLOSE SCORE-FILE
           END-IF
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 9
       GRADE-ENGINES.
      *    Health kept beats health lost, and a rejected move is a
      *    wasted tick - five points each feels about right against
      *    single-digit health deltas. A passed-over winner would
      *    have wasted the tick the same way and costs the same.
           MOVE ZERO TO WS-BEST-ENG
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
               COMPUTE WS-ENG-SCORE(WS-I) =
                   WS-ENG-HEALTH-DELTA(WS-I)
                   - (WS-ENG-REJECTED(WS-I) * 5)
                   - (WS-ENG-PASSED-OVER(WS-I) * 5)
               IF WS-ENG-TICKS-WON(WS-I) > ZERO
                   IF WS-BEST-ENG = ZERO
                       MOVE WS-I TO WS-BEST-ENG
               PERFORM WRITE-RECMD-LINE
           END-PERFORM

      *    The engine lines are full at 80 columns, so the passed-
      *    over counts follow them on lines of their own - DOOMEXPT
      *    only takes the lines whose second word is TICKS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
               MOVE SPACES TO WS-RECMD-LINE
               STRING WS-ENG-NAME(WS-I) DELIMITED BY SIZE
                      ' PASSED OVER ' DELIMITED BY SIZE
                      WS-ENG-PASSED-OVER(WS-I) DELIMITED BY SIZE
                      INTO WS-RECMD-LINE
               PERFORM WRITE-RECMD-LINE
           END-PERFORM

           MOVE SPACES TO WS-RECMD-LINE
           STRING 'SESSION KILLS (UNATTRIBUTED): ' DELIMITED BY SIZE
                  WS-TOTAL-KILLS DELIMITED BY SIZE
       WRITE-RECMD-LINE.
           MOVE WS-RECMD-LINE TO RECMD-RECORD
           WRITE RECMD-RECORD.

       CHECK-SCORE-VERSION.
      *    The first record is the layout header - DOOMVER judges
      *    it. An empty file leaves the result unset, so nothing
      *    more is read from it.
           MOVE 'V' TO WS-VP-FUNCTION
           MOVE 'DOOM.SCORE' TO WS-VP-FILE-NAME
           MOVE 'DOOMSCR' TO WS-VP-LAYOUT
           MOVE SPACE TO WS-VP-RESULT
           READ SCORE-FILE
               NOT AT END
                   MOVE SCORE-RECORD TO WS-VP-HEADER
                   CALL 'DOOMVER' USING WS-VER-PARM
           END-READ.
