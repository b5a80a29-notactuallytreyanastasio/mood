      * and writes the page to DOOM.SHIFTRPT: sessions started and
      * ended, player deaths and on which level, levels completed
      * with their par verdicts, housekeeping passes, config changes
      * applied, the control totals proofs DOOMCTOT ran and how the
      * last one came out, plus the warning counts DOOMOPS scans
      * from the operational log (which carries no dates, so those
      * counts are since the log last truncated).
      * Session ids mint as MMDDHHMM, so a session belongs to the
      * day whose month and day open its id.
      *================================================================
           05  WS-OVER-PAR                PIC 9(4) VALUE ZERO.
           05  WS-HKP-PASSES              PIC 9(4) VALUE ZERO.
           05  WS-CFG-CHANGES             PIC 9(4) VALUE ZERO.
           05  WS-CFG-REFUSED             PIC 9(4) VALUE ZERO.
           05  WS-BAL-RUNS                PIC 9(4) VALUE ZERO.
           05  WS-BAL-OUT-RUNS            PIC 9(4) VALUE ZERO.

      *    The last BALANCING: line's verdict, as DOOMCTOT wrote it.
       01  WS-BAL-LAST                    PIC X(48) VALUE 'NOT RUN'.

       01  WS-DEATHS-BY-LEVEL.
           05  WS-DBL OCCURS 99 TIMES PIC 9(4).
       01  WS-K                           PIC 99.
       01  WS-REPORT-LINE                 PIC X(80).

      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged there.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMSHFT'.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X VALUE SPACE.
               88  WS-VP-ACCEPTED  VALUE 'A'.

       LINKAGE SECTION.
       01  PARM-DATA.
           05  PARM-LEN                   PIC S9(4) COMP.
       SCAN-JOURNAL.
      *    A session belongs to the day whose MMDD opens its id.
      *    Sessions started is the count of distinct ids seen;
      *    completions, housekeeping passes and balancing results
      *    come from the lines DOOMINT, DOOMHKP and DOOMCTOT stamp.
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-MISSING
               CONTINUE
           END-IF
           IF WS-TOK1 = 'HOUSEKEEPING:'
               ADD 1 TO WS-HKP-PASSES
           END-IF
           IF WS-TOK1 = 'BALANCING:'
               ADD 1 TO WS-BAL-RUNS
               IF WS-TOK2 = 'OUT'
                   ADD 1 TO WS-BAL-OUT-RUNS
               END-IF
               MOVE JRNL-TEXT(12:48) TO WS-BAL-LAST
           END-IF.

       NOTE-SESSION-SEEN.
           IF ARCHIDX-MISSING
               CONTINUE
           ELSE
               PERFORM CHECK-ARCHIDX-VERSION
               IF NOT WS-VP-ACCEPTED
                   SET ARCHIDX-EOF TO TRUE
               END-IF
               PERFORM UNTIL ARCHIDX-EOF
                   READ ARCHIVE-INDEX
                       AT END SET ARCHIDX-EOF TO TRUE
               CLOSE ARCHIVE-INDEX
           END-IF.

       CHECK-ARCHIDX-VERSION.
      *    The first record is the layout header - DOOMVER judges
      *    it. An empty file leaves the result unset, so nothing
      *    more is read from it.
           MOVE 'V' TO WS-VP-FUNCTION
           MOVE 'DOOM.ARCHIDX' TO WS-VP-FILE-NAME
           MOVE 'DOOMAIX' TO WS-VP-LAYOUT
           MOVE SPACE TO WS-VP-RESULT
           READ ARCHIVE-INDEX
               NOT AT END
                   MOVE ARCHIVE-INDEX-RECORD TO WS-VP-HEADER
                   CALL 'DOOMVER' USING WS-VER-PARM
           END-READ.

       SCAN-CONFIG-HISTORY.
           OPEN INPUT CONFIG-HISTORY
           IF CFGHIST-MISSING
                   READ CONFIG-HISTORY
                       AT END SET CFGHIST-EOF TO TRUE
                       NOT AT END
      *                    Proposals are not changes until promoted.
                           IF CFH-DATE = WS-DAY
                               IF CFH-WENT-LIVE
                                   ADD 1 TO WS-CFG-CHANGES
                               END-IF
                               IF CFH-REFUSED
                                   ADD 1 TO WS-CFG-REFUSED
                               END-IF
                           END-IF
                   END-READ
                   IF NOT CFGHIST-EOF
                  WS-DEATHS DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-VP-RESULT = 'R'
               MOVE '  ARCHIDX NEEDS DOOMCONV - ENDED/DEATHS UNCOUNTED'
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 99
               IF WS-DBL(WS-K) > ZERO
                  WS-HKP-PASSES DELIMITED BY SIZE
                  '  CONFIG CHANGES ' DELIMITED BY SIZE
                  WS-CFG-CHANGES DELIMITED BY SIZE
                  '  REFUSED ' DELIMITED BY SIZE
                  WS-CFG-REFUSED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'BALANCING RUNS ' DELIMITED BY SIZE
                  WS-BAL-RUNS DELIMITED BY SIZE
                  '  OUT ' DELIMITED BY SIZE
                  WS-BAL-OUT-RUNS DELIMITED BY SIZE
                  '  LAST ' DELIMITED BY SIZE
                  WS-BAL-LAST DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

