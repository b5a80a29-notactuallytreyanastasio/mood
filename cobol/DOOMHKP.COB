      * rewrites DOOM.SNAPINDEX to match what actually survives
      * (DOOMLOAD trusts its last line blindly), and archives-then-
      * truncates the move and divergence logs. Long soak sessions
      * end when we choose, not when the disk fills. DOOM.TICKCMT
      * holds one line per move-log line published, so it is cut
      * back with the move log - to its last line alone, kept as
      * DOOMCMIT's duplicate guard and marked carried forward so the
      * control totals do not count it against the emptied log.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMHKP.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MOVEARC-STATUS.

           SELECT COMMIT-FILE ASSIGN TO 'DOOM.TICKCMT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COMMIT-STATUS.

           SELECT DIVERGE-LOG ASSIGN TO 'DOOM.AIDIVERGE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIVERGE-STATUS.
       FD  MOVE-ARCHIVE.
       01  MOVE-ARC-REC                    PIC X(20).

       FD  COMMIT-FILE.
       01  COMMIT-REC.
           05  CMT-SERIAL                  PIC 9(8).
           05  CMT-TICK                    PIC 9(8).
           05  CMT-CARRIED                 PIC X.
           05  FILLER                      PIC X(3).

       FD  DIVERGE-LOG.
       01  DIVERGE-RECORD                  PIC X(80).

       01  LOG-RECORD                      PIC X(80).

       WORKING-STORAGE SECTION.
      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged on open before any record of it is used.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMHKP '.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.
       01  WS-VER-HOLD             PIC X(80).
       01  WS-RETAIN-STATUS                PIC XX.
           88  RETAIN-MISSING              VALUE '35'.
       01  WS-INDEX-STATUS                 PIC XX.
           88  MOVELOG-EOF                 VALUE '10'.
       01  WS-MOVEARC-STATUS               PIC XX.
           88  MOVEARC-MISSING             VALUE '35'.
       01  WS-COMMIT-STATUS                PIC XX.
           88  COMMIT-MISSING              VALUE '35'.
           88  COMMIT-EOF                  VALUE '10'.
       01  WS-LAST-COMMIT                  PIC X(20) VALUE SPACES.
       01  WS-DIVERGE-STATUS               PIC XX.
           88  DIVERGE-MISSING             VALUE '35'.
           88  DIVERGE-EOF                 VALUE '10'.
           05  WS-KEPT-COUNT               PIC 9(5) VALUE ZERO.
           05  WS-ARCHIVED-MOVES           PIC 9(6) VALUE ZERO.
           05  WS-ARCHIVED-DIVERGES        PIC 9(6) VALUE ZERO.
      *        Of those, the lines where the perception filter made
      *        an engine decide differently from the all-knowing view.
           05  WS-ARCHIVED-PERCEPTION      PIC 9(6) VALUE ZERO.

      *    Level-start lines that slid out of the recency window but
      *    stay kept - rewritten at the front of the new index.
      *    zeroed fields keep the compiled-in defaults above.
           OPEN INPUT RETAIN-FILE
           IF NOT RETAIN-MISSING
               PERFORM CHECK-RETAIN-VERSION
               IF WS-VP-ACCEPTED
                   READ RETAIN-FILE
                       NOT AT END
                           IF RET-KEEP-SNAPS IS NUMERIC
                              AND RET-KEEP-SNAPS > ZERO
                               MOVE RET-KEEP-SNAPS TO WS-KEEP-SNAPS
                           END-IF
                           IF RET-ARCHIVE-LOGS = 'Y'
                              OR RET-ARCHIVE-LOGS = 'N'
                               MOVE RET-ARCHIVE-LOGS TO WS-ARCHIVE-LOGS
                           END-IF
                   END-READ
               END-IF
               CLOSE RETAIN-FILE
           END-IF.

               CLOSE MOVE-LOG
               OPEN OUTPUT MOVE-LOG
               CLOSE MOVE-LOG
               PERFORM CARRY-LAST-COMMIT
           END-IF.

       CARRY-LAST-COMMIT.
      *    The serials published so far went out with the log lines
      *    they stamped; only the latest stays, as the guard.
           MOVE SPACES TO WS-LAST-COMMIT
           OPEN INPUT COMMIT-FILE
           IF NOT COMMIT-MISSING
               PERFORM UNTIL COMMIT-EOF
                   READ COMMIT-FILE
                       AT END SET COMMIT-EOF TO TRUE
                       NOT AT END
                           MOVE COMMIT-REC TO WS-LAST-COMMIT
                   END-READ
                   IF NOT COMMIT-EOF AND WS-COMMIT-STATUS NOT = '00'
                       SET COMMIT-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE COMMIT-FILE
               IF WS-LAST-COMMIT NOT = SPACES
                   OPEN OUTPUT COMMIT-FILE
                   MOVE WS-LAST-COMMIT TO COMMIT-REC
                   MOVE 'C' TO CMT-CARRIED
                   WRITE COMMIT-REC
                   CLOSE COMMIT-FILE
               END-IF
           END-IF.

       ARCHIVE-DIVERGE-LOG.
                           MOVE DIVERGE-RECORD TO DIVERGE-ARC-REC
                           WRITE DIVERGE-ARC-REC
                           ADD 1 TO WS-ARCHIVED-DIVERGES
                           IF DIVERGE-RECORD(1:22)
                                  = 'DIVERGENCE PERCEPTION/'
                               ADD 1 TO WS-ARCHIVED-PERCEPTION
                           END-IF
                   END-READ
                   IF NOT DIVERGE-EOF
                      AND WS-DIVERGE-STATUS NOT = '00'
           MOVE ZERO TO WS-JP-TICK
           CALL 'DOOMJRNL' USING WS-JRNL-PARM

           IF WS-ARCHIVED-PERCEPTION > ZERO
               MOVE SPACES TO WS-LOG-MSG
               STRING 'HOUSEKEEPING: ' DELIMITED BY SIZE
                      WS-ARCHIVED-PERCEPTION DELIMITED BY SIZE
                      ' OF ' DELIMITED BY SIZE
                      WS-ARCHIVED-DIVERGES DELIMITED BY SIZE
                      ' DIVERGENCES FROM THE PERCEPTION FILTER'
                      DELIMITED BY SIZE
                      INTO WS-LOG-MSG
               MOVE WS-LOG-MSG TO LOG-RECORD
               WRITE LOG-RECORD
           END-IF

           IF WS-SLID-COUNT > ZERO
               MOVE SPACES TO WS-LOG-MSG
               STRING 'HOUSEKEEPING: INDEX OVER 200 LINES - '
               WRITE LOG-RECORD
           END-IF
           CLOSE LOG-FILE.

       CHECK-RETAIN-VERSION.
      *    The first record is the layout header - DOOMVER judges
      *    it. An empty file leaves the result unset, so nothing
      *    more is read from it.
           MOVE 'V' TO WS-VP-FUNCTION
           MOVE 'DOOM.RETAIN' TO WS-VP-FILE-NAME
           MOVE 'DOOMRET' TO WS-VP-LAYOUT
           MOVE SPACE TO WS-VP-RESULT
           READ RETAIN-FILE
               NOT AT END
                   MOVE RETAIN-RECORD TO WS-VP-HEADER
                   CALL 'DOOMVER' USING WS-VER-PARM
           END-READ.
