      * accuracy per session with the first-to-last trend, deaths by
      * level, and sessions per day. The page management asks for
      * monthly, without the hand-compilation. Output DOOM.TRENDRPT.
      * A session DOOMPACK has since packed has no loose score file
      * left - its score is read from the pack the index line names.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMTRND.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCSCORE-STATUS.

           SELECT PACK-FILE ASSIGN TO DYNAMIC WS-PACK-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PACK-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'DOOM.TRENDRPT'
               ORGANIZATION IS SEQUENTIAL.

       FD  ARC-SCORE.
       COPY DOOMSCR.

       FD  PACK-FILE.
       COPY DOOMAPK.

       FD  REPORT-FILE.
       01  REPORT-RECORD                  PIC X(80).

       01  WS-ARCSCORE-STATUS             PIC XX.
           88  ARCSCORE-MISSING           VALUE '35'.

       01  WS-PACK-STATUS                 PIC XX.
           88  PACK-MISSING               VALUE '35'.
           88  PACK-EOF                   VALUE '10'.

       01  WS-ARC-SCORE-NAME              PIC X(24) VALUE SPACES.

      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged there.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMTRND'.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X VALUE SPACE.
               88  WS-VP-ACCEPTED  VALUE 'A'.

      *    Archived SCORE copies from after the layout headers start
      *    with one; older copies do not. Either way it is history,
      *    so the header is stepped over rather than judged.
       COPY DOOMVHD.
       01  WS-PACK-NAME                   PIC X(28) VALUE SPACES.

      *    A packed SCORE member's line - DOOMSCR.CPY's leading
      *    shot counters.
       01  WS-PACKED-SCORE.
           05  WS-PS-FIRED                PIC 9(6).
           05  WS-PS-HIT                  PIC 9(6).
           05  FILLER                     PIC X(120).

       01  WS-SESSION-TABLE.
           05  WS-SES-COUNT               PIC 9(3) VALUE ZERO.
           05  WS-SES OCCURS 200 TIMES.

       01  WS-WORK.
           05  WS-I                       PIC 9(3).
           05  WS-K                       PIC 999.
           05  WS-FOUND                   PIC X.
       01  WS-REPORT-LINE                 PIC X(80).

           IF ARCHIDX-MISSING
               CONTINUE
           ELSE
               PERFORM CHECK-ARCHIDX-VERSION
               IF NOT WS-VP-ACCEPTED
                   SET ARCHIDX-EOF TO TRUE
               END-IF
               PERFORM UNTIL ARCHIDX-EOF OR WS-SES-COUNT >= 200
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

       TAKE-ONE-SESSION.
           IF AIX-SESSION = SPACES
               CONTINUE
      *    The score DOOMDETH archived at closeout - accuracy per
      *    session, and first-to-last for the trend line.
           MOVE ZERO TO WS-ACC
           IF AIX-PACKED
               PERFORM READ-PACKED-ACCURACY
           ELSE
               PERFORM READ-LOOSE-ACCURACY
           END-IF
           MOVE WS-ACC TO WS-SES-ACC(WS-SES-COUNT)
           IF WS-ACC > ZERO
               IF WS-ACC-SEEN = 'N'
                   MOVE WS-ACC TO WS-FIRST-ACC
                   MOVE 'Y' TO WS-ACC-SEEN
               END-IF
               MOVE WS-ACC TO WS-LAST-ACC
           END-IF.

       READ-LOOSE-ACCURACY.
           MOVE SPACES TO WS-ARC-SCORE-NAME
           STRING 'DOOM.ARC.' DELIMITED BY SIZE
                  AIX-SESSION DELIMITED BY SPACE
           IF NOT ARCSCORE-MISSING
               READ ARC-SCORE
                   NOT AT END
                       MOVE SCORE-RECORD TO VERSION-HEADER
                       IF VHD-PRESENT
                           MOVE SPACES TO SCORE-RECORD
                           READ ARC-SCORE
                               AT END MOVE SPACES TO SCORE-RECORD
                           END-READ
                       END-IF
                       IF SCORE-SHOTS-FIRED IS NUMERIC
                          AND SCORE-SHOTS-HIT IS NUMERIC
                          AND SCORE-SHOTS-FIRED > ZERO
                       END-IF
               END-READ
               CLOSE ARC-SCORE
           END-IF.

       READ-PACKED-ACCURACY.
      *    The first line of the session's SCORE member in its pack
      *    that is not a layout header.
           MOVE AIX-PACK-NAME TO WS-PACK-NAME
           MOVE SPACES TO WS-PACKED-SCORE
           MOVE '00' TO WS-PACK-STATUS
           OPEN INPUT PACK-FILE
           IF NOT PACK-MISSING
               PERFORM UNTIL PACK-EOF
                   READ PACK-FILE
                       AT END SET PACK-EOF TO TRUE
                       NOT AT END
                           IF APK-DATA
                              AND APK-SESSION = AIX-SESSION
                              AND APK-MEMBER = 'SCORE'
                               MOVE APK-BODY TO VERSION-HEADER
                               IF NOT VHD-PRESENT
                                   MOVE APK-BODY TO WS-PACKED-SCORE
                                   SET PACK-EOF TO TRUE
                               END-IF
                           END-IF
                   END-READ
                   IF NOT PACK-EOF AND WS-PACK-STATUS NOT = '00'
                       SET PACK-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE PACK-FILE
           END-IF
           IF WS-PS-FIRED IS NUMERIC
              AND WS-PS-HIT IS NUMERIC
              AND WS-PS-FIRED > ZERO
               MOVE WS-PS-FIRED TO WS-FIRED
               MOVE WS-PS-HIT TO WS-HIT
               COMPUTE WS-ACC = WS-HIT * 100 / WS-FIRED
           END-IF.

       TALLY-SESSION-DAY.
           MOVE 'CROSS-SESSION TREND REPORT' TO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-VP-RESULT = 'R'
               MOVE 'DOOM.ARCHIDX NEEDS DOOMCONV - NO TREND DRAWN'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               GOBACK
           END-IF
           IF WS-SES-COUNT = ZERO
               MOVE 'NO ARCHIVED SESSIONS ON THE INDEX'
                   TO REPORT-RECORD
               IF WS-DBL(WS-K) > ZERO
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  LEVEL ' DELIMITED BY SIZE
                          WS-K(2:2) DELIMITED BY SIZE
                          ' - ' DELIMITED BY SIZE
                          WS-DBL(WS-K) DELIMITED BY SIZE
                          ' DEATHS' DELIMITED BY SIZE
