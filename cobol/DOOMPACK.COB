      *================================================================
      * DOOMPACK.COB - Consolidated Session Archive / Retrieval
      * Every closed session leaves its own scatter of loose archive
      * files - DOOM.ARC.<session>.SCORE, .AIREPT, .MOVELOG and a
      * death's .POSTMORT dossier from DOOMDETH or DOOMJOBQ - and
      * DOOMHKP's retention never touched them, so the archive
      * directory only ever grew. Run monthly,
      * this packs every closed session older than the DOOM.RETAIN
      * loose window (RET-LOOSE-MONTHS, default 3 - the current
      * month counts as one) into a single DOOM.ARCPACK.<stamp> file
      * in DOOMAPK.CPY's layout: a header, a member directory, the
      * members' lines, and a trailer. Only once the pack is written
      * and closed are the sessions' DOOM.ARCHIDX lines marked packed
      * with the pack's name and date, and only then are the loose
      * files deleted - a pass cut short leaves every session still
      * loose or still readable from its pack, never neither.
      *
      * Retrieval puts one session's members back under their
      * original DOOM.ARC.<session>.<member> names for investigation
      * (the pack and the index line are left as they are - the copy
      * is the investigator's to delete). A CALLer passes function
      * 'R' and the session in the PARM; standalone, each session id
      * on a DOOM.ARCREQ request file is retrieved and the request
      * file is removed, and the monthly pack is not run that time.
      * Standalone with no DOOM.ARCREQ, or function 'P', packs.
      *
      * Report on DOOM.PACKRPT. RETURN-CODE 0 done (including
      * nothing old enough to pack), 4 a session asked for is not on
      * the index as packed or its pack is missing, or DOOMVER
      * rejected DOOM.ARCHIDX's header - nothing is packed or
      * retrieved against an index DOOMCONV has not upgraded.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMPACK.
       AUTHOR. DOOM-COBOL-SYSTEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETAIN-FILE ASSIGN TO 'DOOM.RETAIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETAIN-STATUS.

           SELECT ARCHIVE-INDEX ASSIGN TO 'DOOM.ARCHIDX'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIDX-STATUS.

           SELECT REQUEST-FILE ASSIGN TO 'DOOM.ARCREQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT ARCH-IN ASSIGN TO DYNAMIC WS-ARCH-IN-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIN-STATUS.

           SELECT ARCH-OUT ASSIGN TO DYNAMIC WS-ARCH-OUT-NAME
               ORGANIZATION IS SEQUENTIAL.

           SELECT PACK-FILE ASSIGN TO DYNAMIC WS-PACK-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PACK-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'DOOM.PACKRPT'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETAIN-FILE.
       COPY DOOMRET.

       FD  ARCHIVE-INDEX.
       COPY DOOMAIX.

       FD  REQUEST-FILE.
       01  REQUEST-LINE.
           05  REQ-SESSION                PIC X(8).
           05  FILLER                     PIC X(72).

       FD  ARCH-IN.
       01  ARCH-IN-REC                    PIC X(132).

       FD  ARCH-OUT.
       01  ARCH-OUT-REC                   PIC X(132).

       FD  PACK-FILE.
       COPY DOOMAPK.

       FD  REPORT-FILE.
       01  REPORT-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.
      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged on open before any record of it is used.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMPACK'.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.
       01  WS-VER-HOLD             PIC X(80).
       01  WS-RETAIN-STATUS               PIC XX.
           88  RETAIN-MISSING             VALUE '35'.
       01  WS-ARCHIDX-STATUS              PIC XX.
           88  ARCHIDX-MISSING            VALUE '35'.
           88  ARCHIDX-EOF                VALUE '10'.
       01  WS-REQUEST-STATUS              PIC XX.
           88  REQUEST-MISSING            VALUE '35'.
           88  REQUEST-EOF                VALUE '10'.
       01  WS-ARCHIN-STATUS               PIC XX.
           88  ARCHIN-MISSING             VALUE '35'.
           88  ARCHIN-EOF                 VALUE '10'.
       01  WS-PACK-STATUS                 PIC XX.
           88  PACK-MISSING               VALUE '35'.
           88  PACK-EOF                   VALUE '10'.

       01  WS-LOOSE-MONTHS                PIC 99 VALUE 3.
       01  WS-FUNCTION                    PIC X VALUE 'P'.
       01  WS-WANT-SESSION                PIC X(8) VALUE SPACES.

       01  WS-ARCH-IN-NAME                PIC X(32).
       01  WS-ARCH-OUT-NAME               PIC X(32).
       01  WS-PACK-NAME                   PIC X(28).

       01  WS-RUN-STAMP                   PIC X(21).
       01  WS-MONTH-WORK.
           05  WS-THIS-YEAR               PIC 9(4).
           05  WS-THIS-MONTH              PIC 99.
           05  WS-THIS-MONTHS             PIC 9(6).
           05  WS-SES-YEAR                PIC 9(4).
           05  WS-SES-MONTH               PIC 99.
           05  WS-SES-MONTHS              PIC 9(6).

      *    The archive members a closed session can have, as
      *    DOOMDETH and DOOMJOBQ name them.
       01  WS-SUFFIX-NAMES.
           05  FILLER                     PIC X(8) VALUE 'SCORE'.
           05  FILLER                     PIC X(8) VALUE 'AIREPT'.
           05  FILLER                     PIC X(8) VALUE 'MOVELOG'.
           05  FILLER                     PIC X(8) VALUE 'POSTMORT'.
       01  WS-SUFFIX-TABLE REDEFINES WS-SUFFIX-NAMES.
           05  WS-SUFFIX OCCURS 4 TIMES   PIC X(8).

      *    Sessions chosen for this pass, by their line on the index
      *    so the marking pass rewrites exactly those lines.
       01  WS-PACK-TABLE.
           05  WS-PK-COUNT                PIC 9(3) VALUE ZERO.
           05  WS-PK OCCURS 500 TIMES.
               10  WS-PK-SESSION          PIC X(8).
               10  WS-PK-INDEX-LINE       PIC 9(6).

      *    Every loose file found for them - the pack's directory.
       01  WS-MEMBER-TABLE.
           05  WS-MB-COUNT                PIC 9(4) VALUE ZERO.
           05  WS-MB OCCURS 1500 TIMES.
               10  WS-MB-SESSION          PIC X(8).
               10  WS-MB-SUFFIX           PIC X(8).
               10  WS-MB-NAME             PIC X(32).
               10  WS-MB-FIRST            PIC 9(8).
               10  WS-MB-LINES            PIC 9(8).

       01  WS-COUNTERS.
           05  WS-INDEX-LINE              PIC 9(6).
           05  WS-LINE-COUNT              PIC 9(8).
           05  WS-TOTAL-LINES             PIC 9(8).
           05  WS-SKIPPED                 PIC 9(4).
           05  WS-RESTORED-MEMBERS        PIC 9(4).
           05  WS-RESTORED-LINES          PIC 9(8).
       01  WS-SUBSCRIPTS.
           05  WS-P                       PIC 9(3).
           05  WS-M                       PIC 9(4).
           05  WS-X                       PIC 9.
       01  WS-OUT-OPEN                    PIC X VALUE 'N'.
       01  WS-CURRENT-MEMBER              PIC X(8).
       01  WS-REPORT-LINE                 PIC X(80).

      *    Shaped to match DOOMJRNL's LINKAGE - the pass belongs in
      *    the journal beside DOOMHKP's housekeeping lines.
       01  WS-JRNL-PARM.
           05  WS-JP-PROGRAM       PIC X(8) VALUE 'DOOMPACK'.
           05  WS-JP-TICK          PIC 9(8) VALUE ZERO.
           05  WS-JP-TEXT          PIC X(60).

       LINKAGE SECTION.
       01  PACK-PARM.
           05  PARM-LEN                   PIC S9(4) COMP.
      *    'P' the monthly pack, 'R' retrieve PARM-SESSION.
           05  PARM-FUNCTION              PIC X.
           05  PARM-SESSION               PIC X(8).

       PROCEDURE DIVISION USING PACK-PARM.
       MAIN-PROCEDURE.
           MOVE ZERO TO RETURN-CODE
           MOVE 'P' TO WS-FUNCTION
           MOVE SPACES TO WS-WANT-SESSION
           IF PARM-LEN > ZERO
               IF PARM-FUNCTION = 'R'
                   MOVE 'R' TO WS-FUNCTION
                   IF PARM-LEN >= 9
                       MOVE PARM-SESSION TO WS-WANT-SESSION
                   END-IF
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           OPEN OUTPUT REPORT-FILE

           IF WS-FUNCTION = 'R'
               PERFORM RETRIEVE-SESSION THRU RETRIEVE-SESSION-EXIT
           ELSE
               IF PARM-LEN = ZERO
                   MOVE '00' TO WS-REQUEST-STATUS
                   OPEN INPUT REQUEST-FILE
               ELSE
                   MOVE '35' TO WS-REQUEST-STATUS
               END-IF
               IF REQUEST-MISSING
                   PERFORM PACK-CLOSED-SESSIONS
               ELSE
                   PERFORM RETRIEVE-REQUESTED
               END-IF
           END-IF

           CLOSE REPORT-FILE
           GOBACK.

      *================================================================
      * The monthly pack.
      *================================================================
       PACK-CLOSED-SESSIONS.
           PERFORM READ-RETENTION-POLICY
           MOVE SPACES TO WS-PACK-NAME
           STRING 'DOOM.ARCPACK.' DELIMITED BY SIZE
                  WS-RUN-STAMP(1:12) DELIMITED BY SIZE
                  INTO WS-PACK-NAME
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ARCHIVE PACK ' DELIMITED BY SIZE
                  WS-RUN-STAMP(1:8) DELIMITED BY SIZE
                  ' - THE LAST ' DELIMITED BY SIZE
                  WS-LOOSE-MONTHS DELIMITED BY SIZE
                  ' MONTHS STAY LOOSE' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM SELECT-SESSIONS
           EVALUATE TRUE
           WHEN WS-VP-RESULT = 'R'
               MOVE 'DOOM.ARCHIDX NEEDS DOOMCONV - NOTHING PACKED'
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 4 TO RETURN-CODE
           WHEN WS-PK-COUNT = ZERO
               MOVE 'NO CLOSED SESSIONS OLD ENOUGH TO PACK'
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           WHEN OTHER
               PERFORM FIND-SESSION-MEMBERS
               PERFORM WRITE-PACK
               PERFORM MARK-INDEX-PACKED
               PERFORM DELETE-LOOSE-MEMBERS
               PERFORM REPORT-PACK
           END-EVALUATE.

       READ-RETENTION-POLICY.
      *    Zero or a missing DOOM.RETAIN keeps the default window.
           MOVE 3 TO WS-LOOSE-MONTHS
           MOVE '00' TO WS-RETAIN-STATUS
           OPEN INPUT RETAIN-FILE
           IF NOT RETAIN-MISSING
               PERFORM CHECK-RETAIN-VERSION
               IF WS-VP-ACCEPTED
                   READ RETAIN-FILE
                       NOT AT END
                           IF RET-LOOSE-MONTHS IS NUMERIC
                              AND RET-LOOSE-MONTHS > ZERO
                               MOVE RET-LOOSE-MONTHS TO WS-LOOSE-MONTHS
                           END-IF
                   END-READ
               END-IF
               CLOSE RETAIN-FILE
           END-IF.

       SELECT-SESSIONS.
      *    A loose session whose closing month is the loose window
      *    or more behind this one. An undated line is left alone.
           MOVE ZERO TO WS-PK-COUNT
           MOVE ZERO TO WS-SKIPPED
           MOVE WS-RUN-STAMP(1:4) TO WS-THIS-YEAR
           MOVE WS-RUN-STAMP(5:2) TO WS-THIS-MONTH
           COMPUTE WS-THIS-MONTHS = WS-THIS-YEAR * 12 + WS-THIS-MONTH
           MOVE ZERO TO WS-INDEX-LINE
           MOVE '00' TO WS-ARCHIDX-STATUS
           MOVE SPACE TO WS-VP-RESULT
           OPEN INPUT ARCHIVE-INDEX
           IF NOT ARCHIDX-MISSING
               PERFORM CHECK-ARCHIDX-VERSION
               IF NOT WS-VP-ACCEPTED
                   SET ARCHIDX-EOF TO TRUE
               END-IF
               PERFORM UNTIL ARCHIDX-EOF
                   READ ARCHIVE-INDEX
                       AT END SET ARCHIDX-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-INDEX-LINE
                           PERFORM CONSIDER-INDEX-LINE
                   END-READ
                   IF NOT ARCHIDX-EOF
                      AND WS-ARCHIDX-STATUS NOT = '00'
                       SET ARCHIDX-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE ARCHIVE-INDEX
           END-IF.

       CONSIDER-INDEX-LINE.
           IF AIX-SESSION NOT = SPACES
              AND AIX-LOOSE
              AND AIX-DATE(1:6) IS NUMERIC
               MOVE AIX-DATE(1:4) TO WS-SES-YEAR
               MOVE AIX-DATE(5:2) TO WS-SES-MONTH
               COMPUTE WS-SES-MONTHS = WS-SES-YEAR * 12 + WS-SES-MONTH
               IF WS-THIS-MONTHS - WS-SES-MONTHS >= WS-LOOSE-MONTHS
                   IF WS-PK-COUNT < 500
                       ADD 1 TO WS-PK-COUNT
                       MOVE AIX-SESSION TO WS-PK-SESSION(WS-PK-COUNT)
                       MOVE WS-INDEX-LINE
                           TO WS-PK-INDEX-LINE(WS-PK-COUNT)
                   ELSE
                       ADD 1 TO WS-SKIPPED
                   END-IF
               END-IF
           END-IF.

       FIND-SESSION-MEMBERS.
      *    Count each loose file's lines first, so the directory -
      *    written ahead of the data - can say where each starts.
           MOVE ZERO TO WS-MB-COUNT
           MOVE ZERO TO WS-TOTAL-LINES
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-PK-COUNT
               PERFORM VARYING WS-X FROM 1 BY 1 UNTIL WS-X > 4
                   PERFORM BUILD-MEMBER-NAME
                   PERFORM COUNT-MEMBER-LINES
                   IF NOT ARCHIN-MISSING AND WS-MB-COUNT < 1500
                       ADD 1 TO WS-MB-COUNT
                       MOVE WS-PK-SESSION(WS-P)
                           TO WS-MB-SESSION(WS-MB-COUNT)
                       MOVE WS-SUFFIX(WS-X) TO WS-MB-SUFFIX(WS-MB-COUNT)
                       MOVE WS-ARCH-IN-NAME TO WS-MB-NAME(WS-MB-COUNT)
                       COMPUTE WS-MB-FIRST(WS-MB-COUNT) =
                           WS-TOTAL-LINES + 1
                       MOVE WS-LINE-COUNT TO WS-MB-LINES(WS-MB-COUNT)
                       ADD WS-LINE-COUNT TO WS-TOTAL-LINES
                   END-IF
               END-PERFORM
           END-PERFORM.

       BUILD-MEMBER-NAME.
           MOVE SPACES TO WS-ARCH-IN-NAME
           STRING 'DOOM.ARC.' DELIMITED BY SIZE
                  WS-PK-SESSION(WS-P) DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE
                  WS-SUFFIX(WS-X) DELIMITED BY SPACE
                  INTO WS-ARCH-IN-NAME.

       COUNT-MEMBER-LINES.
           MOVE ZERO TO WS-LINE-COUNT
           MOVE '00' TO WS-ARCHIN-STATUS
           OPEN INPUT ARCH-IN
           IF NOT ARCHIN-MISSING
               PERFORM UNTIL ARCHIN-EOF
                   READ ARCH-IN
                       AT END SET ARCHIN-EOF TO TRUE
                       NOT AT END ADD 1 TO WS-LINE-COUNT
                   END-READ
                   IF NOT ARCHIN-EOF AND WS-ARCHIN-STATUS NOT = '00'
                       SET ARCHIN-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE ARCH-IN
               MOVE '00' TO WS-ARCHIN-STATUS
           END-IF.

       WRITE-PACK.
           OPEN OUTPUT PACK-FILE
           MOVE SPACES TO ARCHIVE-PACK-RECORD
           SET APK-HEADER TO TRUE
           PERFORM FILL-PACK-COUNTS
           WRITE ARCHIVE-PACK-RECORD

           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MB-COUNT
               MOVE SPACES TO ARCHIVE-PACK-RECORD
               SET APK-DIRECTORY TO TRUE
               MOVE WS-MB-SESSION(WS-M) TO APK-SESSION
               MOVE WS-MB-SUFFIX(WS-M) TO APK-MEMBER
               MOVE WS-MB-NAME(WS-M) TO APK-DIR-ORIGINAL
               MOVE WS-MB-FIRST(WS-M) TO APK-DIR-FIRST
               MOVE WS-MB-LINES(WS-M) TO APK-DIR-LINES
               WRITE ARCHIVE-PACK-RECORD
           END-PERFORM

           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MB-COUNT
               PERFORM COPY-MEMBER-INTO-PACK
           END-PERFORM

           MOVE SPACES TO ARCHIVE-PACK-RECORD
           SET APK-TRAILER TO TRUE
           PERFORM FILL-PACK-COUNTS
           WRITE ARCHIVE-PACK-RECORD
           CLOSE PACK-FILE.

       FILL-PACK-COUNTS.
           MOVE WS-RUN-STAMP(1:8) TO APK-PACK-DATE
           MOVE WS-RUN-STAMP(9:6) TO APK-PACK-TIME
           MOVE WS-PK-COUNT TO APK-SESSIONS
           MOVE WS-MB-COUNT TO APK-MEMBERS
           MOVE WS-TOTAL-LINES TO APK-LINES.

       COPY-MEMBER-INTO-PACK.
           MOVE WS-MB-NAME(WS-M) TO WS-ARCH-IN-NAME
           MOVE '00' TO WS-ARCHIN-STATUS
           OPEN INPUT ARCH-IN
           IF NOT ARCHIN-MISSING
               PERFORM UNTIL ARCHIN-EOF
                   READ ARCH-IN
                       AT END SET ARCHIN-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO ARCHIVE-PACK-RECORD
                           SET APK-DATA TO TRUE
                           MOVE WS-MB-SESSION(WS-M) TO APK-SESSION
                           MOVE WS-MB-SUFFIX(WS-M) TO APK-MEMBER
                           MOVE ARCH-IN-REC TO APK-BODY
                           WRITE ARCHIVE-PACK-RECORD
                   END-READ
                   IF NOT ARCHIN-EOF AND WS-ARCHIN-STATUS NOT = '00'
                       SET ARCHIN-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE ARCH-IN
               MOVE '00' TO WS-ARCHIN-STATUS
           END-IF.

       MARK-INDEX-PACKED.
      *    The pack is closed and complete - now the index may say so.
           MOVE 1 TO WS-P
           MOVE ZERO TO WS-INDEX-LINE
           MOVE '00' TO WS-ARCHIDX-STATUS
           OPEN I-O ARCHIVE-INDEX
      *    Past the header SELECT-SESSIONS has already judged - the
      *    line numbers count index lines only.
           READ ARCHIVE-INDEX
               AT END SET ARCHIDX-EOF TO TRUE
           END-READ
           PERFORM UNTIL ARCHIDX-EOF OR WS-P > WS-PK-COUNT
               READ ARCHIVE-INDEX
                   AT END SET ARCHIDX-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-INDEX-LINE
                       IF WS-INDEX-LINE = WS-PK-INDEX-LINE(WS-P)
                           SET AIX-PACKED TO TRUE
                           MOVE WS-PACK-NAME TO AIX-PACK-NAME
                           MOVE WS-RUN-STAMP(1:8) TO AIX-PACK-DATE
                           REWRITE ARCHIVE-INDEX-RECORD
                           ADD 1 TO WS-P
                       END-IF
               END-READ
               IF NOT ARCHIDX-EOF AND WS-ARCHIDX-STATUS NOT = '00'
                   SET ARCHIDX-EOF TO TRUE
               END-IF
           END-PERFORM
           CLOSE ARCHIVE-INDEX.

       DELETE-LOOSE-MEMBERS.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MB-COUNT
               MOVE WS-MB-NAME(WS-M) TO WS-ARCH-IN-NAME
               DELETE FILE ARCH-IN
           END-PERFORM
           MOVE '00' TO WS-ARCHIN-STATUS.

       REPORT-PACK.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PACKED ' DELIMITED BY SIZE
                  WS-PK-COUNT DELIMITED BY SIZE
                  ' SESSIONS INTO ' DELIMITED BY SIZE
                  WS-PACK-NAME DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-REPORT-LINE(1:60) TO WS-JP-TEXT
           CALL 'DOOMJRNL' USING WS-JRNL-PARM
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-MB-COUNT DELIMITED BY SIZE
                  ' MEMBERS, ' DELIMITED BY SIZE
                  WS-TOTAL-LINES DELIMITED BY SIZE
                  ' LINES - LOOSE FILES DELETED' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'SESSION   MEMBER    LINES     ORIGINAL FILE'
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MB-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-MB-SESSION(WS-M) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-MB-SUFFIX(WS-M) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-MB-LINES(WS-M) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-MB-NAME(WS-M) DELIMITED BY SPACE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           IF WS-SKIPPED > ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-SKIPPED DELIMITED BY SIZE
                      ' MORE SESSIONS DUE - OVER 500 IN ONE PASS, LEFT'
                      DELIMITED BY SIZE
                      ' FOR THE NEXT' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *================================================================
      * Retrieval.
      *================================================================
       RETRIEVE-REQUESTED.
      *    REQUEST-FILE is already open - one session id per line.
           PERFORM UNTIL REQUEST-EOF
               READ REQUEST-FILE
                   AT END SET REQUEST-EOF TO TRUE
                   NOT AT END
                       IF REQ-SESSION NOT = SPACES
                          AND REQ-SESSION(1:1) NOT = '*'
                           MOVE REQ-SESSION TO WS-WANT-SESSION
                           PERFORM RETRIEVE-SESSION
                               THRU RETRIEVE-SESSION-EXIT
                       END-IF
               END-READ
               IF NOT REQUEST-EOF AND WS-REQUEST-STATUS NOT = '00'
                   SET REQUEST-EOF TO TRUE
               END-IF
           END-PERFORM
           CLOSE REQUEST-FILE
           DELETE FILE REQUEST-FILE.

       RETRIEVE-SESSION.
      *    The session's latest packed index line names its pack.
           MOVE SPACES TO WS-PACK-NAME
           MOVE '00' TO WS-ARCHIDX-STATUS
           MOVE SPACE TO WS-VP-RESULT
           OPEN INPUT ARCHIVE-INDEX
           IF NOT ARCHIDX-MISSING
               PERFORM CHECK-ARCHIDX-VERSION
               IF NOT WS-VP-ACCEPTED
                   SET ARCHIDX-EOF TO TRUE
               END-IF
               PERFORM UNTIL ARCHIDX-EOF
                   READ ARCHIVE-INDEX
                       AT END SET ARCHIDX-EOF TO TRUE
                       NOT AT END
                           IF AIX-SESSION = WS-WANT-SESSION
                              AND AIX-PACKED
                               MOVE AIX-PACK-NAME TO WS-PACK-NAME
                           END-IF
                   END-READ
                   IF NOT ARCHIDX-EOF
                      AND WS-ARCHIDX-STATUS NOT = '00'
                       SET ARCHIDX-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE ARCHIVE-INDEX
           END-IF
           IF WS-VP-RESULT = 'R'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'SESSION ' DELIMITED BY SIZE
                      WS-WANT-SESSION DELIMITED BY SIZE
                      ' NOT RETRIEVED - DOOM.ARCHIDX NEEDS DOOMCONV'
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 4 TO RETURN-CODE
               GO TO RETRIEVE-SESSION-EXIT
           END-IF
           IF WS-PACK-NAME = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'SESSION ' DELIMITED BY SIZE
                      WS-WANT-SESSION DELIMITED BY SIZE
                      ' IS NOT PACKED - NOTHING RETRIEVED'
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 4 TO RETURN-CODE
               GO TO RETRIEVE-SESSION-EXIT
           END-IF

           MOVE '00' TO WS-PACK-STATUS
           OPEN INPUT PACK-FILE
           IF PACK-MISSING
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'SESSION ' DELIMITED BY SIZE
                      WS-WANT-SESSION DELIMITED BY SIZE
                      ' - PACK ' DELIMITED BY SIZE
                      WS-PACK-NAME DELIMITED BY SPACE
                      ' IS MISSING' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 4 TO RETURN-CODE
               GO TO RETRIEVE-SESSION-EXIT
           END-IF

      *    A member's lines sit together, so each change of member
      *    closes one restored file and opens the next.
           MOVE ZERO TO WS-RESTORED-MEMBERS
           MOVE ZERO TO WS-RESTORED-LINES
           MOVE 'N' TO WS-OUT-OPEN
           MOVE SPACES TO WS-CURRENT-MEMBER
           PERFORM UNTIL PACK-EOF
               READ PACK-FILE
                   AT END SET PACK-EOF TO TRUE
                   NOT AT END
                       IF APK-DATA AND APK-SESSION = WS-WANT-SESSION
                           PERFORM RESTORE-PACK-LINE
                       END-IF
               END-READ
               IF NOT PACK-EOF AND WS-PACK-STATUS NOT = '00'
                   SET PACK-EOF TO TRUE
               END-IF
           END-PERFORM
           IF WS-OUT-OPEN = 'Y'
               CLOSE ARCH-OUT
           END-IF
           CLOSE PACK-FILE

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SESSION ' DELIMITED BY SIZE
                  WS-WANT-SESSION DELIMITED BY SIZE
                  ' RETRIEVED FROM ' DELIMITED BY SIZE
                  WS-PACK-NAME DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
                  WS-RESTORED-MEMBERS DELIMITED BY SIZE
                  ' MEMBERS, ' DELIMITED BY SIZE
                  WS-RESTORED-LINES DELIMITED BY SIZE
                  ' LINES' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       RETRIEVE-SESSION-EXIT.
           EXIT.

       RESTORE-PACK-LINE.
           IF APK-MEMBER NOT = WS-CURRENT-MEMBER
               IF WS-OUT-OPEN = 'Y'
                   CLOSE ARCH-OUT
               END-IF
               MOVE APK-MEMBER TO WS-CURRENT-MEMBER
               MOVE SPACES TO WS-ARCH-OUT-NAME
               STRING 'DOOM.ARC.' DELIMITED BY SIZE
                      WS-WANT-SESSION DELIMITED BY SPACE
                      '.' DELIMITED BY SIZE
                      WS-CURRENT-MEMBER DELIMITED BY SPACE
                      INTO WS-ARCH-OUT-NAME
               OPEN OUTPUT ARCH-OUT
               MOVE 'Y' TO WS-OUT-OPEN
               ADD 1 TO WS-RESTORED-MEMBERS
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  RESTORED ' DELIMITED BY SIZE
                      WS-ARCH-OUT-NAME DELIMITED BY SPACE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE APK-BODY TO ARCH-OUT-REC
           WRITE ARCH-OUT-REC
           ADD 1 TO WS-RESTORED-LINES.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

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
