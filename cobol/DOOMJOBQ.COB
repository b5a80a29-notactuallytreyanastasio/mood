      *================================================================
      * DOOMJOBQ.COB - Overnight Multi-Session Job Queue Runner
      * Every program opens fixed names - GAMESTAT, LEVEL, ENTITIES,
      * DOOM.SCORE, DOOM.JOURNAL and the rest - so only one session
      * can ever be in play, and comparing skill 1 against skill 3
      * or AI2 against TACT took a night apiece. This works DOOM.JOBQ
      * (layout in DOOMJQE.CPY) one entry at a time: the live mutable
      * file set is parked under JOBQHOLD.<file>, a fresh set is laid
      * down for the job - its starting level, skill, primary engine
      * and session id, with the map seeded from the live LEVEL -
      * DOOMBAT's session mode runs it for the job's tick budget, the
      * session is closed out DOOMDETH-style (DOOM.ARC.<label>.*
      * archives and a DOOM.ARCHIDX line, so DOOMTRND sees every job),
      * the whole set is kept as JOB.<label>.<file> for anyone who
      * wants to dig in, and the parked live set goes back exactly as
      * it was. One row per job lands in DOOM.JOBQRPT, so the morning
      * shift finds a comparison matrix instead of one session.
      * Operator PAUSE in DOOM.BATCHCTL is shared, not per job - it
      * holds the queue just as it holds a normal batch run.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMJOBQ.
       AUTHOR. DOOM-COBOL-SYSTEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-QUEUE ASSIGN TO 'DOOM.JOBQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBQ-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'DOOM.JOBQRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RICH-STATE ASSIGN TO 'DOOM.GAMESTAT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-RS-REL-KEY
               FILE STATUS IS WS-RICH-STATUS.

           SELECT RICH-RESET ASSIGN TO 'DOOM.GAMESTAT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RESET-STATUS.

           SELECT GAME-STATE ASSIGN TO 'GAMESTAT'
               ORGANIZATION IS SEQUENTIAL.

           SELECT SESSION-FILE ASSIGN TO 'DOOM.SESSIONID'
               ORGANIZATION IS SEQUENTIAL.

           SELECT SKILL-FILE ASSIGN TO 'DOOM.SKILL'
               ORGANIZATION IS SEQUENTIAL.

           SELECT ENGINE-SELECT ASSIGN TO 'DOOM.ENGINESEL'
               ORGANIZATION IS SEQUENTIAL.

           SELECT ENTITY-SNAPSHOT ASSIGN TO 'DOOM.ENTSNAP'
               ORGANIZATION IS SEQUENTIAL.

           SELECT SCORE-FILE ASSIGN TO 'DOOM.SCORE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.

           SELECT RESTART-FILE ASSIGN TO 'DOOM.BATCHRST'
               ORGANIZATION IS SEQUENTIAL.

           SELECT ARCH-IN ASSIGN TO DYNAMIC WS-ARCH-IN-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIN-STATUS.

           SELECT ARCH-OUT ASSIGN TO DYNAMIC WS-ARCH-OUT-NAME
               ORGANIZATION IS SEQUENTIAL.

           SELECT ARCHIVE-INDEX ASSIGN TO 'DOOM.ARCHIDX'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-QUEUE.
       COPY DOOMJQE.

       FD  REPORT-FILE.
       01  REPORT-RECORD                  PIC X(80).

       FD  RICH-STATE.
       01  RICH-STATE-RECORD              PIC X(80).

       FD  RICH-RESET.
       01  RICH-RESET-RECORD              PIC X(80).

       FD  GAME-STATE.
       01  GAME-STATE-REC.
           05  GS-PLAYER-X     PIC 99.
           05  GS-PLAYER-Y     PIC 99.
           05  GS-HEALTH       PIC 999.
           05  GS-POOLS.
               10  GS-BULLETS  PIC 999.
               10  GS-SHELLS   PIC 999.
               10  GS-CELLS    PIC 999.
               10  GS-ROCKETS  PIC 999.
           05  GS-FACING       PIC X.
           05  GS-VIEW         PIC X.
           05  GS-LEVEL        PIC 99.
           05  FILLER          PIC X(56).

       FD  SESSION-FILE.
       01  SESSION-REC.
           05  SESSION-ID      PIC X(8).
           05  FILLER          PIC X(12).

       FD  SKILL-FILE.
       COPY DOOMSKL.

       FD  ENGINE-SELECT.
       01  SEL-RECORD.
           05  SEL-PRIMARY-ENGINE         PIC X(4).
           05  SEL-DEBUG-MODE             PIC X.
           05  FILLER                     PIC X(75).

       FD  ENTITY-SNAPSHOT.
       COPY DOOMESN.

       FD  SCORE-FILE.
       COPY DOOMSCR.

       FD  RESTART-FILE.
       COPY DOOMRST.

       FD  ARCH-IN.
       01  ARCH-IN-REC                    PIC X(132).

       FD  ARCH-OUT.
       01  ARCH-OUT-REC                   PIC X(132).

       FD  ARCHIVE-INDEX.
       COPY DOOMAIX.

       WORKING-STORAGE SECTION.
      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged on open before any record of it is used.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMJOBQ'.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.
       01  WS-VER-HOLD             PIC X(80).
       COPY DOOMSTAT.

       01  WS-JOBQ-STATUS                 PIC XX.
           88  JOBQ-MISSING               VALUE '35'.
           88  JOBQ-EOF                   VALUE '10'.
       01  WS-REPORT-STATUS               PIC XX.
           88  REPORT-MISSING             VALUE '35'.
       01  WS-RS-REL-KEY                  PIC 9(4).
       01  WS-RICH-STATUS                 PIC XX.
           88  RICH-MISSING               VALUE '35'.
       01  WS-RESET-STATUS                PIC XX.
       01  WS-SCORE-STATUS                PIC XX.
           88  SCORE-MISSING              VALUE '35'.
       01  WS-ARCHIN-STATUS               PIC XX.
           88  ARCHIN-MISSING             VALUE '35'.
           88  ARCHIN-EOF                 VALUE '10'.
       01  WS-ARCHIDX-STATUS              PIC XX.
           88  ARCHIDX-MISSING            VALUE '35'.

      *    Shaped to match DOOMFSET's LINKAGE - the live set is
      *    parked, seeded, kept and restored through there.
       01  WS-FSET-PARM.
           05  WS-FS-FUNCTION             PIC X.
           05  WS-FS-PREFIX               PIC X(20).

      *    The queue, held whole so an entry's status can be saved
      *    back the moment it changes - DOOM.JOBQ is rewritten from
      *    here each time.
       01  WS-QUEUE-TABLE.
           05  WS-Q-COUNT                 PIC 99 VALUE ZERO.
           05  WS-Q-ENTRY OCCURS 50 TIMES PIC X(80).
       01  WS-Q-I                         PIC 99.

      *    Shaped to match DOOMBAT's LINKAGE - session mode with
      *    room for the outcome to come back.
       01  WS-BAT-PARM.
           05  WS-BAT-PARM-LEN            PIC S9(4) COMP.
           05  WS-BAT-DIRECTION           PIC X(2).
           05  WS-BAT-PLAYER-ID           PIC 9.
           05  WS-BAT-SESSION-TICKS       PIC 9(5).
           05  WS-BAT-FINAL-LEVEL         PIC 99.
           05  WS-BAT-PREFLIGHT           PIC X.
           05  WS-BAT-TICKS-RUN           PIC 9(5).
           05  WS-BAT-STOP-REASON         PIC X(30).

      *    Shaped to match DOOMJRNL's LINKAGE - each job's journal
      *    opens and closes its own story.
       01  WS-JRNL-PARM.
           05  WS-JP-PROGRAM       PIC X(8) VALUE 'DOOMJOBQ'.
           05  WS-JP-TICK          PIC 9(8) VALUE ZERO.
           05  WS-JP-TEXT          PIC X(60).

       01  WS-JOB-OUTCOME.
           05  WS-OUT-TICK                PIC 9(8).
           05  WS-OUT-LEVEL               PIC 99.
           05  WS-OUT-HEALTH              PIC 999.
           05  WS-OUT-ACC                 PIC 999.
           05  WS-OUT-KILLS               PIC 9(4).
           05  WS-OUT-REASON              PIC X(30).

       01  WS-RUN-TOTALS.
           05  WS-JOBS-RUN                PIC 99 VALUE ZERO.
           05  WS-JOBS-REJECTED           PIC 99 VALUE ZERO.
           05  WS-JOBS-SKIPPED            PIC 99 VALUE ZERO.

       01  WS-WORK.
           05  WS-I                       PIC 99.
           05  WS-K                       PIC 99.
           05  WS-JOB-VALID               PIC X.
           05  WS-REJECT-REASON           PIC X(30).
           05  WS-RUN-STAMP               PIC X(21).

       01  WS-ARCH-IN-NAME                PIC X(24).
       01  WS-ARCH-OUT-NAME               PIC X(32).
       01  WS-ARCH-SUFFIX                 PIC X(8).
       01  WS-REPORT-LINE                 PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-JOB-QUEUE
           PERFORM OPEN-JOB-REPORT
           IF WS-Q-COUNT = ZERO
               MOVE 'NO JOBS ON DOOM.JOBQ' TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM VARYING WS-Q-I FROM 1 BY 1
                   UNTIL WS-Q-I > WS-Q-COUNT
               MOVE WS-Q-ENTRY(WS-Q-I) TO JOB-QUEUE-ENTRY
               EVALUATE TRUE
                   WHEN JQE-ACTIVE
      *                A run that died mid-job left that job's files
      *                live and the real ones parked - put them back
      *                before anything else, then run the job again.
                       PERFORM RESTORE-LIVE-FILES
                       PERFORM PROCESS-ONE-JOB
                   WHEN JQE-PENDING
                       PERFORM PROCESS-ONE-JOB
                   WHEN OTHER
                       ADD 1 TO WS-JOBS-SKIPPED
               END-EVALUATE
           END-PERFORM
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           GOBACK.

       LOAD-JOB-QUEUE.
           MOVE ZERO TO WS-Q-COUNT
           OPEN INPUT JOB-QUEUE
           IF NOT JOBQ-MISSING
               PERFORM UNTIL JOBQ-EOF OR WS-Q-COUNT >= 50
                   READ JOB-QUEUE
                       AT END SET JOBQ-EOF TO TRUE
                       NOT AT END
                           IF JOB-QUEUE-ENTRY NOT = SPACES
                               ADD 1 TO WS-Q-COUNT
                               MOVE JOB-QUEUE-ENTRY
                                   TO WS-Q-ENTRY(WS-Q-COUNT)
                           END-IF
                   END-READ
                   IF NOT JOBQ-EOF AND WS-JOBQ-STATUS NOT = '00'
                       SET JOBQ-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE JOB-QUEUE
           END-IF.

       SAVE-JOB-QUEUE.
           MOVE JOB-QUEUE-ENTRY TO WS-Q-ENTRY(WS-Q-I)
           OPEN OUTPUT JOB-QUEUE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-Q-COUNT
               MOVE WS-Q-ENTRY(WS-I) TO JOB-QUEUE-ENTRY
               WRITE JOB-QUEUE-ENTRY
           END-PERFORM
           CLOSE JOB-QUEUE
           MOVE WS-Q-ENTRY(WS-Q-I) TO JOB-QUEUE-ENTRY.

       OPEN-JOB-REPORT.
      *    Appended, one block per run, so a queue restarted after
      *    an abend keeps the rows its first attempt already wrote.
           OPEN EXTEND REPORT-FILE
           IF REPORT-MISSING
               OPEN OUTPUT REPORT-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'JOB QUEUE COMPLETION REPORT - RUN ' DELIMITED BY SIZE
                  WS-RUN-STAMP(1:8) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RUN-STAMP(9:6) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'LABEL    LV S ENG  BUDGT TICKS LV HP  ACC  KILL'
               TO REPORT-RECORD
           MOVE 'OUTCOME' TO REPORT-RECORD(49:7)
           WRITE REPORT-RECORD.

       PROCESS-ONE-JOB.
           PERFORM VALIDATE-JOB
           IF WS-JOB-VALID = 'N'
               MOVE 'R' TO JQE-STATUS
               PERFORM SAVE-JOB-QUEUE
               ADD 1 TO WS-JOBS-REJECTED
               INITIALIZE WS-JOB-OUTCOME
               MOVE ZERO TO WS-BAT-TICKS-RUN
               MOVE 'REJECTED - ' TO WS-OUT-REASON
               MOVE WS-REJECT-REASON TO WS-OUT-REASON(12:19)
               PERFORM WRITE-JOB-ROW
           ELSE
               MOVE 'A' TO JQE-STATUS
               PERFORM SAVE-JOB-QUEUE
               PERFORM HOLD-LIVE-FILES
               PERFORM SEED-JOB-FILES
               PERFORM RUN-JOB-SESSION
               PERFORM READ-JOB-OUTCOME
               PERFORM CLOSE-OUT-JOB
               PERFORM KEEP-JOB-FILES
               PERFORM RESTORE-LIVE-FILES
               MOVE 'D' TO JQE-STATUS
               PERFORM SAVE-JOB-QUEUE
               ADD 1 TO WS-JOBS-RUN
               PERFORM WRITE-JOB-ROW
           END-IF.

       VALIDATE-JOB.
           MOVE 'Y' TO WS-JOB-VALID
           MOVE SPACES TO WS-REJECT-REASON
           IF JQE-TICK-BUDGET NOT NUMERIC OR JQE-TICK-BUDGET = ZERO
               MOVE 'N' TO WS-JOB-VALID
               MOVE 'BAD TICK BUDGET' TO WS-REJECT-REASON
           END-IF
           IF JQE-ENGINE NOT = 'AI1 ' AND JQE-ENGINE NOT = 'AI2 '
              AND JQE-ENGINE NOT = 'TACT'
              AND JQE-ENGINE NOT = 'PATH'
               MOVE 'N' TO WS-JOB-VALID
               MOVE 'BAD ENGINE' TO WS-REJECT-REASON
           END-IF
           IF JQE-SKILL NOT NUMERIC
              OR JQE-SKILL < 1 OR JQE-SKILL > 3
               MOVE 'N' TO WS-JOB-VALID
               MOVE 'BAD SKILL' TO WS-REJECT-REASON
           END-IF
           IF JQE-START-LEVEL NOT NUMERIC OR JQE-START-LEVEL = ZERO
               MOVE 'N' TO WS-JOB-VALID
               MOVE 'BAD START LEVEL' TO WS-REJECT-REASON
           END-IF
           IF JQE-LABEL = SPACES
               MOVE 'N' TO WS-JOB-VALID
               MOVE 'NO LABEL' TO WS-REJECT-REASON
           END-IF.

       HOLD-LIVE-FILES.
           MOVE 'C' TO WS-FS-FUNCTION
           MOVE 'JOBQHOLD.' TO WS-FS-PREFIX
           CALL 'DOOMFSET' USING WS-FSET-PARM.

       SEED-JOB-FILES.
      *    The job's own starting set - the cleared files go, then
      *    the ones every session needs are written fresh: the
      *    DOOMDETH clean start, but at the job's level, with the
      *    job's skill and engine and the label as session id.
           MOVE 'S' TO WS-FS-FUNCTION
           MOVE 'JOBQHOLD.' TO WS-FS-PREFIX
           CALL 'DOOMFSET' USING WS-FSET-PARM

           OPEN OUTPUT GAME-STATE
           MOVE SPACES TO GAME-STATE-REC
           MOVE 02 TO GS-PLAYER-X
           MOVE 02 TO GS-PLAYER-Y
           MOVE 100 TO GS-HEALTH
           MOVE 050 TO GS-BULLETS
           MOVE ZERO TO GS-SHELLS
           MOVE ZERO TO GS-CELLS
           MOVE ZERO TO GS-ROCKETS
           MOVE 'N' TO GS-FACING
           MOVE 'N' TO GS-VIEW
           MOVE JQE-START-LEVEL TO GS-LEVEL
           WRITE GAME-STATE-REC
           CLOSE GAME-STATE

           OPEN OUTPUT RICH-RESET
           INITIALIZE DOOM-GAME-STATE
           MOVE 'STATE   ' TO STATE-RECORD-TYPE
           MOVE ZERO TO STATE-TICK
           MOVE JQE-START-LEVEL TO STATE-LEVEL OF STATE-HEADER
           WRITE RICH-RESET-RECORD FROM STATE-HEADER
           MOVE 'PLAYER  ' TO PLAYER-RECORD-TYPE
           MOVE 2 TO PLAYER-X OF PLAYER-POSITION
           MOVE 2 TO PLAYER-Y OF PLAYER-POSITION
           MOVE 100 TO PLAYER-HEALTH OF PLAYER-RECORD
           MOVE ZERO TO PLAYER-ARMOR
           MOVE 'A' TO PLAYER-STATUS
           WRITE RICH-RESET-RECORD FROM PLAYER-RECORD
           MOVE 'AMMO    ' TO AMMO-RECORD-TYPE
           MOVE 50 TO AMMO-BULLETS
           MOVE 1 TO CURRENT-WEAPON
           MOVE ALL 'N' TO AMMO-WEAPONS-OWNED
           MOVE 'Y' TO AMMO-WEAPON-OWNED(1)
           MOVE 'Y' TO AMMO-WEAPON-OWNED(2)
           WRITE RICH-RESET-RECORD FROM AMMUNITION-RECORD
           CLOSE RICH-RESET

           OPEN OUTPUT ENTITY-SNAPSHOT
           INITIALIZE ENTITY-SNAPSHOT-RECORD
           WRITE ENTITY-SNAPSHOT-RECORD
           CLOSE ENTITY-SNAPSHOT

           OPEN OUTPUT SCORE-FILE
           PERFORM WRITE-SCORE-HEADER
           INITIALIZE SCORE-RECORD
           WRITE SCORE-RECORD
           CLOSE SCORE-FILE

           OPEN OUTPUT RESTART-FILE
           INITIALIZE RESTART-RECORD
           WRITE RESTART-RECORD
           CLOSE RESTART-FILE

           OPEN OUTPUT SKILL-FILE
           MOVE SPACES TO SKILL-RECORD
           MOVE JQE-SKILL TO SKILL-LEVEL
           WRITE SKILL-RECORD
           CLOSE SKILL-FILE

           OPEN OUTPUT ENGINE-SELECT
           MOVE SPACES TO SEL-RECORD
           MOVE JQE-ENGINE TO SEL-PRIMARY-ENGINE
           MOVE 'N' TO SEL-DEBUG-MODE
           WRITE SEL-RECORD
           CLOSE ENGINE-SELECT

           OPEN OUTPUT SESSION-FILE
           MOVE SPACES TO SESSION-REC
           MOVE JQE-LABEL TO SESSION-ID
           WRITE SESSION-REC
           CLOSE SESSION-FILE.

       RUN-JOB-SESSION.
           MOVE SPACES TO WS-JP-TEXT
           STRING 'JOB QUEUE SESSION ' DELIMITED BY SIZE
                  JQE-LABEL DELIMITED BY SPACE
                  ' LEVEL ' DELIMITED BY SIZE
                  JQE-START-LEVEL DELIMITED BY SIZE
                  ' SKILL ' DELIMITED BY SIZE
                  JQE-SKILL DELIMITED BY SIZE
                  ' ENGINE ' DELIMITED BY SIZE
                  JQE-ENGINE DELIMITED BY SPACE
                  ' BUDGET ' DELIMITED BY SIZE
                  JQE-TICK-BUDGET DELIMITED BY SIZE
                  INTO WS-JP-TEXT
           MOVE ZERO TO WS-JP-TICK
           CALL 'DOOMJRNL' USING WS-JRNL-PARM

           MOVE 46 TO WS-BAT-PARM-LEN
           MOVE SPACES TO WS-BAT-DIRECTION
           MOVE 1 TO WS-BAT-PLAYER-ID
           MOVE JQE-TICK-BUDGET TO WS-BAT-SESSION-TICKS
           MOVE ZERO TO WS-BAT-FINAL-LEVEL
           MOVE 'N' TO WS-BAT-PREFLIGHT
           MOVE ZERO TO WS-BAT-TICKS-RUN
           MOVE SPACES TO WS-BAT-STOP-REASON
           CALL 'DOOMBAT' USING WS-BAT-PARM
           MOVE ZERO TO RETURN-CODE.

       READ-JOB-OUTCOME.
      *    How the session ended, off the files it left behind - the
      *    frame header and player record, and the running score.
           INITIALIZE WS-JOB-OUTCOME
           MOVE WS-BAT-STOP-REASON TO WS-OUT-REASON
           OPEN INPUT RICH-STATE
           IF NOT RICH-MISSING
               MOVE 1 TO WS-RS-REL-KEY
               READ RICH-STATE INTO STATE-HEADER
                   INVALID KEY CONTINUE
               END-READ
               IF WS-RICH-STATUS = '00' AND VALID-STATE-REC
                   MOVE STATE-TICK TO WS-OUT-TICK
                   MOVE STATE-LEVEL OF STATE-HEADER TO WS-OUT-LEVEL
               END-IF
               MOVE 2 TO WS-RS-REL-KEY
               READ RICH-STATE INTO PLAYER-RECORD
                   INVALID KEY CONTINUE
               END-READ
               IF WS-RICH-STATUS = '00' AND VALID-PLAYER-REC
                   MOVE PLAYER-HEALTH OF PLAYER-RECORD
                       TO WS-OUT-HEALTH
               END-IF
               CLOSE RICH-STATE
           END-IF

           OPEN INPUT SCORE-FILE
           IF NOT SCORE-MISSING
               PERFORM CHECK-SCORE-VERSION
               IF WS-VP-ACCEPTED
                   READ SCORE-FILE
                       NOT AT END
                           IF SCORE-SHOTS-FIRED IS NUMERIC
                              AND SCORE-SHOTS-HIT IS NUMERIC
                              AND SCORE-SHOTS-FIRED > ZERO
                               COMPUTE WS-OUT-ACC =
                                   SCORE-SHOTS-HIT * 100
                                   / SCORE-SHOTS-FIRED
                           END-IF
                           PERFORM VARYING WS-K FROM 1 BY 1
                                   UNTIL WS-K > 9
                               IF SCORE-KILLS-BY-TYPE(WS-K) IS NUMERIC
                                   ADD SCORE-KILLS-BY-TYPE(WS-K)
                                       TO WS-OUT-KILLS
                               END-IF
                           END-PERFORM
                   END-READ
               END-IF
               CLOSE SCORE-FILE
           END-IF.

       CLOSE-OUT-JOB.
      *    The DOOMDETH closeout for a session that ended on its
      *    budget as much as on a death: the closing journal line
      *    while the job's journal is still live, the score, AI
      *    report and move log archived under the label, and the
      *    archive index line that puts the job in the trend report.
           MOVE SPACES TO WS-JP-TEXT
           STRING 'JOB QUEUE SESSION CLOSED - ' DELIMITED BY SIZE
                  WS-OUT-REASON DELIMITED BY SIZE
                  INTO WS-JP-TEXT
           MOVE WS-OUT-TICK TO WS-JP-TICK
           CALL 'DOOMJRNL' USING WS-JRNL-PARM

           MOVE 'DOOM.SCORE' TO WS-ARCH-IN-NAME
           MOVE 'SCORE' TO WS-ARCH-SUFFIX
           PERFORM ARCHIVE-ONE-FILE
           MOVE 'DOOM.AIREPORT' TO WS-ARCH-IN-NAME
           MOVE 'AIREPT' TO WS-ARCH-SUFFIX
           PERFORM ARCHIVE-ONE-FILE
           MOVE 'DOOM.MOVELOG' TO WS-ARCH-IN-NAME
           MOVE 'MOVELOG' TO WS-ARCH-SUFFIX
           PERFORM ARCHIVE-ONE-FILE
           PERFORM APPEND-ARCHIVE-INDEX
               THRU APPEND-ARCHIVE-INDEX-EXIT.

       APPEND-ARCHIVE-INDEX.
      *    An index whose header DOOMVER rejects is an older
      *    layout this line would not match - it is left for
      *    DOOMCONV and the line goes unwritten, on the journal
      *    instead. A missing or empty index starts with its header.
           MOVE SPACE TO WS-VP-RESULT
           OPEN INPUT ARCHIVE-INDEX
           IF NOT ARCHIDX-MISSING
               PERFORM CHECK-ARCHIDX-VERSION
               CLOSE ARCHIVE-INDEX
           END-IF
           EVALUATE TRUE
           WHEN WS-VP-ACCEPTED
               OPEN EXTEND ARCHIVE-INDEX
           WHEN WS-VP-RESULT = 'R'
               MOVE SPACES TO WS-JP-TEXT
               STRING 'NOT INDEXED - DOOM.ARCHIDX NEEDS DOOMCONV: '
                      DELIMITED BY SIZE
                      JQE-LABEL DELIMITED BY SIZE
                      INTO WS-JP-TEXT
               MOVE WS-OUT-TICK TO WS-JP-TICK
               CALL 'DOOMJRNL' USING WS-JRNL-PARM
               GO TO APPEND-ARCHIVE-INDEX-EXIT
           WHEN OTHER
               OPEN OUTPUT ARCHIVE-INDEX
               PERFORM WRITE-ARCHIDX-HEADER
           END-EVALUATE
           MOVE SPACES TO ARCHIVE-INDEX-RECORD
           MOVE JQE-LABEL TO AIX-SESSION
           MOVE FUNCTION CURRENT-DATE(1:8) TO AIX-DATE
           MOVE WS-OUT-TICK TO AIX-FINAL-TICK
           MOVE WS-OUT-LEVEL TO AIX-LEVEL
           SET AIX-LOOSE TO TRUE
      *    A budget closeout draws no death dossier.
           SET AIX-NO-POSTMORT TO TRUE
           WRITE ARCHIVE-INDEX-RECORD
           CLOSE ARCHIVE-INDEX.

       APPEND-ARCHIVE-INDEX-EXIT.
           EXIT.

       ARCHIVE-ONE-FILE.
           MOVE SPACES TO WS-ARCH-OUT-NAME
           STRING 'DOOM.ARC.' DELIMITED BY SIZE
                  JQE-LABEL DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE
                  WS-ARCH-SUFFIX DELIMITED BY SPACE
                  INTO WS-ARCH-OUT-NAME

           OPEN INPUT ARCH-IN
           IF ARCHIN-MISSING
               CONTINUE
           ELSE
               OPEN OUTPUT ARCH-OUT
               PERFORM UNTIL ARCHIN-EOF
                   READ ARCH-IN
                       AT END SET ARCHIN-EOF TO TRUE
                       NOT AT END
                           MOVE ARCH-IN-REC TO ARCH-OUT-REC
                           WRITE ARCH-OUT-REC
                   END-READ
                   IF NOT ARCHIN-EOF AND WS-ARCHIN-STATUS NOT = '00'
                       SET ARCHIN-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE ARCH-OUT
               CLOSE ARCH-IN
           END-IF
           MOVE '00' TO WS-ARCHIN-STATUS.

       KEEP-JOB-FILES.
      *    The job's whole set under its own prefix - journal, logs,
      *    frame and all - before the live set comes back over it.
           MOVE 'C' TO WS-FS-FUNCTION
           MOVE SPACES TO WS-FS-PREFIX
           STRING 'JOB.' DELIMITED BY SIZE
                  JQE-LABEL DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE
                  INTO WS-FS-PREFIX
           CALL 'DOOMFSET' USING WS-FSET-PARM.

       RESTORE-LIVE-FILES.
           MOVE 'R' TO WS-FS-FUNCTION
           MOVE 'JOBQHOLD.' TO WS-FS-PREFIX
           CALL 'DOOMFSET' USING WS-FSET-PARM.

       WRITE-JOB-ROW.
           MOVE SPACES TO WS-REPORT-LINE
           STRING JQE-LABEL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  JQE-START-LEVEL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  JQE-SKILL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  JQE-ENGINE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  JQE-TICK-BUDGET DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-BAT-TICKS-RUN DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-OUT-LEVEL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-OUT-HEALTH DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-OUT-ACC DELIMITED BY SIZE
                  '% ' DELIMITED BY SIZE
                  WS-OUT-KILLS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-OUT-REASON DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'JOBS RUN ' DELIMITED BY SIZE
                  WS-JOBS-RUN DELIMITED BY SIZE
                  '  REJECTED ' DELIMITED BY SIZE
                  WS-JOBS-REJECTED DELIMITED BY SIZE
                  '  ALREADY FINISHED ' DELIMITED BY SIZE
                  WS-JOBS-SKIPPED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

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

       WRITE-SCORE-HEADER.
      *    Header first on every fresh copy; the record area is put
      *    back as it was for the data record that follows.
           MOVE SCORE-RECORD TO WS-VER-HOLD
           MOVE 'H' TO WS-VP-FUNCTION
           MOVE 'DOOMSCR' TO WS-VP-LAYOUT
           CALL 'DOOMVER' USING WS-VER-PARM
           MOVE WS-VP-HEADER TO SCORE-RECORD
           WRITE SCORE-RECORD
           MOVE WS-VER-HOLD TO SCORE-RECORD.

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

       WRITE-ARCHIDX-HEADER.
      *    Header first on every fresh copy; the record area is put
      *    back as it was for the data record that follows.
           MOVE ARCHIVE-INDEX-RECORD TO WS-VER-HOLD
           MOVE 'H' TO WS-VP-FUNCTION
           MOVE 'DOOMAIX' TO WS-VP-LAYOUT
           CALL 'DOOMVER' USING WS-VER-PARM
           MOVE WS-VP-HEADER TO ARCHIVE-INDEX-RECORD
           WRITE ARCHIVE-INDEX-RECORD
           MOVE WS-VER-HOLD TO ARCHIVE-INDEX-RECORD.
