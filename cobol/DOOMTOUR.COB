      *================================================================
      * DOOMTOUR.COB - Solo-Engine Tournament
      * DOOMGRDE grades the engines on whatever ticks each happened
      * to win in a mixed session, so an engine that only ever wins
      * the quiet ticks grades better than it plays. This job plays
      * them head to head instead: every scenario on the list is
      * run once per engine - AI1, AI2, TACT and PATH - each run
      * from a fresh file set with DOOM.SOLOSEL naming that engine
      * as the solo source, the only one DOOMARB will accept. From
      * each run's files it takes survival (GAMESTAT health), ticks
      * to the first level exit (DOOM.INTERMSN's TIME line), kills
      * and accuracy (DOOM.SCORE), damage taken (DOOM.DMGLOG, the
      * player's own lines only) and rejected moves (DOOM.MOVELOG),
      * with DOOMSCEN's own verdict alongside.
      *
      * Within a scenario the four runs are ranked on, in order:
      * survived, reached the exit, fewer ticks to the exit, more
      * kills, less damage, fewer rejected moves, better accuracy.
      * First place earns 4 points down to 1 for fourth (runs that
      * tie on everything share the place). The engine with the
      * most points overall, then the least total damage, is
      * written to DOOM.ENGRECMD as the RECOMMEND line DOOMGRDE
      * writes, so the primary engine is chosen from fair runs.
      * The full results table goes to DOOM.TOURRPT.
      *
      * The scenarios come from DOOM.TOURLIST, one script file name
      * per line in DOOM.SCENLIB's format; with no DOOM.TOURLIST
      * the whole DOOM.SCENLIB library is played. Up to 20.
      *
      * The live session files are parked as TOURHOLD.* (DOOMFSET)
      * for the length of the run; TOURHOLD.RUNNING marks them
      * parked, and finding it at start means a run died part way -
      * the parked files go back before anything else.
      *
      * DOOM.STEPLIST is the operator's, not the session's, so it is
      * not in DOOMFSET's set; it is set aside here as
      * TOURHOLD.STEPLIST instead and goes back with the rest. Each
      * run plays under a list of its own: the operator's list (or
      * DOOMSTEP's built-in one) with the engine under test - PLAN
      * too for PATH - and the ARB and EXEC steps that carry its
      * commands into play switched on, added where the list lacks
      * them. A step the operator switched off for a soak run would
      * otherwise leave an engine nothing to be graded on.
      *
      * RETURN-CODE 0 recommendation written, 8 nothing to play.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMTOUR.
       AUTHOR. DOOM-COBOL-SYSTEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOUR-LIST ASSIGN TO 'DOOM.TOURLIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOURLIST-STATUS.

           SELECT SCENARIO-LIBRARY ASSIGN TO 'DOOM.SCENLIB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCENLIB-STATUS.

           SELECT RUN-MARKER ASSIGN TO 'TOURHOLD.RUNNING'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MARKER-STATUS.

           SELECT ENGINE-SELECT ASSIGN TO 'DOOM.ENGINESEL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEL-STATUS.

           SELECT SOLO-SELECT ASSIGN TO 'DOOM.SOLOSEL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEL-STATUS.

           SELECT STEP-LIST ASSIGN TO 'DOOM.STEPLIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLIST-STATUS.

           SELECT HELD-STEP-LIST ASSIGN TO 'TOURHOLD.STEPLIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLIST-STATUS.

           SELECT GAME-STATE ASSIGN TO 'GAMESTAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GAMESTATE-STATUS.

           SELECT SCORE-FILE ASSIGN TO 'DOOM.SCORE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.

           SELECT DAMAGE-LOG ASSIGN TO 'DOOM.DMGLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DMGLOG-STATUS.

           SELECT MOVE-LOG ASSIGN TO 'DOOM.MOVELOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MOVELOG-STATUS.

           SELECT INTERMISSION-FILE ASSIGN TO 'DOOM.INTERMSN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTERMSN-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'DOOM.TOURRPT'
               ORGANIZATION IS SEQUENTIAL.

           SELECT RECMD-FILE ASSIGN TO 'DOOM.ENGRECMD'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TOUR-LIST.
       01  TOUR-LIST-LINE.
           05  TRL-NAME                   PIC X(16).
           05  FILLER                     PIC X(64).

       FD  SCENARIO-LIBRARY.
       01  SCENARIO-LIBRARY-LINE.
           05  SCL-NAME                   PIC X(16).
           05  FILLER                     PIC X(64).

       FD  RUN-MARKER.
       01  RUN-MARKER-RECORD              PIC X(80).

       FD  ENGINE-SELECT.
       01  SEL-RECORD.
           05  SEL-PRIMARY-ENGINE         PIC X(4).
           05  SEL-DEBUG-MODE             PIC X.
           05  FILLER                     PIC X(75).

       FD  SOLO-SELECT.
       01  SOLO-RECORD.
           05  SOLO-ENGINE                PIC X(4).
           05  FILLER                     PIC X(76).

       FD  STEP-LIST.
       COPY DOOMSTL.

       FD  HELD-STEP-LIST.
       01  HELD-STEP-RECORD               PIC X(80).

       FD  GAME-STATE.
       01  GAME-STATE-REC.
           05  GS-PLAYER-X     PIC 99.
           05  GS-PLAYER-Y     PIC 99.
           05  GS-HEALTH       PIC 999.
           05  FILLER          PIC X(14).
           05  GS-LEVEL        PIC 99.
           05  FILLER          PIC X(56).

       FD  SCORE-FILE.
       COPY DOOMSCR.

       FD  DAMAGE-LOG.
       COPY DOOMDMR.

       FD  MOVE-LOG.
       01  MOVE-LOG-REC.
           05  LOG-OLD-X       PIC 99.
           05  LOG-OLD-Y       PIC 99.
           05  LOG-DIRECTION   PIC X(2).
           05  LOG-NEW-X       PIC 99.
           05  LOG-NEW-Y       PIC 99.
           05  LOG-RETURN-CODE PIC 99.
           05  LOG-TICK        PIC 9(8).

       FD  INTERMISSION-FILE.
       01  INTERMISSION-RECORD.
           05  INT-LINE-LABEL             PIC X(8).
           05  INT-ELAPSED-TICKS          PIC X(8).
           05  FILLER                     PIC X(64).

       FD  REPORT-FILE.
       01  REPORT-RECORD                  PIC X(80).

       FD  RECMD-FILE.
       01  RECMD-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.
      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged on open before any record of it is used.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMTOUR'.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.
       01  WS-VER-HOLD             PIC X(80).
       01  WS-TOURLIST-STATUS             PIC XX.
           88  TOURLIST-MISSING           VALUE '35'.
           88  TOURLIST-EOF               VALUE '10'.
       01  WS-SCENLIB-STATUS              PIC XX.
           88  SCENLIB-MISSING            VALUE '35'.
           88  SCENLIB-EOF                VALUE '10'.
       01  WS-MARKER-STATUS               PIC XX.
           88  MARKER-MISSING             VALUE '35'.
       01  WS-SEL-STATUS                  PIC XX.
       01  WS-STEPLIST-STATUS             PIC XX.
       01  WS-GAMESTATE-STATUS            PIC XX.
           88  GAMESTATE-MISSING          VALUE '35'.
       01  WS-SCORE-STATUS                PIC XX.
           88  SCORE-MISSING              VALUE '35'.
       01  WS-DMGLOG-STATUS               PIC XX.
           88  DMGLOG-MISSING             VALUE '35'.
           88  DMGLOG-EOF                 VALUE '10'.
       01  WS-MOVELOG-STATUS              PIC XX.
           88  MOVELOG-MISSING            VALUE '35'.
           88  MOVELOG-EOF                VALUE '10'.
       01  WS-INTERMSN-STATUS             PIC XX.
           88  INTERMSN-MISSING           VALUE '35'.
           88  INTERMSN-EOF               VALUE '10'.

      *    The scenarios to play, in run order.
       01  WS-SCENARIO-TABLE.
           05  WS-SC-COUNT                PIC 99 VALUE ZERO.
           05  WS-SC-NAME OCCURS 20 TIMES PIC X(16).
       01  WS-SC-SOURCE                   PIC X(13) VALUE SPACES.

      *    Engines in the order DOOMGRDE's scorecard lists them.
       01  WS-ENGINE-NAMES.
           05  FILLER                     PIC X(4) VALUE 'AI1 '.
           05  FILLER                     PIC X(4) VALUE 'AI2 '.
           05  FILLER                     PIC X(4) VALUE 'TACT'.
           05  FILLER                     PIC X(4) VALUE 'PATH'.
       01  WS-ENGINE-TABLE REDEFINES WS-ENGINE-NAMES.
           05  WS-ENGINE-NAME OCCURS 4 TIMES PIC X(4).

      *    One run per scenario per engine.
       01  WS-RESULTS.
           05  WS-RES-SCEN OCCURS 20 TIMES.
               10  WS-RUN OCCURS 4 TIMES.
                   15  WS-RUN-SURVIVED    PIC X.
                   15  WS-RUN-EXITED      PIC X.
                   15  WS-RUN-EXIT-TICKS  PIC 9(8).
                   15  WS-RUN-KILLS       PIC 9(5).
                   15  WS-RUN-FIRED       PIC 9(6).
                   15  WS-RUN-HIT         PIC 9(6).
                   15  WS-RUN-ACCURACY    PIC 999.
                   15  WS-RUN-DAMAGE      PIC 9(6).
                   15  WS-RUN-REJECTED    PIC 9(5).
                   15  WS-RUN-VERDICT     PIC X(4).
                   15  WS-RUN-RANK        PIC 9.
                   15  WS-RUN-POINTS      PIC 9.

      *    Standings across every scenario.
       01  WS-STANDINGS.
           05  WS-STAND OCCURS 4 TIMES.
               10  WS-ST-POINTS           PIC 9(4).
               10  WS-ST-FIRSTS           PIC 99.
               10  WS-ST-SURVIVED         PIC 99.
               10  WS-ST-EXITS            PIC 99.
               10  WS-ST-KILLS            PIC 9(6).
               10  WS-ST-FIRED            PIC 9(7).
               10  WS-ST-HIT              PIC 9(7).
               10  WS-ST-ACCURACY         PIC 999.
               10  WS-ST-DAMAGE           PIC 9(7).
               10  WS-ST-REJECTED         PIC 9(6).
               10  WS-ST-RANK             PIC 9.

       01  WS-SUBSCRIPTS.
           05  WS-S                       PIC 99.
           05  WS-E                       PIC 9.
           05  WS-A                       PIC 9.
           05  WS-K                       PIC 99.
           05  WS-BEST-ENG                PIC 9 VALUE ZERO.
       01  WS-BEATS                       PIC X.
       01  WS-EXIT-FOUND                  PIC X.

      *    Shaped to match DOOMFSET's LINKAGE.
       01  WS-FSET-PARM.
           05  WS-FS-FUNCTION             PIC X.
           05  WS-FS-PREFIX               PIC X(20) VALUE 'TOURHOLD.'.

      *    Shaped to match DOOMSTEP's LINKAGE - the operator's list
      *    as the tournament found it.
       01  WS-STEP-PARM.
           05  WS-SP-STEP-COUNT           PIC 99.
           05  WS-SP-FROM-FILE            PIC X.
           05  WS-SP-STEP OCCURS 30 TIMES.
               10  WS-SP-STEP-NAME        PIC X(4).
               10  WS-SP-STEP-ENABLED     PIC X.

      *    The same list as one run plays it.
       01  WS-RUN-STEPS.
           05  WS-RS-COUNT                PIC 99.
           05  WS-RS-FROM-FILE            PIC X.
           05  WS-RS-STEP OCCURS 30 TIMES.
               10  WS-RS-STEP-NAME        PIC X(4).
               10  WS-RS-STEP-ENABLED     PIC X.
       01  WS-RS-I                        PIC 99.
       01  WS-RS-AT                       PIC 99.
      *    The step a run needs on, and the step it goes in ahead of
      *    when the list doesn't have it.
       01  WS-FORCE-NAME                  PIC X(4).
       01  WS-FORCE-BEFORE                PIC X(4).

       01  WS-COPY-FROM                   PIC X(40).
       01  WS-COPY-TO                     PIC X(40).

      *    Shaped to match DOOMSCEN's LINKAGE.
       01  WS-SCEN-PARM.
           05  WS-SCEN-PARM-LEN           PIC S9(4) COMP VALUE 22.
           05  WS-SCEN-NAME               PIC X(16).
           05  WS-SCEN-RESULT             PIC X(4).
           05  WS-SCEN-FAIL-COUNT         PIC 99.

       01  WS-RUN-STAMP                   PIC X(21).
       01  WS-REPORT-LINE                 PIC X(80).
       01  WS-RECMD-LINE                  PIC X(80).

       01  WS-MATCH-HEAD.
           05  FILLER PIC X(6)  VALUE 'ENG'.
           05  FILLER PIC X(5)  VALUE 'SRV'.
           05  FILLER PIC X(10) VALUE 'EXIT TICK'.
           05  FILLER PIC X(7)  VALUE 'KILLS'.
           05  FILLER PIC X(5)  VALUE 'ACC'.
           05  FILLER PIC X(8)  VALUE 'DAMAGE'.
           05  FILLER PIC X(7)  VALUE 'REJECT'.
           05  FILLER PIC X(6)  VALUE 'SCEN'.
           05  FILLER PIC X(3)  VALUE 'RK'.
           05  FILLER PIC X(23) VALUE 'PTS'.

       01  WS-MATCH-LINE.
           05  WS-ML-ENGINE               PIC X(4).
           05  FILLER                     PIC XX VALUE SPACES.
           05  WS-ML-SURVIVED             PIC X(3).
           05  FILLER                     PIC XX VALUE SPACES.
           05  WS-ML-EXIT                 PIC X(8).
           05  FILLER                     PIC XX VALUE SPACES.
           05  WS-ML-KILLS                PIC 9(5).
           05  FILLER                     PIC XX VALUE SPACES.
           05  WS-ML-ACCURACY             PIC 999.
           05  FILLER                     PIC XX VALUE SPACES.
           05  WS-ML-DAMAGE               PIC 9(6).
           05  FILLER                     PIC XX VALUE SPACES.
           05  WS-ML-REJECTED             PIC 9(5).
           05  FILLER                     PIC XX VALUE SPACES.
           05  WS-ML-VERDICT              PIC X(4).
           05  FILLER                     PIC XX VALUE SPACES.
           05  WS-ML-RANK                 PIC 9.
           05  FILLER                     PIC XX VALUE SPACES.
           05  WS-ML-POINTS               PIC 9.
           05  FILLER                     PIC X(22) VALUE SPACES.

       01  WS-STAND-HEAD.
           05  FILLER PIC X(6)  VALUE 'ENG'.
           05  FILLER PIC X(6)  VALUE 'PTS'.
           05  FILLER PIC X(4)  VALUE '1ST'.
           05  FILLER PIC X(4)  VALUE 'SRV'.
           05  FILLER PIC X(4)  VALUE 'EXT'.
           05  FILLER PIC X(8)  VALUE 'KILLS'.
           05  FILLER PIC X(9)  VALUE 'DAMAGE'.
           05  FILLER PIC X(8)  VALUE 'REJECT'.
           05  FILLER PIC X(5)  VALUE 'ACC'.
           05  FILLER PIC X(26) VALUE 'RANK'.

       01  WS-STAND-LINE.
           05  WS-SL-ENGINE               PIC X(4).
           05  FILLER                     PIC XX VALUE SPACES.
           05  WS-SL-POINTS               PIC 9(4).
           05  FILLER                     PIC XX VALUE SPACES.
           05  WS-SL-FIRSTS               PIC 99.
           05  FILLER                     PIC XX VALUE SPACES.
           05  WS-SL-SURVIVED             PIC 99.
           05  FILLER                     PIC XX VALUE SPACES.
           05  WS-SL-EXITS                PIC 99.
           05  FILLER                     PIC XX VALUE SPACES.
           05  WS-SL-KILLS                PIC 9(6).
           05  FILLER                     PIC XX VALUE SPACES.
           05  WS-SL-DAMAGE               PIC 9(7).
           05  FILLER                     PIC XX VALUE SPACES.
           05  WS-SL-REJECTED             PIC 9(6).
           05  FILLER                     PIC XX VALUE SPACES.
           05  WS-SL-ACCURACY             PIC 999.
           05  FILLER                     PIC XX VALUE SPACES.
           05  WS-SL-RANK                 PIC 9.
           05  FILLER                     PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE ZERO TO RETURN-CODE
           OPEN OUTPUT REPORT-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SOLO-ENGINE TOURNAMENT - ' DELIMITED BY SIZE
                  WS-RUN-STAMP(1:8) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RUN-STAMP(9:6) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM RECOVER-INTERRUPTED-RUN
           PERFORM LOAD-SCENARIO-LIST
           IF WS-SC-COUNT = ZERO
               MOVE 'NO SCENARIOS ON DOOM.TOURLIST OR DOOM.SCENLIB - N
      -             'OTHING PLAYED' TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-SC-COUNT DELIMITED BY SIZE
                  ' SCENARIOS FROM ' DELIMITED BY SIZE
                  WS-SC-SOURCE DELIMITED BY SPACE
                  ' - ONE SOLO RUN PER ENGINE EACH' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM HOLD-LIVE-SET
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-SC-COUNT
               PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > 4
                   PERFORM RUN-ONE-MATCH
               END-PERFORM
           END-PERFORM
           PERFORM RESTORE-LIVE-SET

           PERFORM RANK-SCENARIOS
           PERFORM RANK-OVERALL
           PERFORM WRITE-RESULTS-TABLE
           PERFORM WRITE-RECOMMENDATION
           CLOSE REPORT-FILE
           MOVE ZERO TO RETURN-CODE
           GOBACK.

       RECOVER-INTERRUPTED-RUN.
           MOVE '00' TO WS-MARKER-STATUS
           OPEN INPUT RUN-MARKER
           IF NOT MARKER-MISSING
               CLOSE RUN-MARKER
               PERFORM RESTORE-LIVE-SET
               MOVE 'INTERRUPTED RUN FOUND - LIVE FILES RESTORED'
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       LOAD-SCENARIO-LIST.
      *    A tournament list of its own when there is one, else the
      *    whole certification library.
           MOVE ZERO TO WS-SC-COUNT
           MOVE '00' TO WS-TOURLIST-STATUS
           OPEN INPUT TOUR-LIST
           IF NOT TOURLIST-MISSING
               MOVE 'DOOM.TOURLIST' TO WS-SC-SOURCE
               PERFORM UNTIL TOURLIST-EOF OR WS-SC-COUNT >= 20
                   READ TOUR-LIST
                       AT END SET TOURLIST-EOF TO TRUE
                       NOT AT END
                           IF TRL-NAME NOT = SPACES
                              AND TRL-NAME(1:1) NOT = '*'
                               ADD 1 TO WS-SC-COUNT
                               MOVE TRL-NAME TO WS-SC-NAME(WS-SC-COUNT)
                           END-IF
                   END-READ
                   IF NOT TOURLIST-EOF
                      AND WS-TOURLIST-STATUS NOT = '00'
                       SET TOURLIST-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE TOUR-LIST
           ELSE
               MOVE 'DOOM.SCENLIB' TO WS-SC-SOURCE
               MOVE '00' TO WS-SCENLIB-STATUS
               OPEN INPUT SCENARIO-LIBRARY
               IF NOT SCENLIB-MISSING
                   PERFORM UNTIL SCENLIB-EOF OR WS-SC-COUNT >= 20
                       READ SCENARIO-LIBRARY
                           AT END SET SCENLIB-EOF TO TRUE
                           NOT AT END
                               IF SCL-NAME NOT = SPACES
                                  AND SCL-NAME(1:1) NOT = '*'
                                   ADD 1 TO WS-SC-COUNT
                                   MOVE SCL-NAME
                                       TO WS-SC-NAME(WS-SC-COUNT)
                               END-IF
                       END-READ
                       IF NOT SCENLIB-EOF
                          AND WS-SCENLIB-STATUS NOT = '00'
                           SET SCENLIB-EOF TO TRUE
                       END-IF
                   END-PERFORM
                   CLOSE SCENARIO-LIBRARY
               END-IF
           END-IF.

       HOLD-LIVE-SET.
      *    The operator's step list is set aside before the marker
      *    goes down, so a marker always means the list is held. A
      *    held copy from a run that died before its marker is
      *    dropped first - no copy is how "there was no list" is
      *    remembered.
           DELETE FILE HELD-STEP-LIST
           MOVE 'DOOM.STEPLIST' TO WS-COPY-FROM
           MOVE 'TOURHOLD.STEPLIST' TO WS-COPY-TO
           CALL 'CBL_COPY_FILE' USING WS-COPY-FROM WS-COPY-TO
           MOVE ZERO TO RETURN-CODE
           CALL 'DOOMSTEP' USING WS-STEP-PARM
      *    The marker goes down next - its presence is what tells
      *    a restarted run that the session files are parked.
           OPEN OUTPUT RUN-MARKER
           MOVE SPACES TO RUN-MARKER-RECORD
           STRING 'TOURNAMENT STARTED ' DELIMITED BY SIZE
                  WS-RUN-STAMP(1:14) DELIMITED BY SIZE
                  INTO RUN-MARKER-RECORD
           WRITE RUN-MARKER-RECORD
           CLOSE RUN-MARKER
           MOVE 'C' TO WS-FS-FUNCTION
           CALL 'DOOMFSET' USING WS-FSET-PARM.

       RESTORE-LIVE-SET.
           MOVE 'R' TO WS-FS-FUNCTION
           CALL 'DOOMFSET' USING WS-FSET-PARM
      *    The last run's list goes; the operator's comes back, or
      *    stays gone if there was none when the run began.
           DELETE FILE STEP-LIST
           MOVE 'TOURHOLD.STEPLIST' TO WS-COPY-FROM
           MOVE 'DOOM.STEPLIST' TO WS-COPY-TO
           CALL 'CBL_COPY_FILE' USING WS-COPY-FROM WS-COPY-TO
           IF RETURN-CODE = ZERO
               DELETE FILE HELD-STEP-LIST
           END-IF
           MOVE ZERO TO RETURN-CODE
           DELETE FILE RUN-MARKER.

      *================================================================
      * One scenario played by one engine alone.
      *================================================================
       RUN-ONE-MATCH.
      *    Every run starts from the same clean slate - only the map
      *    comes back from the parked set - and the selectors the
      *    fresh set lacks are written naming this engine, solo.
           MOVE 'S' TO WS-FS-FUNCTION
           CALL 'DOOMFSET' USING WS-FSET-PARM
           OPEN OUTPUT ENGINE-SELECT
           MOVE SPACES TO SEL-RECORD
           MOVE WS-ENGINE-NAME(WS-E) TO SEL-PRIMARY-ENGINE
           MOVE 'N' TO SEL-DEBUG-MODE
           WRITE SEL-RECORD
           CLOSE ENGINE-SELECT
           OPEN OUTPUT SOLO-SELECT
           MOVE SPACES TO SOLO-RECORD
           MOVE WS-ENGINE-NAME(WS-E) TO SOLO-ENGINE
           WRITE SOLO-RECORD
           CLOSE SOLO-SELECT
           PERFORM WRITE-RUN-STEP-LIST

           MOVE WS-SC-NAME(WS-S) TO WS-SCEN-NAME
           MOVE SPACES TO WS-SCEN-RESULT
           MOVE ZERO TO WS-SCEN-FAIL-COUNT
           CALL 'DOOMSCEN' USING WS-SCEN-PARM
           MOVE WS-SCEN-RESULT TO WS-RUN-VERDICT(WS-S, WS-E)

           PERFORM READ-FINAL-STATE
           PERFORM READ-EXIT-TIME
           PERFORM READ-RUN-SCORE
           PERFORM SUM-DAMAGE-TAKEN
           PERFORM COUNT-REJECTED-MOVES.

       WRITE-RUN-STEP-LIST.
      *    Applier before its arbiter before the engine, so each
      *    one added finds the step it belongs ahead of already in.
           MOVE WS-STEP-PARM TO WS-RUN-STEPS
           MOVE 'EXEC' TO WS-FORCE-NAME
           MOVE 'CBT ' TO WS-FORCE-BEFORE
           PERFORM FORCE-RUN-STEP
           MOVE 'ARB ' TO WS-FORCE-NAME
           MOVE 'EXEC' TO WS-FORCE-BEFORE
           PERFORM FORCE-RUN-STEP
           MOVE 'ARB ' TO WS-FORCE-BEFORE
           EVALUATE WS-ENGINE-NAME(WS-E)
               WHEN 'AI1 '
                   MOVE 'AI  ' TO WS-FORCE-NAME
                   PERFORM FORCE-RUN-STEP
               WHEN 'PATH'
                   MOVE 'PATH' TO WS-FORCE-NAME
                   PERFORM FORCE-RUN-STEP
      *            The walker follows the planner's route.
                   MOVE 'PLAN' TO WS-FORCE-NAME
                   MOVE 'PATH' TO WS-FORCE-BEFORE
                   PERFORM FORCE-RUN-STEP
               WHEN OTHER
                   MOVE WS-ENGINE-NAME(WS-E) TO WS-FORCE-NAME
                   PERFORM FORCE-RUN-STEP
           END-EVALUATE
           OPEN OUTPUT STEP-LIST
           PERFORM WRITE-STEPLIST-HEADER
           PERFORM VARYING WS-RS-I FROM 1 BY 1
                   UNTIL WS-RS-I > WS-RS-COUNT
               MOVE SPACES TO STEP-LIST-RECORD
               MOVE WS-RS-I TO STL-SEQ
               MOVE WS-RS-STEP-NAME(WS-RS-I) TO STL-STEP-NAME
               MOVE WS-RS-STEP-ENABLED(WS-RS-I) TO STL-ENABLED
               SET STL-NO-OPERATOR TO TRUE
               WRITE STEP-LIST-RECORD
           END-PERFORM
           CLOSE STEP-LIST.

       WRITE-STEPLIST-HEADER.
      *    Header first on every fresh copy; the record area is put
      *    back as it was for the data record that follows.
           MOVE STEP-LIST-RECORD TO WS-VER-HOLD
           MOVE 'H' TO WS-VP-FUNCTION
           MOVE 'DOOMSTL' TO WS-VP-LAYOUT
           CALL 'DOOMVER' USING WS-VER-PARM
           MOVE WS-VP-HEADER TO STEP-LIST-RECORD
           WRITE STEP-LIST-RECORD
           MOVE WS-VER-HOLD TO STEP-LIST-RECORD.

       FORCE-RUN-STEP.
           MOVE ZERO TO WS-RS-AT
           PERFORM VARYING WS-RS-I FROM 1 BY 1
                   UNTIL WS-RS-I > WS-RS-COUNT OR WS-RS-AT > ZERO
               IF WS-RS-STEP-NAME(WS-RS-I) = WS-FORCE-NAME
                   MOVE WS-RS-I TO WS-RS-AT
               END-IF
           END-PERFORM
           IF WS-RS-AT > ZERO
               MOVE 'Y' TO WS-RS-STEP-ENABLED(WS-RS-AT)
           ELSE
               IF WS-RS-COUNT >= 30
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'STEP LIST FULL - ' DELIMITED BY SIZE
                          WS-FORCE-NAME DELIMITED BY SPACE
                          ' NOT ADDED FOR ' DELIMITED BY SIZE
                          WS-ENGINE-NAME(WS-E) DELIMITED BY SPACE
                          ' ON ' DELIMITED BY SIZE
                          WS-SC-NAME(WS-S) DELIMITED BY SPACE
                          INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   PERFORM INSERT-RUN-STEP
               END-IF
           END-IF.

       INSERT-RUN-STEP.
      *    Ahead of WS-FORCE-BEFORE, or on the end without it.
           MOVE ZERO TO WS-RS-AT
           PERFORM VARYING WS-RS-I FROM 1 BY 1
                   UNTIL WS-RS-I > WS-RS-COUNT OR WS-RS-AT > ZERO
               IF WS-RS-STEP-NAME(WS-RS-I) = WS-FORCE-BEFORE
                   MOVE WS-RS-I TO WS-RS-AT
               END-IF
           END-PERFORM
           IF WS-RS-AT = ZERO
               COMPUTE WS-RS-AT = WS-RS-COUNT + 1
           END-IF
           PERFORM VARYING WS-RS-I FROM WS-RS-COUNT BY -1
                   UNTIL WS-RS-I < WS-RS-AT
               MOVE WS-RS-STEP(WS-RS-I) TO WS-RS-STEP(WS-RS-I + 1)
           END-PERFORM
           MOVE WS-FORCE-NAME TO WS-RS-STEP-NAME(WS-RS-AT)
           MOVE 'Y' TO WS-RS-STEP-ENABLED(WS-RS-AT)
           ADD 1 TO WS-RS-COUNT.

       READ-FINAL-STATE.
           MOVE 'N' TO WS-RUN-SURVIVED(WS-S, WS-E)
           MOVE '00' TO WS-GAMESTATE-STATUS
           OPEN INPUT GAME-STATE
           IF NOT GAMESTATE-MISSING
               READ GAME-STATE
                   NOT AT END
                       IF GS-HEALTH IS NUMERIC AND GS-HEALTH > ZERO
                           MOVE 'Y' TO WS-RUN-SURVIVED(WS-S, WS-E)
                       END-IF
               END-READ
               CLOSE GAME-STATE
           END-IF.

       READ-EXIT-TIME.
      *    The run's first intermission block is the level it
      *    started on - its TIME line carries the ticks taken.
           MOVE 'N' TO WS-RUN-EXITED(WS-S, WS-E)
           MOVE ZERO TO WS-RUN-EXIT-TICKS(WS-S, WS-E)
           MOVE 'N' TO WS-EXIT-FOUND
           MOVE '00' TO WS-INTERMSN-STATUS
           OPEN INPUT INTERMISSION-FILE
           IF NOT INTERMSN-MISSING
               PERFORM UNTIL INTERMSN-EOF OR WS-EXIT-FOUND = 'Y'
                   READ INTERMISSION-FILE
                       AT END SET INTERMSN-EOF TO TRUE
                       NOT AT END
                           IF INT-LINE-LABEL = '  TIME: '
                              AND INT-ELAPSED-TICKS IS NUMERIC
                               MOVE 'Y' TO WS-EXIT-FOUND
                               MOVE 'Y' TO WS-RUN-EXITED(WS-S, WS-E)
                               MOVE INT-ELAPSED-TICKS
                                   TO WS-RUN-EXIT-TICKS(WS-S, WS-E)
                           END-IF
                   END-READ
                   IF NOT INTERMSN-EOF
                      AND WS-INTERMSN-STATUS NOT = '00'
                       SET INTERMSN-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE INTERMISSION-FILE
           END-IF.

       READ-RUN-SCORE.
           INITIALIZE SCORE-RECORD
           MOVE '00' TO WS-SCORE-STATUS
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
           MOVE ZERO TO WS-RUN-KILLS(WS-S, WS-E)
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 9
               IF SCORE-KILLS-BY-TYPE(WS-K) IS NUMERIC
                   ADD SCORE-KILLS-BY-TYPE(WS-K)
                       TO WS-RUN-KILLS(WS-S, WS-E)
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-RUN-FIRED(WS-S, WS-E)
           MOVE ZERO TO WS-RUN-HIT(WS-S, WS-E)
           MOVE ZERO TO WS-RUN-ACCURACY(WS-S, WS-E)
           IF SCORE-SHOTS-FIRED IS NUMERIC
              AND SCORE-SHOTS-HIT IS NUMERIC
               MOVE SCORE-SHOTS-FIRED TO WS-RUN-FIRED(WS-S, WS-E)
               MOVE SCORE-SHOTS-HIT TO WS-RUN-HIT(WS-S, WS-E)
               IF SCORE-SHOTS-FIRED > ZERO
                   COMPUTE WS-RUN-ACCURACY(WS-S, WS-E) =
                       SCORE-SHOTS-HIT * 100 / SCORE-SHOTS-FIRED
               END-IF
           END-IF.

       SUM-DAMAGE-TAKEN.
      *    The player's own ledger lines only - infighting (MI-)
      *    is monster on monster, and engine-reported lines repeat
      *    damage the COBOL side already posted.
           MOVE ZERO TO WS-RUN-DAMAGE(WS-S, WS-E)
           MOVE '00' TO WS-DMGLOG-STATUS
           OPEN INPUT DAMAGE-LOG
           IF NOT DMGLOG-MISSING
               PERFORM UNTIL DMGLOG-EOF
                   READ DAMAGE-LOG
                       AT END SET DMGLOG-EOF TO TRUE
                       NOT AT END
                           IF DMG-CAUSE(1:3) NOT = 'MI-'
                              AND NOT DMG-ENGINE-REPORTED
                              AND DMG-AMOUNT IS NUMERIC
                               ADD DMG-AMOUNT
                                   TO WS-RUN-DAMAGE(WS-S, WS-E)
                           END-IF
                   END-READ
                   IF NOT DMGLOG-EOF
                      AND WS-DMGLOG-STATUS NOT = '00'
                       SET DMGLOG-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE DAMAGE-LOG
           END-IF.

       COUNT-REJECTED-MOVES.
           MOVE ZERO TO WS-RUN-REJECTED(WS-S, WS-E)
           MOVE '00' TO WS-MOVELOG-STATUS
           OPEN INPUT MOVE-LOG
           IF NOT MOVELOG-MISSING
               PERFORM UNTIL MOVELOG-EOF
                   READ MOVE-LOG
                       AT END SET MOVELOG-EOF TO TRUE
                       NOT AT END
                           IF LOG-RETURN-CODE IS NUMERIC
                              AND LOG-RETURN-CODE > ZERO
                               ADD 1 TO WS-RUN-REJECTED(WS-S, WS-E)
                           END-IF
                   END-READ
                   IF NOT MOVELOG-EOF
                      AND WS-MOVELOG-STATUS NOT = '00'
                       SET MOVELOG-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE MOVE-LOG
           END-IF.

      *================================================================
      * Ranking.
      *================================================================
       RANK-SCENARIOS.
      *    A run's place is one more than the runs that beat it, so
      *    runs level on every measure share the place and points.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-SC-COUNT
               PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > 4
                   MOVE 1 TO WS-RUN-RANK(WS-S, WS-E)
                   PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > 4
                       IF WS-A NOT = WS-E
                           PERFORM COMPARE-RUNS
                           IF WS-BEATS = 'Y'
                               ADD 1 TO WS-RUN-RANK(WS-S, WS-E)
                           END-IF
                       END-IF
                   END-PERFORM
                   COMPUTE WS-RUN-POINTS(WS-S, WS-E) =
                       5 - WS-RUN-RANK(WS-S, WS-E)
               END-PERFORM
           END-PERFORM.

       COMPARE-RUNS.
      *    Does engine WS-A's run beat engine WS-E's? The first
      *    measure they differ on decides it.
           MOVE 'N' TO WS-BEATS
           EVALUATE TRUE
               WHEN WS-RUN-SURVIVED(WS-S, WS-A)
                    NOT = WS-RUN-SURVIVED(WS-S, WS-E)
                   IF WS-RUN-SURVIVED(WS-S, WS-A) = 'Y'
                       MOVE 'Y' TO WS-BEATS
                   END-IF
               WHEN WS-RUN-EXITED(WS-S, WS-A)
                    NOT = WS-RUN-EXITED(WS-S, WS-E)
                   IF WS-RUN-EXITED(WS-S, WS-A) = 'Y'
                       MOVE 'Y' TO WS-BEATS
                   END-IF
               WHEN WS-RUN-EXIT-TICKS(WS-S, WS-A)
                    NOT = WS-RUN-EXIT-TICKS(WS-S, WS-E)
                   IF WS-RUN-EXIT-TICKS(WS-S, WS-A)
                      < WS-RUN-EXIT-TICKS(WS-S, WS-E)
                       MOVE 'Y' TO WS-BEATS
                   END-IF
               WHEN WS-RUN-KILLS(WS-S, WS-A)
                    NOT = WS-RUN-KILLS(WS-S, WS-E)
                   IF WS-RUN-KILLS(WS-S, WS-A)
                      > WS-RUN-KILLS(WS-S, WS-E)
                       MOVE 'Y' TO WS-BEATS
                   END-IF
               WHEN WS-RUN-DAMAGE(WS-S, WS-A)
                    NOT = WS-RUN-DAMAGE(WS-S, WS-E)
                   IF WS-RUN-DAMAGE(WS-S, WS-A)
                      < WS-RUN-DAMAGE(WS-S, WS-E)
                       MOVE 'Y' TO WS-BEATS
                   END-IF
               WHEN WS-RUN-REJECTED(WS-S, WS-A)
                    NOT = WS-RUN-REJECTED(WS-S, WS-E)
                   IF WS-RUN-REJECTED(WS-S, WS-A)
                      < WS-RUN-REJECTED(WS-S, WS-E)
                       MOVE 'Y' TO WS-BEATS
                   END-IF
               WHEN WS-RUN-ACCURACY(WS-S, WS-A)
                    > WS-RUN-ACCURACY(WS-S, WS-E)
                   MOVE 'Y' TO WS-BEATS
           END-EVALUATE.

       RANK-OVERALL.
           INITIALIZE WS-STANDINGS
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > 4
               PERFORM VARYING WS-S FROM 1 BY 1
                       UNTIL WS-S > WS-SC-COUNT
                   ADD WS-RUN-POINTS(WS-S, WS-E) TO WS-ST-POINTS(WS-E)
                   IF WS-RUN-RANK(WS-S, WS-E) = 1
                       ADD 1 TO WS-ST-FIRSTS(WS-E)
                   END-IF
                   IF WS-RUN-SURVIVED(WS-S, WS-E) = 'Y'
                       ADD 1 TO WS-ST-SURVIVED(WS-E)
                   END-IF
                   IF WS-RUN-EXITED(WS-S, WS-E) = 'Y'
                       ADD 1 TO WS-ST-EXITS(WS-E)
                   END-IF
                   ADD WS-RUN-KILLS(WS-S, WS-E) TO WS-ST-KILLS(WS-E)
                   ADD WS-RUN-FIRED(WS-S, WS-E) TO WS-ST-FIRED(WS-E)
                   ADD WS-RUN-HIT(WS-S, WS-E) TO WS-ST-HIT(WS-E)
                   ADD WS-RUN-DAMAGE(WS-S, WS-E) TO WS-ST-DAMAGE(WS-E)
                   ADD WS-RUN-REJECTED(WS-S, WS-E)
                       TO WS-ST-REJECTED(WS-E)
               END-PERFORM
               IF WS-ST-FIRED(WS-E) > ZERO
                   COMPUTE WS-ST-ACCURACY(WS-E) =
                       WS-ST-HIT(WS-E) * 100 / WS-ST-FIRED(WS-E)
               END-IF
           END-PERFORM
      *    Most points, then least damage taken; the best placed
      *    engine in DOOMGRDE's order breaks a dead heat.
           MOVE ZERO TO WS-BEST-ENG
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > 4
               MOVE 1 TO WS-ST-RANK(WS-E)
               PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > 4
                   IF WS-ST-POINTS(WS-A) > WS-ST-POINTS(WS-E)
                      OR (WS-ST-POINTS(WS-A) = WS-ST-POINTS(WS-E)
                      AND WS-ST-DAMAGE(WS-A) < WS-ST-DAMAGE(WS-E))
                       ADD 1 TO WS-ST-RANK(WS-E)
                   END-IF
               END-PERFORM
               IF WS-ST-RANK(WS-E) = 1 AND WS-BEST-ENG = ZERO
                   MOVE WS-E TO WS-BEST-ENG
               END-IF
           END-PERFORM.

      *================================================================
      * Results table and recommendation.
      *================================================================
       WRITE-RESULTS-TABLE.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-SC-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'SCENARIO ' DELIMITED BY SIZE
                      WS-SC-NAME(WS-S) DELIMITED BY SPACE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-MATCH-HEAD TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > 4
                   PERFORM FORMAT-MATCH-LINE
                   MOVE WS-MATCH-LINE TO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'OVERALL STANDINGS - 4 POINTS A FIRST PLACE DOWN TO 1
      -         'FOR FOURTH' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-STAND-HEAD TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > 4
               MOVE WS-ENGINE-NAME(WS-E) TO WS-SL-ENGINE
               MOVE WS-ST-POINTS(WS-E) TO WS-SL-POINTS
               MOVE WS-ST-FIRSTS(WS-E) TO WS-SL-FIRSTS
               MOVE WS-ST-SURVIVED(WS-E) TO WS-SL-SURVIVED
               MOVE WS-ST-EXITS(WS-E) TO WS-SL-EXITS
               MOVE WS-ST-KILLS(WS-E) TO WS-SL-KILLS
               MOVE WS-ST-DAMAGE(WS-E) TO WS-SL-DAMAGE
               MOVE WS-ST-REJECTED(WS-E) TO WS-SL-REJECTED
               MOVE WS-ST-ACCURACY(WS-E) TO WS-SL-ACCURACY
               MOVE WS-ST-RANK(WS-E) TO WS-SL-RANK
               MOVE WS-STAND-LINE TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RECOMMENDED PRIMARY ENGINE: ' DELIMITED BY SIZE
                  WS-ENGINE-NAME(WS-BEST-ENG) DELIMITED BY SIZE
                  ' - WRITTEN TO DOOM.ENGRECMD' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       FORMAT-MATCH-LINE.
           MOVE WS-ENGINE-NAME(WS-E) TO WS-ML-ENGINE
           IF WS-RUN-SURVIVED(WS-S, WS-E) = 'Y'
               MOVE 'YES' TO WS-ML-SURVIVED
           ELSE
               MOVE 'NO' TO WS-ML-SURVIVED
           END-IF
           IF WS-RUN-EXITED(WS-S, WS-E) = 'Y'
               MOVE WS-RUN-EXIT-TICKS(WS-S, WS-E) TO WS-ML-EXIT
           ELSE
               MOVE 'NO EXIT' TO WS-ML-EXIT
           END-IF
           MOVE WS-RUN-KILLS(WS-S, WS-E) TO WS-ML-KILLS
           MOVE WS-RUN-ACCURACY(WS-S, WS-E) TO WS-ML-ACCURACY
           MOVE WS-RUN-DAMAGE(WS-S, WS-E) TO WS-ML-DAMAGE
           MOVE WS-RUN-REJECTED(WS-S, WS-E) TO WS-ML-REJECTED
           MOVE WS-RUN-VERDICT(WS-S, WS-E) TO WS-ML-VERDICT
           MOVE WS-RUN-RANK(WS-S, WS-E) TO WS-ML-RANK
           MOVE WS-RUN-POINTS(WS-S, WS-E) TO WS-ML-POINTS.

       WRITE-RECOMMENDATION.
      *    Same shape as DOOMGRDE's file - the first line carries
      *    the engine at columns 11-14, ready for SEL-PRIMARY-ENGINE.
      *    The per-engine lines say TOURNAMENT where DOOMGRDE's say
      *    TICKS, so nothing reading grade lines mistakes them.
           OPEN OUTPUT RECMD-FILE
           MOVE SPACES TO WS-RECMD-LINE
           STRING 'RECOMMEND ' DELIMITED BY SIZE
                  WS-ENGINE-NAME(WS-BEST-ENG) DELIMITED BY SIZE
                  ' - SOLO TOURNAMENT OVER ' DELIMITED BY SIZE
                  WS-SC-COUNT DELIMITED BY SIZE
                  ' SCENARIOS' DELIMITED BY SIZE
                  INTO WS-RECMD-LINE
           PERFORM WRITE-RECMD-LINE
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > 4
               MOVE SPACES TO WS-RECMD-LINE
               STRING WS-ENGINE-NAME(WS-E) DELIMITED BY SIZE
                      ' TOURNAMENT RANK ' DELIMITED BY SIZE
                      WS-ST-RANK(WS-E) DELIMITED BY SIZE
                      ' POINTS ' DELIMITED BY SIZE
                      WS-ST-POINTS(WS-E) DELIMITED BY SIZE
                      ' FIRSTS ' DELIMITED BY SIZE
                      WS-ST-FIRSTS(WS-E) DELIMITED BY SIZE
                      ' SURVIVED ' DELIMITED BY SIZE
                      WS-ST-SURVIVED(WS-E) DELIMITED BY SIZE
                      ' EXITS ' DELIMITED BY SIZE
                      WS-ST-EXITS(WS-E) DELIMITED BY SIZE
                      INTO WS-RECMD-LINE
               PERFORM WRITE-RECMD-LINE
           END-PERFORM
           MOVE 'FULL RESULTS TABLE ON DOOM.TOURRPT' TO WS-RECMD-LINE
           PERFORM WRITE-RECMD-LINE
           CLOSE RECMD-FILE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

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
