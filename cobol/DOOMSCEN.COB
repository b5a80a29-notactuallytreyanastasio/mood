      * report written to DOOM.SCENRPT. A library of these scripts
      * certifies a change in one batch run instead of a day of
      * watching.
      * Standalone (PARM-LEN zero) it runs DOOM.SCENARIO. DOOMPROM
      * walks the DOOM.SCENLIB library by passing each script's file
      * name and reads the verdict back from the PARM: PASS, FAIL,
      * or NONE when the script is missing or has no expected-
      * outcome record to judge against.
      *
      * DOOM.SCENARIO is line sequential and hand-edited:
      *   'GS ' + the 79-byte compact GAMESTAT record
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCENARIO-FILE ASSIGN TO DYNAMIC WS-SCENARIO-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCENARIO-STATUS.

       01  WS-SESSION-STATUS              PIC XX.
           88  SESSION-MISSING            VALUE '35'.
       01  WS-SESSION-ID                  PIC X(8) VALUE SPACES.
       01  WS-SCENARIO-NAME               PIC X(16)
                                          VALUE 'DOOM.SCENARIO'.
       01  WS-KEYED-USED                  PIC X VALUE 'N'.

       01  WS-SETUP-STATE.
           05  WS-BAT-DIRECTION           PIC X(2).
           05  WS-BAT-PLAYER-ID           PIC 9.

      *    Shaped to match DOOMARB's LINKAGE.
       01  WS-ARB-PARM.
           05  WS-ARB-PARM-LEN            PIC S9(4) COMP VALUE ZERO.
           05  WS-ARB-PLAYER-ID           PIC 9 VALUE ZERO.

       01  WS-EXEC-PARM.
           05  WS-EXEC-PARM-LEN           PIC S9(4) COMP VALUE ZERO.
           05  WS-EXEC-PLAYER-ID          PIC 9.

      *    Shaped to match DOOMCBT's LINKAGE.
       01  WS-CBT-PARM.
           05  WS-CBT-PARM-LEN            PIC S9(4) COMP VALUE ZERO.
           05  WS-CBT-PLAYER-ID           PIC 9 VALUE ZERO.
           05  WS-CBT-VERSUS              PIC X VALUE 'N'.

      *    Shaped to match DOOMSTEP's LINKAGE - whichever of the
      *    arbitration, command and combat steps the batch list
      *    already runs inside DOOMBAT is not run a second time here.
       01  WS-STEP-PARM.
           05  WS-STEP-COUNT              PIC 99 VALUE ZERO.
           05  WS-STEP-FROM-FILE          PIC X.
           05  WS-STEP OCCURS 30 TIMES.
               10  WS-STEP-NAME           PIC X(4).
               10  WS-STEP-ENABLED        PIC X.
       01  WS-STEP-I                      PIC 99.
       01  WS-BATCH-RUNS.
           05  WS-BAT-RUNS-ARB            PIC X VALUE 'N'.
           05  WS-BAT-RUNS-EXEC           PIC X VALUE 'N'.
           05  WS-BAT-RUNS-CBT            PIC X VALUE 'N'.

      *    Shaped to match the leading fields of DOOMCTX's LINKAGE - a
      *    context left by an earlier run is dropped before the
      *    fixtures go down, so nothing reads the old world.
       01  WS-CTX-PARM.
           05  WS-CX-FUNCTION             PIC X VALUE 'D'.
           05  WS-CX-SCOPE                PIC X VALUE SPACE.
           05  WS-CX-LEVEL                PIC 99 VALUE ZERO.
           05  WS-CX-RESULT               PIC X.

       01  WS-REPORT-LINE                 PIC X(80).

       LINKAGE SECTION.
       01  SCEN-PARM.
           05  PARM-LEN                   PIC S9(4) COMP.
      *    The script to run - spaces means DOOM.SCENARIO.
           05  PARM-SCENARIO-NAME         PIC X(16).
      *    Handed back when the caller leaves room for them.
           05  PARM-RESULT                PIC X(4).
           05  PARM-FAIL-COUNT            PIC 99.

       PROCEDURE DIVISION USING SCEN-PARM.
       MAIN-PROCEDURE.
           MOVE 'SURVIVAL' TO WS-MODE-LABEL(1)
           MOVE 'COMBAT'   TO WS-MODE-LABEL(2)
           MOVE 'SCAVENGE' TO WS-MODE-LABEL(3)
           MOVE 'EXPLORE'  TO WS-MODE-LABEL(4)

           PERFORM RESET-CALL-STATE
           PERFORM LOAD-SCENARIO
           IF SCENARIO-MISSING
               PERFORM REPORT-NO-SCENARIO
               PERFORM RETURN-VERDICT
               GOBACK
           END-IF
           PERFORM RESET-RUN-STATE
           PERFORM CHECK-BATCH-STEPS
           PERFORM RUN-SCENARIO-TICKS
           PERFORM SCAN-JOURNAL-RESULTS
           PERFORM WRITE-VERDICT THRU WRITE-VERDICT-EXIT
           PERFORM RETURN-VERDICT
           GOBACK.

       RESET-CALL-STATE.
      *    A library run calls this once per script - nothing the
      *    last script set up or observed may leak into the next.
           MOVE 'DOOM.SCENARIO' TO WS-SCENARIO-NAME
           IF PARM-LEN > ZERO
               IF PARM-SCENARIO-NAME NOT = SPACES
                   MOVE PARM-SCENARIO-NAME TO WS-SCENARIO-NAME
               END-IF
           END-IF
           MOVE '00' TO WS-SCENARIO-STATUS
           MOVE 'N' TO WS-HAVE-GS
           MOVE 'N' TO WS-RICH-OPEN
           MOVE 'N' TO WS-ENT-OPEN
           MOVE 1 TO WS-TICK-COUNT
           MOVE 'N' TO WS-HAVE-EXPECT
           INITIALIZE WS-EXPECTED
           MOVE SPACES TO WS-OBS-WINNER
           MOVE ZERO TO WS-FAIL-COUNT
           MOVE 'N' TO WS-BAT-RUNS-ARB
           MOVE 'N' TO WS-BAT-RUNS-EXEC
           MOVE 'N' TO WS-BAT-RUNS-CBT.

       RETURN-VERDICT.
           IF PARM-LEN > 16
               IF SCENARIO-MISSING OR WS-HAVE-EXPECT = 'N'
                   MOVE 'NONE' TO PARM-RESULT
               ELSE
                   IF WS-FAIL-COUNT = ZERO
                       MOVE 'PASS' TO PARM-RESULT
                   ELSE
                       MOVE 'FAIL' TO PARM-RESULT
                   END-IF
               END-IF
               MOVE WS-FAIL-COUNT TO PARM-FAIL-COUNT
           END-IF.

       LOAD-SCENARIO.
           OPEN INPUT SCENARIO-FILE
           IF SCENARIO-MISSING
           OPEN OUTPUT RESTART-FILE
           INITIALIZE RESTART-RECORD
           WRITE RESTART-RECORD
           CLOSE RESTART-FILE
           CALL 'DOOMCTX' USING WS-CTX-PARM.

       CHECK-BATCH-STEPS.
           CALL 'DOOMSTEP' USING WS-STEP-PARM
           PERFORM VARYING WS-STEP-I FROM 1 BY 1
                   UNTIL WS-STEP-I > WS-STEP-COUNT
               IF WS-STEP-ENABLED(WS-STEP-I) = 'Y'
                   EVALUATE WS-STEP-NAME(WS-STEP-I)
                       WHEN 'ARB '
                           MOVE 'Y' TO WS-BAT-RUNS-ARB
                       WHEN 'EXEC'
                           MOVE 'Y' TO WS-BAT-RUNS-EXEC
                       WHEN 'CBT '
                           MOVE 'Y' TO WS-BAT-RUNS-CBT
                   END-EVALUATE
               END-IF
           END-PERFORM.

       RUN-SCENARIO-TICKS.
      *    The full cycle per tick: the DOOMBAT step order, then
      *    arbitration over what the engines wrote, the command
      *    applier and combat resolution - each only if the batch
      *    list doesn't already run it - then the frame tick bumps
      *    so the next cycle is a new tick everywhere.
           PERFORM VARYING WS-TICK-I FROM 1 BY 1
                   UNTIL WS-TICK-I > WS-TICK-COUNT
               MOVE ZERO TO WS-BAT-PARM-LEN
               CALL 'DOOMBAT' USING WS-BAT-PARM
               IF WS-BAT-RUNS-ARB = 'N'
                   MOVE ZERO TO WS-ARB-PARM-LEN
                   CALL 'DOOMARB' USING WS-ARB-PARM
               END-IF
               IF WS-BAT-RUNS-EXEC = 'N'
                   MOVE ZERO TO WS-EXEC-PARM-LEN
                   CALL 'DOOMEXEC' USING WS-EXEC-PARM
               END-IF
               IF WS-BAT-RUNS-CBT = 'N'
                   MOVE ZERO TO WS-CBT-PARM-LEN
                   CALL 'DOOMCBT' USING WS-CBT-PARM
               END-IF
               PERFORM BUMP-FRAME-TICK
                   THRU BUMP-FRAME-TICK-EXIT
           END-PERFORM.

       REPORT-NO-SCENARIO.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NO SCENARIO SCRIPT FOUND: ' DELIMITED BY SIZE
                  WS-SCENARIO-NAME DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE.

