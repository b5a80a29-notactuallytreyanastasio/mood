      *================================================================
      * DOOMDEMO.COB - Demo Recording and Playback
      * Called by DOOMBAT. A recorded session keeps everything needed
      * to play it again: the file set as it stood when recording
      * began (copied through DOOMFSET to DOOM.DEMO.<session>.<name>),
      * every tick's arbitrated DOOM.COMMANDS in DOOM.DEMO.<session>,
      * and the state the session had reached in
      * DOOM.DEMO.<session>.END (layouts in DOOMDMO.CPY). Playback
      * parks the live set, loads the recorded start, feeds the
      * recorded commands to DOOMEXEC in place of arbitration, then
      * compares where the rules took the replay against where they
      * took the original - a divergence in DOOM.DEMORPT means the
      * rules changed in between. Functions:
      *   'B' begin a recorded tick - the first one captures the start
      *       set and writes the header; every one writes its TK line;
      *   'R' record the tick's DOOM.COMMANDS after arbitration;
      *   'E' end of a recorded tick - rewrite the END file;
      *   'L' load a recording for playback (RC 8 if it can't be);
      *   'N' position on the next playback tick and hand back its
      *       direction, player-id and the tick after it;
      *   'F' feed the tick's recorded commands into DOOM.COMMANDS;
      *   'C' compare the replayed state with the END file and write
      *       DOOM.DEMORPT - RC 0 matches, RC 8 diverged;
      *   'U' unpark the live set once playback is over.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMDEMO.
       AUTHOR. DOOM-COBOL-SYSTEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEMO-FILE ASSIGN TO DYNAMIC WS-DEMO-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEMO-STATUS.

           SELECT END-FILE ASSIGN TO DYNAMIC WS-END-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-END-STATUS.

           SELECT COMMAND-FILE ASSIGN TO 'DOOM.COMMANDS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CMD-STATUS.

           SELECT GAME-STATE ASSIGN TO 'GAMESTAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GAMESTATE-STATUS.

           SELECT RICH-STATE ASSIGN TO 'DOOM.GAMESTAT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RICH-STATUS.

           SELECT SCORE-FILE ASSIGN TO 'DOOM.SCORE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.

           SELECT SESSION-FILE ASSIGN TO 'DOOM.SESSIONID'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'DOOM.DEMORPT'
               ORGANIZATION IS SEQUENTIAL.

      *    A recorded lease copied back in is not a live holder.
           SELECT DROP-FILE ASSIGN TO DYNAMIC WS-DROP-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DROP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEMO-FILE.
       COPY DOOMDMO.

       FD  END-FILE.
       01  END-FILE-RECORD                PIC X(100).

       FD  COMMAND-FILE.
       01  COMMAND-FILE-RECORD            PIC X(80).

       FD  GAME-STATE.
       01  GAME-STATE-REC                 PIC X(79).

       FD  RICH-STATE.
       01  RICH-STATE-RECORD              PIC X(80).

       FD  SCORE-FILE.
       COPY DOOMSCR.

       FD  SESSION-FILE.
       01  SESSION-REC.
           05  SESSION-ID                 PIC X(8).

       FD  REPORT-FILE.
       01  REPORT-RECORD                  PIC X(80).

       FD  DROP-FILE.
       01  DROP-REC                       PIC X(80).

       WORKING-STORAGE SECTION.
      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged on open before any record of it is used.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMDEMO'.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.
       01  WS-VER-HOLD             PIC X(80).
       01  WS-DEMO-STATUS                 PIC XX.
           88  DEMO-MISSING               VALUE '35'.
           88  DEMO-EOF                   VALUE '10'.
       01  WS-END-STATUS                  PIC XX.
           88  END-MISSING                VALUE '35'.
           88  END-EOF                    VALUE '10'.
       01  WS-CMD-STATUS                  PIC XX.
           88  CMD-MISSING                VALUE '35'.
           88  CMD-EOF                    VALUE '10'.
       01  WS-GAMESTATE-STATUS            PIC XX.
           88  GAMESTATE-MISSING          VALUE '35'.
       01  WS-RICH-STATUS                 PIC XX.
           88  RICH-MISSING               VALUE '35'.
           88  RICH-EOF                   VALUE '10'.
       01  WS-SCORE-STATUS                PIC XX.
           88  SCORE-MISSING              VALUE '35'.
       01  WS-SESSION-STATUS              PIC XX.
           88  SESSION-MISSING            VALUE '35'.
       01  WS-DROP-STATUS                 PIC XX.

       01  WS-SESSION-ID                  PIC X(8) VALUE SPACES.
       01  WS-DEMO-NAME                   PIC X(40) VALUE SPACES.
       01  WS-END-NAME                    PIC X(40) VALUE SPACES.
       01  WS-DROP-NAME                   PIC X(40) VALUE SPACES.
       01  WS-DEMO-NEW                    PIC X VALUE 'N'.
       01  WS-I                           PIC 99.
       01  WS-DATE-TIME                   PIC X(21).

      *    Shaped to match DOOMFSET's LINKAGE. The start set lives
      *    under the recording's own prefix; the live set is parked
      *    under DOOM.DEMOHOLD. while a playback runs.
       01  WS-FSET-PARM.
           05  WS-FS-FUNCTION      PIC X.
           05  WS-FS-PREFIX        PIC X(20).
       01  WS-START-PREFIX                PIC X(20).

      *    Playback position - the demo stays open from 'L' to 'U',
      *    and a TK line read past the tick being positioned is held
      *    for the next 'N'.
       01  WS-PLAYBACK-STATE.
           05  WS-DEMO-OPEN               PIC X VALUE 'N'.
           05  WS-HELD-VALID              PIC X VALUE 'N'.
           05  WS-HELD-RECORD             PIC X(100).
           05  WS-SCAN-DONE               PIC X.
           05  WS-TICK-FOUND              PIC X.
           05  WS-CMD-COUNT               PIC 99 VALUE ZERO.
           05  WS-CMD-ENTRY OCCURS 20 TIMES PIC X(80).

      *    Compare work - the recorded END state and the replayed
      *    live state side by side. Header columns past the level
      *    carry the engine's wall-clock stamp, so only the type,
      *    tick and level are held against each other there.
       01  WS-RECORDED-STATE.
           05  WS-REC-TICK                PIC 9(8) VALUE ZERO.
           05  WS-REC-GAMESTATE           PIC X(80).
           05  WS-REC-SCORE               PIC X(80).
           05  WS-REC-FRAME-COUNT         PIC 99 VALUE ZERO.
           05  WS-REC-FRAME OCCURS 80 TIMES PIC X(80).
       01  WS-REPLAY-STATE.
           05  WS-RPL-GAMESTATE           PIC X(80).
           05  WS-RPL-SCORE               PIC X(80).
           05  WS-RPL-FRAME-COUNT         PIC 99 VALUE ZERO.
           05  WS-RPL-FRAME OCCURS 80 TIMES PIC X(80).

       01  WS-COMPARE-WORK.
           05  WS-DIFF-COUNT              PIC 9(4) VALUE ZERO.
           05  WS-COL                     PIC 99.
           05  WS-COL-LIMIT               PIC 99.
           05  WS-SNIP-FROM               PIC 99.
           05  WS-CMP-WHAT                PIC X(12).
           05  WS-CMP-A                   PIC X(80).
           05  WS-CMP-B                   PIC X(80).
           05  WS-SLOT-NUM                PIC 99.
       01  WS-SLOT-A.
           05  WS-SA-TYPE                 PIC X(8).
           05  WS-SA-KIND                 PIC 99.
           05  WS-SA-HEALTH               PIC 999.
           05  FILLER                     PIC X(67).
       01  WS-SLOT-B.
           05  WS-SB-TYPE                 PIC X(8).
           05  WS-SB-KIND                 PIC 99.
           05  WS-SB-HEALTH               PIC 999.
           05  FILLER                     PIC X(67).

       01  WS-REPORT-LINE                 PIC X(80).

      *    Shaped to match DOOMJRNL's LINKAGE.
       01  WS-JRNL-PARM.
           05  WS-JP-PROGRAM       PIC X(8) VALUE 'DOOMDEMO'.
           05  WS-JP-TICK          PIC 9(8) VALUE ZERO.
           05  WS-JP-TEXT          PIC X(60).

       LINKAGE SECTION.
       01  PARM-DATA.
           05  PARM-LEN                   PIC S9(4) COMP.
           05  PARM-FUNCTION              PIC X.
               88  PARM-BEGIN-TICK        VALUE 'B'.
               88  PARM-RECORD-COMMANDS   VALUE 'R'.
               88  PARM-END-TICK          VALUE 'E'.
               88  PARM-LOAD              VALUE 'L'.
               88  PARM-NEXT              VALUE 'N'.
               88  PARM-FEED              VALUE 'F'.
               88  PARM-COMPARE           VALUE 'C'.
               88  PARM-UNPARK            VALUE 'U'.
      *    The recording to play - recording always uses the live
      *    session's own id and hands it back here.
           05  PARM-SESSION               PIC X(8).
           05  PARM-TICK                  PIC 9(8).
      *    The tick's step arguments - given on 'B', handed back on
      *    'N'.
           05  PARM-HAD-PARM              PIC X.
           05  PARM-DIRECTION             PIC X(2).
           05  PARM-PLAYER-ID             PIC 9.
      *    Session settings - given on 'B', handed back on 'L' with
      *    the recorded tick range.
           05  PARM-GAME-MODE             PIC X.
           05  PARM-FRAG-LIMIT            PIC 9(3).
           05  PARM-TICK-LIMIT            PIC 9(5).
           05  PARM-START-TICK            PIC 9(8).
           05  PARM-LAST-TICK             PIC 9(8).
      *    Handed back on 'N' - zero when the recording ends.
           05  PARM-NEXT-TICK             PIC 9(8).

       PROCEDURE DIVISION USING PARM-DATA.
       MAIN-PROCEDURE.
           MOVE ZERO TO RETURN-CODE
           EVALUATE TRUE
               WHEN PARM-BEGIN-TICK
                   PERFORM BEGIN-RECORDED-TICK
               WHEN PARM-RECORD-COMMANDS
                   PERFORM RECORD-TICK-COMMANDS
               WHEN PARM-END-TICK
                   PERFORM WRITE-END-STATE
               WHEN PARM-LOAD
                   PERFORM LOAD-RECORDING THRU LOAD-RECORDING-EXIT
               WHEN PARM-NEXT
                   PERFORM POSITION-NEXT-TICK
               WHEN PARM-FEED
                   PERFORM FEED-RECORDED-COMMANDS
               WHEN PARM-COMPARE
                   PERFORM COMPARE-WITH-RECORDING
               WHEN PARM-UNPARK
                   PERFORM UNPARK-LIVE-SET
           END-EVALUATE
           GOBACK.

      *----------------------------------------------------------------
      * Recording.
      *----------------------------------------------------------------
       BEGIN-RECORDED-TICK.
      *    The first recorded tick of a session finds no demo yet -
      *    the start set is captured before any of its steps run, so
      *    playback starts exactly where the recording did.
           PERFORM ESTABLISH-SESSION-ID
           MOVE WS-SESSION-ID TO PARM-SESSION
           PERFORM BUILD-DEMO-NAMES
           MOVE 'N' TO WS-DEMO-NEW
           OPEN EXTEND DEMO-FILE
           IF DEMO-MISSING
               MOVE 'Y' TO WS-DEMO-NEW
               MOVE 'C' TO WS-FS-FUNCTION
               MOVE WS-START-PREFIX TO WS-FS-PREFIX
               CALL 'DOOMFSET' USING WS-FSET-PARM
               MOVE ZERO TO RETURN-CODE
               OPEN OUTPUT DEMO-FILE
               MOVE SPACES TO DEMO-RECORD
               SET DMO-HEADER TO TRUE
               MOVE PARM-TICK TO DMO-TICK
               MOVE WS-SESSION-ID TO DMO-SESSION
               MOVE PARM-GAME-MODE TO DMO-GAME-MODE
               MOVE PARM-FRAG-LIMIT TO DMO-FRAG-LIMIT
               MOVE PARM-TICK-LIMIT TO DMO-TICK-LIMIT
               MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
               MOVE WS-DATE-TIME(1:8) TO DMO-RECORDED-DATE
               MOVE WS-DATE-TIME(9:6) TO DMO-RECORDED-TIME
               WRITE DEMO-RECORD
           END-IF
           MOVE SPACES TO DEMO-RECORD
           SET DMO-TICK-LINE TO TRUE
           MOVE PARM-TICK TO DMO-TICK
           MOVE PARM-HAD-PARM TO DMO-HAD-PARM
           MOVE PARM-DIRECTION TO DMO-DIRECTION
           MOVE PARM-PLAYER-ID TO DMO-PLAYER-ID
           WRITE DEMO-RECORD
           CLOSE DEMO-FILE
           IF WS-DEMO-NEW = 'Y'
               MOVE PARM-TICK TO WS-JP-TICK
               MOVE SPACES TO WS-JP-TEXT
               STRING 'DEMO RECORDING STARTED - ' DELIMITED BY SIZE
                      WS-DEMO-NAME DELIMITED BY SPACE
                      INTO WS-JP-TEXT
               CALL 'DOOMJRNL' USING WS-JRNL-PARM
           END-IF.

       RECORD-TICK-COMMANDS.
      *    A tick whose start was never recorded (the session began
      *    unrecorded) has no demo to add to and is left alone.
           PERFORM ESTABLISH-SESSION-ID
           PERFORM BUILD-DEMO-NAMES
           OPEN EXTEND DEMO-FILE
           IF NOT DEMO-MISSING
               MOVE SPACES TO DEMO-RECORD
               SET DMO-COMMAND-SET TO TRUE
               MOVE PARM-TICK TO DMO-TICK
               WRITE DEMO-RECORD
               MOVE '00' TO WS-CMD-STATUS
               OPEN INPUT COMMAND-FILE
               IF NOT CMD-MISSING
                   PERFORM UNTIL CMD-EOF
                       READ COMMAND-FILE
                           AT END SET CMD-EOF TO TRUE
                           NOT AT END
                               MOVE SPACES TO DEMO-RECORD
                               SET DMO-COMMAND TO TRUE
                               MOVE PARM-TICK TO DMO-TICK
                               MOVE COMMAND-FILE-RECORD TO DMO-DATA
                               WRITE DEMO-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE COMMAND-FILE
               END-IF
               CLOSE DEMO-FILE
           END-IF.

       WRITE-END-STATE.
      *    Rewritten whole after every recorded tick, so whenever the
      *    recording stops the END file is the state it stopped at.
           PERFORM ESTABLISH-SESSION-ID
           PERFORM BUILD-DEMO-NAMES
           OPEN INPUT DEMO-FILE
           IF NOT DEMO-MISSING
               CLOSE DEMO-FILE
               OPEN OUTPUT END-FILE
               MOVE SPACES TO DEMO-RECORD
               SET DMO-END-TICK TO TRUE
               MOVE PARM-TICK TO DMO-TICK
               PERFORM WRITE-END-RECORD
               PERFORM COPY-GAMESTATE-TO-END
               PERFORM COPY-FRAME-TO-END
               PERFORM COPY-SCORE-TO-END
               CLOSE END-FILE
           END-IF.

       COPY-GAMESTATE-TO-END.
           OPEN INPUT GAME-STATE
           IF NOT GAMESTATE-MISSING
               READ GAME-STATE
                   AT END CONTINUE
                   NOT AT END
                       MOVE SPACES TO DEMO-RECORD
                       SET DMO-END-GAMESTATE TO TRUE
                       MOVE PARM-TICK TO DMO-TICK
                       MOVE GAME-STATE-REC TO DMO-DATA
                       PERFORM WRITE-END-RECORD
               END-READ
               CLOSE GAME-STATE
           END-IF.

       COPY-FRAME-TO-END.
           MOVE '00' TO WS-RICH-STATUS
           OPEN INPUT RICH-STATE
           IF NOT RICH-MISSING
               PERFORM UNTIL RICH-EOF
                   READ RICH-STATE
                       AT END SET RICH-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO DEMO-RECORD
                           SET DMO-END-FRAME TO TRUE
                           MOVE PARM-TICK TO DMO-TICK
                           MOVE RICH-STATE-RECORD TO DMO-DATA
                           PERFORM WRITE-END-RECORD
                   END-READ
               END-PERFORM
               CLOSE RICH-STATE
           END-IF.

       COPY-SCORE-TO-END.
           OPEN INPUT SCORE-FILE
           IF NOT SCORE-MISSING
               PERFORM CHECK-SCORE-VERSION
               IF WS-VP-ACCEPTED
                   READ SCORE-FILE
                       AT END CONTINUE
                       NOT AT END
                           MOVE SPACES TO DEMO-RECORD
                           SET DMO-END-SCORE TO TRUE
                           MOVE PARM-TICK TO DMO-TICK
                           MOVE SCORE-RECORD TO DMO-DATA
                           PERFORM WRITE-END-RECORD
                   END-READ
               END-IF
               CLOSE SCORE-FILE
           END-IF.

       WRITE-END-RECORD.
           MOVE DEMO-RECORD TO END-FILE-RECORD
           WRITE END-FILE-RECORD.

      *----------------------------------------------------------------
      * Playback.
      *----------------------------------------------------------------
       LOAD-RECORDING.
           MOVE PARM-SESSION TO WS-SESSION-ID
           PERFORM BUILD-DEMO-NAMES
           MOVE ZERO TO PARM-START-TICK
           MOVE ZERO TO PARM-LAST-TICK
           MOVE 'N' TO WS-HELD-VALID
           MOVE ZERO TO WS-CMD-COUNT
           OPEN INPUT DEMO-FILE
           IF DEMO-MISSING
               MOVE 8 TO RETURN-CODE
               GO TO LOAD-RECORDING-EXIT
           END-IF
           READ DEMO-FILE
               AT END MOVE SPACES TO DEMO-RECORD
           END-READ
           CLOSE DEMO-FILE
           IF NOT DMO-HEADER
               MOVE 8 TO RETURN-CODE
               GO TO LOAD-RECORDING-EXIT
           END-IF
           MOVE DMO-TICK TO PARM-START-TICK
           MOVE DMO-GAME-MODE TO PARM-GAME-MODE
           MOVE DMO-FRAG-LIMIT TO PARM-FRAG-LIMIT
           MOVE DMO-TICK-LIMIT TO PARM-TICK-LIMIT
           OPEN INPUT END-FILE
           IF END-MISSING
               MOVE 8 TO RETURN-CODE
               GO TO LOAD-RECORDING-EXIT
           END-IF
           READ END-FILE INTO DEMO-RECORD
               AT END MOVE SPACES TO DEMO-RECORD
           END-READ
           CLOSE END-FILE
           IF NOT DMO-END-TICK
               MOVE 8 TO RETURN-CODE
               GO TO LOAD-RECORDING-EXIT
           END-IF
           MOVE DMO-TICK TO PARM-LAST-TICK

           MOVE 'C' TO WS-FS-FUNCTION
           MOVE 'DOOM.DEMOHOLD.' TO WS-FS-PREFIX
           CALL 'DOOMFSET' USING WS-FSET-PARM
           MOVE 'L' TO WS-FS-FUNCTION
           MOVE WS-START-PREFIX TO WS-FS-PREFIX
           CALL 'DOOMFSET' USING WS-FSET-PARM
           MOVE ZERO TO RETURN-CODE
           MOVE 'DOOM.STATLEASE' TO WS-DROP-NAME
           DELETE FILE DROP-FILE

           OPEN INPUT DEMO-FILE
           READ DEMO-FILE
               AT END CONTINUE
           END-READ
           MOVE 'Y' TO WS-DEMO-OPEN.

       LOAD-RECORDING-EXIT.
           EXIT.

       POSITION-NEXT-TICK.
      *    Reads forward to this tick's TK line, buffering the
      *    commands recorded under it, and stops at the next tick's
      *    TK - held over for the next call. A tick the recording
      *    has no line for runs with no step arguments and no
      *    commands.
           MOVE 'N' TO PARM-HAD-PARM
           MOVE SPACES TO PARM-DIRECTION
           MOVE ZERO TO PARM-PLAYER-ID
           MOVE ZERO TO PARM-NEXT-TICK
           MOVE ZERO TO WS-CMD-COUNT
           MOVE 'N' TO WS-TICK-FOUND
           MOVE 'N' TO WS-SCAN-DONE
           IF WS-DEMO-OPEN = 'N'
               MOVE 'Y' TO WS-SCAN-DONE
           END-IF
           PERFORM SCAN-DEMO-RECORD UNTIL WS-SCAN-DONE = 'Y'.

       SCAN-DEMO-RECORD.
           IF WS-HELD-VALID = 'Y'
               MOVE WS-HELD-RECORD TO DEMO-RECORD
               MOVE 'N' TO WS-HELD-VALID
           ELSE
               READ DEMO-FILE
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
               END-READ
           END-IF
           IF WS-SCAN-DONE = 'N'
               EVALUATE TRUE
                   WHEN DMO-TICK-LINE AND DMO-TICK < PARM-TICK
                       MOVE 'N' TO WS-TICK-FOUND
                   WHEN DMO-TICK-LINE AND DMO-TICK = PARM-TICK
      *                The same tick twice is a tick that was begun
      *                again after an abend - the later one counts.
                       MOVE 'Y' TO WS-TICK-FOUND
                       MOVE ZERO TO WS-CMD-COUNT
                       MOVE DMO-HAD-PARM TO PARM-HAD-PARM
                       MOVE DMO-DIRECTION TO PARM-DIRECTION
                       MOVE DMO-PLAYER-ID TO PARM-PLAYER-ID
                   WHEN DMO-TICK-LINE
                       MOVE DEMO-RECORD TO WS-HELD-RECORD
                       MOVE 'Y' TO WS-HELD-VALID
                       MOVE DMO-TICK TO PARM-NEXT-TICK
                       MOVE 'Y' TO WS-SCAN-DONE
                   WHEN DMO-COMMAND-SET AND WS-TICK-FOUND = 'Y'
                       MOVE ZERO TO WS-CMD-COUNT
                   WHEN DMO-COMMAND AND WS-TICK-FOUND = 'Y'
                       IF WS-CMD-COUNT < 20
                           ADD 1 TO WS-CMD-COUNT
                           MOVE DMO-DATA TO WS-CMD-ENTRY(WS-CMD-COUNT)
                       END-IF
               END-EVALUATE
           END-IF.

       FEED-RECORDED-COMMANDS.
      *    Takes arbitration's place in the tick - DOOMEXEC reads
      *    exactly what it read when the session was recorded.
           OPEN OUTPUT COMMAND-FILE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CMD-COUNT
               MOVE WS-CMD-ENTRY(WS-I) TO COMMAND-FILE-RECORD
               WRITE COMMAND-FILE-RECORD
           END-PERFORM
           CLOSE COMMAND-FILE.

       UNPARK-LIVE-SET.
           IF WS-DEMO-OPEN = 'Y'
               CLOSE DEMO-FILE
               MOVE 'N' TO WS-DEMO-OPEN
           END-IF
           MOVE 'R' TO WS-FS-FUNCTION
           MOVE 'DOOM.DEMOHOLD.' TO WS-FS-PREFIX
           CALL 'DOOMFSET' USING WS-FSET-PARM
           MOVE ZERO TO RETURN-CODE.

      *----------------------------------------------------------------
      * Compare.
      *----------------------------------------------------------------
       COMPARE-WITH-RECORDING.
           MOVE PARM-SESSION TO WS-SESSION-ID
           PERFORM BUILD-DEMO-NAMES
           MOVE ZERO TO WS-DIFF-COUNT
           PERFORM LOAD-RECORDED-STATE
           PERFORM LOAD-REPLAYED-STATE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'DEMO PLAYBACK CHECK - SESSION ' DELIMITED BY SIZE
                  WS-SESSION-ID DELIMITED BY SIZE
                  ' TICKS ' DELIMITED BY SIZE
                  PARM-START-TICK DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-REC-TICK DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 'GAMESTAT' TO WS-CMP-WHAT
           MOVE WS-REC-GAMESTATE TO WS-CMP-A
           MOVE WS-RPL-GAMESTATE TO WS-CMP-B
           MOVE 79 TO WS-COL-LIMIT
           PERFORM COMPARE-TWO-RECORDS

           MOVE 'SCORE' TO WS-CMP-WHAT
           MOVE WS-REC-SCORE TO WS-CMP-A
           MOVE WS-RPL-SCORE TO WS-CMP-B
           MOVE 68 TO WS-COL-LIMIT
           PERFORM COMPARE-TWO-RECORDS

           IF WS-REC-FRAME-COUNT NOT = WS-RPL-FRAME-COUNT
               ADD 1 TO WS-DIFF-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FRAME RECORD COUNT - REPLAY ' DELIMITED BY SIZE
                      WS-RPL-FRAME-COUNT DELIMITED BY SIZE
                      ' RECORDED ' DELIMITED BY SIZE
                      WS-REC-FRAME-COUNT DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM COMPARE-FRAME-SLOT
               VARYING WS-SLOT-NUM FROM 1 BY 1
               UNTIL WS-SLOT-NUM > WS-REC-FRAME-COUNT
                  OR WS-SLOT-NUM > WS-RPL-FRAME-COUNT

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-DIFF-COUNT = ZERO
               MOVE 'REPLAY MATCHES RECORDING - GAMESTAT, SCORE AND ENT
      -            'ITY HEALTH AGREE' TO WS-REPORT-LINE
           ELSE
               STRING 'REPLAY DIVERGED - ' DELIMITED BY SIZE
                      WS-DIFF-COUNT DELIMITED BY SIZE
                      ' DIFFERENCES - THE RULES HAVE CHANGED SINCE REC'
                          DELIMITED BY SIZE
                      'ORDING' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE
           IF WS-DIFF-COUNT = ZERO
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

       LOAD-RECORDED-STATE.
           MOVE ZERO TO WS-REC-TICK
           MOVE SPACES TO WS-REC-GAMESTATE
           MOVE SPACES TO WS-REC-SCORE
           MOVE ZERO TO WS-REC-FRAME-COUNT
           MOVE '00' TO WS-END-STATUS
           OPEN INPUT END-FILE
           IF NOT END-MISSING
               PERFORM UNTIL END-EOF
                   READ END-FILE INTO DEMO-RECORD
                       AT END SET END-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-END-RECORD
                   END-READ
               END-PERFORM
               CLOSE END-FILE
           END-IF.

       TAKE-END-RECORD.
           EVALUATE TRUE
               WHEN DMO-END-TICK
                   MOVE DMO-TICK TO WS-REC-TICK
               WHEN DMO-END-GAMESTATE
                   MOVE DMO-DATA TO WS-REC-GAMESTATE
               WHEN DMO-END-SCORE
                   MOVE DMO-DATA TO WS-REC-SCORE
               WHEN DMO-END-FRAME
                   IF WS-REC-FRAME-COUNT < 80
                       ADD 1 TO WS-REC-FRAME-COUNT
                       MOVE DMO-DATA
                           TO WS-REC-FRAME(WS-REC-FRAME-COUNT)
                   END-IF
           END-EVALUATE.

       LOAD-REPLAYED-STATE.
           MOVE SPACES TO WS-RPL-GAMESTATE
           MOVE SPACES TO WS-RPL-SCORE
           MOVE ZERO TO WS-RPL-FRAME-COUNT
           OPEN INPUT GAME-STATE
           IF NOT GAMESTATE-MISSING
               READ GAME-STATE
                   AT END CONTINUE
                   NOT AT END
                       MOVE GAME-STATE-REC TO WS-RPL-GAMESTATE
               END-READ
               CLOSE GAME-STATE
           END-IF
           OPEN INPUT SCORE-FILE
           IF NOT SCORE-MISSING
               PERFORM CHECK-SCORE-VERSION
               IF WS-VP-ACCEPTED
                   READ SCORE-FILE
                       AT END CONTINUE
                       NOT AT END
                           MOVE SCORE-RECORD TO WS-RPL-SCORE
                   END-READ
               END-IF
               CLOSE SCORE-FILE
           END-IF
           MOVE '00' TO WS-RICH-STATUS
           OPEN INPUT RICH-STATE
           IF NOT RICH-MISSING
               PERFORM UNTIL RICH-EOF
                   READ RICH-STATE
                       AT END SET RICH-EOF TO TRUE
                       NOT AT END
                           IF WS-RPL-FRAME-COUNT < 80
                               ADD 1 TO WS-RPL-FRAME-COUNT
                               MOVE RICH-STATE-RECORD
                                   TO WS-RPL-FRAME(WS-RPL-FRAME-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RICH-STATE
           END-IF.

       COMPARE-FRAME-SLOT.
      *    Slot 1 is the header, 2 the player, 3 the ammo; entity
      *    slots are judged on what the monster is and how much
      *    health it has left.
           MOVE WS-REC-FRAME(WS-SLOT-NUM) TO WS-SLOT-A
           MOVE WS-RPL-FRAME(WS-SLOT-NUM) TO WS-SLOT-B
           EVALUATE WS-SLOT-NUM
               WHEN 1
                   MOVE 'FRAME HEADER' TO WS-CMP-WHAT
                   MOVE WS-SLOT-A TO WS-CMP-A
                   MOVE WS-SLOT-B TO WS-CMP-B
                   MOVE 18 TO WS-COL-LIMIT
                   PERFORM COMPARE-TWO-RECORDS
               WHEN 2
                   MOVE 'FRAME PLAYER' TO WS-CMP-WHAT
                   MOVE WS-SLOT-A TO WS-CMP-A
                   MOVE WS-SLOT-B TO WS-CMP-B
                   MOVE 80 TO WS-COL-LIMIT
                   PERFORM COMPARE-TWO-RECORDS
               WHEN 3
                   MOVE 'FRAME AMMO' TO WS-CMP-WHAT
                   MOVE WS-SLOT-A TO WS-CMP-A
                   MOVE WS-SLOT-B TO WS-CMP-B
                   MOVE 80 TO WS-COL-LIMIT
                   PERFORM COMPARE-TWO-RECORDS
               WHEN OTHER
                   IF WS-SA-TYPE NOT = WS-SB-TYPE
                      OR WS-SA-KIND NOT = WS-SB-KIND
                      OR WS-SA-HEALTH NOT = WS-SB-HEALTH
                       ADD 1 TO WS-DIFF-COUNT
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING 'ENTITY SLOT ' DELIMITED BY SIZE
                              WS-SLOT-NUM DELIMITED BY SIZE
                              ' - REPLAY TYPE ' DELIMITED BY SIZE
                              WS-SB-KIND DELIMITED BY SIZE
                              ' HP ' DELIMITED BY SIZE
                              WS-SB-HEALTH DELIMITED BY SIZE
                              ' RECORDED TYPE ' DELIMITED BY SIZE
                              WS-SA-KIND DELIMITED BY SIZE
                              ' HP ' DELIMITED BY SIZE
                              WS-SA-HEALTH DELIMITED BY SIZE
                              INTO WS-REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
           END-EVALUATE.

       COMPARE-TWO-RECORDS.
      *    Reports the first column the two disagree at with ten
      *    columns of each from there - enough to see which field.
           IF WS-CMP-A(1:WS-COL-LIMIT) NOT = WS-CMP-B(1:WS-COL-LIMIT)
               ADD 1 TO WS-DIFF-COUNT
               PERFORM VARYING WS-COL FROM 1 BY 1
                       UNTIL WS-COL >= WS-COL-LIMIT
                          OR WS-CMP-A(WS-COL:1) NOT = WS-CMP-B(WS-COL:1)
                   CONTINUE
               END-PERFORM
               MOVE WS-COL TO WS-SNIP-FROM
               IF WS-SNIP-FROM > 71
                   MOVE 71 TO WS-SNIP-FROM
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-CMP-WHAT DELIMITED BY SIZE
                      ' DIFFERS AT COL ' DELIMITED BY SIZE
                      WS-COL DELIMITED BY SIZE
                      ' REPLAY ' DELIMITED BY SIZE
                      WS-CMP-B(WS-SNIP-FROM:10) DELIMITED BY SIZE
                      ' RECORDED ' DELIMITED BY SIZE
                      WS-CMP-A(WS-SNIP-FROM:10) DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

      *----------------------------------------------------------------
      * Shared.
      *----------------------------------------------------------------
       ESTABLISH-SESSION-ID.
      *    The recording is named for the session it belongs to; a
      *    session nobody has journaled yet gets its id minted here
      *    the same way DOOMJRNL would.
           MOVE SPACES TO WS-SESSION-ID
           OPEN INPUT SESSION-FILE
           IF NOT SESSION-MISSING
               READ SESSION-FILE
                   NOT AT END MOVE SESSION-ID TO WS-SESSION-ID
               END-READ
               CLOSE SESSION-FILE
           END-IF
           IF WS-SESSION-ID = SPACES
               MOVE FUNCTION CURRENT-DATE(5:8) TO WS-SESSION-ID
               OPEN OUTPUT SESSION-FILE
               MOVE SPACES TO SESSION-REC
               MOVE WS-SESSION-ID TO SESSION-ID
               WRITE SESSION-REC
               CLOSE SESSION-FILE
           END-IF.

       BUILD-DEMO-NAMES.
           MOVE SPACES TO WS-DEMO-NAME
           STRING 'DOOM.DEMO.' DELIMITED BY SIZE
                  WS-SESSION-ID DELIMITED BY SPACE
                  INTO WS-DEMO-NAME
           MOVE SPACES TO WS-END-NAME
           STRING WS-DEMO-NAME DELIMITED BY SPACE
                  '.END' DELIMITED BY SIZE
                  INTO WS-END-NAME
           MOVE SPACES TO WS-START-PREFIX
           STRING WS-DEMO-NAME DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE
                  INTO WS-START-PREFIX.

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
