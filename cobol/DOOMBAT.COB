      * for the current tick, so an abend partway through only
      * re-runs the steps that didn't finish instead of re-applying a
      * move or command that already went through.
      * Which steps run, and in what order, comes from DOOM.STEPLIST
      * through DOOMSTEP - ops can take the engines, arbitration,
      * the command applier or combat resolution out of the nightly
      * tick, or switch rendering off for a soak run, without a
      * recompile. A tick the caller hands a direction is the
      * caller's move: MV makes it and the EXEC step stands aside,
      * so the player never moves twice in one tick; with no
      * direction MV stays put and the arbitrated set is what
      * EXEC applies. The step
      * numbers in DOOM.BATCHRST and DOOM.TICKTIME are positions in
      * that list.
      * A versus session (GAME-MODE 'V' in DOOM.BATCHCTL) runs the
      * same list with the two GAMESTAT seats taking alternate
      * ticks - seat 1 on even ticks, seat 2 on odd - so each seat's
      * engine decides, moves and fires on its own ticks. DOOMVREF
      * referees the end of every tick (deaths, respawns, the frag
      * count) and the session ends at the frag limit or the tick
      * limit instead of at a player death.
      * Between session ticks a living player at or below the
      * DOOM.ALERTCTL health threshold is raised on DOOM.ALERTS
      * through DOOMALRQ for the on-call analyst.
      * A session run with demo mode 'R' is recorded through DOOMDEMO
      * as it plays - its start, every tick's arbitrated commands and
      * where it ended. Demo mode 'P' plays a recording back: the
      * live set is parked, the recorded start loaded, and each tick
      * runs the current step list with the recorded commands fed to
      * DOOMEXEC where arbitration would have picked them. The
      * replayed state is then checked against the recorded end and
      * the run ends RC 0 on a match, RC 8 on a divergence (the rules
      * changed - DOOM.DEMORPT says where), RC 12 if it couldn't play.
      * RENDER-FOG 'Y' in DOOM.BATCHCTL renders the session's frames
      * in fog mode - only what the player has seen, monsters only
      * while in sight - from the DOOM.SEEN mask the SEEN step keeps,
      * so the list should run SEEN ahead of REND.
      * The PERC step decides what the player can actually see or
      * hear of each monster (DOOMPERC) so DOOMTACT and DOOMAI2 stop
      * reacting to monsters behind walls - list it after SIM and
      * ALRT and ahead of TACT and AI2.
      * The CTX step builds the tick context (DOOMCTX) the map and
      * entity readers take their world from - list it first. With
      * no CTX step enabled the context is emptied at the top of
      * every tick, so no reader can match one left from another
      * session.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMBAT.
       01  BATCH-CONTROL-REC              PIC X(80).

       WORKING-STORAGE SECTION.
      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged on open before any record of it is used.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMBAT '.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.
       01  WS-VER-HOLD             PIC X(80).
       COPY DOOMSTAT.
       COPY DOOMBCT.

       01  WS-GS-REL-KEY                  PIC 9(4).

       01  WS-CURRENT-TICK                PIC 9(8) VALUE ZERO.
       01  WS-START-STEP                  PIC 99 VALUE 1.

      *    Shaped to match DOOMSTEP's LINKAGE - the tick's run order,
      *    reloaded every tick so a list edited mid-session takes
      *    effect at the next tick boundary.
       01  WS-STEP-PARM.
           05  WS-STEP-COUNT              PIC 99 VALUE ZERO.
           05  WS-STEP-FROM-FILE          PIC X.
           05  WS-STEP OCCURS 30 TIMES.
               10  WS-STEP-NAME           PIC X(4).
               10  WS-STEP-ENABLED        PIC X.
       01  WS-STEP-I                      PIC 99.
       01  WS-STEP-J                      PIC 99.

      *    Shaped to match the leading fields of DOOMCTX's LINKAGE -
      *    the driver only builds the tick context or empties it.
       01  WS-CTX-PARM.
           05  WS-CX-FUNCTION             PIC X.
           05  WS-CX-SCOPE                PIC X VALUE SPACE.
           05  WS-CX-LEVEL                PIC 99 VALUE ZERO.
           05  WS-CX-RESULT               PIC X.
       01  WS-CX-LISTED                   PIC X.
       01  WS-LOG-MSG                     PIC X(80).

      *    Session-mode state - how many ticks this invocation has

       01  WS-FRAME-OK                    PIC X VALUE 'N'.

      *    What the seat-aware steps are handed this tick - the
      *    caller's PARM ordinarily, the recorded tick's arguments
      *    in a demo playback.
       01  WS-RUN-ARGS.
           05  WS-RUN-HAS-PARM            PIC X VALUE 'N'.
           05  WS-RUN-DIRECTION           PIC X(2) VALUE SPACES.
           05  WS-RUN-PLAYER-ID           PIC 9 VALUE ZERO.

      *    Demo recording / playback - 'R', 'P' or space for neither.
       01  WS-DEMO-STATE.
           05  WS-DEMO-MODE               PIC X VALUE SPACE.
           05  WS-DEMO-RC                 PIC 99 VALUE ZERO.

      *    Shaped to match DOOMDEMO's LINKAGE.
       01  WS-DEMO-PARM.
           05  WS-DM-PARM-LEN             PIC S9(4) COMP VALUE 54.
           05  WS-DM-FUNCTION             PIC X.
           05  WS-DM-SESSION              PIC X(8).
           05  WS-DM-TICK                 PIC 9(8).
           05  WS-DM-HAD-PARM             PIC X.
           05  WS-DM-DIRECTION            PIC X(2).
           05  WS-DM-PLAYER-ID            PIC 9.
           05  WS-DM-GAME-MODE            PIC X.
           05  WS-DM-FRAG-LIMIT           PIC 9(3).
           05  WS-DM-TICK-LIMIT           PIC 9(5).
           05  WS-DM-START-TICK           PIC 9(8).
           05  WS-DM-LAST-TICK            PIC 9(8).
           05  WS-DM-NEXT-TICK            PIC 9(8).

      *    Versus session state - read from DOOM.BATCHCTL when the
      *    session starts. The seat whose tick it is rides into every
      *    seat-aware step in place of the caller's player-id.
       01  WS-VERSUS-STATE.
           05  WS-VERSUS-MODE             PIC X VALUE 'N'.
           05  WS-FRAG-LIMIT              PIC 9(3) VALUE ZERO.
           05  WS-VS-SEAT                 PIC 9 VALUE 1.
           05  WS-VS-TOP-FRAGS            PIC 9(3) VALUE ZERO.

      *    Render settings - read from DOOM.BATCHCTL when the
      *    session starts, playback included.
       01  WS-RENDER-STATE.
           05  WS-FOG-MODE                PIC X VALUE 'N'.

      *    Shaped to match DOOMVREF's LINKAGE.
       01  WS-VREF-PARM.
           05  WS-VREF-PARM-LEN           PIC S9(4) COMP VALUE 14.
           05  WS-VREF-FUNCTION           PIC X.
           05  WS-VREF-TICK               PIC 9(8).
           05  WS-VREF-FRAG-LIMIT         PIC 9(3).
           05  WS-VREF-TICK-LIMIT         PIC 9(5).
           05  WS-VREF-TOP-FRAGS          PIC 9(3).
           05  WS-VREF-TOP-SEAT           PIC 9.

      *    Unattended recovery: when the frame check fails hard, the
      *    newest snapshot in DOOM.SNAPINDEX is restored through
      *    DOOMLOAD and the check re-run - once per run, so a
           05  WS-STEP-T0                 PIC S9(8).
           05  WS-STEP-T1                 PIC S9(8).
           05  WS-STEP-HSECS              PIC S9(8).
           05  WS-TIME-STEP               PIC 99.
           05  WS-TIME-NAME               PIC X(4).
       01  WS-LOAD-PARM.
           05  WS-LOAD-PARM-LEN           PIC S9(4) COMP VALUE ZERO.
           05  WS-MV-DIRECTION            PIC X(2).
           05  WS-MV-PLAYER-ID            PIC 9.

      *    Shaped to match DOOMARB's LINKAGE.
       01  WS-ARB-PARM.
           05  WS-ARB-PARM-LEN            PIC S9(4) COMP.
           05  WS-ARB-PLAYER-ID           PIC 9.

      *    Shaped to match DOOMEXEC's LINKAGE.
       01  WS-EXEC-PARM.
           05  WS-EXEC-PARM-LEN           PIC S9(4) COMP.
           05  WS-EXEC-PLAYER-ID          PIC 9.

       01  WS-AI2-PARM.
           05  WS-AI2-PARM-LEN            PIC S9(4) COMP.
           05  WS-AI2-PLAYER-ID           PIC 9.

      *    Shaped to match DOOMCBT's LINKAGE.
       01  WS-CBT-PARM.
           05  WS-CBT-PARM-LEN            PIC S9(4) COMP.
           05  WS-CBT-PLAYER-ID           PIC 9.
           05  WS-CBT-VERSUS              PIC X.

       01  WS-REND-PARM.
           05  WS-REND-PARM-LEN           PIC S9(4) COMP.
           05  WS-REND-VIEW-ROWS          PIC 99.
           05  WS-REND-VIEW-COLS          PIC 99.
           05  WS-REND-PLAYER-ID          PIC 9.
           05  WS-REND-COLOR              PIC X.
           05  WS-REND-FOG                PIC X.

      *    Shaped to match DOOMSEEN's LINKAGE.
       01  WS-SEEN-PARM.
           05  WS-SEEN-PARM-LEN           PIC S9(4) COMP.
           05  WS-SEEN-PLAYER-ID          PIC 9.

      *    Shaped to match DOOMPERC's LINKAGE.
       01  WS-PERC-PARM.
           05  WS-PERC-PARM-LEN           PIC S9(4) COMP.
           05  WS-PERC-PLAYER-ID          PIC 9.

      *    Shaped to match DOOMFILM's LINKAGE - each rendered frame
      *    joins the film reel the moment it exists.
           05  WS-FILM-FUNCTION           PIC X VALUE 'R'.
           05  WS-FILM-TICK               PIC 9(8) VALUE ZERO.

      *    Shaped to match DOOMPOST's LINKAGE - the record function
      *    needs nothing past the function byte.
       01  WS-POST-PARM.
           05  WS-POST-PARM-LEN           PIC S9(4) COMP VALUE 1.
           05  WS-POST-FUNCTION           PIC X VALUE 'R'.
           05  WS-POST-WINDOW             PIC 9(3) VALUE ZERO.
           05  WS-POST-SESSION            PIC X(8) VALUE SPACES.
           05  WS-POST-FINAL-TICK         PIC 9(8) VALUE ZERO.
           05  WS-POST-LEVEL              PIC 99 VALUE ZERO.
           05  WS-POST-RESULT             PIC X VALUE SPACE.

      *    Shaped to match DOOMALRQ's LINKAGE - DOOMALRQ holds the
      *    reading against the threshold and counts repeats, so
      *    every low-health tick can be offered without flooding.
       01  WS-ALERT-PARM.
           05  WS-AQ-PARM-LEN             PIC S9(4) COMP VALUE 1.
           05  WS-AQ-FUNCTION             PIC X VALUE 'R'.
           05  WS-AQ-ALERT-ID             PIC 9(6) VALUE ZERO.
           05  WS-AQ-ACK-BY               PIC X(8) VALUE SPACES.
           05  WS-AQ-CLASS                PIC X(8) VALUE 'HEALTH'.
           05  WS-AQ-SOURCE               PIC X(8) VALUE 'DOOMBAT'.
           05  WS-AQ-TICK                 PIC 9(8).
           05  WS-AQ-VALUE                PIC 9(5).
           05  WS-AQ-KEY                  PIC X(16) VALUE 'PLAYER'.
           05  WS-AQ-MESSAGE              PIC X(60).

       LINKAGE SECTION.
       01  PARM-DATA.
           05  PARM-LEN                   PIC S9(4) COMP.
      *    pre-flight ends the run with its report instead of
      *    letting bad control data play out.
           05  PARM-PREFLIGHT             PIC X.
      *    Handed back, when the caller leaves room for them, so a
      *    driver running sessions back to back (DOOMJOBQ) can report
      *    how each one ended without reading the log.
           05  PARM-TICKS-RUN             PIC 9(5).
           05  PARM-STOP-REASON           PIC X(30).
      *    'R' records this session as a demo; 'P' plays back the
      *    demo recorded for PARM-DEMO-SESSION instead of running
      *    the live session.
           05  PARM-DEMO-MODE             PIC X.
           05  PARM-DEMO-SESSION          PIC X(8).

       PROCEDURE DIVISION USING PARM-DATA.
       MAIN-PROCEDURE.
           PERFORM PARSE-SESSION-PARM
           IF WS-DEMO-MODE = 'P'
               PERFORM RUN-DEMO-PLAYBACK THRU RUN-DEMO-PLAYBACK-EXIT
               PERFORM RETURN-SESSION-OUTCOME
               MOVE WS-DEMO-RC TO RETURN-CODE
               GOBACK
           END-IF
           IF PARM-LEN > 10 AND PARM-PREFLIGHT = 'Y'
               CALL 'DOOMCHK'
               IF RETURN-CODE NOT = ZERO
                   PERFORM ATTEMPT-AUTO-RESTORE
                   IF WS-RESTORE-OK = 'N'
                       PERFORM LOG-PREFLIGHT-ABORT
                       MOVE 'PREFLIGHT FAILED' TO WS-STOP-REASON
                       PERFORM RETURN-SESSION-OUTCOME
                       GOBACK
                   END-IF
               END-IF
           IF WS-SESSION-TICKS > 1
               PERFORM SESSION-EXTRA-TICKS
           END-IF
           PERFORM RETURN-SESSION-OUTCOME
           GOBACK.

       RETURN-SESSION-OUTCOME.
           IF PARM-LEN > 11
               MOVE WS-TICKS-DONE TO PARM-TICKS-RUN
               IF WS-STOP-RUN = 'Y'
                   MOVE WS-STOP-REASON TO PARM-STOP-REASON
               ELSE
                   MOVE 'TICK COUNT REACHED' TO PARM-STOP-REASON
               END-IF
           END-IF.

       ATTEMPT-AUTO-RESTORE.
      *    The check failed hard - restore the most recent snapshot
      *    (DOOMLOAD with no tick takes the newest DOOM.SNAPINDEX
           CALL 'DOOMJRNL' USING WS-JRNL-PARM.

       PARSE-SESSION-PARM.
      *    Working storage outlives the call, so a caller running one
      *    session after another gets a clean loop state every time.
           MOVE 1 TO WS-SESSION-TICKS
           MOVE ZERO TO WS-FINAL-LEVEL
           MOVE ZERO TO WS-TICKS-DONE
           MOVE 50 TO WS-NEXT-SNAPSHOT
           MOVE ZERO TO WS-CORRUPT-STREAK
           MOVE 'N' TO WS-STOP-RUN
           MOVE SPACES TO WS-STOP-REASON
           MOVE 'N' TO WS-RESTORE-TRIED
           MOVE 'N' TO WS-VERSUS-MODE
           MOVE ZERO TO WS-FRAG-LIMIT
           MOVE ZERO TO WS-VS-TOP-FRAGS
           MOVE 1 TO WS-VS-SEAT
           MOVE 'N' TO WS-FOG-MODE
           IF PARM-LEN > 7
               IF PARM-SESSION-TICKS IS NUMERIC
                  AND PARM-SESSION-TICKS > ZERO
                  AND PARM-FINAL-LEVEL IS NUMERIC
                   MOVE PARM-FINAL-LEVEL TO WS-FINAL-LEVEL
               END-IF
           END-IF
           MOVE 'N' TO WS-RUN-HAS-PARM
           MOVE SPACES TO WS-RUN-DIRECTION
           MOVE ZERO TO WS-RUN-PLAYER-ID
           IF PARM-LEN > ZERO
               MOVE 'Y' TO WS-RUN-HAS-PARM
               MOVE PARM-DIRECTION TO WS-RUN-DIRECTION
               MOVE PARM-PLAYER-ID TO WS-RUN-PLAYER-ID
           END-IF
           MOVE SPACE TO WS-DEMO-MODE
           MOVE ZERO TO WS-DEMO-RC
           IF PARM-LEN > 46
               IF PARM-DEMO-MODE = 'R' OR PARM-DEMO-MODE = 'P'
                   MOVE PARM-DEMO-MODE TO WS-DEMO-MODE
               END-IF
           END-IF
      *    A playback runs under the settings it was recorded with.
           IF WS-DEMO-MODE NOT = 'P'
               PERFORM READ-VERSUS-SETTINGS
           END-IF
           PERFORM READ-RENDER-SETTINGS.

       READ-RENDER-SETTINGS.
      *    A playback may be watched with or without fog - the
      *    rendering changes nothing the replay compares.
           PERFORM READ-BATCH-CONTROL
           IF BCT-FOG-ON
               MOVE 'Y' TO WS-FOG-MODE
           END-IF.

       READ-VERSUS-SETTINGS.
      *    A versus session runs to its own limits - the tick limit
      *    replaces the PARM tick count, and the frag limit joins the
      *    stop conditions. The ledger gets the session's opening
      *    line so its standings start from zero.
           PERFORM READ-BATCH-CONTROL
           IF BCT-VERSUS
               MOVE 'Y' TO WS-VERSUS-MODE
               IF BCT-FRAG-LIMIT IS NUMERIC
                   MOVE BCT-FRAG-LIMIT TO WS-FRAG-LIMIT
               END-IF
               MOVE ZERO TO WS-VREF-TICK-LIMIT
               IF BCT-TICK-LIMIT IS NUMERIC
                  AND BCT-TICK-LIMIT > ZERO
                   MOVE BCT-TICK-LIMIT TO WS-SESSION-TICKS
                   MOVE BCT-TICK-LIMIT TO WS-VREF-TICK-LIMIT
               END-IF
      *        A one-tick run is a step inside a session somebody
      *        else is driving, so it carries on that session's
      *        standings instead of opening new ones.
               IF WS-SESSION-TICKS > 1
                   PERFORM READ-CURRENT-TICK
                   MOVE 'B' TO WS-VREF-FUNCTION
                   MOVE WS-CURRENT-TICK TO WS-VREF-TICK
                   MOVE WS-FRAG-LIMIT TO WS-VREF-FRAG-LIMIT
                   CALL 'DOOMVREF' USING WS-VREF-PARM
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.

       EXECUTE-ONE-TICK.
      *    an engine-held lease that never frees skips the tick and
      *    stops the session rather than tearing its reads.
           PERFORM READ-CURRENT-TICK
           IF WS-VERSUS-MODE = 'Y'
               IF FUNCTION MOD(WS-CURRENT-TICK, 2) = ZERO
                   MOVE 1 TO WS-VS-SEAT
               ELSE
                   MOVE 2 TO WS-VS-SEAT
               END-IF
           END-IF
           PERFORM ACQUIRE-STATE-LEASE
           IF WS-LEASE-OK = 'N'
               MOVE 'Y' TO WS-STOP-RUN
               MOVE 'STATE LEASE UNAVAILABLE' TO WS-STOP-REASON
           ELSE
               CALL 'DOOMSTEP' USING WS-STEP-PARM
               PERFORM READ-RESTART-STATE
               PERFORM DETERMINE-START-STEP
               IF WS-DEMO-MODE = 'R' AND WS-START-STEP = 1
                   PERFORM RECORD-DEMO-TICK-START
               END-IF
               IF WS-DEMO-MODE = 'P'
                   PERFORM POSITION-DEMO-TICK
               END-IF
               IF WS-START-STEP = 1
                   PERFORM CLEAR-UNLISTED-CONTEXT
               END-IF
               PERFORM RUN-STEPS
               CLOSE RESTART-FILE
               IF WS-VERSUS-MODE = 'Y' AND WS-LEASE-OK = 'Y'
                   PERFORM RUN-VERSUS-REFEREE
               END-IF
               IF WS-DEMO-MODE = 'R' AND WS-LEASE-OK = 'Y'
                   PERFORM RECORD-DEMO-TICK-END
               END-IF
               PERFORM RELEASE-STATE-LEASE
           END-IF.

       RUN-VERSUS-REFEREE.
      *    Still inside the lease - deaths are settled and the dead
      *    respawned before anything outside the batch sees the
      *    tick. Safe to repeat on a resumed tick: a death already
      *    on the ledger is not written twice.
           MOVE 'T' TO WS-VREF-FUNCTION
           MOVE WS-CURRENT-TICK TO WS-VREF-TICK
           MOVE WS-FRAG-LIMIT TO WS-VREF-FRAG-LIMIT
           CALL 'DOOMVREF' USING WS-VREF-PARM
           MOVE ZERO TO RETURN-CODE
           MOVE WS-VREF-TOP-FRAGS TO WS-VS-TOP-FRAGS.

       ACQUIRE-STATE-LEASE.
           MOVE 'A' TO WS-LP-FUNCTION
           MOVE WS-CURRENT-TICK TO WS-LP-TICK
      *    never holds a half-applied tick. STEP lets exactly one
      *    tick through and re-arms the hold; RESUME runs flat out.
      *    Every acknowledgment goes to the journal so the session
      *    report shows where the operator held the run - naming
      *    the operator id the console stamped on the command, when
      *    there is one.
           PERFORM READ-BATCH-CONTROL
           IF BCT-STEP
               PERFORM ACK-SINGLE-STEP
           END-IF.

       HOLD-FOR-OPERATOR.
           IF BCT-NO-OPERATOR OR BCT-OPERATOR-ID = SPACES
               MOVE 'BATCH PAUSED AT TICK BOUNDARY - AWAITING OPERATOR'
                   TO WS-JP-TEXT
           ELSE
               MOVE SPACES TO WS-JP-TEXT
               STRING 'BATCH PAUSED AT TICK BOUNDARY BY '
                          DELIMITED BY SIZE
                      BCT-OPERATOR-ID DELIMITED BY SPACE
                      ' - AWAITING OPERATOR' DELIMITED BY SIZE
                      INTO WS-JP-TEXT
           END-IF
           MOVE WS-CURRENT-TICK TO WS-JP-TICK
           CALL 'DOOMJRNL' USING WS-JRNL-PARM
           PERFORM UNTIL NOT BCT-PAUSE
           ELSE
      *        RESUME - or the control file cleared by hand, which
      *        reads the same way: the hold is over.
               MOVE SPACES TO WS-JP-TEXT
               IF BCT-NO-OPERATOR OR BCT-OPERATOR-ID = SPACES
                   MOVE 'BATCH RESUMED' TO WS-JP-TEXT
               ELSE
                   STRING 'BATCH RESUMED BY OPERATOR ' DELIMITED BY SIZE
                          BCT-OPERATOR-ID DELIMITED BY SPACE
                          INTO WS-JP-TEXT
               END-IF
               MOVE WS-CURRENT-TICK TO WS-JP-TICK
               CALL 'DOOMJRNL' USING WS-JRNL-PARM
               MOVE 'RUN     ' TO BCT-COMMAND
               PERFORM WRITE-BATCH-CONTROL
           END-IF.
       ACK-SINGLE-STEP.
      *    The driver writes PAUSE back itself before running the
      *    tick, so the operator never races the loop to re-arm it.
      *    Only the command changes - the session settings on the
      *    record stay as the operator left them.
           IF BCT-NO-OPERATOR OR BCT-OPERATOR-ID = SPACES
               MOVE 'SINGLE STEP - RUNNING ONE TICK THEN HOLDING'
                   TO WS-JP-TEXT
           ELSE
               MOVE SPACES TO WS-JP-TEXT
               STRING 'SINGLE STEP BY ' DELIMITED BY SIZE
                      BCT-OPERATOR-ID DELIMITED BY SPACE
                      ' - RUNNING ONE TICK THEN HOLDING'
                          DELIMITED BY SIZE
                      INTO WS-JP-TEXT
           END-IF
           MOVE WS-CURRENT-TICK TO WS-JP-TICK
           CALL 'DOOMJRNL' USING WS-JRNL-PARM
           MOVE 'PAUSE   ' TO BCT-COMMAND
           PERFORM WRITE-BATCH-CONTROL.

       READ-BATCH-CONTROL.
      *    Missing file, a header DOOMVER rejects or anything but
      *    PAUSE/STEP reads as no control in effect.
           MOVE SPACES TO BATCH-CONTROL-RECORD
           MOVE '00' TO WS-BCT-STATUS
           OPEN INPUT BATCH-CONTROL
           IF NOT BCT-FILE-MISSING
               PERFORM CHECK-BATCHCTL-VERSION
               IF WS-VP-ACCEPTED
                   READ BATCH-CONTROL INTO BATCH-CONTROL-RECORD
                       AT END MOVE SPACES TO BATCH-CONTROL-RECORD
                   END-READ
               END-IF
               CLOSE BATCH-CONTROL
           END-IF.

       WRITE-BATCH-CONTROL.
      *    A control file cleared by hand comes back naming nobody.
           IF BCT-OPERATOR-ID = SPACES
               SET BCT-NO-OPERATOR TO TRUE
           END-IF
           OPEN OUTPUT BATCH-CONTROL
           PERFORM WRITE-BATCHCTL-HEADER
           MOVE BATCH-CONTROL-RECORD TO BATCH-CONTROL-REC
           WRITE BATCH-CONTROL-REC
           CLOSE BATCH-CONTROL.
               INVALID KEY CONTINUE
           END-READ
           IF WS-GAMESTAT-STATUS = '00' AND VALID-STATE-REC
      *        A playback steps to the tick the recording ran next.
               IF WS-DEMO-MODE = 'P' AND WS-DM-NEXT-TICK > STATE-TICK
                   MOVE WS-DM-NEXT-TICK TO STATE-TICK
               ELSE
                   ADD 1 TO STATE-TICK
               END-IF
               MOVE STATE-HEADER TO GAMESTAT-RECORD
               REWRITE GAMESTAT-RECORD
                   INVALID KEY CONTINUE
               IF VALID-STATE-REC AND VALID-PLAYER-REC
                  AND VALID-AMMO-REC
                   MOVE ZERO TO WS-CORRUPT-STREAK
      *            A versus death is a respawn, not the end - the
      *            frag limit is what ends that session.
                   IF (PLAYER-DEAD OR STATUS-DEAD)
                      AND WS-VERSUS-MODE = 'N'
                       MOVE 'Y' TO WS-STOP-RUN
                       MOVE 'PLAYER DEAD' TO WS-STOP-REASON
                   END-IF
                   IF PLAYER-HEALTH IS NUMERIC
                      AND PLAYER-HEALTH > ZERO
                       PERFORM OFFER-HEALTH-ALERT
                   END-IF
                   IF WS-VERSUS-MODE = 'Y' AND WS-FRAG-LIMIT > ZERO
                      AND WS-VS-TOP-FRAGS >= WS-FRAG-LIMIT
                       MOVE 'Y' TO WS-STOP-RUN
                       MOVE 'FRAG LIMIT REACHED' TO WS-STOP-REASON
                   END-IF
                   IF WS-FINAL-LEVEL > ZERO
                      AND STATE-LEVEL OF STATE-HEADER
                          >= WS-FINAL-LEVEL
               MOVE 'CONSECUTIVE CORRUPT FRAMES' TO WS-STOP-REASON
           END-IF.

       OFFER-HEALTH-ALERT.
           MOVE STATE-TICK OF STATE-HEADER TO WS-AQ-TICK
           MOVE PLAYER-HEALTH TO WS-AQ-VALUE
           MOVE SPACES TO WS-AQ-MESSAGE
           STRING 'PLAYER HEALTH ' DELIMITED BY SIZE
                  PLAYER-HEALTH DELIMITED BY SIZE
                  ' AT TICK ' DELIMITED BY SIZE
                  STATE-TICK OF STATE-HEADER DELIMITED BY SIZE
                  INTO WS-AQ-MESSAGE
           CALL 'DOOMALRQ' USING WS-ALERT-PARM.

       LOG-SESSION-END.
           MOVE SPACES TO WS-LOG-MSG
           IF WS-STOP-RUN = 'Y'
           END-READ.

       DETERMINE-START-STEP.
           IF BATCH-LAST-STEP IS NOT NUMERIC
               MOVE ZERO TO BATCH-LAST-STEP
           END-IF
           IF BATCH-TICK = WS-CURRENT-TICK AND BATCH-LAST-STEP > 0
               PERFORM LOCATE-LAST-STEP
           END-IF
           IF BATCH-TICK = WS-CURRENT-TICK
              AND BATCH-LAST-STEP < WS-STEP-COUNT
               COMPUTE WS-START-STEP = BATCH-LAST-STEP + 1
               IF BATCH-LAST-STEP > 0
                   PERFORM LOG-RESUME
               MOVE 1 TO WS-START-STEP
               MOVE WS-CURRENT-TICK TO BATCH-TICK
               MOVE ZERO TO BATCH-LAST-STEP
               MOVE SPACES TO BATCH-LAST-NAME
               REWRITE RESTART-RECORD
           END-IF.

       LOCATE-LAST-STEP.
      *    The list may have been edited between the abend and this
      *    rerun - if the recorded position no longer holds the
      *    recorded step, resume after wherever that step sits now.
      *    A step that left the list entirely keeps its old number.
           IF BATCH-LAST-NAME = SPACES
               CONTINUE
           ELSE
               IF BATCH-LAST-STEP <= WS-STEP-COUNT
                  AND WS-STEP-NAME(BATCH-LAST-STEP) = BATCH-LAST-NAME
                   CONTINUE
               ELSE
                   PERFORM VARYING WS-STEP-J FROM 1 BY 1
                           UNTIL WS-STEP-J > WS-STEP-COUNT
                       IF WS-STEP-NAME(WS-STEP-J) = BATCH-LAST-NAME
                           MOVE WS-STEP-J TO BATCH-LAST-STEP
                           MOVE WS-STEP-COUNT TO WS-STEP-J
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       LOG-RESUME.
           MOVE SPACES TO WS-LOG-MSG
           STRING 'BATCH RESUME: TICK ' DELIMITED BY SIZE
                  BATCH-TICK DELIMITED BY SIZE
                  ' AFTER STEP ' DELIMITED BY SIZE
                  BATCH-LAST-STEP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BATCH-LAST-NAME DELIMITED BY SIZE
                  INTO WS-LOG-MSG
           MOVE WS-LOG-MSG TO LOG-RECORD
           OPEN EXTEND LOG-FILE
           CALL 'DOOMJRNL' USING WS-JRNL-PARM.

       RUN-STEPS.
      *    Each enabled step runs between a clock mark and a timing
      *    record - when the nightly run overruns its window,
      *    DOOM.TICKTIME says which step ate it. A switched-off step
      *    still advances the restart position, so the numbering
      *    never depends on what happened to be enabled.
           PERFORM VARYING WS-STEP-I FROM WS-START-STEP BY 1
                   UNTIL WS-STEP-I > WS-STEP-COUNT
                      OR WS-LEASE-OK = 'N'
               IF WS-STEP-ENABLED(WS-STEP-I) = 'Y'
                   PERFORM MARK-STEP-START
                   PERFORM DISPATCH-STEP
                   MOVE WS-STEP-I TO WS-TIME-STEP
                   MOVE WS-STEP-NAME(WS-STEP-I) TO WS-TIME-NAME
                   PERFORM RECORD-STEP-TIME
               END-IF
               MOVE WS-STEP-I TO BATCH-LAST-STEP
               MOVE WS-STEP-NAME(WS-STEP-I) TO BATCH-LAST-NAME
               REWRITE RESTART-RECORD
           END-PERFORM.

       CLEAR-UNLISTED-CONTEXT.
      *    Nothing restamps DOOM.TICKCTX unless a CTX step runs, and
      *    one left from another session can carry this tick's
      *    number - empty it so every reader goes to the live files.
           MOVE 'N' TO WS-CX-LISTED
           PERFORM VARYING WS-STEP-J FROM 1 BY 1
                   UNTIL WS-STEP-J > WS-STEP-COUNT
               IF WS-STEP-NAME(WS-STEP-J) = 'CTX '
                  AND WS-STEP-ENABLED(WS-STEP-J) = 'Y'
                   MOVE 'Y' TO WS-CX-LISTED
               END-IF
           END-PERFORM
           IF WS-CX-LISTED = 'N'
               MOVE 'D' TO WS-CX-FUNCTION
               CALL 'DOOMCTX' USING WS-CTX-PARM
           END-IF.

       DISPATCH-STEP.
           EVALUATE WS-STEP-NAME(WS-STEP-I)
               WHEN 'CTX '
                   PERFORM RUN-STEP-CTX
               WHEN 'MV  '
                   PERFORM RUN-STEP-MV
               WHEN 'CMIT'
                   PERFORM RUN-STEP-CMIT
               WHEN 'INT '
                   PERFORM RUN-STEP-INT
               WHEN 'SPWN'
                   PERFORM RUN-STEP-SPWN
               WHEN 'SIM '
                   PERFORM RUN-STEP-SIM
               WHEN 'ALRT'
                   PERFORM RUN-STEP-ALRT
               WHEN 'AI  '
                   PERFORM RUN-STEP-AI
               WHEN 'TACT'
                   PERFORM RUN-STEP-TACT
               WHEN 'AI2 '
                   PERFORM RUN-STEP-AI2
               WHEN 'PLAN'
                   PERFORM RUN-STEP-PLAN
               WHEN 'PATH'
                   PERFORM RUN-STEP-PATH
               WHEN 'ARB '
                   PERFORM RUN-STEP-ARB
               WHEN 'EXEC'
                   PERFORM RUN-STEP-EXEC THRU RUN-STEP-EXEC-EXIT
               WHEN 'CBT '
                   PERFORM RUN-STEP-CBT
               WHEN 'REND'
                   PERFORM RUN-STEP-REND
               WHEN 'FILM'
                   PERFORM RUN-STEP-FILM
               WHEN 'EVNT'
                   PERFORM RUN-STEP-EVNT
               WHEN 'SEEN'
                   PERFORM RUN-STEP-SEEN
               WHEN 'PERC'
                   PERFORM RUN-STEP-PERC
               WHEN 'POST'
                   PERFORM RUN-STEP-POST
               WHEN OTHER
                   PERFORM LOG-UNKNOWN-STEP
           END-EVALUATE.

       LOG-UNKNOWN-STEP.
      *    A typo in DOOM.STEPLIST skips that one step loudly rather
      *    than failing the whole tick.
           MOVE SPACES TO WS-LOG-MSG
           STRING 'UNKNOWN BATCH STEP ' DELIMITED BY SIZE
                  WS-STEP-NAME(WS-STEP-I) DELIMITED BY SIZE
                  ' AT POSITION ' DELIMITED BY SIZE
                  WS-STEP-I DELIMITED BY SIZE
                  ' - SKIPPED' DELIMITED BY SIZE
                  INTO WS-LOG-MSG
           MOVE WS-LOG-MSG TO LOG-RECORD
           OPEN EXTEND LOG-FILE
           WRITE LOG-RECORD
           CLOSE LOG-FILE
           MOVE WS-LOG-MSG(1:60) TO WS-JP-TEXT
           MOVE WS-CURRENT-TICK TO WS-JP-TICK
           CALL 'DOOMJRNL' USING WS-JRNL-PARM.

       MARK-STEP-START.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-CLOCK-NUM
           COMPUTE WS-STEP-T0 =
           WRITE TICK-TIME-RECORD
           CLOSE TICK-TIME-FILE.

       RUN-STEP-CTX.
      *    Ahead of every reader - the steps that change the map or
      *    the entities refresh what they touched as they go.
           MOVE 'B' TO WS-CX-FUNCTION
           CALL 'DOOMCTX' USING WS-CTX-PARM.

       RUN-STEP-MV.
           MOVE ZERO TO WS-MV-PARM-LEN
           MOVE SPACES TO WS-MV-DIRECTION
           MOVE ZERO TO WS-MV-PLAYER-ID
           IF WS-RUN-HAS-PARM = 'Y'
               MOVE WS-RUN-DIRECTION TO WS-MV-DIRECTION
               MOVE WS-RUN-PLAYER-ID TO WS-MV-PLAYER-ID
               MOVE 3 TO WS-MV-PARM-LEN
           END-IF
           IF WS-VERSUS-MODE = 'Y'
               MOVE WS-VS-SEAT TO WS-MV-PLAYER-ID
               MOVE 3 TO WS-MV-PARM-LEN
           END-IF
           CALL 'DOOMMV' USING WS-MV-PARM.

       RUN-STEP-CMIT.
      *    DOOMMV stages its changes; the commit step publishes
      *    them before any later step reads the live files, so it
      *    belongs straight after MV in any list that runs MV.
           CALL 'DOOMCMIT'.

       RUN-STEP-INT.
       RUN-STEP-SPWN.
      *    Right after the move step so a level transition DOOMMV
      *    just committed gets its population before anything
      *    analyzes the new level. A tick with no level change only
      *    lets out any fired ambush whose delay has run.
           CALL 'DOOMSPWN'.

       RUN-STEP-SIM.
      *    gunfire roused.
           CALL 'DOOMALRT'.

       RUN-STEP-AI.
           CALL 'DOOMAI'.

       RUN-STEP-TACT.
           CALL 'DOOMTACT'.

       RUN-STEP-AI2.
           MOVE ZERO TO WS-AI2-PARM-LEN
           MOVE ZERO TO WS-AI2-PLAYER-ID
           IF WS-RUN-HAS-PARM = 'Y'
               MOVE WS-RUN-PLAYER-ID TO WS-AI2-PLAYER-ID
               MOVE 1 TO WS-AI2-PARM-LEN
           END-IF
           IF WS-VERSUS-MODE = 'Y'
               MOVE WS-VS-SEAT TO WS-AI2-PLAYER-ID
               MOVE 1 TO WS-AI2-PARM-LEN
           END-IF
           CALL 'DOOMAI2' USING WS-AI2-PARM.

       RUN-STEP-PLAN.
      *    After DOOMAI2 so the route is planned to the goal it just
      *    wrote to DOOM.PLANGOAL.
           CALL 'DOOMPLAN'
           MOVE ZERO TO RETURN-CODE.

       RUN-STEP-PATH.
           CALL 'DOOMPATH'.

       RUN-STEP-ARB.
      *    After every engine step, so the winner is picked from
      *    this tick's command files rather than last tick's. A
      *    recorded session keeps what was picked; a playback hands
      *    DOOMEXEC the recorded pick instead of arbitrating again.
      *    The winner's legality is judged for the seat whose tick
      *    it is, the same seat DOOMEXEC and DOOMCBT are handed.
           IF WS-DEMO-MODE = 'P'
               MOVE 'F' TO WS-DM-FUNCTION
               CALL 'DOOMDEMO' USING WS-DEMO-PARM
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE ZERO TO WS-ARB-PARM-LEN
               MOVE ZERO TO WS-ARB-PLAYER-ID
               IF WS-RUN-HAS-PARM = 'Y'
                   MOVE WS-RUN-PLAYER-ID TO WS-ARB-PLAYER-ID
                   MOVE 1 TO WS-ARB-PARM-LEN
               END-IF
               IF WS-VERSUS-MODE = 'Y'
                   MOVE WS-VS-SEAT TO WS-ARB-PLAYER-ID
                   MOVE 1 TO WS-ARB-PARM-LEN
               END-IF
               CALL 'DOOMARB' USING WS-ARB-PARM
               IF WS-DEMO-MODE = 'R'
                   MOVE 'R' TO WS-DM-FUNCTION
                   MOVE WS-CURRENT-TICK TO WS-DM-TICK
                   CALL 'DOOMDEMO' USING WS-DEMO-PARM
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.

       RUN-STEP-EXEC.
      *    DOOMEXEC takes the shared-state lease itself for its
      *    command pass, so the driver hands its own lease over for
      *    the duration and takes it back afterwards. Losing it in
      *    between ends the tick's remaining steps and the session.
      *    A direction from the caller was this tick's move and MV
      *    has made it - the arbitrated set is not applied on top.
           IF WS-RUN-HAS-PARM = 'Y' AND WS-RUN-DIRECTION NOT = SPACES
               GO TO RUN-STEP-EXEC-EXIT
           END-IF
           PERFORM RELEASE-STATE-LEASE
           MOVE ZERO TO WS-EXEC-PARM-LEN
           MOVE ZERO TO WS-EXEC-PLAYER-ID
           IF WS-RUN-HAS-PARM = 'Y'
               MOVE WS-RUN-PLAYER-ID TO WS-EXEC-PLAYER-ID
               MOVE 1 TO WS-EXEC-PARM-LEN
           END-IF
           IF WS-VERSUS-MODE = 'Y'
               MOVE WS-VS-SEAT TO WS-EXEC-PLAYER-ID
               MOVE 1 TO WS-EXEC-PARM-LEN
           END-IF
           CALL 'DOOMEXEC' USING WS-EXEC-PARM
           MOVE ZERO TO RETURN-CODE
           PERFORM ACQUIRE-STATE-LEASE
           IF WS-LEASE-OK = 'N'
               MOVE 'Y' TO WS-STOP-RUN
               MOVE 'STATE LEASE UNAVAILABLE' TO WS-STOP-REASON
           END-IF.

       RUN-STEP-EXEC-EXIT.
           EXIT.

       RUN-STEP-CBT.
      *    Resolves the SHOOT the applier left for it, so it runs
      *    after EXEC. In versus the shot is the seat's whose tick
      *    it is, and the other seat is in the firing line too.
           MOVE ZERO TO WS-CBT-PARM-LEN
           MOVE ZERO TO WS-CBT-PLAYER-ID
           MOVE 'N' TO WS-CBT-VERSUS
           IF WS-RUN-HAS-PARM = 'Y'
               MOVE WS-RUN-PLAYER-ID TO WS-CBT-PLAYER-ID
               MOVE 1 TO WS-CBT-PARM-LEN
           END-IF
           IF WS-VERSUS-MODE = 'Y'
               MOVE WS-VS-SEAT TO WS-CBT-PLAYER-ID
               MOVE 'Y' TO WS-CBT-VERSUS
               MOVE 2 TO WS-CBT-PARM-LEN
           END-IF
           CALL 'DOOMCBT' USING WS-CBT-PARM.

       RUN-STEP-REND.
           MOVE ZERO TO WS-REND-PARM-LEN
           MOVE ZERO TO WS-REND-VIEW-ROWS
           MOVE ZERO TO WS-REND-VIEW-COLS
           MOVE ZERO TO WS-REND-PLAYER-ID
           IF WS-RUN-HAS-PARM = 'Y'
               MOVE WS-RUN-PLAYER-ID TO WS-REND-PLAYER-ID
      *            DOOMREND's SELECT-RENDER-PLAYER only honors
      *            WS-REND-PLAYER-ID when PARM-LEN > 4.
               MOVE 5 TO WS-REND-PARM-LEN
           END-IF
           IF WS-VERSUS-MODE = 'Y'
               MOVE WS-VS-SEAT TO WS-REND-PLAYER-ID
               MOVE 5 TO WS-REND-PARM-LEN
           END-IF
      *    Fog rides past the color byte, which the driver leaves
      *    off.
           IF WS-FOG-MODE = 'Y'
               MOVE SPACE TO WS-REND-COLOR
               MOVE 'Y' TO WS-REND-FOG
               MOVE 7 TO WS-REND-PARM-LEN
           END-IF
           CALL 'DOOMREND' USING WS-REND-PARM.

       RUN-STEP-FILM.
      *    Archive the frame while it's still this tick's - the next
      *    render overwrites DISPLAY.
           MOVE 1 TO WS-FILM-PARM-LEN
           MOVE 'R' TO WS-FILM-FUNCTION
           CALL 'DOOMFILM' USING WS-FILM-PARM.

       RUN-STEP-POST.
      *    The tick's line on the post-mortem trail, taken last so
      *    it records what the tick actually came to.
           MOVE 1 TO WS-POST-PARM-LEN
           MOVE 'R' TO WS-POST-FUNCTION
           CALL 'DOOMPOST' USING WS-POST-PARM.

       RUN-STEP-EVNT.
      *    Ingest what the engine reports really happened, ahead of
      *    the simulation - listed first, it settles last tick's
      *    kills and pickups before anything steers by them.
           CALL 'DOOMEVNT'.

       RUN-STEP-SEEN.
      *    After every step that can move the player and ahead of
      *    the render, so the fog frame shows this tick's sight. The
      *    seat whose tick it is does the looking.
           MOVE ZERO TO WS-SEEN-PARM-LEN
           MOVE ZERO TO WS-SEEN-PLAYER-ID
           IF WS-RUN-HAS-PARM = 'Y'
               MOVE WS-RUN-PLAYER-ID TO WS-SEEN-PLAYER-ID
               MOVE 1 TO WS-SEEN-PARM-LEN
           END-IF
           IF WS-VERSUS-MODE = 'Y'
               MOVE WS-VS-SEAT TO WS-SEEN-PLAYER-ID
               MOVE 1 TO WS-SEEN-PARM-LEN
           END-IF
           CALL 'DOOMSEEN' USING WS-SEEN-PARM.

       RUN-STEP-PERC.
      *    After the monsters have moved and woken, ahead of the
      *    engines that decide from what the player perceives. The
      *    seat whose tick it is does the looking.
           MOVE ZERO TO WS-PERC-PARM-LEN
           MOVE ZERO TO WS-PERC-PLAYER-ID
           IF WS-RUN-HAS-PARM = 'Y'
               MOVE WS-RUN-PLAYER-ID TO WS-PERC-PLAYER-ID
               MOVE 1 TO WS-PERC-PARM-LEN
           END-IF
           IF WS-VERSUS-MODE = 'Y'
               MOVE WS-VS-SEAT TO WS-PERC-PLAYER-ID
               MOVE 1 TO WS-PERC-PARM-LEN
           END-IF
           CALL 'DOOMPERC' USING WS-PERC-PARM.

       RECORD-DEMO-TICK-START.
      *    Before the tick's first step, so the first recorded tick
      *    captures the session exactly as playback must start it.
           MOVE 'B' TO WS-DM-FUNCTION
           MOVE WS-CURRENT-TICK TO WS-DM-TICK
           MOVE WS-RUN-HAS-PARM TO WS-DM-HAD-PARM
           MOVE WS-RUN-DIRECTION TO WS-DM-DIRECTION
           MOVE WS-RUN-PLAYER-ID TO WS-DM-PLAYER-ID
           MOVE SPACE TO WS-DM-GAME-MODE
           IF WS-VERSUS-MODE = 'Y'
               MOVE 'V' TO WS-DM-GAME-MODE
           END-IF
           MOVE WS-FRAG-LIMIT TO WS-DM-FRAG-LIMIT
           MOVE WS-VREF-TICK-LIMIT TO WS-DM-TICK-LIMIT
           CALL 'DOOMDEMO' USING WS-DEMO-PARM
           MOVE ZERO TO RETURN-CODE.

       RECORD-DEMO-TICK-END.
      *    Still inside the lease, after the referee - the recorded
      *    end is the tick exactly as the next one will find it.
           MOVE 'E' TO WS-DM-FUNCTION
           MOVE WS-CURRENT-TICK TO WS-DM-TICK
           CALL 'DOOMDEMO' USING WS-DEMO-PARM
           MOVE ZERO TO RETURN-CODE.

       POSITION-DEMO-TICK.
           MOVE 'N' TO WS-DM-FUNCTION
           MOVE WS-CURRENT-TICK TO WS-DM-TICK
           CALL 'DOOMDEMO' USING WS-DEMO-PARM
           MOVE ZERO TO RETURN-CODE
           MOVE WS-DM-HAD-PARM TO WS-RUN-HAS-PARM
           MOVE WS-DM-DIRECTION TO WS-RUN-DIRECTION
           MOVE WS-DM-PLAYER-ID TO WS-RUN-PLAYER-ID.

       RUN-DEMO-PLAYBACK.
      *    The recording decides the ticks, the arguments and the
      *    commands; operator holds, snapshots and the session stop
      *    conditions stay out of it so the replay runs exactly the
      *    ticks that were recorded. Everything it writes lands in
      *    the private set and goes when the live set is unparked -
      *    the check report and the journal line below are what stay.
           MOVE 'L' TO WS-DM-FUNCTION
           MOVE PARM-DEMO-SESSION TO WS-DM-SESSION
           CALL 'DOOMDEMO' USING WS-DEMO-PARM
           IF RETURN-CODE NOT = ZERO
               MOVE ZERO TO RETURN-CODE
               MOVE 12 TO WS-DEMO-RC
               MOVE 'Y' TO WS-STOP-RUN
               MOVE 'DEMO NOT FOUND OR INCOMPLETE' TO WS-STOP-REASON
               PERFORM LOG-DEMO-PLAYBACK
               GO TO RUN-DEMO-PLAYBACK-EXIT
           END-IF
           IF WS-DM-GAME-MODE = 'V'
               MOVE 'Y' TO WS-VERSUS-MODE
               MOVE WS-DM-FRAG-LIMIT TO WS-FRAG-LIMIT
           END-IF
           MOVE ZERO TO WS-DM-NEXT-TICK
           PERFORM EXECUTE-ONE-TICK
           MOVE 1 TO WS-TICKS-DONE
           PERFORM UNTIL WS-STOP-RUN = 'Y'
                   OR WS-CURRENT-TICK >= WS-DM-LAST-TICK
                   OR WS-DM-NEXT-TICK = ZERO
               PERFORM ADVANCE-FRAME-TICK
                   THRU ADVANCE-FRAME-TICK-EXIT
               IF WS-FRAME-OK = 'N'
                   MOVE 'Y' TO WS-STOP-RUN
                   MOVE 'DEMO FRAME UNREADABLE' TO WS-STOP-REASON
               ELSE
                   PERFORM EXECUTE-ONE-TICK
                   ADD 1 TO WS-TICKS-DONE
               END-IF
           END-PERFORM
           IF WS-STOP-RUN = 'Y'
               MOVE 12 TO WS-DEMO-RC
           ELSE
               MOVE 'C' TO WS-DM-FUNCTION
               CALL 'DOOMDEMO' USING WS-DEMO-PARM
               MOVE RETURN-CODE TO WS-DEMO-RC
               MOVE ZERO TO RETURN-CODE
               MOVE 'Y' TO WS-STOP-RUN
               IF WS-DEMO-RC = ZERO
                   MOVE 'DEMO MATCHES RECORDING' TO WS-STOP-REASON
               ELSE
                   MOVE 'DEMO DIVERGED - SEE DEMORPT'
                       TO WS-STOP-REASON
               END-IF
           END-IF
           MOVE 'U' TO WS-DM-FUNCTION
           CALL 'DOOMDEMO' USING WS-DEMO-PARM
           MOVE ZERO TO RETURN-CODE
           PERFORM LOG-DEMO-PLAYBACK.

       RUN-DEMO-PLAYBACK-EXIT.
           EXIT.

       LOG-DEMO-PLAYBACK.
           MOVE SPACES TO WS-JP-TEXT
           STRING 'DEMO ' DELIMITED BY SIZE
                  PARM-DEMO-SESSION DELIMITED BY SIZE
                  ' PLAYED ' DELIMITED BY SIZE
                  WS-TICKS-DONE DELIMITED BY SIZE
                  ' TICKS - ' DELIMITED BY SIZE
                  WS-STOP-REASON DELIMITED BY SIZE
                  INTO WS-JP-TEXT
           MOVE WS-CURRENT-TICK TO WS-JP-TICK
           CALL 'DOOMJRNL' USING WS-JRNL-PARM.

       CHECK-BATCHCTL-VERSION.
      *    The first record is the layout header - DOOMVER judges
      *    it. An empty file leaves the result unset, so nothing
      *    more is read from it.
           MOVE 'V' TO WS-VP-FUNCTION
           MOVE 'DOOM.BATCHCTL' TO WS-VP-FILE-NAME
           MOVE 'DOOMBCT' TO WS-VP-LAYOUT
           MOVE SPACE TO WS-VP-RESULT
           READ BATCH-CONTROL
               NOT AT END
                   MOVE BATCH-CONTROL-REC TO WS-VP-HEADER
                   CALL 'DOOMVER' USING WS-VER-PARM
           END-READ.

       WRITE-BATCHCTL-HEADER.
      *    Header first on every fresh copy; the record area is put
      *    back as it was for the data record that follows.
           MOVE BATCH-CONTROL-REC TO WS-VER-HOLD
           MOVE 'H' TO WS-VP-FUNCTION
           MOVE 'DOOMBCT' TO WS-VP-LAYOUT
           CALL 'DOOMVER' USING WS-VER-PARM
           MOVE WS-VP-HEADER TO BATCH-CONTROL-REC
           WRITE BATCH-CONTROL-REC
           MOVE WS-VER-HOLD TO BATCH-CONTROL-REC.
