      *================================================================
      * DOOMPOST.COB - Death Post-Mortem Trail And Dossier
      * When a session died, the evidence for why was spread over
      * five places - the damage ledger, the journal's decision
      * lines, the move log, the film reel and a score file that
      * only knows the end - and half of what an investigator wants
      * (armor, position, what was standing in range) was kept
      * nowhere at all once the next tick rewrote the frame.
      * Function 'R' (DOOMBAT's POST step, last in the tick) appends
      * the tick's facts to DOOM.POSTTRAIL (DOOMPTR.CPY). Function
      * 'D' (DOOMDETH's closeout, before the archive copies are
      * made) lines the last PARM-WINDOW ticks before the death up
      * in DOOM.POSTMORT, one row per tick:
      *   health and armor, position and weapon in hand, the mode
      *   DOOMAI2 chose, the engine and command that won, the damage
      *   taken and the monsters in range - with every damage event
      *   by cause, the move made and the film frame under the row;
      * then the damage by cause across the window. Decision points
      * where a way out existed and the winning command did not take
      * it are flagged:
      *   RETREAT  - health hurt or critical with a monster in range,
      *              and the tick's command was anything but a move
      *              away (a MOVE other than FORWARD);
      *   WEAPON SWITCH - the weapon in hand was dry, an owned weapon
      *              still had ammo, and the command was not WEAPON.
      * Ticks the trail never saw (a step list without POST, or a
      * trail lost to a restart) still get their row from the other
      * sources, health from DOOMAI2's mode line. The ledger, move
      * log and film reel span sessions - a tick that runs backwards
      * on any of them starts the collection over, so only the dying
      * session's lines are used. Standalone, the dossier is drawn
      * for the live session up to the trail's last tick.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMPOST.
       AUTHOR. DOOM-COBOL-SYSTEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RICH-STATE ASSIGN TO 'DOOM.GAMESTAT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RICH-STATUS.

           SELECT GAME-STATE ASSIGN TO 'GAMESTAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GAMESTATE-STATUS.

           SELECT IN-COMMANDS ASSIGN TO 'DOOM.COMMANDS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CMD-STATUS.

           SELECT TRAIL-FILE ASSIGN TO 'DOOM.POSTTRAIL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAIL-STATUS.

           SELECT DAMAGE-LOG ASSIGN TO 'DOOM.DMGLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DMGLOG-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO 'DOOM.JOURNAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

      *    The keyed journal first - the session's window comes back
      *    from one START. The plain file is the fallback for
      *    journals from before the reorganization.
           SELECT JOURNAL-X-FILE ASSIGN TO 'DOOM.JOURNALX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRX-KEY
               FILE STATUS IS WS-JRX-STATUS.

           SELECT SESSION-FILE ASSIGN TO 'DOOM.SESSIONID'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.

           SELECT MOVE-LOG ASSIGN TO 'DOOM.MOVELOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MOVELOG-STATUS.

           SELECT FILM-INDEX ASSIGN TO 'DOOM.FILMIDX'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILMIDX-STATUS.

           SELECT DOSSIER-FILE ASSIGN TO 'DOOM.POSTMORT'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RICH-STATE.
       01  RICH-STATE-RECORD              PIC X(80).

       FD  GAME-STATE.
       01  GAME-STATE-REC.
           05  GS-PLAYER-X     PIC 99.
           05  GS-PLAYER-Y     PIC 99.
           05  FILLER          PIC X(76).

       FD  IN-COMMANDS.
       01  IN-COMMAND-RECORD              PIC X(80).

       FD  TRAIL-FILE.
       COPY DOOMPTR.

       FD  DAMAGE-LOG.
       COPY DOOMDMR.

       FD  JOURNAL-FILE.
       COPY DOOMJRN.

       FD  JOURNAL-X-FILE.
       COPY DOOMJRX.

       FD  SESSION-FILE.
       01  SESSION-REC.
           05  SESSION-ID      PIC X(8).
           05  FILLER          PIC X(12).

       FD  MOVE-LOG.
       01  MOVE-LOG-REC.
           05  LOG-OLD-X       PIC 99.
           05  LOG-OLD-Y       PIC 99.
           05  LOG-DIRECTION   PIC X(2).
           05  LOG-NEW-X       PIC 99.
           05  LOG-NEW-Y       PIC 99.
           05  LOG-RETURN-CODE PIC 99.
           05  LOG-TICK        PIC 9(8).

       FD  FILM-INDEX.
       01  FILM-INDEX-RECORD.
           05  FIX-TICK        PIC 9(8).
           05  FILLER          PIC X.
           05  FIX-NAME        PIC X(20).
           05  FILLER          PIC X(11).

       FD  DOSSIER-FILE.
       01  DOSSIER-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
       COPY DOOMSTAT.

       01  WS-RICH-STATUS                 PIC XX.
           88  RICH-MISSING               VALUE '35'.
           88  RICH-EOF                   VALUE '10'.
       01  WS-GAMESTATE-STATUS            PIC XX.
           88  GAMESTATE-MISSING          VALUE '35'.
       01  WS-CMD-STATUS                  PIC XX.
           88  COMMANDS-MISSING           VALUE '35'.
           88  COMMANDS-EOF               VALUE '10'.
       01  WS-TRAIL-STATUS                PIC XX.
           88  TRAIL-MISSING              VALUE '35'.
           88  TRAIL-EOF                  VALUE '10'.
       01  WS-DMGLOG-STATUS               PIC XX.
           88  DMGLOG-MISSING             VALUE '35'.
           88  DMGLOG-EOF                 VALUE '10'.
       01  WS-JOURNAL-STATUS              PIC XX.
           88  JOURNAL-MISSING            VALUE '35'.
           88  JOURNAL-EOF                VALUE '10'.
       01  WS-JRX-STATUS                  PIC XX.
           88  JRX-EOF                    VALUE '10'.
       01  WS-SESSION-STATUS              PIC XX.
           88  SESSION-MISSING            VALUE '35'.
       01  WS-MOVELOG-STATUS              PIC XX.
           88  MOVELOG-MISSING            VALUE '35'.
           88  MOVELOG-EOF                VALUE '10'.
       01  WS-FILMIDX-STATUS              PIC XX.
           88  FILMIDX-MISSING            VALUE '35'.
           88  FILMIDX-EOF                VALUE '10'.

       01  WS-FUNCTION                    PIC X VALUE 'D'.
       01  WS-FRAME-VALID                 PIC X.

      *    The dossier's window - the last WS-WINDOW ticks up to and
      *    including the death tick.
       01  WS-WINDOW-FACTS.
           05  WS-WINDOW                  PIC 9(3) VALUE 20.
           05  WS-MAX-WINDOW              PIC 9(3) VALUE 50.
           05  WS-SESSION-ID              PIC X(8) VALUE SPACES.
           05  WS-FINAL-TICK              PIC 9(8) VALUE ZERO.
           05  WS-DEATH-LEVEL             PIC 99 VALUE ZERO.
           05  WS-FROM-TICK               PIC 9(8) VALUE ZERO.
           05  WS-ROW-COUNT               PIC 9(3) VALUE ZERO.
           05  WS-LAST-TICK               PIC 9(8) VALUE ZERO.
           05  WS-KEYED-USED              PIC X VALUE 'N'.

      *    One row per tick of the window, by tick - WS-FROM-TICK
      *    is row 1. The trail line rides whole; the journal's mode,
      *    winner and health fill in around it.
       01  WS-ROW-TABLE.
           05  WS-RW OCCURS 50 TIMES.
               10  WS-RW-TRAIL-FOUND      PIC X.
               10  WS-RW-TRAIL            PIC X(80).
               10  WS-RW-MODE             PIC X(8).
               10  WS-RW-WINNER           PIC X(8).
               10  WS-RW-JOURNAL-HP       PIC X(3).
               10  WS-RW-DAMAGE           PIC 9(5).

      *    Damage events in the window, ledger order.
       01  WS-DAMAGE-TABLE.
           05  WS-DT-COUNT                PIC 9(3) VALUE ZERO.
           05  WS-DT OCCURS 300 TIMES.
               10  WS-DT-TICK             PIC 9(8).
               10  WS-DT-CAUSE            PIC X(8).
               10  WS-DT-AMOUNT           PIC 9(4).

      *    The window's damage summed by cause.
       01  WS-CAUSE-TABLE.
           05  WS-CT-COUNT                PIC 99 VALUE ZERO.
           05  WS-CT OCCURS 20 TIMES.
               10  WS-CT-CAUSE            PIC X(8).
               10  WS-CT-AMOUNT           PIC 9(6).
               10  WS-CT-HITS             PIC 9(4).

       01  WS-MOVE-TABLE.
           05  WS-MT-COUNT                PIC 9(3) VALUE ZERO.
           05  WS-MT OCCURS 100 TIMES.
               10  WS-MT-TICK             PIC 9(8).
               10  WS-MT-LINE             PIC X(40).

       01  WS-FRAME-TABLE.
           05  WS-FT-COUNT                PIC 9(3) VALUE ZERO.
           05  WS-FT OCCURS 100 TIMES.
               10  WS-FT-TICK             PIC 9(8).
               10  WS-FT-NAME             PIC X(20).

       01  WS-SOURCE-COUNTS.
           05  WS-TRAIL-ROWS              PIC 9(3) VALUE ZERO.
           05  WS-JOURNAL-LINES           PIC 9(4) VALUE ZERO.
           05  WS-RETREAT-FLAGS           PIC 9(3) VALUE ZERO.
           05  WS-SWITCH-FLAGS            PIC 9(3) VALUE ZERO.

       01  WS-MONSTER-NAMES.
           05  FILLER  PIC X(8) VALUE 'IMP     '.
           05  FILLER  PIC X(8) VALUE 'DEMON   '.
           05  FILLER  PIC X(8) VALUE 'BARON   '.
           05  FILLER  PIC X(8) VALUE 'ZOMBIE  '.
           05  FILLER  PIC X(8) VALUE 'SERGEANT'.
           05  FILLER  PIC X(8) VALUE 'CACODMN '.
           05  FILLER  PIC X(8) VALUE 'LOSTSOUL'.
           05  FILLER  PIC X(8) VALUE 'CYBER   '.
           05  FILLER  PIC X(8) VALUE 'SPIDER  '.
       01  WS-MONSTER-NAME-TABLE REDEFINES WS-MONSTER-NAMES.
           05  WS-MONSTER-NAME OCCURS 9 TIMES PIC X(8).

      *    Best spare weapon first, the order DOOMAI2 reaches for one.
       01  WS-ALT-ORDER-VALUES            PIC X(5) VALUE '45231'.
       01  WS-ALT-ORDER REDEFINES WS-ALT-ORDER-VALUES.
           05  WS-ALT-CANDIDATE OCCURS 5 TIMES PIC 9.

       01  WS-WORK.
           05  WS-R                       PIC 9(3).
           05  WS-I                       PIC 9(3).
           05  WS-K                       PIC 9.
           05  WS-TEST-WEAPON             PIC 9.
           05  WS-TEST-POOL               PIC 9(4).
           05  WS-TEST-NEEDS-AMMO         PIC X.
           05  WS-TEST-OWNED              PIC X.
           05  WS-ROW-TICK                PIC 9(8).
           05  WS-TYPE                    PIC 99.
           05  WS-LINE-PROGRAM            PIC X(8).
           05  WS-LINE-TEXT               PIC X(60).
           05  WS-WORD-1                  PIC X(12).
           05  WS-WORD-2                  PIC X(12).
           05  WS-WORD-3                  PIC X(12).
           05  WS-WORD-4                  PIC X(12).
           05  WS-PTR                     PIC 9(3).
           05  WS-ED2                     PIC 99.
           05  WS-ED3                     PIC ZZ9.
           05  WS-ED4                     PIC ZZZ9.
           05  WS-ED5                     PIC ZZZZ9.
           05  WS-ED6                     PIC ZZZZZ9.
           05  WS-EDTICK                  PIC Z(7)9.

       01  WS-REPORT-LINE                 PIC X(132).

       01  WS-ROW-LINE.
           05  RL-TICK                    PIC Z(7)9.
           05  FILLER                     PIC X(2).
           05  RL-HEALTH                  PIC X(3).
           05  FILLER                     PIC X(2).
           05  RL-ARMOR                   PIC X(3).
           05  FILLER                     PIC X(2).
           05  RL-POSITION                PIC X(5).
           05  FILLER                     PIC X(2).
           05  RL-WEAPON                  PIC X(3).
           05  FILLER                     PIC X(2).
           05  RL-MODE                    PIC X(8).
           05  FILLER                     PIC X(2).
           05  RL-WINNER                  PIC X(8).
           05  FILLER                     PIC X(2).
           05  RL-COMMAND                 PIC X(17).
           05  FILLER                     PIC X(2).
           05  RL-DAMAGE                  PIC X(4).
           05  FILLER                     PIC X(2).
           05  RL-IN-RANGE                PIC X(50).
           05  FILLER                     PIC X(5).

       LINKAGE SECTION.
       01  PARM-DATA.
           05  PARM-LEN                   PIC S9(4) COMP.
           05  PARM-FUNCTION              PIC X.
           05  PARM-WINDOW                PIC 9(3).
           05  PARM-SESSION               PIC X(8).
           05  PARM-FINAL-TICK            PIC 9(8).
           05  PARM-LEVEL                 PIC 99.
           05  PARM-RESULT                PIC X.
               88  PARM-DOSSIER-WRITTEN   VALUE 'Y'.

       PROCEDURE DIVISION USING PARM-DATA.
       MAIN-PROCEDURE.
           IF PARM-LEN > ZERO
               MOVE PARM-FUNCTION TO WS-FUNCTION
           END-IF
           EVALUATE WS-FUNCTION
               WHEN 'R'
                   PERFORM RECORD-TRAIL-LINE
               WHEN OTHER
                   PERFORM TAKE-DOSSIER-PARM
                   PERFORM WRITE-DOSSIER
                   IF PARM-LEN > 22
                       MOVE 'Y' TO PARM-RESULT
                   END-IF
           END-EVALUATE
           GOBACK.

      *================================================================
      * Function 'R' - one trail line for the tick just run.
      *================================================================
       RECORD-TRAIL-LINE.
           MOVE SPACES TO POST-TRAIL-RECORD
           MOVE ZERO TO PTR-TICK PTR-LEVEL PTR-HEALTH PTR-ARMOR
                        PTR-X PTR-Y PTR-WEAPON PTR-IN-RANGE
                        PTR-NEAREST
           MOVE ZEROS TO PTR-RANGE-TYPES
           MOVE 'N' TO PTR-WEAPON-DRY
           MOVE 'N' TO PTR-WARDED-FLAG
           PERFORM READ-FRAME-FACTS
      *    No frame, no tick worth a line.
           IF WS-FRAME-VALID = 'N'
               CONTINUE
           ELSE
               PERFORM READ-GRID-POSITION
               PERFORM READ-WINNING-COMMAND
               OPEN EXTEND TRAIL-FILE
               IF TRAIL-MISSING
                   OPEN OUTPUT TRAIL-FILE
               END-IF
               WRITE POST-TRAIL-RECORD
               CLOSE TRAIL-FILE
           END-IF.

       READ-FRAME-FACTS.
      *    Header, player and ammo in their fixed slots, then every
      *    entity slot in order.
           MOVE 'N' TO WS-FRAME-VALID
           MOVE '00' TO WS-RICH-STATUS
           OPEN INPUT RICH-STATE
           IF RICH-MISSING
               CONTINUE
           ELSE
               READ RICH-STATE INTO STATE-HEADER
                   AT END SET RICH-EOF TO TRUE
               END-READ
               IF WS-RICH-STATUS = '00'
                   READ RICH-STATE INTO PLAYER-RECORD
                       AT END SET RICH-EOF TO TRUE
                   END-READ
               END-IF
               IF WS-RICH-STATUS = '00'
                   READ RICH-STATE INTO AMMUNITION-RECORD
                       AT END SET RICH-EOF TO TRUE
                   END-READ
               END-IF
               IF WS-RICH-STATUS = '00' AND VALID-STATE-REC
                  AND VALID-PLAYER-REC AND VALID-AMMO-REC
                   MOVE 'Y' TO WS-FRAME-VALID
                   MOVE STATE-TICK TO PTR-TICK
                   MOVE STATE-LEVEL OF STATE-HEADER TO PTR-LEVEL
                   MOVE PLAYER-HEALTH OF PLAYER-RECORD TO PTR-HEALTH
                   MOVE PLAYER-ARMOR TO PTR-ARMOR
                   MOVE CURRENT-WEAPON TO PTR-WEAPON
                   IF FLAG-INVULN-TIMER IS NUMERIC
                      AND FLAG-INVULN-TIMER > ZERO
                       MOVE 'Y' TO PTR-WARDED-FLAG
                   END-IF
                   PERFORM JUDGE-WEAPON-IN-HAND
                   PERFORM UNTIL RICH-EOF
                       READ RICH-STATE
                           AT END SET RICH-EOF TO TRUE
                           NOT AT END
                               MOVE RICH-STATE-RECORD
                                   TO ENTITY-ENTRY(1)
                               PERFORM JUDGE-ENTITY-IN-RANGE
                       END-READ
                       IF NOT RICH-EOF AND WS-RICH-STATUS NOT = '00'
                           SET RICH-EOF TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE RICH-STATE
           END-IF.

       JUDGE-WEAPON-IN-HAND.
           MOVE CURRENT-WEAPON TO WS-TEST-WEAPON
           PERFORM FIND-WEAPON-POOL
           IF WS-TEST-NEEDS-AMMO = 'Y' AND WS-TEST-POOL = ZERO
               MOVE 'Y' TO PTR-WEAPON-DRY
           END-IF
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > 5 OR NOT PTR-NO-ALTERNATE
               MOVE WS-ALT-CANDIDATE(WS-K) TO WS-TEST-WEAPON
               IF WS-TEST-WEAPON NOT = CURRENT-WEAPON
                   PERFORM FIND-WEAPON-POOL
                   PERFORM CHECK-WEAPON-OWNED
                   IF WS-TEST-OWNED = 'Y' AND WS-TEST-POOL > ZERO
                       MOVE WS-TEST-WEAPON TO PTR-ALT-WEAPON
                   END-IF
               END-IF
           END-PERFORM.

       FIND-WEAPON-POOL.
      *    The pool each weapon fires from; fist and chainsaw need
      *    none.
           MOVE 'Y' TO WS-TEST-NEEDS-AMMO
           EVALUATE WS-TEST-WEAPON
               WHEN 1
               WHEN 3
                   MOVE AMMO-BULLETS TO WS-TEST-POOL
               WHEN 2
                   MOVE AMMO-SHELLS TO WS-TEST-POOL
               WHEN 4
                   MOVE AMMO-ROCKETS TO WS-TEST-POOL
               WHEN 5
               WHEN 6
                   MOVE AMMO-CELLS TO WS-TEST-POOL
               WHEN OTHER
                   MOVE 'N' TO WS-TEST-NEEDS-AMMO
                   MOVE ZERO TO WS-TEST-POOL
           END-EVALUATE.

       CHECK-WEAPON-OWNED.
           MOVE 'Y' TO WS-TEST-OWNED
           IF AMMO-WEAPONS-OWNED NOT = SPACES
              AND AMMO-WEAPON-OWNED(WS-TEST-WEAPON + 1) NOT = 'Y'
               MOVE 'N' TO WS-TEST-OWNED
           END-IF.

       JUDGE-ENTITY-IN-RANGE.
      *    A live monster at melee or close range - barrels and the
      *    dead do not count.
           IF VALID-ENTITY-REC(1)
              AND ENTITY-TYPE(1) >= 1 AND ENTITY-TYPE(1) <= 9
              AND ENTITY-HEALTH(1) IS NUMERIC
              AND ENTITY-HEALTH(1) > ZERO
              AND ENTITY-DISTANCE(1) IS NUMERIC
              AND (ENT-MELEE-RANGE(1) OR ENT-CLOSE-RANGE(1))
               IF PTR-IN-RANGE < 9
                   ADD 1 TO PTR-IN-RANGE
               END-IF
               IF PTR-IN-RANGE <= 4
                   MOVE ENTITY-TYPE(1) TO PTR-RANGE-TYPE(PTR-IN-RANGE)
               END-IF
               IF PTR-IN-RANGE = 1
                  OR ENTITY-DISTANCE(1) < PTR-NEAREST
                   MOVE ENTITY-DISTANCE(1) TO PTR-NEAREST
               END-IF
           END-IF.

       READ-GRID-POSITION.
           OPEN INPUT GAME-STATE
           IF NOT GAMESTATE-MISSING
               READ GAME-STATE
                   NOT AT END
                       IF GS-PLAYER-X IS NUMERIC
                          AND GS-PLAYER-Y IS NUMERIC
                           MOVE GS-PLAYER-X TO PTR-X
                           MOVE GS-PLAYER-Y TO PTR-Y
                       END-IF
               END-READ
               CLOSE GAME-STATE
           END-IF.

       READ-WINNING-COMMAND.
      *    What arbitration left standing - the first command-shaped
      *    record. Keyboard lines and an empty file leave it blank.
           MOVE '00' TO WS-CMD-STATUS
           OPEN INPUT IN-COMMANDS
           IF COMMANDS-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL COMMANDS-EOF
                   READ IN-COMMANDS INTO DOOM-COMMAND-RECORD
                       AT END SET COMMANDS-EOF TO TRUE
                       NOT AT END
                           IF VALID-CMD-REC
                               MOVE CMD-ENGINE-ID TO PTR-ENGINE
                               MOVE CMD-ACTION TO PTR-ACTION
                               MOVE CMD-DIRECTION TO PTR-DIRECTION
                               SET COMMANDS-EOF TO TRUE
                           END-IF
                   END-READ
                   IF NOT COMMANDS-EOF AND WS-CMD-STATUS NOT = '00'
                       SET COMMANDS-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE IN-COMMANDS
           END-IF.

      *================================================================
      * Function 'D' - the dossier.
      *================================================================
       TAKE-DOSSIER-PARM.
      *    Working storage outlives the CALL - every dossier starts
      *    from the defaults.
           MOVE 20 TO WS-WINDOW
           MOVE SPACES TO WS-SESSION-ID
           MOVE ZERO TO WS-FINAL-TICK WS-DEATH-LEVEL
           MOVE ZERO TO WS-DT-COUNT WS-CT-COUNT WS-MT-COUNT WS-FT-COUNT
           MOVE ZERO TO WS-RETREAT-FLAGS WS-SWITCH-FLAGS
           IF PARM-LEN > 3 AND PARM-WINDOW IS NUMERIC
              AND PARM-WINDOW > ZERO
               MOVE PARM-WINDOW TO WS-WINDOW
           END-IF
           IF WS-WINDOW > WS-MAX-WINDOW
               MOVE WS-MAX-WINDOW TO WS-WINDOW
           END-IF
           IF PARM-LEN > 11
               MOVE PARM-SESSION TO WS-SESSION-ID
           END-IF
           IF WS-SESSION-ID = SPACES
               PERFORM READ-SESSION-ID
           END-IF
           IF PARM-LEN > 19 AND PARM-FINAL-TICK IS NUMERIC
               MOVE PARM-FINAL-TICK TO WS-FINAL-TICK
           END-IF
           IF PARM-LEN > 21 AND PARM-LEVEL IS NUMERIC
               MOVE PARM-LEVEL TO WS-DEATH-LEVEL
           END-IF
      *    Standalone, the window ends where the trail does.
           IF WS-FINAL-TICK = ZERO
               PERFORM FIND-TRAIL-END
           END-IF
           IF WS-FINAL-TICK >= WS-WINDOW
               COMPUTE WS-FROM-TICK = WS-FINAL-TICK - WS-WINDOW + 1
           ELSE
               MOVE ZERO TO WS-FROM-TICK
           END-IF
           COMPUTE WS-ROW-COUNT = WS-FINAL-TICK - WS-FROM-TICK + 1.

       READ-SESSION-ID.
           OPEN INPUT SESSION-FILE
           IF NOT SESSION-MISSING
               READ SESSION-FILE
                   NOT AT END MOVE SESSION-ID TO WS-SESSION-ID
               END-READ
               CLOSE SESSION-FILE
           END-IF.

       FIND-TRAIL-END.
           MOVE '00' TO WS-TRAIL-STATUS
           OPEN INPUT TRAIL-FILE
           IF NOT TRAIL-MISSING
               PERFORM UNTIL TRAIL-EOF
                   READ TRAIL-FILE
                       AT END SET TRAIL-EOF TO TRUE
                       NOT AT END
                           IF PTR-TICK IS NUMERIC
                               MOVE PTR-TICK TO WS-FINAL-TICK
                               IF WS-DEATH-LEVEL = ZERO
                                  AND PTR-LEVEL IS NUMERIC
                                   MOVE PTR-LEVEL TO WS-DEATH-LEVEL
                               END-IF
                           END-IF
                   END-READ
                   IF NOT TRAIL-EOF AND WS-TRAIL-STATUS NOT = '00'
                       SET TRAIL-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE TRAIL-FILE
           END-IF.

       WRITE-DOSSIER.
           PERFORM CLEAR-ROWS
           PERFORM LOAD-TRAIL-ROWS
           PERFORM LOAD-DAMAGE-EVENTS
           PERFORM LOAD-JOURNAL-DECISIONS
           PERFORM LOAD-MOVE-ENTRIES
           PERFORM LOAD-FILM-FRAMES
           OPEN OUTPUT DOSSIER-FILE
           PERFORM WRITE-DOSSIER-HEADER
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-ROW-COUNT
               PERFORM WRITE-TICK-ROW
           END-PERFORM
           PERFORM WRITE-CAUSE-TOTALS
           PERFORM WRITE-DOSSIER-FOOTER
           CLOSE DOSSIER-FILE.

       CLEAR-ROWS.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 50
               MOVE 'N' TO WS-RW-TRAIL-FOUND(WS-R)
               MOVE SPACES TO WS-RW-TRAIL(WS-R)
               MOVE SPACES TO WS-RW-MODE(WS-R)
               MOVE SPACES TO WS-RW-WINNER(WS-R)
               MOVE SPACES TO WS-RW-JOURNAL-HP(WS-R)
               MOVE ZERO TO WS-RW-DAMAGE(WS-R)
           END-PERFORM.

       LOAD-TRAIL-ROWS.
      *    A tick running backwards is an older session's line or a
      *    restart's replay - what follows supersedes it.
           MOVE ZERO TO WS-LAST-TICK
           MOVE '00' TO WS-TRAIL-STATUS
           OPEN INPUT TRAIL-FILE
           IF NOT TRAIL-MISSING
               PERFORM UNTIL TRAIL-EOF
                   READ TRAIL-FILE
                       AT END SET TRAIL-EOF TO TRUE
                       NOT AT END
                           IF PTR-TICK IS NUMERIC
                               IF PTR-TICK < WS-LAST-TICK
                                   PERFORM FORGET-TRAIL-ROWS
                               END-IF
                               MOVE PTR-TICK TO WS-LAST-TICK
                               PERFORM TAKE-TRAIL-ROW
                           END-IF
                   END-READ
                   IF NOT TRAIL-EOF AND WS-TRAIL-STATUS NOT = '00'
                       SET TRAIL-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE TRAIL-FILE
           END-IF
           MOVE ZERO TO WS-TRAIL-ROWS
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-ROW-COUNT
               IF WS-RW-TRAIL-FOUND(WS-R) = 'Y'
                   ADD 1 TO WS-TRAIL-ROWS
               END-IF
           END-PERFORM.

       FORGET-TRAIL-ROWS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 50
               MOVE 'N' TO WS-RW-TRAIL-FOUND(WS-I)
           END-PERFORM.

       TAKE-TRAIL-ROW.
           IF PTR-TICK >= WS-FROM-TICK AND PTR-TICK <= WS-FINAL-TICK
               COMPUTE WS-I = PTR-TICK - WS-FROM-TICK + 1
               MOVE 'Y' TO WS-RW-TRAIL-FOUND(WS-I)
               MOVE POST-TRAIL-RECORD TO WS-RW-TRAIL(WS-I)
           END-IF.

       LOAD-DAMAGE-EVENTS.
      *    What the world threw at the player: infighting (MI-) and
      *    the engine's own reports of the same hits stay out.
           MOVE ZERO TO WS-LAST-TICK
           MOVE '00' TO WS-DMGLOG-STATUS
           OPEN INPUT DAMAGE-LOG
           IF NOT DMGLOG-MISSING
               PERFORM UNTIL DMGLOG-EOF
                   READ DAMAGE-LOG
                       AT END SET DMGLOG-EOF TO TRUE
                       NOT AT END
                           IF DMG-TICK IS NUMERIC
                              AND DMG-AMOUNT IS NUMERIC
                              AND DMG-CAUSE(1:3) NOT = 'MI-'
                              AND NOT DMG-ENGINE-REPORTED
                               IF DMG-TICK < WS-LAST-TICK
                                   MOVE ZERO TO WS-DT-COUNT
                               END-IF
                               MOVE DMG-TICK TO WS-LAST-TICK
                               PERFORM TAKE-DAMAGE-EVENT
                           END-IF
                   END-READ
                   IF NOT DMGLOG-EOF AND WS-DMGLOG-STATUS NOT = '00'
                       SET DMGLOG-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE DAMAGE-LOG
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DT-COUNT
               COMPUTE WS-R = WS-DT-TICK(WS-I) - WS-FROM-TICK + 1
               ADD WS-DT-AMOUNT(WS-I) TO WS-RW-DAMAGE(WS-R)
               PERFORM ADD-CAUSE-TOTAL
           END-PERFORM.

       TAKE-DAMAGE-EVENT.
           IF DMG-TICK >= WS-FROM-TICK AND DMG-TICK <= WS-FINAL-TICK
              AND WS-DT-COUNT < 300
               ADD 1 TO WS-DT-COUNT
               MOVE DMG-TICK TO WS-DT-TICK(WS-DT-COUNT)
               MOVE DMG-CAUSE TO WS-DT-CAUSE(WS-DT-COUNT)
               MOVE DMG-AMOUNT TO WS-DT-AMOUNT(WS-DT-COUNT)
           END-IF.

       ADD-CAUSE-TOTAL.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-CT-COUNT
                      OR WS-CT-CAUSE(WS-K) = WS-DT-CAUSE(WS-I)
               CONTINUE
           END-PERFORM
           IF WS-K > WS-CT-COUNT AND WS-CT-COUNT < 20
               ADD 1 TO WS-CT-COUNT
               MOVE WS-CT-COUNT TO WS-K
               MOVE WS-DT-CAUSE(WS-I) TO WS-CT-CAUSE(WS-K)
               MOVE ZERO TO WS-CT-AMOUNT(WS-K)
               MOVE ZERO TO WS-CT-HITS(WS-K)
           END-IF
           IF WS-K <= WS-CT-COUNT
               ADD WS-DT-AMOUNT(WS-I) TO WS-CT-AMOUNT(WS-K)
               ADD 1 TO WS-CT-HITS(WS-K)
           END-IF.

       LOAD-JOURNAL-DECISIONS.
           MOVE ZERO TO WS-JOURNAL-LINES
           PERFORM LOAD-KEYED-WINDOW
           IF WS-KEYED-USED = 'Y'
               CONTINUE
           ELSE
               PERFORM LOAD-PLAIN-WINDOW
           END-IF.

       LOAD-KEYED-WINDOW.
           MOVE 'N' TO WS-KEYED-USED
           IF WS-SESSION-ID = SPACES
               CONTINUE
           ELSE
               OPEN INPUT JOURNAL-X-FILE
               IF WS-JRX-STATUS NOT = '00'
                   CONTINUE
               ELSE
                   MOVE SPACES TO JOURNAL-X-RECORD
                   MOVE WS-SESSION-ID TO JRX-SESSION
                   MOVE WS-FROM-TICK TO JRX-TICK
                   MOVE ZERO TO JRX-SEQ
                   START JOURNAL-X-FILE KEY >= JRX-KEY
                       INVALID KEY CONTINUE
                   END-START
                   IF WS-JRX-STATUS = '00'
                       MOVE 'Y' TO WS-KEYED-USED
                       PERFORM UNTIL JRX-EOF
                           READ JOURNAL-X-FILE NEXT
                               AT END SET JRX-EOF TO TRUE
                               NOT AT END
                                   IF JRX-SESSION NOT = WS-SESSION-ID
                                      OR JRX-TICK > WS-FINAL-TICK
                                       SET JRX-EOF TO TRUE
                                   ELSE
                                       MOVE JRX-TICK TO WS-ROW-TICK
                                       MOVE JRX-PROGRAM
                                           TO WS-LINE-PROGRAM
                                       MOVE JRX-TEXT TO WS-LINE-TEXT
                                       PERFORM TAKE-JOURNAL-LINE
                                   END-IF
                           END-READ
                           IF NOT JRX-EOF
                              AND WS-JRX-STATUS NOT = '00'
                               SET JRX-EOF TO TRUE
                           END-IF
                       END-PERFORM
                   END-IF
                   CLOSE JOURNAL-X-FILE
               END-IF
           END-IF.

       LOAD-PLAIN-WINDOW.
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL JOURNAL-EOF
                   READ JOURNAL-FILE
                       AT END SET JOURNAL-EOF TO TRUE
                       NOT AT END
                           IF JRNL-TICK IS NUMERIC
                              AND (WS-SESSION-ID = SPACES
                                   OR JRNL-SESSION = WS-SESSION-ID)
                               MOVE JRNL-TICK TO WS-ROW-TICK
                               MOVE JRNL-PROGRAM TO WS-LINE-PROGRAM
                               MOVE JRNL-TEXT TO WS-LINE-TEXT
                               PERFORM TAKE-JOURNAL-LINE
                           END-IF
                   END-READ
                   IF NOT JOURNAL-EOF
                      AND WS-JOURNAL-STATUS NOT = '00'
                       SET JOURNAL-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       TAKE-JOURNAL-LINE.
      *    DOOMAI2's "MODE: xxx HEALTH: nnn" line and DOOMARB's
      *    "ARBITRATION WINNER: xxxx" line are the two this wants.
           IF WS-ROW-TICK >= WS-FROM-TICK
              AND WS-ROW-TICK <= WS-FINAL-TICK
               COMPUTE WS-R = WS-ROW-TICK - WS-FROM-TICK + 1
               MOVE SPACES TO WS-WORD-1 WS-WORD-2 WS-WORD-3 WS-WORD-4
               UNSTRING WS-LINE-TEXT DELIMITED BY ALL SPACE
                   INTO WS-WORD-1 WS-WORD-2 WS-WORD-3 WS-WORD-4
               END-UNSTRING
               IF WS-LINE-PROGRAM = 'DOOMAI2 ' AND WS-WORD-1 = 'MODE:'
                   ADD 1 TO WS-JOURNAL-LINES
                   MOVE WS-WORD-2 TO WS-RW-MODE(WS-R)
                   IF WS-WORD-3 = 'HEALTH:'
                       MOVE WS-WORD-4 TO WS-RW-JOURNAL-HP(WS-R)
                   END-IF
               END-IF
               IF WS-LINE-TEXT(1:19) = 'ARBITRATION WINNER:'
                   ADD 1 TO WS-JOURNAL-LINES
                   MOVE WS-WORD-3 TO WS-RW-WINNER(WS-R)
               END-IF
           END-IF.

       LOAD-MOVE-ENTRIES.
           MOVE ZERO TO WS-LAST-TICK
           MOVE '00' TO WS-MOVELOG-STATUS
           OPEN INPUT MOVE-LOG
           IF NOT MOVELOG-MISSING
               PERFORM UNTIL MOVELOG-EOF
                   READ MOVE-LOG
                       AT END SET MOVELOG-EOF TO TRUE
                       NOT AT END
                           IF LOG-TICK IS NUMERIC
                               IF LOG-TICK < WS-LAST-TICK
                                   MOVE ZERO TO WS-MT-COUNT
                               END-IF
                               MOVE LOG-TICK TO WS-LAST-TICK
                               PERFORM TAKE-MOVE-ENTRY
                           END-IF
                   END-READ
                   IF NOT MOVELOG-EOF
                      AND WS-MOVELOG-STATUS NOT = '00'
                       SET MOVELOG-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE MOVE-LOG
           END-IF.

       TAKE-MOVE-ENTRY.
           IF LOG-TICK >= WS-FROM-TICK AND LOG-TICK <= WS-FINAL-TICK
              AND WS-MT-COUNT < 100
               ADD 1 TO WS-MT-COUNT
               MOVE LOG-TICK TO WS-MT-TICK(WS-MT-COUNT)
               MOVE SPACES TO WS-MT-LINE(WS-MT-COUNT)
               STRING LOG-OLD-X DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      LOG-OLD-Y DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      LOG-DIRECTION DELIMITED BY SIZE
                      ' -> ' DELIMITED BY SIZE
                      LOG-NEW-X DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      LOG-NEW-Y DELIMITED BY SIZE
                      '  RC ' DELIMITED BY SIZE
                      LOG-RETURN-CODE DELIMITED BY SIZE
                      INTO WS-MT-LINE(WS-MT-COUNT)
           END-IF.

       LOAD-FILM-FRAMES.
           MOVE ZERO TO WS-LAST-TICK
           MOVE '00' TO WS-FILMIDX-STATUS
           OPEN INPUT FILM-INDEX
           IF NOT FILMIDX-MISSING
               PERFORM UNTIL FILMIDX-EOF
                   READ FILM-INDEX
                       AT END SET FILMIDX-EOF TO TRUE
                       NOT AT END
                           IF FIX-TICK IS NUMERIC
                               IF FIX-TICK < WS-LAST-TICK
                                   MOVE ZERO TO WS-FT-COUNT
                               END-IF
                               MOVE FIX-TICK TO WS-LAST-TICK
                               PERFORM TAKE-FILM-FRAME
                           END-IF
                   END-READ
                   IF NOT FILMIDX-EOF
                      AND WS-FILMIDX-STATUS NOT = '00'
                       SET FILMIDX-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE FILM-INDEX
           END-IF.

       TAKE-FILM-FRAME.
           IF FIX-TICK >= WS-FROM-TICK AND FIX-TICK <= WS-FINAL-TICK
              AND WS-FT-COUNT < 100
               ADD 1 TO WS-FT-COUNT
               MOVE FIX-TICK TO WS-FT-TICK(WS-FT-COUNT)
               MOVE FIX-NAME TO WS-FT-NAME(WS-FT-COUNT)
           END-IF.

      *================================================================
      * The report.
      *================================================================
       WRITE-DOSSIER-HEADER.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'DOOM POST-MORTEM DOSSIER - SESSION '
                  DELIMITED BY SIZE
                  WS-SESSION-ID DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM PUT-LINE
           MOVE WS-FINAL-TICK TO WS-EDTICK
           MOVE WS-DEATH-LEVEL TO WS-ED2
           MOVE WS-ROW-COUNT TO WS-ED3
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'DEATH AT TICK ' DELIMITED BY SIZE
                  WS-EDTICK DELIMITED BY SIZE
                  ' ON LEVEL ' DELIMITED BY SIZE
                  WS-ED2 DELIMITED BY SIZE
                  ' - THE LAST ' DELIMITED BY SIZE
                  WS-ED3 DELIMITED BY SIZE
                  ' TICKS, OLDEST FIRST' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM PUT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'WPN * = WEAPON IN HAND DRY.  DMG = INCOMING BEFORE '
                  DELIMITED BY SIZE
                  'ARMOR.  IN RANGE = MELEE/CLOSE (256 OR NEARER).'
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM PUT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM PUT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE '    TICK' TO WS-REPORT-LINE(1:8)
           MOVE ' HP' TO WS-REPORT-LINE(11:3)
           MOVE 'ARM' TO WS-REPORT-LINE(16:3)
           MOVE 'POS' TO WS-REPORT-LINE(21:3)
           MOVE 'WPN' TO WS-REPORT-LINE(28:3)
           MOVE 'MODE' TO WS-REPORT-LINE(33:4)
           MOVE 'WINNER' TO WS-REPORT-LINE(43:6)
           MOVE 'COMMAND' TO WS-REPORT-LINE(53:7)
           MOVE ' DMG' TO WS-REPORT-LINE(72:4)
           MOVE 'IN RANGE' TO WS-REPORT-LINE(78:8)
           PERFORM PUT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE(1:127)
           PERFORM PUT-LINE.

       WRITE-TICK-ROW.
           COMPUTE WS-ROW-TICK = WS-FROM-TICK + WS-R - 1
           MOVE SPACES TO WS-ROW-LINE
           MOVE WS-ROW-TICK TO RL-TICK
           MOVE '  -' TO RL-HEALTH
           MOVE '  -' TO RL-ARMOR
           MOVE '  -' TO RL-POSITION
           MOVE ' -' TO RL-WEAPON
           MOVE WS-RW-MODE(WS-R) TO RL-MODE
           MOVE WS-RW-WINNER(WS-R) TO RL-WINNER
           IF WS-RW-JOURNAL-HP(WS-R) NOT = SPACES
               MOVE WS-RW-JOURNAL-HP(WS-R) TO RL-HEALTH
           END-IF
           MOVE WS-RW-DAMAGE(WS-R) TO WS-ED4
           MOVE WS-ED4 TO RL-DAMAGE
           IF WS-RW-TRAIL-FOUND(WS-R) = 'Y'
               MOVE WS-RW-TRAIL(WS-R) TO POST-TRAIL-RECORD
               PERFORM FILL-ROW-FROM-TRAIL
           END-IF
           MOVE WS-ROW-LINE TO WS-REPORT-LINE
           PERFORM PUT-LINE
           PERFORM WRITE-ROW-DETAIL
      *    The death tick itself has no decision left to judge.
           IF WS-RW-TRAIL-FOUND(WS-R) = 'Y' AND PTR-HEALTH > ZERO
               PERFORM JUDGE-DECISION-POINT
           END-IF.

       FILL-ROW-FROM-TRAIL.
           MOVE PTR-HEALTH TO WS-ED3
           MOVE WS-ED3 TO RL-HEALTH
           MOVE PTR-ARMOR TO WS-ED3
           MOVE WS-ED3 TO RL-ARMOR
           STRING PTR-X DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  PTR-Y DELIMITED BY SIZE
                  INTO RL-POSITION
           MOVE SPACES TO RL-WEAPON
           MOVE PTR-WEAPON TO RL-WEAPON(2:1)
           IF PTR-DRY
               MOVE '*' TO RL-WEAPON(3:1)
           END-IF
           IF PTR-ENGINE NOT = SPACES
               MOVE PTR-ENGINE TO RL-WINNER
           END-IF
           IF PTR-ACTION = SPACES
               MOVE '(KEYBOARD/NONE)' TO RL-COMMAND
           ELSE
               STRING PTR-ACTION DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      PTR-DIRECTION DELIMITED BY SPACE
                      INTO RL-COMMAND
           END-IF
           IF PTR-IN-RANGE = ZERO
               MOVE 'NONE' TO RL-IN-RANGE
           ELSE
               MOVE 1 TO WS-PTR
               STRING PTR-IN-RANGE DELIMITED BY SIZE
                      ':' DELIMITED BY SIZE
                      INTO RL-IN-RANGE WITH POINTER WS-PTR
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > 4 OR WS-K > PTR-IN-RANGE
                   MOVE PTR-RANGE-TYPE(WS-K) TO WS-TYPE
                   IF WS-TYPE >= 1 AND WS-TYPE <= 9
                       STRING ' ' DELIMITED BY SIZE
                              WS-MONSTER-NAME(WS-TYPE)
                                  DELIMITED BY SPACE
                              INTO RL-IN-RANGE WITH POINTER WS-PTR
                   END-IF
               END-PERFORM
               MOVE PTR-NEAREST TO WS-ED5
               STRING '  NEAREST ' DELIMITED BY SIZE
                      WS-ED5 DELIMITED BY SIZE
                      INTO RL-IN-RANGE WITH POINTER WS-PTR
           END-IF.

       WRITE-ROW-DETAIL.
      *    Everything else the tick left on file, indented under its
      *    row.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DT-COUNT
               IF WS-DT-TICK(WS-I) = WS-ROW-TICK
                   MOVE WS-DT-AMOUNT(WS-I) TO WS-ED4
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '          DAMAGE  ' DELIMITED BY SIZE
                          WS-DT-CAUSE(WS-I) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-ED4 DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   PERFORM PUT-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MT-COUNT
               IF WS-MT-TICK(WS-I) = WS-ROW-TICK
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '          MOVED   ' DELIMITED BY SIZE
                          WS-MT-LINE(WS-I) DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   PERFORM PUT-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-FT-COUNT
               IF WS-FT-TICK(WS-I) = WS-ROW-TICK
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '          FRAME   ' DELIMITED BY SIZE
                          WS-FT-NAME(WS-I) DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   PERFORM PUT-LINE
               END-IF
           END-PERFORM.

       JUDGE-DECISION-POINT.
      *    A way out the winning command did not take. The player
      *    record's own hurt/critical bands say when health was low
      *    enough that backing off was the call.
           MOVE PTR-HEALTH TO PLAYER-HEALTH OF PLAYER-RECORD
           IF (PLAYER-HURT OR PLAYER-CRITICAL)
              AND PTR-IN-RANGE > ZERO
              AND NOT (PTR-ACTION = 'MOVE    '
                       AND PTR-DIRECTION NOT = 'FORWARD ')
               ADD 1 TO WS-RETREAT-FLAGS
               MOVE PTR-HEALTH TO WS-ED3
               MOVE SPACES TO WS-REPORT-LINE
               STRING '          ** RETREAT POSSIBLE - NOT TAKEN '
                      DELIMITED BY SIZE
                      '(HEALTH ' DELIMITED BY SIZE
                      WS-ED3 DELIMITED BY SIZE
                      ', ' DELIMITED BY SIZE
                      PTR-IN-RANGE DELIMITED BY SIZE
                      ' IN RANGE)' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM PUT-LINE
           END-IF
           IF PTR-DRY AND NOT PTR-NO-ALTERNATE
              AND PTR-ACTION NOT = 'WEAPON  '
               ADD 1 TO WS-SWITCH-FLAGS
               MOVE SPACES TO WS-REPORT-LINE
               STRING '          ** WEAPON SWITCH POSSIBLE - NOT TAKEN '
                      DELIMITED BY SIZE
                      '(WEAPON ' DELIMITED BY SIZE
                      PTR-WEAPON DELIMITED BY SIZE
                      ' DRY, WEAPON ' DELIMITED BY SIZE
                      PTR-ALT-WEAPON DELIMITED BY SIZE
                      ' HAS AMMO)' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM PUT-LINE
           END-IF.

       WRITE-CAUSE-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM PUT-LINE
           MOVE 'DAMAGE BY CAUSE IN THE WINDOW' TO WS-REPORT-LINE
           PERFORM PUT-LINE
           IF WS-CT-COUNT = ZERO
               MOVE '  NONE RECORDED' TO WS-REPORT-LINE
               PERFORM PUT-LINE
           END-IF
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-CT-COUNT
               MOVE WS-CT-AMOUNT(WS-K) TO WS-ED6
               MOVE WS-CT-HITS(WS-K) TO WS-ED4
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ' DELIMITED BY SIZE
                      WS-CT-CAUSE(WS-K) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-ED6 DELIMITED BY SIZE
                      ' IN ' DELIMITED BY SIZE
                      WS-ED4 DELIMITED BY SIZE
                      ' HITS' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM PUT-LINE
           END-PERFORM.

       WRITE-DOSSIER-FOOTER.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM PUT-LINE
           COMPUTE WS-ED4 = WS-RETREAT-FLAGS + WS-SWITCH-FLAGS
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'DECISION POINTS FLAGGED: ' DELIMITED BY SIZE
                  WS-ED4 DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM PUT-LINE
           MOVE WS-RETREAT-FLAGS TO WS-ED3
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  RETREAT NOT TAKEN       ' DELIMITED BY SIZE
                  WS-ED3 DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM PUT-LINE
           MOVE WS-SWITCH-FLAGS TO WS-ED3
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  WEAPON SWITCH NOT TAKEN ' DELIMITED BY SIZE
                  WS-ED3 DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM PUT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM PUT-LINE
           MOVE WS-TRAIL-ROWS TO WS-ED3
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-PTR
           STRING 'SOURCES: TRAIL ' DELIMITED BY SIZE
                  WS-ED3 DELIMITED BY SIZE
                  ' TICKS' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE WITH POINTER WS-PTR
           MOVE WS-DT-COUNT TO WS-ED3
           STRING ', DAMAGE ' DELIMITED BY SIZE
                  WS-ED3 DELIMITED BY SIZE
                  ' EVENTS' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE WITH POINTER WS-PTR
           MOVE WS-JOURNAL-LINES TO WS-ED4
           STRING ', JOURNAL ' DELIMITED BY SIZE
                  WS-ED4 DELIMITED BY SIZE
                  ' LINES' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE WITH POINTER WS-PTR
           MOVE WS-MT-COUNT TO WS-ED3
           STRING ', MOVES ' DELIMITED BY SIZE
                  WS-ED3 DELIMITED BY SIZE
                  INTO WS-REPORT-LINE WITH POINTER WS-PTR
           MOVE WS-FT-COUNT TO WS-ED3
           STRING ', FRAMES ' DELIMITED BY SIZE
                  WS-ED3 DELIMITED BY SIZE
                  INTO WS-REPORT-LINE WITH POINTER WS-PTR
           PERFORM PUT-LINE.

       PUT-LINE.
           MOVE WS-REPORT-LINE TO DOSSIER-RECORD
           WRITE DOSSIER-RECORD.
