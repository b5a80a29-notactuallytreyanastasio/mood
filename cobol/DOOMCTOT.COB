      *================================================================
      * DOOMCTOT.COB - Nightly Control Totals Proof
      * Several files each keep their own account of the same events
      * and nothing ever checked that the accounts agree. Run in the
      * batch window, this takes a control total from each source and
      * proves them against each other the way a ledger proof does -
      * the two totals side by side, the difference, and IN BALANCE
      * or OUT OF BALANCE - on DOOM.CTLTOT:
      *   kills     - SCORE-KILLS-BY-TYPE summed (DOOM.SCORE) against
      *               the zero-health monsters in the frame's entity
      *               slots, and against the slots DOOM.ENTSNAP marks
      *               SNAP-SCORED - the three places ANALYZE-ENEMY
      *               touches when it credits a kill;
      *   move log  - DOOM.MOVELOG lines against the serials DOOMCMIT
      *               published in DOOM.TICKCMT (a line carried
      *               forward by DOOMHKP is not a publish);
      *   journal   - ticks of the live session with a MODE line
      *               (DOOMAI or DOOMAI2) against the ticks the
      *               session has played, from the tick on its first
      *               journal line to the frame's STATE-TICK;
      *   damage    - what DOOM.DMGLOG charged the player (MI- and
      *               engine-reported lines excepted, as DOOMLETH
      *               does) against the health and armor the frame
      *               actually lost tick to tick, per the death trail
      *               DOOM.POSTTRAIL. Hits logged on a tick the trail
      *               shows warded by invulnerability, and the part of
      *               the fatal tick's damage past the last point of
      *               health, are shown as reconciling items first.
      *               With fewer than two trail lines the pair is not
      *               checked. The ledger spans sessions - a tick that
      *               runs backwards starts the count over.
      * The result is journaled as a BALANCING: line so DOOMSHFT's
      * handover page carries it. RETURN-CODE 4 means at least one
      * pair is out of balance, 0 that every pair checked balanced.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMCTOT.
       AUTHOR. DOOM-COBOL-SYSTEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RICH-STATE ASSIGN TO 'DOOM.GAMESTAT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RICH-STATUS.

           SELECT SCORE-FILE ASSIGN TO 'DOOM.SCORE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.

           SELECT ENTITY-SNAPSHOT ASSIGN TO 'DOOM.ENTSNAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENTSNAP-STATUS.

           SELECT MOVE-LOG ASSIGN TO 'DOOM.MOVELOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MOVELOG-STATUS.

           SELECT COMMIT-FILE ASSIGN TO 'DOOM.TICKCMT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COMMIT-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO 'DOOM.JOURNAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT SESSION-FILE ASSIGN TO 'DOOM.SESSIONID'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.

           SELECT TRAIL-FILE ASSIGN TO 'DOOM.POSTTRAIL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAIL-STATUS.

           SELECT DAMAGE-LOG ASSIGN TO 'DOOM.DMGLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DMGLOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'DOOM.CTLTOT'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RICH-STATE.
       01  RICH-STATE-RECORD              PIC X(80).

       FD  SCORE-FILE.
       COPY DOOMSCR.

       FD  ENTITY-SNAPSHOT.
       COPY DOOMESN.

       FD  MOVE-LOG.
       01  MOVE-LOG-REC                   PIC X(20).

       FD  COMMIT-FILE.
       01  COMMIT-REC.
           05  CMT-SERIAL                 PIC 9(8).
           05  CMT-TICK                   PIC 9(8).
           05  CMT-CARRIED                PIC X.
               88  CMT-CARRIED-FORWARD    VALUE 'C'.
           05  FILLER                     PIC X(3).

       FD  JOURNAL-FILE.
       COPY DOOMJRN.

       FD  SESSION-FILE.
       01  SESSION-REC.
           05  SESSION-ID                 PIC X(8).
           05  FILLER                     PIC X(12).

       FD  TRAIL-FILE.
       COPY DOOMPTR.

       FD  DAMAGE-LOG.
       COPY DOOMDMR.

       FD  REPORT-FILE.
       01  REPORT-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DOOMSTAT.

      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged on open before any record of it is used.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMCTOT'.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.
               88  WS-VP-REJECTED  VALUE 'R'.

      *    Shaped to match DOOMJRNL's LINKAGE - the shift summary
      *    carries the proof's result off the journal.
       01  WS-JRNL-PARM.
           05  WS-JP-PROGRAM       PIC X(8) VALUE 'DOOMCTOT'.
           05  WS-JP-TICK          PIC 9(8) VALUE ZERO.
           05  WS-JP-TEXT          PIC X(60).

       01  WS-RICH-STATUS                 PIC XX.
           88  RICH-MISSING               VALUE '35'.
           88  RICH-EOF                   VALUE '10'.
       01  WS-SCORE-STATUS                PIC XX.
           88  SCORE-MISSING              VALUE '35'.
       01  WS-ENTSNAP-STATUS              PIC XX.
           88  ENTSNAP-MISSING            VALUE '35'.
       01  WS-MOVELOG-STATUS              PIC XX.
           88  MOVELOG-MISSING            VALUE '35'.
           88  MOVELOG-EOF                VALUE '10'.
       01  WS-COMMIT-STATUS               PIC XX.
           88  COMMIT-MISSING             VALUE '35'.
           88  COMMIT-EOF                 VALUE '10'.
       01  WS-JOURNAL-STATUS              PIC XX.
           88  JOURNAL-MISSING            VALUE '35'.
           88  JOURNAL-EOF                VALUE '10'.
       01  WS-SESSION-STATUS              PIC XX.
           88  SESSION-MISSING            VALUE '35'.
       01  WS-TRAIL-STATUS                PIC XX.
           88  TRAIL-MISSING              VALUE '35'.
           88  TRAIL-EOF                  VALUE '10'.
       01  WS-DMGLOG-STATUS               PIC XX.
           88  DMGLOG-MISSING             VALUE '35'.
           88  DMGLOG-EOF                 VALUE '10'.

      *    The control totals, one per source.
       01  WS-CONTROL-TOTALS.
           05  WS-SCORE-USABLE            PIC X VALUE 'Y'.
           05  WS-SCORE-KILLS             PIC 9(8) VALUE ZERO.
           05  WS-FRAME-CORPSES           PIC 9(8) VALUE ZERO.
           05  WS-SNAP-CREDITED           PIC 9(8) VALUE ZERO.
           05  WS-MOVELOG-LINES           PIC 9(8) VALUE ZERO.
           05  WS-SERIALS-PUBLISHED       PIC 9(8) VALUE ZERO.
           05  WS-MODE-TICKS              PIC 9(8) VALUE ZERO.
           05  WS-TICKS-PLAYED            PIC 9(8) VALUE ZERO.
           05  WS-DAMAGE-LOGGED           PIC 9(8) VALUE ZERO.
           05  WS-DAMAGE-WARDED           PIC 9(8) VALUE ZERO.
           05  WS-DAMAGE-OVERKILL         PIC 9(8) VALUE ZERO.
           05  WS-DAMAGE-NET              PIC 9(8) VALUE ZERO.
           05  WS-FRAME-LOST              PIC 9(8) VALUE ZERO.

      *    What the frame and the live session say about now.
       01  WS-FRAME-FACTS.
           05  WS-FRAME-VALID             PIC X VALUE 'N'.
           05  WS-FRAME-TICK              PIC 9(8) VALUE ZERO.
           05  WS-SLOT                    PIC 99 VALUE ZERO.
           05  WS-SESSION-ID              PIC X(8) VALUE SPACES.
           05  WS-OPEN-TICK               PIC 9(8) VALUE ZERO.
           05  WS-OPEN-SEEN               PIC X VALUE 'N'.
           05  WS-LAST-MODE-TICK          PIC 9(8) VALUE ZERO.
           05  WS-MODE-SEEN               PIC X VALUE 'N'.

      *    The trail walk - the newest run of rising ticks only. A
      *    drop in health plus armor from one line to the next is
      *    what the frame lost in between.
       01  WS-TRAIL-FACTS.
           05  WS-TRAIL-LINES             PIC 9(6) VALUE ZERO.
           05  WS-TRAIL-FIRST-TICK        PIC 9(8) VALUE ZERO.
           05  WS-TRAIL-LAST-TICK         PIC 9(8) VALUE ZERO.
           05  WS-TRAIL-LAST-HEALTH       PIC 999 VALUE ZERO.
           05  WS-PREV-STANDING           PIC 9(4) VALUE ZERO.
           05  WS-THIS-STANDING           PIC 9(4) VALUE ZERO.
           05  WS-LAST-DROP               PIC 9(4) VALUE ZERO.
           05  WS-FATAL-LOGGED            PIC 9(8) VALUE ZERO.
           05  WS-LAST-DMG-TICK           PIC 9(8) VALUE ZERO.

      *    Ticks the trail shows warded by invulnerability.
       01  WS-WARD-TABLE.
           05  WS-WARD-COUNT              PIC 9(3) VALUE ZERO.
           05  WS-WARD-TICK OCCURS 999 TIMES PIC 9(8).
       01  WS-W                           PIC 9(3).
       01  WS-WARD-FOUND                  PIC X.

      *    One proof pair as posted - filled in before each call of
      *    POST-PROOF-PAIR.
       01  WS-PAIR.
           05  WS-PAIR-CHECKED            PIC X.
           05  WS-PAIR-LABEL-A            PIC X(18).
           05  WS-PAIR-TOTAL-A            PIC 9(8).
           05  WS-PAIR-LABEL-B            PIC X(18).
           05  WS-PAIR-TOTAL-B            PIC 9(8).
           05  WS-PAIR-DIFF               PIC S9(8).

       01  WS-PROOF-COUNTS.
           05  WS-PAIRS-CHECKED           PIC 99 VALUE ZERO.
           05  WS-PAIRS-IN                PIC 99 VALUE ZERO.
           05  WS-PAIRS-OUT               PIC 99 VALUE ZERO.
           05  WS-PAIRS-SKIPPED           PIC 99 VALUE ZERO.

       01  WS-I                           PIC 99.
       01  WS-RETURN-CODE                 PIC 99 VALUE ZERO.
       01  WS-REPORT-LINE                 PIC X(80).

       01  WS-COLUMN-HEADS.
           05  FILLER PIC X(18) VALUE 'SOURCE A'.
           05  FILLER PIC X(8)  VALUE '   TOTAL'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(18) VALUE 'SOURCE B'.
           05  FILLER PIC X(8)  VALUE '   TOTAL'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(8)  VALUE '    DIFF'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(14) VALUE 'STATUS'.

       01  WS-PROOF-LINE.
           05  PL-LABEL-A                 PIC X(18).
           05  PL-TOTAL-A                 PIC ZZZZZZZ9.
           05  FILLER                     PIC X(2).
           05  PL-LABEL-B                 PIC X(18).
           05  PL-TOTAL-B                 PIC ZZZZZZZ9.
           05  FILLER                     PIC X(2).
           05  PL-DIFF-AREA.
               10  PL-DIFF                PIC -(7)9.
           05  FILLER                     PIC X(2).
           05  PL-STATUS                  PIC X(14).

      *    A reconciling item under the damage pair.
       01  WS-RECON-LABEL                 PIC X(40).
       01  WS-RECON-AMOUNT                PIC 9(8).
       01  WS-RECON-LINE.
           05  FILLER                     PIC X(4).
           05  RC-LABEL                   PIC X(40).
           05  RC-AMOUNT                  PIC ZZZZZZZ9.
           05  FILLER                     PIC X(28).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-SESSION-ID
           PERFORM READ-FRAME-FACTS
           PERFORM READ-SCORE-FACTS
           PERFORM READ-SNAP-FACTS
           PERFORM COUNT-MOVE-LOG
           PERFORM COUNT-SERIALS
           PERFORM SCAN-SESSION-JOURNAL
           PERFORM WALK-POST-TRAIL
           IF WS-TRAIL-LINES > 1
               PERFORM TOTAL-DAMAGE-LOG
           END-IF

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-PROOF-HEADER
           PERFORM PROVE-KILLS
           PERFORM PROVE-MOVE-LOG
           PERFORM PROVE-MODE-LINES
           PERFORM PROVE-DAMAGE
           PERFORM WRITE-PROOF-FOOTER
           CLOSE REPORT-FILE

           PERFORM JOURNAL-RESULT
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *================================================================
      * Gathering - one control total per source.
      *================================================================
       READ-SESSION-ID.
      *    Read before the result is journaled - that line would
      *    mint a fresh id if the session has been retired.
           OPEN INPUT SESSION-FILE
           IF NOT SESSION-MISSING
               READ SESSION-FILE
                   NOT AT END
                       MOVE SESSION-ID TO WS-SESSION-ID
               END-READ
               CLOSE SESSION-FILE
           END-IF.

       READ-FRAME-FACTS.
      *    Header, player and ammo in their fixed slots, then the
      *    entity slots in order - numbered the way DOOMAI2 numbers
      *    them, valid ENEMY records only.
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
                  AND STATE-TICK IS NUMERIC
                   MOVE 'Y' TO WS-FRAME-VALID
                   MOVE STATE-TICK TO WS-FRAME-TICK
                   PERFORM UNTIL RICH-EOF
                       READ RICH-STATE
                           AT END SET RICH-EOF TO TRUE
                           NOT AT END
                               MOVE RICH-STATE-RECORD
                                   TO ENTITY-ENTRY(1)
                               PERFORM COUNT-FRAME-CORPSE
                       END-READ
                       IF NOT RICH-EOF AND WS-RICH-STATUS NOT = '00'
                           SET RICH-EOF TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE RICH-STATE
           END-IF.

       COUNT-FRAME-CORPSE.
      *    A barrel is never a kill; slots past the table DOOMAI2
      *    keeps were never scored.
           IF VALID-ENTITY-REC(1) AND WS-SLOT < 64
               ADD 1 TO WS-SLOT
               IF ENTITY-TYPE(1) IS NUMERIC
                  AND ENTITY-TYPE(1) >= 1 AND ENTITY-TYPE(1) <= 9
                  AND ENTITY-HEALTH(1) IS NUMERIC
                  AND ENTITY-HEALTH(1) = ZERO
                   ADD 1 TO WS-FRAME-CORPSES
               END-IF
           END-IF.

       READ-SCORE-FACTS.
      *    A score file DOOMVER rejects cannot be proved; a missing
      *    or empty one is a level with nothing scored yet.
           INITIALIZE SCORE-RECORD
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
               IF WS-VP-REJECTED
                   MOVE 'N' TO WS-SCORE-USABLE
               END-IF
               CLOSE SCORE-FILE
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 9
               IF SCORE-KILLS-BY-TYPE(WS-I) IS NUMERIC
                   ADD SCORE-KILLS-BY-TYPE(WS-I) TO WS-SCORE-KILLS
               END-IF
           END-PERFORM.

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

       READ-SNAP-FACTS.
           OPEN INPUT ENTITY-SNAPSHOT
           IF NOT ENTSNAP-MISSING
               READ ENTITY-SNAPSHOT
                   NOT AT END
                       PERFORM VARYING WS-I FROM 1 BY 1
                               UNTIL WS-I > 64
                           IF SNAP-SCORED(WS-I) = 'Y'
                               ADD 1 TO WS-SNAP-CREDITED
                           END-IF
                       END-PERFORM
               END-READ
               CLOSE ENTITY-SNAPSHOT
           END-IF.

       COUNT-MOVE-LOG.
           OPEN INPUT MOVE-LOG
           IF NOT MOVELOG-MISSING
               PERFORM UNTIL MOVELOG-EOF
                   READ MOVE-LOG
                       AT END SET MOVELOG-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-MOVELOG-LINES
                   END-READ
                   IF NOT MOVELOG-EOF
                      AND WS-MOVELOG-STATUS NOT = '00'
                       SET MOVELOG-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE MOVE-LOG
           END-IF.

       COUNT-SERIALS.
      *    One line per publish; the guard line DOOMHKP keeps when
      *    it empties the move log published nothing still in it.
           OPEN INPUT COMMIT-FILE
           IF NOT COMMIT-MISSING
               PERFORM UNTIL COMMIT-EOF
                   READ COMMIT-FILE
                       AT END SET COMMIT-EOF TO TRUE
                       NOT AT END
                           IF CMT-SERIAL IS NUMERIC
                              AND NOT CMT-CARRIED-FORWARD
                               ADD 1 TO WS-SERIALS-PUBLISHED
                           END-IF
                   END-READ
                   IF NOT COMMIT-EOF AND WS-COMMIT-STATUS NOT = '00'
                       SET COMMIT-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE COMMIT-FILE
           END-IF.

       SCAN-SESSION-JOURNAL.
      *    The live session's lines only. Its first line's tick is
      *    where it began playing; a MODE line is counted once per
      *    tick however many engines or seats decided on it, and a
      *    tick replayed after a restart is not counted again.
           IF WS-SESSION-ID = SPACES
               CONTINUE
           ELSE
               OPEN INPUT JOURNAL-FILE
               IF NOT JOURNAL-MISSING
                   PERFORM UNTIL JOURNAL-EOF
                       READ JOURNAL-FILE
                           AT END SET JOURNAL-EOF TO TRUE
                           NOT AT END
                               IF JRNL-SESSION = WS-SESSION-ID
                                  AND JRNL-TICK IS NUMERIC
                                   PERFORM TALLY-SESSION-LINE
                               END-IF
                       END-READ
                       IF NOT JOURNAL-EOF
                          AND WS-JOURNAL-STATUS NOT = '00'
                           SET JOURNAL-EOF TO TRUE
                       END-IF
                   END-PERFORM
                   CLOSE JOURNAL-FILE
               END-IF
           END-IF
           IF WS-OPEN-SEEN = 'Y' AND WS-FRAME-VALID = 'Y'
              AND WS-FRAME-TICK >= WS-OPEN-TICK
               COMPUTE WS-TICKS-PLAYED =
                   WS-FRAME-TICK - WS-OPEN-TICK + 1
           END-IF.

       TALLY-SESSION-LINE.
           IF WS-OPEN-SEEN = 'N'
               MOVE 'Y' TO WS-OPEN-SEEN
               MOVE JRNL-TICK TO WS-OPEN-TICK
           END-IF
           IF JRNL-TEXT(1:6) = 'MODE: '
               IF WS-MODE-SEEN = 'N'
                  OR JRNL-TICK > WS-LAST-MODE-TICK
                   ADD 1 TO WS-MODE-TICKS
                   MOVE JRNL-TICK TO WS-LAST-MODE-TICK
                   MOVE 'Y' TO WS-MODE-SEEN
               END-IF
           END-IF.

       WALK-POST-TRAIL.
           MOVE '00' TO WS-TRAIL-STATUS
           OPEN INPUT TRAIL-FILE
           IF NOT TRAIL-MISSING
               PERFORM UNTIL TRAIL-EOF
                   READ TRAIL-FILE
                       AT END SET TRAIL-EOF TO TRUE
                       NOT AT END
                           IF PTR-TICK IS NUMERIC
                              AND PTR-HEALTH IS NUMERIC
                              AND PTR-ARMOR IS NUMERIC
                               PERFORM TAKE-TRAIL-LINE
                           END-IF
                   END-READ
                   IF NOT TRAIL-EOF AND WS-TRAIL-STATUS NOT = '00'
                       SET TRAIL-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE TRAIL-FILE
           END-IF.

       TAKE-TRAIL-LINE.
      *    A tick running backwards is an older life's line or a
      *    restart's replay - what follows supersedes it.
           IF WS-TRAIL-LINES > ZERO
              AND PTR-TICK < WS-TRAIL-LAST-TICK
               MOVE ZERO TO WS-TRAIL-LINES
               MOVE ZERO TO WS-FRAME-LOST
               MOVE ZERO TO WS-WARD-COUNT
           END-IF
           COMPUTE WS-THIS-STANDING = PTR-HEALTH + PTR-ARMOR
           MOVE ZERO TO WS-LAST-DROP
           IF WS-TRAIL-LINES = ZERO
               MOVE PTR-TICK TO WS-TRAIL-FIRST-TICK
           ELSE
               IF WS-THIS-STANDING < WS-PREV-STANDING
                   COMPUTE WS-LAST-DROP =
                       WS-PREV-STANDING - WS-THIS-STANDING
                   ADD WS-LAST-DROP TO WS-FRAME-LOST
               END-IF
           END-IF
           IF PTR-WARDED AND WS-WARD-COUNT < 999
               ADD 1 TO WS-WARD-COUNT
               MOVE PTR-TICK TO WS-WARD-TICK(WS-WARD-COUNT)
           END-IF
           ADD 1 TO WS-TRAIL-LINES
           MOVE PTR-TICK TO WS-TRAIL-LAST-TICK
           MOVE PTR-HEALTH TO WS-TRAIL-LAST-HEALTH
           MOVE WS-THIS-STANDING TO WS-PREV-STANDING.

       TOTAL-DAMAGE-LOG.
      *    Damage on the trail's first tick landed before its first
      *    line was taken, so only the ticks after it are charged.
           MOVE ZERO TO WS-LAST-DMG-TICK
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
                               PERFORM TAKE-DAMAGE-LINE
                           END-IF
                   END-READ
                   IF NOT DMGLOG-EOF AND WS-DMGLOG-STATUS NOT = '00'
                       SET DMGLOG-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE DAMAGE-LOG
           END-IF
      *    Health floors at zero - whatever the fatal tick threw
      *    past that never shows as health lost.
           IF WS-TRAIL-LAST-HEALTH = ZERO
              AND WS-FATAL-LOGGED > WS-LAST-DROP
               COMPUTE WS-DAMAGE-OVERKILL =
                   WS-FATAL-LOGGED - WS-LAST-DROP
           END-IF
           COMPUTE WS-DAMAGE-NET = WS-DAMAGE-LOGGED
               - WS-DAMAGE-WARDED - WS-DAMAGE-OVERKILL.

       TAKE-DAMAGE-LINE.
           IF DMG-TICK < WS-LAST-DMG-TICK
               MOVE ZERO TO WS-DAMAGE-LOGGED
               MOVE ZERO TO WS-DAMAGE-WARDED
               MOVE ZERO TO WS-FATAL-LOGGED
           END-IF
           MOVE DMG-TICK TO WS-LAST-DMG-TICK
           IF DMG-TICK > WS-TRAIL-FIRST-TICK
              AND DMG-TICK <= WS-TRAIL-LAST-TICK
               ADD DMG-AMOUNT TO WS-DAMAGE-LOGGED
      *        Invulnerability stops monster and return fire; a
      *        hazard floor is DOOMMV's and hurts regardless.
               MOVE 'N' TO WS-WARD-FOUND
               IF DMG-CAUSE(1:3) NOT = 'HAZ'
                   PERFORM VARYING WS-W FROM 1 BY 1
                           UNTIL WS-W > WS-WARD-COUNT
                              OR WS-WARD-FOUND = 'Y'
                       IF WS-WARD-TICK(WS-W) = DMG-TICK
                           MOVE 'Y' TO WS-WARD-FOUND
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-WARD-FOUND = 'Y'
                   ADD DMG-AMOUNT TO WS-DAMAGE-WARDED
               ELSE
                   IF DMG-TICK = WS-TRAIL-LAST-TICK
                       ADD DMG-AMOUNT TO WS-FATAL-LOGGED
                   END-IF
               END-IF
           END-IF.

      *================================================================
      * The proof - pairs side by side, then the result.
      *================================================================
       WRITE-PROOF-HEADER.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CONTROL TOTALS PROOF - ' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                  '  SESSION ' DELIMITED BY SIZE
                  WS-SESSION-ID DELIMITED BY SIZE
                  '  FRAME TICK ' DELIMITED BY SIZE
                  WS-FRAME-TICK DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-COLUMN-HEADS TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       PROVE-KILLS.
           MOVE WS-SCORE-USABLE TO WS-PAIR-CHECKED
           MOVE 'SCORE KILLS' TO WS-PAIR-LABEL-A
           MOVE WS-SCORE-KILLS TO WS-PAIR-TOTAL-A
           MOVE 'FRAME CORPSES' TO WS-PAIR-LABEL-B
           MOVE WS-FRAME-CORPSES TO WS-PAIR-TOTAL-B
           PERFORM POST-PROOF-PAIR
           MOVE WS-SCORE-USABLE TO WS-PAIR-CHECKED
           MOVE 'SCORE KILLS' TO WS-PAIR-LABEL-A
           MOVE WS-SCORE-KILLS TO WS-PAIR-TOTAL-A
           MOVE 'ENTSNAP CREDITED' TO WS-PAIR-LABEL-B
           MOVE WS-SNAP-CREDITED TO WS-PAIR-TOTAL-B
           PERFORM POST-PROOF-PAIR.

       PROVE-MOVE-LOG.
           MOVE 'Y' TO WS-PAIR-CHECKED
           MOVE 'MOVELOG LINES' TO WS-PAIR-LABEL-A
           MOVE WS-MOVELOG-LINES TO WS-PAIR-TOTAL-A
           MOVE 'SERIALS PUBLISHED' TO WS-PAIR-LABEL-B
           MOVE WS-SERIALS-PUBLISHED TO WS-PAIR-TOTAL-B
           PERFORM POST-PROOF-PAIR.

       PROVE-MODE-LINES.
           MOVE 'Y' TO WS-PAIR-CHECKED
           MOVE 'MODE LINE TICKS' TO WS-PAIR-LABEL-A
           MOVE WS-MODE-TICKS TO WS-PAIR-TOTAL-A
           MOVE 'TICKS PLAYED' TO WS-PAIR-LABEL-B
           MOVE WS-TICKS-PLAYED TO WS-PAIR-TOTAL-B
           PERFORM POST-PROOF-PAIR.

       PROVE-DAMAGE.
           IF WS-TRAIL-LINES > 1
               MOVE 'Y' TO WS-PAIR-CHECKED
               MOVE SPACES TO WS-RECON-LABEL
               STRING 'DAMAGE LOGGED AFTER TRAIL TICK '
                          DELIMITED BY SIZE
                      WS-TRAIL-FIRST-TICK DELIMITED BY SIZE
                      INTO WS-RECON-LABEL
               MOVE WS-DAMAGE-LOGGED TO WS-RECON-AMOUNT
               PERFORM WRITE-RECON-LINE
               MOVE 'LESS WARDED OFF BY INVULNERABILITY'
                   TO WS-RECON-LABEL
               MOVE WS-DAMAGE-WARDED TO WS-RECON-AMOUNT
               PERFORM WRITE-RECON-LINE
               MOVE 'LESS OVERKILL ON THE FATAL TICK'
                   TO WS-RECON-LABEL
               MOVE WS-DAMAGE-OVERKILL TO WS-RECON-AMOUNT
               PERFORM WRITE-RECON-LINE
           ELSE
               MOVE 'N' TO WS-PAIR-CHECKED
           END-IF
           MOVE 'NET DAMAGE LOGGED' TO WS-PAIR-LABEL-A
           MOVE WS-DAMAGE-NET TO WS-PAIR-TOTAL-A
           MOVE 'HEALTH+ARMOR LOST' TO WS-PAIR-LABEL-B
           MOVE WS-FRAME-LOST TO WS-PAIR-TOTAL-B
           PERFORM POST-PROOF-PAIR.

       WRITE-RECON-LINE.
           MOVE SPACES TO WS-RECON-LINE
           MOVE WS-RECON-LABEL TO RC-LABEL
           MOVE WS-RECON-AMOUNT TO RC-AMOUNT
           MOVE WS-RECON-LINE TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       POST-PROOF-PAIR.
           MOVE SPACES TO WS-PROOF-LINE
           MOVE WS-PAIR-LABEL-A TO PL-LABEL-A
           MOVE WS-PAIR-TOTAL-A TO PL-TOTAL-A
           MOVE WS-PAIR-LABEL-B TO PL-LABEL-B
           MOVE WS-PAIR-TOTAL-B TO PL-TOTAL-B
           COMPUTE WS-PAIR-DIFF = WS-PAIR-TOTAL-A - WS-PAIR-TOTAL-B
           MOVE WS-PAIR-DIFF TO PL-DIFF
           IF WS-PAIR-CHECKED = 'N'
               MOVE 'NOT CHECKED' TO PL-STATUS
               MOVE SPACES TO PL-DIFF-AREA
               ADD 1 TO WS-PAIRS-SKIPPED
           ELSE
               ADD 1 TO WS-PAIRS-CHECKED
               IF WS-PAIR-DIFF = ZERO
                   MOVE 'IN BALANCE' TO PL-STATUS
                   ADD 1 TO WS-PAIRS-IN
               ELSE
                   MOVE 'OUT OF BALANCE' TO PL-STATUS
                   ADD 1 TO WS-PAIRS-OUT
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           MOVE WS-PROOF-LINE TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-PROOF-FOOTER.
           MOVE ALL '-' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PAIRS CHECKED ' DELIMITED BY SIZE
                  WS-PAIRS-CHECKED DELIMITED BY SIZE
                  '  IN BALANCE ' DELIMITED BY SIZE
                  WS-PAIRS-IN DELIMITED BY SIZE
                  '  OUT OF BALANCE ' DELIMITED BY SIZE
                  WS-PAIRS-OUT DELIMITED BY SIZE
                  '  NOT CHECKED ' DELIMITED BY SIZE
                  WS-PAIRS-SKIPPED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-PAIRS-OUT > ZERO
               MOVE 'PROOF RESULT: OUT OF BALANCE' TO WS-REPORT-LINE
           ELSE
               MOVE 'PROOF RESULT: IN BALANCE' TO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

       JOURNAL-RESULT.
           MOVE SPACES TO WS-JP-TEXT
           IF WS-PAIRS-OUT > ZERO
               STRING 'BALANCING: OUT OF BALANCE - ' DELIMITED BY SIZE
                      WS-PAIRS-OUT DELIMITED BY SIZE
                      ' OF ' DELIMITED BY SIZE
                      WS-PAIRS-CHECKED DELIMITED BY SIZE
                      ' PAIRS' DELIMITED BY SIZE
                      INTO WS-JP-TEXT
           ELSE
               STRING 'BALANCING: IN BALANCE - ' DELIMITED BY SIZE
                      WS-PAIRS-IN DELIMITED BY SIZE
                      ' OF ' DELIMITED BY SIZE
                      WS-PAIRS-CHECKED DELIMITED BY SIZE
                      ' PAIRS' DELIMITED BY SIZE
                      INTO WS-JP-TEXT
           END-IF
           MOVE ZERO TO WS-JP-TICK
           CALL 'DOOMJRNL' USING WS-JRNL-PARM.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
