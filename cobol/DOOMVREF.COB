      *================================================================
      * DOOMVREF.COB - Versus Session Referee
      * Called by DOOMBAT in a versus session: once with function
      * 'B' when the session starts, to open its standings on the
      * frag ledger (DOOM.VSLEDGER, layout in DOOMFRG.CPY) with the
      * limits it runs under, and with function 'T' at the end of
      * every tick, inside the state lease. The 'T' pass settles the
      * tick's deaths - a seat DOOMCBT didn't already record as
      * fragged goes on the ledger as a suicide (hazard floor or
      * barrel/rocket splash) or a death to a monster, judged by the
      * tick's entries in DOOM.DMGLOG - and puts every dead seat
      * back on its feet at a versus respawn point from DOOM.MANIFEST
      * (MAN-KIND 'S'), the point farthest from the other seat,
      * with a fresh life's health and pistol rounds. It hands back
      * the leading frag count so DOOMBAT can stop at the limit.
      * Repeating a 'T' pass for the same tick is harmless: a death
      * already on the ledger for that tick is not written again.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMVREF.
       AUTHOR. DOOM-COBOL-SYSTEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RICH-STATE ASSIGN TO 'DOOM.GAMESTAT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-RS-REL-KEY
               FILE STATUS IS WS-RICH-STATUS.

           SELECT GAME-STATE ASSIGN TO 'GAMESTAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GAMESTATE-STATUS.

           SELECT VERSUS-LEDGER ASSIGN TO 'DOOM.VSLEDGER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VSL-STATUS.

           SELECT DAMAGE-LOG ASSIGN TO 'DOOM.DMGLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DMGLOG-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO 'DOOM.MANIFEST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RICH-STATE.
       01  RICH-STATE-RECORD              PIC X(80).

       FD  GAME-STATE.
       01  GAME-STATE-REC                 PIC X(80).

       FD  VERSUS-LEDGER.
       COPY DOOMFRG.

       FD  DAMAGE-LOG.
       COPY DOOMDMR.

       FD  MANIFEST-FILE.
       COPY DOOMMAN.

       WORKING-STORAGE SECTION.
      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged on open before any record of it is used.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMVREF'.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.
       01  WS-VER-HOLD             PIC X(80).
       COPY DOOMSTAT.

      *    The grid record, both seats - the layout DOOMMV keeps.
       01  WS-GRID-STATE.
           05  GS-PLAYER-X     PIC 99.
           05  GS-PLAYER-Y     PIC 99.
           05  GS-PLAYER-HEALTH PIC 999.
           05  GS-AMMO-POOLS.
               10  GS-BULLETS  PIC 999.
               10  GS-SHELLS   PIC 999.
               10  GS-CELLS    PIC 999.
               10  GS-ROCKETS  PIC 999.
           05  GS-FACING       PIC X.
           05  GS-VIEW-MODE    PIC X.
           05  GS-LEVEL        PIC 99.
           05  GS-PLAYER2-X    PIC 99.
           05  GS-PLAYER2-Y    PIC 99.
           05  GS-PLAYER2-HEALTH PIC 999.
           05  GS-P2-AMMO-POOLS.
               10  GS-P2-BULLETS PIC 999.
               10  GS-P2-SHELLS  PIC 999.
               10  GS-P2-CELLS   PIC 999.
               10  GS-P2-ROCKETS PIC 999.
           05  GS-PLAYER2-FACING PIC X.
           05  GS-PLAYER-KEYS  PIC X(3).
           05  GS-PLAYER2-KEYS PIC X(3).
           05  FILLER          PIC X(30).

       01  WS-RS-REL-KEY                  PIC 9(4).
       01  WS-RICH-STATUS                 PIC XX.
           88  RICH-MISSING               VALUE '35'.
       01  WS-GAMESTATE-STATUS            PIC XX.
           88  GAMESTATE-MISSING          VALUE '35'.
       01  WS-VSL-STATUS                  PIC XX.
           88  VSL-MISSING                VALUE '35'.
           88  VSL-EOF                    VALUE '10'.
       01  WS-DMGLOG-STATUS               PIC XX.
           88  DMGLOG-MISSING             VALUE '35'.
           88  DMGLOG-EOF                 VALUE '10'.
       01  WS-MANIFEST-STATUS             PIC XX.
           88  MANIFEST-MISSING           VALUE '35'.
           88  MANIFEST-EOF               VALUE '10'.

       01  WS-GRID-OK                     PIC X VALUE 'N'.
       01  WS-RICH-OK                     PIC X VALUE 'N'.
       01  WS-RICH-CHANGED                PIC X VALUE 'N'.

      *    Per-seat standings since the session's 'B' line, and
      *    what this tick has done to each seat.
       01  WS-SEAT-TABLE.
           05  WS-SEAT OCCURS 2 TIMES.
               10  WS-SEAT-FRAGS          PIC 9(3).
               10  WS-SEAT-LOGGED         PIC X.
               10  WS-SEAT-DEAD           PIC X.
               10  WS-SEAT-X              PIC 99.
               10  WS-SEAT-Y              PIC 99.
       01  WS-S                           PIC 9.
       01  WS-OTHER                       PIC 9.

      *    How the tick's uncredited deaths are judged - the last
      *    charge against the player this tick that wasn't monster
      *    infighting.
       01  WS-DEATH-WORK.
           05  WS-LAST-CAUSE              PIC X(8).
           05  WS-DEATH-EVENT             PIC X.
           05  WS-DEATH-CAUSE             PIC X(8).

      *    Respawn point search - farthest from the other seat wins,
      *    the arrival cell when the level names none.
       01  WS-SPAWN-WORK.
           05  WS-SPAWN-X                 PIC 99.
           05  WS-SPAWN-Y                 PIC 99.
           05  WS-SPAWN-RANGE             PIC 9(3).
           05  WS-BEST-RANGE              PIC 9(3).
           05  WS-SPAWN-FOUND             PIC X.
           05  WS-LEVEL                   PIC 99 VALUE 1.

      *    Shaped to match DOOMJRNL's LINKAGE.
       01  WS-JRNL-PARM.
           05  WS-JP-PROGRAM       PIC X(8) VALUE 'DOOMVREF'.
           05  WS-JP-TICK          PIC 9(8) VALUE ZERO.
           05  WS-JP-TEXT          PIC X(60).

       LINKAGE SECTION.
       01  PARM-DATA.
           05  PARM-LEN                   PIC S9(4) COMP.
           05  PARM-FUNCTION              PIC X.
               88  PARM-SESSION-START     VALUE 'B'.
               88  PARM-END-OF-TICK       VALUE 'T'.
           05  PARM-TICK                  PIC 9(8).
           05  PARM-FRAG-LIMIT            PIC 9(3).
           05  PARM-TICK-LIMIT            PIC 9(5).
           05  PARM-TOP-FRAGS             PIC 9(3).
           05  PARM-TOP-SEAT              PIC 9.

       PROCEDURE DIVISION USING PARM-DATA.
       MAIN-PROCEDURE.
           MOVE ZERO TO PARM-TOP-FRAGS
           MOVE ZERO TO PARM-TOP-SEAT
           EVALUATE TRUE
               WHEN PARM-SESSION-START
                   PERFORM WRITE-SESSION-START
               WHEN PARM-END-OF-TICK
                   PERFORM REFEREE-TICK
           END-EVALUATE
           GOBACK.

       WRITE-SESSION-START.
           MOVE SPACES TO FRAG-LEDGER-RECORD
           MOVE PARM-TICK TO FRG-TICK
           MOVE 'B' TO FRG-EVENT
           MOVE ZERO TO FRG-ACTOR-SEAT
           MOVE ZERO TO FRG-VICTIM-SEAT
           MOVE ZERO TO FRG-X
           MOVE ZERO TO FRG-Y
           MOVE ZERO TO FRG-SHOTS
           MOVE PARM-FRAG-LIMIT TO FRG-FRAG-LIMIT
           MOVE PARM-TICK-LIMIT TO FRG-TICK-LIMIT
           PERFORM APPEND-LEDGER-RECORD
           MOVE PARM-TICK TO WS-JP-TICK
           MOVE SPACES TO WS-JP-TEXT
           STRING 'VERSUS SESSION OPENED - FRAG LIMIT '
                      DELIMITED BY SIZE
                  PARM-FRAG-LIMIT DELIMITED BY SIZE
                  ' TICK LIMIT ' DELIMITED BY SIZE
                  PARM-TICK-LIMIT DELIMITED BY SIZE
                  INTO WS-JP-TEXT
           CALL 'DOOMJRNL' USING WS-JRNL-PARM.

       REFEREE-TICK.
           PERFORM LOAD-SEATS THRU LOAD-SEATS-EXIT
           PERFORM SCAN-LEDGER
           IF WS-GRID-OK = 'Y'
               PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 2
                   IF WS-SEAT-DEAD(WS-S) = 'Y'
                       IF WS-SEAT-LOGGED(WS-S) = 'N'
                           PERFORM RECORD-UNCREDITED-DEATH
                       END-IF
                       PERFORM RESPAWN-SEAT
                   END-IF
               END-PERFORM
               PERFORM STORE-SEATS
           END-IF
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 2
               IF WS-SEAT-FRAGS(WS-S) > PARM-TOP-FRAGS
                   MOVE WS-SEAT-FRAGS(WS-S) TO PARM-TOP-FRAGS
                   MOVE WS-S TO PARM-TOP-SEAT
               END-IF
           END-PERFORM.

       LOAD-SEATS.
      *    Seat 1's life is the rich player record DOOMCBT settles;
      *    seat 2 lives on the grid alone.
           INITIALIZE WS-SEAT-TABLE
           MOVE 'N' TO WS-SEAT-LOGGED(1)
           MOVE 'N' TO WS-SEAT-LOGGED(2)
           MOVE 'N' TO WS-GRID-OK
           MOVE 'N' TO WS-RICH-OK
           MOVE 'N' TO WS-RICH-CHANGED
           OPEN INPUT GAME-STATE
           IF NOT GAMESTATE-MISSING
               READ GAME-STATE INTO WS-GRID-STATE
                   AT END CONTINUE
                   NOT AT END MOVE 'Y' TO WS-GRID-OK
               END-READ
               CLOSE GAME-STATE
           END-IF
           IF WS-GRID-OK = 'N'
               GO TO LOAD-SEATS-EXIT
           END-IF
           MOVE GS-LEVEL TO WS-LEVEL
           MOVE GS-PLAYER-X TO WS-SEAT-X(1)
           MOVE GS-PLAYER-Y TO WS-SEAT-Y(1)
           MOVE GS-PLAYER2-X TO WS-SEAT-X(2)
           MOVE GS-PLAYER2-Y TO WS-SEAT-Y(2)
           MOVE 'N' TO WS-SEAT-DEAD(1)
           MOVE 'N' TO WS-SEAT-DEAD(2)
           IF GS-PLAYER-HEALTH IS NUMERIC
              AND GS-PLAYER-HEALTH = ZERO
               MOVE 'Y' TO WS-SEAT-DEAD(1)
           END-IF
           IF GS-PLAYER2-HEALTH IS NUMERIC
              AND GS-PLAYER2-HEALTH = ZERO
               MOVE 'Y' TO WS-SEAT-DEAD(2)
           END-IF

           OPEN INPUT RICH-STATE
           IF NOT RICH-MISSING
               MOVE 2 TO WS-RS-REL-KEY
               READ RICH-STATE INTO PLAYER-RECORD
                   INVALID KEY CONTINUE
               END-READ
               IF WS-RICH-STATUS = '00' AND VALID-PLAYER-REC
                   MOVE 3 TO WS-RS-REL-KEY
                   READ RICH-STATE INTO AMMUNITION-RECORD
                       INVALID KEY CONTINUE
                   END-READ
                   IF WS-RICH-STATUS = '00' AND VALID-AMMO-REC
                       MOVE 'Y' TO WS-RICH-OK
                       IF PLAYER-DEAD OR STATUS-DEAD
                           MOVE 'Y' TO WS-SEAT-DEAD(1)
                       END-IF
                   END-IF
               END-IF
               CLOSE RICH-STATE
           END-IF.

       LOAD-SEATS-EXIT.
           EXIT.

       SCAN-LEDGER.
      *    Everything from the latest 'B' line on is this session.
      *    A death already charged for this tick - a frag from
      *    DOOMCBT, or this pass run once before - is not charged
      *    again.
           MOVE '00' TO WS-VSL-STATUS
           OPEN INPUT VERSUS-LEDGER
           IF NOT VSL-MISSING
               PERFORM UNTIL VSL-EOF
                   READ VERSUS-LEDGER
                       AT END SET VSL-EOF TO TRUE
                       NOT AT END PERFORM TALLY-LEDGER-LINE
                   END-READ
                   IF NOT VSL-EOF AND WS-VSL-STATUS NOT = '00'
                       SET VSL-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE VERSUS-LEDGER
           END-IF.

       TALLY-LEDGER-LINE.
           EVALUATE TRUE
               WHEN FRG-SESSION-START
                   MOVE ZERO TO WS-SEAT-FRAGS(1)
                   MOVE ZERO TO WS-SEAT-FRAGS(2)
                   MOVE 'N' TO WS-SEAT-LOGGED(1)
                   MOVE 'N' TO WS-SEAT-LOGGED(2)
               WHEN FRG-FRAG
                   IF FRG-ACTOR-SEAT = 1 OR FRG-ACTOR-SEAT = 2
                       ADD 1 TO WS-SEAT-FRAGS(FRG-ACTOR-SEAT)
                   END-IF
                   PERFORM NOTE-TICK-DEATH
               WHEN FRG-SUICIDE
               WHEN FRG-MONSTER-KILL
                   PERFORM NOTE-TICK-DEATH
           END-EVALUATE.

       NOTE-TICK-DEATH.
           IF FRG-TICK = PARM-TICK
              AND (FRG-VICTIM-SEAT = 1 OR FRG-VICTIM-SEAT = 2)
               MOVE 'Y' TO WS-SEAT-LOGGED(FRG-VICTIM-SEAT)
           END-IF.

       RECORD-UNCREDITED-DEATH.
      *    Nobody fired the shot that killed this seat, so the
      *    world did: a hazard floor or a blast is the seat's own
      *    doing, anything else was a monster.
           PERFORM FIND-TICK-CAUSE
           EVALUATE TRUE
               WHEN WS-LAST-CAUSE(1:3) = 'HAZ'
                   MOVE 'S' TO WS-DEATH-EVENT
                   MOVE 'HAZARD  ' TO WS-DEATH-CAUSE
               WHEN WS-LAST-CAUSE = 'BARREL  '
               WHEN WS-LAST-CAUSE = 'ROCKET  '
                   MOVE 'S' TO WS-DEATH-EVENT
                   MOVE 'BARREL  ' TO WS-DEATH-CAUSE
               WHEN WS-LAST-CAUSE = SPACES
                   MOVE 'S' TO WS-DEATH-EVENT
                   MOVE 'UNKNOWN ' TO WS-DEATH-CAUSE
               WHEN OTHER
                   MOVE 'M' TO WS-DEATH-EVENT
                   MOVE WS-LAST-CAUSE TO WS-DEATH-CAUSE
           END-EVALUATE
           MOVE SPACES TO FRAG-LEDGER-RECORD
           MOVE PARM-TICK TO FRG-TICK
           MOVE WS-DEATH-EVENT TO FRG-EVENT
           MOVE ZERO TO FRG-ACTOR-SEAT
           MOVE WS-S TO FRG-VICTIM-SEAT
           MOVE WS-DEATH-CAUSE TO FRG-CAUSE
           MOVE WS-SEAT-X(WS-S) TO FRG-X
           MOVE WS-SEAT-Y(WS-S) TO FRG-Y
           MOVE ZERO TO FRG-SHOTS
           MOVE ZERO TO FRG-FRAG-LIMIT
           MOVE ZERO TO FRG-TICK-LIMIT
           PERFORM APPEND-LEDGER-RECORD
           MOVE 'Y' TO WS-SEAT-LOGGED(WS-S).

       FIND-TICK-CAUSE.
           MOVE SPACES TO WS-LAST-CAUSE
           MOVE '00' TO WS-DMGLOG-STATUS
           OPEN INPUT DAMAGE-LOG
           IF NOT DMGLOG-MISSING
               PERFORM UNTIL DMGLOG-EOF
                   READ DAMAGE-LOG
                       AT END SET DMGLOG-EOF TO TRUE
                       NOT AT END
                           IF DMG-TICK IS NUMERIC
                              AND DMG-TICK = PARM-TICK
                              AND DMG-CAUSE(1:3) NOT = 'MI-'
                              AND NOT DMG-ENGINE-REPORTED
                               MOVE DMG-CAUSE TO WS-LAST-CAUSE
                           END-IF
                   END-READ
                   IF NOT DMGLOG-EOF
                      AND WS-DMGLOG-STATUS NOT = '00'
                       SET DMGLOG-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE DAMAGE-LOG
           END-IF.

       RESPAWN-SEAT.
      *    A fresh life - full health, the pistol's rounds and
      *    nothing else, the same start DOOMDETH's reset gives.
           PERFORM PICK-SPAWN-POINT
           MOVE WS-SPAWN-X TO WS-SEAT-X(WS-S)
           MOVE WS-SPAWN-Y TO WS-SEAT-Y(WS-S)
           IF WS-S = 1
               MOVE WS-SPAWN-X TO GS-PLAYER-X
               MOVE WS-SPAWN-Y TO GS-PLAYER-Y
               MOVE 100 TO GS-PLAYER-HEALTH
               MOVE 050 TO GS-BULLETS
               MOVE ZERO TO GS-SHELLS
               MOVE ZERO TO GS-CELLS
               MOVE ZERO TO GS-ROCKETS
               IF WS-RICH-OK = 'Y'
                   MOVE 'Y' TO WS-RICH-CHANGED
                   MOVE WS-SPAWN-X TO PLAYER-X OF PLAYER-POSITION
                   MOVE WS-SPAWN-Y TO PLAYER-Y OF PLAYER-POSITION
                   MOVE 100 TO PLAYER-HEALTH OF PLAYER-RECORD
                   MOVE ZERO TO PLAYER-ARMOR
                   MOVE 'A' TO PLAYER-STATUS
                   MOVE 50 TO AMMO-BULLETS
                   MOVE ZERO TO AMMO-SHELLS
                   MOVE ZERO TO AMMO-CELLS
                   MOVE ZERO TO AMMO-ROCKETS
                   MOVE 1 TO CURRENT-WEAPON
               END-IF
           ELSE
               MOVE WS-SPAWN-X TO GS-PLAYER2-X
               MOVE WS-SPAWN-Y TO GS-PLAYER2-Y
               MOVE 100 TO GS-PLAYER2-HEALTH
               MOVE 050 TO GS-P2-BULLETS
               MOVE ZERO TO GS-P2-SHELLS
               MOVE ZERO TO GS-P2-CELLS
               MOVE ZERO TO GS-P2-ROCKETS
           END-IF
           MOVE 'N' TO WS-SEAT-DEAD(WS-S)
           MOVE PARM-TICK TO WS-JP-TICK
           MOVE SPACES TO WS-JP-TEXT
           STRING 'VERSUS: SEAT ' DELIMITED BY SIZE
                  WS-S DELIMITED BY SIZE
                  ' RESPAWNED AT ' DELIMITED BY SIZE
                  WS-SPAWN-X DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-SPAWN-Y DELIMITED BY SIZE
                  INTO WS-JP-TEXT
           CALL 'DOOMJRNL' USING WS-JRNL-PARM.

       PICK-SPAWN-POINT.
      *    Points reserved for this seat or open to either, on the
      *    level being played; the one farthest from the other seat
      *    keeps a respawn from landing in its sights.
           IF WS-S = 1
               MOVE 2 TO WS-OTHER
           ELSE
               MOVE 1 TO WS-OTHER
           END-IF
           MOVE 02 TO WS-SPAWN-X
           MOVE 02 TO WS-SPAWN-Y
           MOVE 'N' TO WS-SPAWN-FOUND
           MOVE ZERO TO WS-BEST-RANGE
           MOVE '00' TO WS-MANIFEST-STATUS
           OPEN INPUT MANIFEST-FILE
           IF NOT MANIFEST-MISSING
               PERFORM CHECK-MANIFEST-VERSION
               IF WS-VP-ACCEPTED
                   PERFORM UNTIL MANIFEST-EOF
                       READ MANIFEST-FILE
                           AT END SET MANIFEST-EOF TO TRUE
                           NOT AT END PERFORM CONSIDER-SPAWN-POINT
                       END-READ
                       IF NOT MANIFEST-EOF
                          AND WS-MANIFEST-STATUS NOT = '00'
                           SET MANIFEST-EOF TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE MANIFEST-FILE
           END-IF.

       CONSIDER-SPAWN-POINT.
           IF MAN-SPAWN-POINT AND MAN-LEVEL = WS-LEVEL
              AND (MAN-TYPE = ZERO OR MAN-TYPE = WS-S)
               COMPUTE WS-SPAWN-RANGE =
                   FUNCTION ABS(MAN-X - WS-SEAT-X(WS-OTHER))
                   + FUNCTION ABS(MAN-Y - WS-SEAT-Y(WS-OTHER))
               IF WS-SPAWN-FOUND = 'N'
                  OR WS-SPAWN-RANGE > WS-BEST-RANGE
                   MOVE 'Y' TO WS-SPAWN-FOUND
                   MOVE WS-SPAWN-RANGE TO WS-BEST-RANGE
                   MOVE MAN-X TO WS-SPAWN-X
                   MOVE MAN-Y TO WS-SPAWN-Y
               END-IF
           END-IF.

       STORE-SEATS.
      *    The grid record goes back whole; the rich records only
      *    when seat 1 came back to life.
           OPEN I-O GAME-STATE
           IF NOT GAMESTATE-MISSING
               READ GAME-STATE
                   AT END CONTINUE
               END-READ
               IF WS-GAMESTATE-STATUS = '00'
                   REWRITE GAME-STATE-REC FROM WS-GRID-STATE
               END-IF
               CLOSE GAME-STATE
           END-IF
           IF WS-RICH-CHANGED = 'Y'
               OPEN I-O RICH-STATE
               IF WS-RICH-STATUS = '00'
                   MOVE 2 TO WS-RS-REL-KEY
                   REWRITE RICH-STATE-RECORD FROM PLAYER-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE 3 TO WS-RS-REL-KEY
                   REWRITE RICH-STATE-RECORD FROM AMMUNITION-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
                   CLOSE RICH-STATE
               END-IF
           END-IF.

       APPEND-LEDGER-RECORD.
      *    Same open-extend-or-create idiom as the damage ledger.
           OPEN EXTEND VERSUS-LEDGER
           IF VSL-MISSING
               OPEN OUTPUT VERSUS-LEDGER
           END-IF
           WRITE FRAG-LEDGER-RECORD
           CLOSE VERSUS-LEDGER.

       CHECK-MANIFEST-VERSION.
      *    The first record is the layout header - DOOMVER judges
      *    it. An empty file leaves the result unset, so nothing
      *    more is read from it.
           MOVE 'V' TO WS-VP-FUNCTION
           MOVE 'DOOM.MANIFEST' TO WS-VP-FILE-NAME
           MOVE 'DOOMMAN' TO WS-VP-LAYOUT
           MOVE SPACE TO WS-VP-RESULT
           READ MANIFEST-FILE
               NOT AT END
                   MOVE MANIFEST-RECORD TO WS-VP-HEADER
                   CALL 'DOOMVER' USING WS-VER-PARM
           END-READ.
