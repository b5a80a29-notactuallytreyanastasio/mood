               RELATIVE KEY IS WS-LDM-REL-KEY
               FILE STATUS IS WS-LDM-STATUS.

      *    What the player can know about each frame entity this
      *    tick, from DOOMPERC. Optional: with no file every entity
      *    counts as seen, the way it always did.
           SELECT PERCEIVE-FILE ASSIGN TO 'DOOM.PERCEIVE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERCEIVE-STATUS.

           SELECT DIVERGE-LOG ASSIGN TO 'DOOM.AIDIVERGE'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GAMESTAT-FILE.
       FD  LEVEL-DIMS.
       COPY DOOMLDM.

       FD  PERCEIVE-FILE.
       COPY DOOMPRC.

       FD  DIVERGE-LOG.
       01  DIVERGE-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged on open before any record of it is used.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMAI2 '.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.
       01  WS-VER-HOLD             PIC X(80).
       COPY DOOMSTAT.

       01  WS-FILE-STATUS                 PIC XX.
           05  WS-JP-TICK          PIC 9(8) VALUE ZERO.
           05  WS-JP-TEXT          PIC X(60).

      *    Shaped to match DOOMITEM's LINKAGE - read-only here; the
      *    take happens in DOOMEXEC when the ITEM command lands.
       01  WS-ITEM-PARM.
           05  WS-IP-FUNCTION      PIC X VALUE 'R'.
           05  WS-IP-PLAYER-ID     PIC 9 VALUE 1.
           05  WS-IP-SLOT          PIC 9 VALUE ZERO.
           05  WS-IP-TICK          PIC 9(8) VALUE ZERO.
           05  WS-IP-RESULT        PIC X.
           05  WS-IP-COUNTS.
               10  WS-IP-COUNT OCCURS 4 TIMES PIC 99.

      *    Shaped to match DOOMALRQ's LINKAGE - a corrupt frame
      *    pages on-call through the DOOM.ALERTS queue.
       01  WS-ALERT-PARM.
           05  WS-AQ-PARM-LEN      PIC S9(4) COMP VALUE 1.
           05  WS-AQ-FUNCTION      PIC X VALUE 'R'.
           05  WS-AQ-ALERT-ID      PIC 9(6) VALUE ZERO.
           05  WS-AQ-ACK-BY        PIC X(8) VALUE SPACES.
           05  WS-AQ-CLASS         PIC X(8) VALUE 'CORRUPT'.
           05  WS-AQ-SOURCE        PIC X(8) VALUE 'DOOMAI2'.
           05  WS-AQ-TICK          PIC 9(8).
           05  WS-AQ-VALUE         PIC 9(5) VALUE 1.
           05  WS-AQ-KEY           PIC X(16) VALUE 'GAMESTAT'.
           05  WS-AQ-MESSAGE       PIC X(60).

       01  WS-SCORE-STATUS                PIC XX.
           88  SCORE-MISSING               VALUE '35'.
       01  WS-SCORE-EXISTED               PIC X VALUE 'N'.
           05  WS-VISITED-ROW OCCURS 30 TIMES.
               10  WS-VISITED-CELL OCCURS 60 TIMES PIC X.

      *    Shaped to match DOOMCTX's LINKAGE - the tick context the
      *    CTX step built, so wall awareness takes the map block and
      *    visited mask from one file instead of three.
       01  WS-CTX-PARM.
           05  WS-CX-FUNCTION      PIC X.
           05  WS-CX-SCOPE         PIC X VALUE SPACE.
           05  WS-CX-LEVEL         PIC 99.
           05  WS-CX-RESULT        PIC X.
               88  WS-CX-SERVED    VALUE 'Y'.
           05  WS-CX-ROWS          PIC 99.
           05  WS-CX-COLS          PIC 99.
           05  WS-CX-ROWS-FOUND    PIC 99.
           05  WS-CX-VISITED-PRESENT PIC X.
           05  WS-CX-ENTITY-COUNT  PIC 99.
           05  WS-CX-MAP-ROW OCCURS 30 TIMES PIC X(80).
           05  WS-CX-VISITED-ROW OCCURS 30 TIMES PIC X(80).
           05  WS-CX-ENTITY OCCURS 50 TIMES PIC X(120).
       01  WS-CX-I                 PIC 99.

      *    Nearest-unvisited search workspace for PLAN-EXPLORATION.
       01  WS-EXPLORE-WORK.
           05  WS-EXP-I                   PIC 99.
           05  WS-EXP-DELTA-Y             PIC S9(4).
           05  WS-EXP-ABS-DIR             PIC X.

      *    DOOMPERC's verdict per frame entity slot, as loaded: 'V'
      *    seen; anything else is used at its last-known place while
      *    WS-PF-MEMORY holds, and left out once it doesn't.
       01  WS-PERCEIVE-STATUS             PIC XX.
           88  PERCEIVE-MISSING           VALUE '35'.
           88  PERCEIVE-EOF               VALUE '10'.
       01  WS-PERCEPTION-TABLE.
           05  WS-PRC-LOADED              PIC X VALUE 'N'.
           05  WS-PF OCCURS 64 TIMES.
               10  WS-PF-PRESENT          PIC X.
               10  WS-PF-SUBTYPE          PIC 99.
               10  WS-PF-STATE            PIC X.
               10  WS-PF-MEMORY           PIC X.
               10  WS-PF-LAST-X           PIC S9(8).
               10  WS-PF-LAST-Y           PIC S9(8).
               10  WS-PF-LAST-DIST        PIC 9(5).
               10  WS-PF-LAST-ANGLE       PIC S999.
       01  WS-PF-I                        PIC 99.
       01  WS-ENEMY-KNOWN                 PIC X.
      *    The all-knowing picture beside the filtered one, so the
      *    divergence log can say when the two part ways.
       01  WS-OMNI-WORK.
           05  WS-OMNI-CLOSEST-ENEMY      PIC 99.
           05  WS-OMNI-CLOSEST-DISTANCE   PIC 9(5).
           05  WS-PIC-ENEMY               PIC 99.
           05  WS-PIC-DISTANCE            PIC 9(5).
           05  WS-PIC-NAME                PIC X(10).
           05  WS-OMNI-DECISION           PIC X(10).
           05  WS-SEEN-DECISION           PIC X(10).
       01  WS-DIVERGE-MSG                 PIC X(80).

       01  WS-PATHPLAN-STATUS             PIC XX.
           88  PATHPLAN-MISSING           VALUE '35'.
      *    Whether DOOMPLAN produced a usable route this cycle - a
           05  WS-WALL-CHECK-X            PIC S99.
           05  WS-WALL-CHECK-Y            PIC S99.
           05  WS-WALL-AHEAD              PIC X VALUE 'N'.
           05  WS-HAZARD-AHEAD            PIC X VALUE 'N'.

      *    Carried item picked for this cycle - zero when none. The
      *    slot numbers and words are DOOMINV.CPY's.
       01  WS-ITEM-WORK.
           05  WS-ITEM-USE-SLOT           PIC 9 VALUE ZERO.
           05  WS-ITEM-MELEE              PIC X VALUE 'N'.
       01  WS-ITEM-WORDS.
           05  FILLER  PIC X(8) VALUE 'MEDKIT  '.
           05  FILLER  PIC X(8) VALUE 'RADSUIT '.
           05  FILLER  PIC X(8) VALUE 'INVULN  '.
           05  FILLER  PIC X(8) VALUE 'BERSERK '.
       01  WS-ITEM-WORD-TABLE REDEFINES WS-ITEM-WORDS.
           05  WS-ITEM-WORD OCCURS 4 TIMES PIC X(8).

       01  WS-COUNTERS.
           05  WS-ENEMY-COUNT             PIC 99 VALUE ZERO.
           PERFORM READ-SCORE
           PERFORM READ-ENTITY-SNAPSHOT
           PERFORM LOAD-WALL-MAP
           PERFORM LOAD-PERCEPTION
           PERFORM READ-GAME-STATE
           IF GAMESTAT-FRAME-OK
               PERFORM RECONCILE-ENTITIES
               PERFORM ANALYZE-SITUATION
               IF WS-PRC-LOADED = 'Y'
                   PERFORM CHECK-PERCEPTION-DIVERGENCE
               END-IF
               PERFORM MAKE-DECISION
           ELSE
               PERFORM LOG-CORRUPT-FRAME
           MOVE 'Y' TO WS-GAMESTAT-VALID
           MOVE ZERO TO WS-CLOSEST-ENEMY
           MOVE 99999 TO WS-CLOSEST-DISTANCE
           MOVE ZERO TO WS-OMNI-CLOSEST-ENEMY
           MOVE 99999 TO WS-OMNI-CLOSEST-DISTANCE
           MOVE ZERO TO WS-TOTAL-THREAT
           MOVE ZERO TO WS-DROPPED-ENTITIES
           MOVE SPACES TO WS-PRIMARY-ACTION
           INITIALIZE SCORE-RECORD
           OPEN I-O SCORE-FILE
           IF NOT SCORE-MISSING
               PERFORM CHECK-SCORE-VERSION
               IF WS-VP-RESULT = 'R'
                   MOVE 'R' TO WS-SCORE-EXISTED
               END-IF
               IF WS-VP-ACCEPTED
                   READ SCORE-FILE
                       AT END
                           INITIALIZE SCORE-RECORD
                       NOT AT END
                           MOVE 'Y' TO WS-SCORE-EXISTED
                   END-READ
               END-IF
           END-IF.

       WRITE-SCORE.
      *    A score file DOOMVER rejected is left exactly as it is.
           EVALUATE WS-SCORE-EXISTED
               WHEN 'Y'
                   REWRITE SCORE-RECORD
                   CLOSE SCORE-FILE
               WHEN 'R'
                   CLOSE SCORE-FILE
               WHEN OTHER
                   CLOSE SCORE-FILE
                   OPEN OUTPUT SCORE-FILE
                   PERFORM WRITE-SCORE-HEADER
                   WRITE SCORE-RECORD
                   CLOSE SCORE-FILE
           END-EVALUATE.

       READ-ENTITY-SNAPSHOT.
      *    Previous tick's per-type population, same missing/empty-is-
               READ GRID-STATE
                   NOT AT END
                       PERFORM SELECT-WALL-PLAYER
                       PERFORM FETCH-WALL-CONTEXT
                       IF WS-CX-SERVED
                           PERFORM TAKE-WALL-CONTEXT
                       ELSE
                           OPEN INPUT WALL-MAP
                           IF NOT WALLMAP-MISSING
                               PERFORM LOAD-WALL-MAP-BLOCK
                               MOVE 'Y' TO WS-WALL-MAP-VALID
                               CLOSE WALL-MAP
                               PERFORM LOAD-VISITED-BLOCK
                           END-IF
                       END-IF
               END-READ
               CLOSE GRID-STATE
           END-IF.

       FETCH-WALL-CONTEXT.
           MOVE 'M' TO WS-CX-FUNCTION
           MOVE GRID-STATE-LEVEL TO WS-CX-LEVEL
           CALL 'DOOMCTX' USING WS-CTX-PARM.

       TAKE-WALL-CONTEXT.
      *    The same rows the live read takes - those ahead of the
      *    first one missing - and the visited mask when DOOMMV has
      *    started one.
           MOVE WS-CX-ROWS TO WS-MAP-ROWS
           MOVE WS-CX-COLS TO WS-MAP-COLS
           PERFORM VARYING WS-CX-I FROM 1 BY 1
                   UNTIL WS-CX-I > WS-CX-ROWS-FOUND
               MOVE WS-CX-MAP-ROW(WS-CX-I) TO WS-WALL-MAP-ROW(WS-CX-I)
           END-PERFORM
           MOVE 'Y' TO WS-WALL-MAP-VALID
           MOVE SPACES TO WS-VISITED-ARRAY
           MOVE 'N' TO WS-VISITED-VALID
           IF WS-CX-VISITED-PRESENT = 'Y'
               MOVE 'Y' TO WS-VISITED-VALID
               PERFORM VARYING WS-CX-I FROM 1 BY 1
                       UNTIL WS-CX-I > WS-MAP-ROWS
                   MOVE WS-CX-VISITED-ROW(WS-CX-I)
                       TO WS-VISITED-ROW(WS-CX-I)
               END-PERFORM
           END-IF.

       SELECT-WALL-PLAYER.
      *    Same PARM-driven player-id idiom DOOMMV/DOOMREND use, so
      *    wall-awareness can be aimed at either player's position -
               END-IF
           END-IF.

       CHECK-HAZARD-AHEAD.
      *    Same step CHECK-WALL-AHEAD takes, asking instead whether
      *    it lands on slime or lava - the cue for the radsuit.
           MOVE 'N' TO WS-HAZARD-AHEAD
           PERFORM CHECK-WALL-AHEAD
           IF WS-WALL-MAP-VALID = 'Y' AND WS-WALL-AHEAD = 'N'
               IF WS-WALL-MAP-CELL(WS-WALL-CHECK-Y, WS-WALL-CHECK-X)
                  = '~' OR '^'
                   MOVE 'Y' TO WS-HAZARD-AHEAD
               END-IF
           END-IF.

       READ-GAME-STATE.
           PERFORM READ-STATE-HEADER
           PERFORM READ-PLAYER-DATA

           MOVE LOG-RECORD(1:60) TO WS-JP-TEXT
           MOVE ZERO TO WS-JP-TICK
           CALL 'DOOMJRNL' USING WS-JRNL-PARM

           IF STATE-TICK IS NUMERIC
               MOVE STATE-TICK TO WS-AQ-TICK
           ELSE
               MOVE ZERO TO WS-AQ-TICK
           END-IF
           MOVE WS-JP-TEXT TO WS-AQ-MESSAGE
           CALL 'DOOMALRQ' USING WS-ALERT-PARM.

       EVALUATE-HEALTH-STATUS.
           EVALUATE TRUE
      *    without it every later tick would recount the same kill.
      *    A barrel is neither a kill nor a threat - exploding one
      *    must not pad SCORE-KILLS-BY-TYPE (whose table only spans
      *    the nine monster types anyway). A monster another monster
      *    killed (ENT-INFIGHT-KILL) is still a kill - steering them
      *    into each other is play - but no shot of ours hit it.
           IF ENT-BARREL(WS-ENEMY-COUNT)
               CONTINUE
           ELSE
           IF ENTITY-HEALTH(WS-ENEMY-COUNT) = ZERO
               IF SNAP-SCORED(WS-ENEMY-COUNT) NOT = 'Y'
                   IF NOT ENT-INFIGHT-KILL(WS-ENEMY-COUNT)
                       ADD 1 TO SCORE-SHOTS-HIT
                   END-IF
                   ADD 1 TO
                       SCORE-KILLS-BY-TYPE(ENTITY-TYPE(WS-ENEMY-COUNT))
                   MOVE 'Y' TO SNAP-SCORED(WS-ENEMY-COUNT)
               END-IF
           ELSE
      *        The all-knowing closest is kept for the divergence
      *        check before perception has its say.
               IF ENTITY-DISTANCE(WS-ENEMY-COUNT)
                       < WS-OMNI-CLOSEST-DISTANCE
                   MOVE ENTITY-DISTANCE(WS-ENEMY-COUNT)
                        TO WS-OMNI-CLOSEST-DISTANCE
                   MOVE WS-ENEMY-COUNT TO WS-OMNI-CLOSEST-ENEMY
               END-IF
               PERFORM PERCEIVE-ENEMY
               IF WS-ENEMY-KNOWN = 'Y'
               IF ENTITY-DISTANCE(WS-ENEMY-COUNT) < WS-CLOSEST-DISTANCE
                   MOVE ENTITY-DISTANCE(WS-ENEMY-COUNT)
                        TO WS-CLOSEST-DISTANCE
                   WHEN OTHER
                       ADD 40 TO WS-TOTAL-THREAT
               END-EVALUATE
               END-IF
           END-IF
           END-IF.

       PERCEIVE-ENEMY.
      *    A monster out of sight stands where it was last seen or
      *    heard for the rest of this cycle - PLAN-RETREAT/PLAN-COMBAT
      *    read the same slot - and one forgotten is not weighed at
      *    all. No record for the slot (no perception file, or one
      *    from a different entity) keeps the old all-seeing view.
           MOVE 'Y' TO WS-ENEMY-KNOWN
           IF WS-PRC-LOADED = 'Y'
              AND WS-PF-PRESENT(WS-ENEMY-COUNT) = 'Y'
              AND WS-PF-SUBTYPE(WS-ENEMY-COUNT)
                  = ENTITY-TYPE(WS-ENEMY-COUNT)
              AND WS-PF-STATE(WS-ENEMY-COUNT) NOT = 'V'
               IF WS-PF-MEMORY(WS-ENEMY-COUNT) = 'Y'
                   MOVE WS-PF-LAST-X(WS-ENEMY-COUNT)
                       TO ENTITY-X(WS-ENEMY-COUNT)
                   MOVE WS-PF-LAST-Y(WS-ENEMY-COUNT)
                       TO ENTITY-Y(WS-ENEMY-COUNT)
                   MOVE WS-PF-LAST-DIST(WS-ENEMY-COUNT)
                       TO ENTITY-DISTANCE(WS-ENEMY-COUNT)
                   MOVE WS-PF-LAST-ANGLE(WS-ENEMY-COUNT)
                       TO ENTITY-ANGLE-TO(WS-ENEMY-COUNT)
               ELSE
                   MOVE 'N' TO WS-ENEMY-KNOWN
               END-IF
           END-IF.

       LOAD-PERCEPTION.
           MOVE 'N' TO WS-PRC-LOADED
           PERFORM VARYING WS-PF-I FROM 1 BY 1 UNTIL WS-PF-I > 64
               MOVE 'N' TO WS-PF-PRESENT(WS-PF-I)
           END-PERFORM
           MOVE '00' TO WS-PERCEIVE-STATUS
           OPEN INPUT PERCEIVE-FILE
           IF PERCEIVE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL PERCEIVE-EOF
                   READ PERCEIVE-FILE
                       AT END SET PERCEIVE-EOF TO TRUE
                       NOT AT END
                           IF PRC-FROM-FRAME
                              AND PRC-ORDINAL IS NUMERIC
                              AND PRC-ORDINAL >= 1
                              AND PRC-ORDINAL <= 64
                               MOVE PRC-ORDINAL TO WS-PF-I
                               MOVE 'Y' TO WS-PRC-LOADED
                               MOVE 'Y' TO WS-PF-PRESENT(WS-PF-I)
                               MOVE PRC-SUBTYPE
                                   TO WS-PF-SUBTYPE(WS-PF-I)
                               MOVE PRC-STATE TO WS-PF-STATE(WS-PF-I)
                               MOVE PRC-MEMORY TO WS-PF-MEMORY(WS-PF-I)
                               MOVE PRC-LAST-X TO WS-PF-LAST-X(WS-PF-I)
                               MOVE PRC-LAST-Y TO WS-PF-LAST-Y(WS-PF-I)
                               MOVE PRC-LAST-DISTANCE
                                   TO WS-PF-LAST-DIST(WS-PF-I)
                               MOVE PRC-LAST-ANGLE
                                   TO WS-PF-LAST-ANGLE(WS-PF-I)
                           END-IF
                   END-READ
                   IF NOT PERCEIVE-EOF
                      AND WS-PERCEIVE-STATUS NOT = '00'
                       SET PERCEIVE-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE PERCEIVE-FILE
           END-IF.

       CHECK-PERCEPTION-DIVERGENCE.
      *    Only retreat and combat plan from the closest enemy - the
      *    decision there is which monster and at what range (the
      *    bands PLAN-COMBAT branches on). Where the all-knowing and
      *    the perceived picture differ, DOOM.AIDIVERGE gets a line
      *    beside the engine-against-engine ones.
           IF MODE-SURVIVAL OR MODE-COMBAT
               MOVE WS-OMNI-CLOSEST-ENEMY TO WS-PIC-ENEMY
               MOVE WS-OMNI-CLOSEST-DISTANCE TO WS-PIC-DISTANCE
               PERFORM NAME-THREAT-PICTURE
               MOVE WS-PIC-NAME TO WS-OMNI-DECISION
               MOVE WS-CLOSEST-ENEMY TO WS-PIC-ENEMY
               MOVE WS-CLOSEST-DISTANCE TO WS-PIC-DISTANCE
               PERFORM NAME-THREAT-PICTURE
               MOVE WS-PIC-NAME TO WS-SEEN-DECISION
               IF WS-OMNI-DECISION NOT = WS-SEEN-DECISION
                   MOVE SPACES TO WS-DIVERGE-MSG
                   STRING 'DIVERGENCE PERCEPTION/AI2: '
                          DELIMITED BY SIZE
                          WS-OMNI-DECISION DELIMITED BY SIZE
                          ' VS ' DELIMITED BY SIZE
                          WS-SEEN-DECISION DELIMITED BY SIZE
                          ' TICK ' DELIMITED BY SIZE
                          STATE-TICK DELIMITED BY SIZE
                          INTO WS-DIVERGE-MSG
                   OPEN EXTEND DIVERGE-LOG
                   MOVE WS-DIVERGE-MSG TO DIVERGE-RECORD
                   WRITE DIVERGE-RECORD
                   CLOSE DIVERGE-LOG
               END-IF
           END-IF.

       NAME-THREAT-PICTURE.
           MOVE SPACES TO WS-PIC-NAME
           EVALUATE TRUE
               WHEN WS-PIC-ENEMY = ZERO
                   MOVE 'NONE' TO WS-PIC-NAME
               WHEN WS-PIC-DISTANCE <= 64
                   STRING 'MELEE ' DELIMITED BY SIZE
                          WS-PIC-ENEMY DELIMITED BY SIZE
                          INTO WS-PIC-NAME
               WHEN WS-PIC-DISTANCE <= 256
                   STRING 'CLOSE ' DELIMITED BY SIZE
                          WS-PIC-ENEMY DELIMITED BY SIZE
                          INTO WS-PIC-NAME
               WHEN OTHER
                   STRING 'FAR ' DELIMITED BY SIZE
                          WS-PIC-ENEMY DELIMITED BY SIZE
                          INTO WS-PIC-NAME
           END-EVALUATE.
       
       ANALYZE-SITUATION.
           PERFORM SELECT-BEST-WEAPON
           CLOSE PATHPLAN-FILE.
       
       MAKE-DECISION.
      *    A carried item goes out ahead of the primary, so DOOMEXEC
      *    has it working before the move or shot it is meant to
      *    cover - and so DOOMARB, which prices AI2 by its first
      *    record, sees the same priority it always has.
           PERFORM DECIDE-ITEM-USE
           IF WS-ITEM-USE-SLOT > ZERO
               PERFORM WRITE-ITEM-COMMAND
           END-IF

           IF WS-PRIMARY-ACTION NOT = SPACES
               PERFORM WRITE-PRIMARY-COMMAND
           END-IF
               PERFORM WRITE-DEFAULT-COMMAND
           END-IF.

       DECIDE-ITEM-USE.
      *    One item a cycle at most: a medkit when critical and no
      *    invulnerability is already covering it, invulnerability
      *    when retreating from something close with no medkit to
      *    fall back on, berserk when something is within punching
      *    range, the radsuit just before stepping onto slime or
      *    lava.
           MOVE ZERO TO WS-ITEM-USE-SLOT
           MOVE 'R' TO WS-IP-FUNCTION
           MOVE WS-ACTIVE-PLAYER-ID TO WS-IP-PLAYER-ID
           MOVE STATE-TICK TO WS-IP-TICK
           CALL 'DOOMITEM' USING WS-ITEM-PARM
           MOVE 'N' TO WS-ITEM-MELEE
           IF WS-CLOSEST-ENEMY > 0
               IF ENT-MELEE-RANGE(WS-CLOSEST-ENEMY)
                   MOVE 'Y' TO WS-ITEM-MELEE
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN PLAYER-DEAD
               WHEN WS-IP-COUNTS = ZEROS
                   CONTINUE
               WHEN WS-IP-COUNT(1) > ZERO AND PLAYER-CRITICAL
                    AND NOT FLAG-INVULN-TIMER > 0
                   MOVE 1 TO WS-ITEM-USE-SLOT
               WHEN WS-IP-COUNT(3) > ZERO AND MODE-SURVIVAL
                    AND WS-CLOSEST-DISTANCE < 256
                    AND NOT FLAG-INVULN-TIMER > 0
                   MOVE 3 TO WS-ITEM-USE-SLOT
               WHEN WS-IP-COUNT(4) > ZERO AND WS-ITEM-MELEE = 'Y'
                    AND NOT BERSERK-ACTIVE
                   MOVE 4 TO WS-ITEM-USE-SLOT
               WHEN WS-IP-COUNT(2) > ZERO
                    AND NOT FLAG-RADSUIT-TIMER > 0
                    AND WS-PRIMARY-ACTION = 'MOVE'
                   PERFORM CHECK-HAZARD-AHEAD
                   IF WS-HAZARD-AHEAD = 'Y'
                       MOVE 2 TO WS-ITEM-USE-SLOT
                   END-IF
           END-EVALUATE.

       WRITE-ITEM-COMMAND.
           INITIALIZE DOOM-COMMAND-RECORD
           MOVE 'COMMAND ' TO CMD-RECORD-TYPE
           MOVE 'ITEM    ' TO CMD-ACTION
           MOVE WS-ITEM-WORD(WS-ITEM-USE-SLOT)
               TO CMD-DIRECTION OF DOOM-COMMAND-RECORD
           MOVE 0001 TO CMD-VALUE

           IF MODE-SURVIVAL
               MOVE 9 TO CMD-PRIORITY
           ELSE IF MODE-COMBAT
               MOVE 7 TO CMD-PRIORITY
           ELSE
               MOVE 5 TO CMD-PRIORITY
           END-IF

           MOVE SPACES TO CMD-REASON
           STRING 'USE CARRIED ' DELIMITED BY SIZE
                  WS-ITEM-WORD(WS-ITEM-USE-SLOT) DELIMITED BY SPACE
                  INTO CMD-REASON
           MOVE 'AI2     ' TO CMD-ENGINE-ID
           MOVE STATE-TICK TO CMD-TIMESTAMP

           WRITE COMMANDS-RECORD FROM DOOM-COMMAND-RECORD
           ADD 1 TO WS-COMMAND-COUNT.

       WRITE-PRIMARY-COMMAND.
           INITIALIZE DOOM-COMMAND-RECORD
           MOVE 'COMMAND ' TO CMD-RECORD-TYPE
           
           CLOSE GAMESTAT-FILE
           CLOSE COMMANDS-FILE
           CLOSE LOG-FILE.

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
