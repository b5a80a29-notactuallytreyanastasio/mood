      * CMD-PRIORITY / THREAT-LEVEL, AI2 breaking ties) and copies it
      * into the canonical DOOM.COMMANDS file the engine actually
      * consumes - so more than one AI can run in the same tick safely.
      * An engine named in DOOM.SOLOSEL is the only source accepted:
      * no other engine's file and no operator queue entry can win,
      * and a tick that engine stays silent on becomes a WAIT.
      * DOOMTOUR plays each engine alone over the same scenarios
      * this way; with no DOOM.SOLOSEL the arbitration is the usual
      * one.
      * Outside solo play the winner is checked before it is copied:
      * a MOVE whose first step is a wall, a WEAPON switch to a gun
      * not in the ownership mask, or a SHOOT against an empty pool
      * would only be bounced by DOOMEXEC or DOOMCBT, so the next
      * engine in rank order is tried instead and the journal says
      * why the winner was passed over (DOOMGRDE charges it).
      * A manual override only wins the tick when the operator id
      * the console stamped on it belongs to a supervisor on the
      * DOOM.OPERATORS roster (checked through DOOMOPRS); anyone
      * else's entry is dropped from the queue with a refusal in
      * the journal, and the winner line names who overrode.
      * In a versus session the driver hands over the seat whose
      * tick it is, and the check judges that seat's position,
      * facing and pools - the ones DOOMEXEC and DOOMCBT apply the
      * set against. With no PARM it is seat 1, as it always was.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMARB.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEL-STATUS.

           SELECT SOLO-SELECT ASSIGN TO 'DOOM.SOLOSEL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SOLO-STATUS.

           SELECT AI1-COMMANDS ASSIGN TO 'DOOM.COMMANDS.AI1'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AI1-STATUS.
           SELECT LOG-FILE ASSIGN TO 'DOOM.AILOG'
               ORGANIZATION IS SEQUENTIAL.

      *    What the legality check judges a set against - the seat's
      *    grid position, facing and pools, the level's wall rows and
      *    the frame's ammo record - read-only, the same files and
      *    keys DOOMMV, DOOMEXEC and DOOMCBT apply the set against.
           SELECT GRID-STATE ASSIGN TO 'GAMESTAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRID-STATUS.

           SELECT WALL-MAP ASSIGN TO 'LEVEL'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-WALL-REL-KEY
               FILE STATUS IS WS-WALLMAP-STATUS.

           SELECT LEVEL-DIMS ASSIGN TO 'DOOM.LEVELDIM'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-LDM-REL-KEY
               FILE STATUS IS WS-LDM-STATUS.

           SELECT RICH-STATE ASSIGN TO 'DOOM.GAMESTAT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-RS-REL-KEY
               FILE STATUS IS WS-RICH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENGINE-SELECT.
           05  SEL-DEBUG-MODE             PIC X.
           05  FILLER                     PIC X(75).

       FD  SOLO-SELECT.
       01  SOLO-RECORD.
           05  SOLO-ENGINE                PIC X(4).
           05  FILLER                     PIC X(76).

       FD  AI1-COMMANDS.
       01  AI1-RECORD                     PIC X(80).

       FD  LOG-FILE.
       01  LOG-RECORD                     PIC X(80).

       FD  GRID-STATE.
       01  GRID-STATE-REC.
           05  GRID-PLAYER-X       PIC 99.
           05  GRID-PLAYER-Y       PIC 99.
           05  FILLER              PIC X(15).
           05  GRID-PLAYER-FACING  PIC X.
           05  FILLER              PIC X.
           05  GRID-STATE-LEVEL    PIC 99.
      *    Second seat - the block DOOMMV moves for player-id 2.
           05  GRID-PLAYER2-X      PIC 99.
           05  GRID-PLAYER2-Y      PIC 99.
           05  FILLER              PIC X(3).
           05  GRID-P2-AMMO-POOLS.
               10  GRID-P2-BULLETS PIC 999.
               10  GRID-P2-SHELLS  PIC 999.
               10  GRID-P2-CELLS   PIC 999.
               10  GRID-P2-ROCKETS PIC 999.
           05  GRID-PLAYER2-FACING PIC X.
           05  FILLER              PIC X(36).

       FD  WALL-MAP.
       01  WALL-MAP-REC            PIC X(80).

       FD  LEVEL-DIMS.
       COPY DOOMLDM.

       FD  RICH-STATE.
       01  RICH-STATE-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DOOMSTAT.

       01  WS-SEL-STATUS                  PIC XX.
           88  SEL-MISSING                VALUE '35'.
           88  SEL-EOF                    VALUE '10'.
       01  WS-SOLO-STATUS                 PIC XX.
           88  SOLO-MISSING               VALUE '35'.
       01  WS-AI1-STATUS                  PIC XX.
           88  AI1-MISSING                VALUE '35'.
           88  AI1-EOF                    VALUE '10'.
           05  WS-OPER-COUNT              PIC 99 VALUE ZERO.
           05  WS-OPER-REC OCCURS 50 TIMES PIC X(80).
       01  WS-OPER-I                      PIC 99.
       01  WS-OPER-DROPPED                PIC 99 VALUE ZERO.

      *    Shaped to match DOOMOPRS's LINKAGE - a queued override's
      *    operator id is looked up before the entry can win.
       01  WS-OPRS-PARM.
           05  WS-OP-FUNCTION             PIC X VALUE 'L'.
           05  WS-OP-ID                   PIC X(5).
           05  WS-OP-PASSWORD             PIC X(8) VALUE SPACES.
           05  WS-OP-NAME                 PIC X(20).
           05  WS-OP-AUTHORITY            PIC X.
               88  WS-OP-SUPERVISOR       VALUE 'S'.
           05  WS-OP-RESULT               PIC X.
               88  WS-OP-FOUND            VALUE 'A'.
       01  WS-OVERRIDE-BY                 PIC X(5) VALUE SPACES.
       01  WS-WIN-BY                      PIC X(9) VALUE SPACES.

       01  WS-WINNER                      PIC X(4) VALUE SPACES.
       01  WS-WIN-PRI                PIC 9 VALUE 0.
       01  WS-LOG-MSG                     PIC X(80).

       01  WS-PRIMARY-ENGINE              PIC X(4) VALUE 'AI2 '.
       01  WS-SOLO-MODE                   PIC X VALUE 'N'.

       01  WS-GRID-STATUS                 PIC XX.
           88  GRID-MISSING               VALUE '35'.
       01  WS-WALLMAP-STATUS              PIC XX.
           88  WALLMAP-MISSING            VALUE '35'.
       01  WS-WALL-REL-KEY                PIC 9(4).
       01  WS-LDM-STATUS                  PIC XX.
       01  WS-LDM-REL-KEY                 PIC 9(4).
       01  WS-RICH-STATUS                 PIC XX.
           88  RICH-MISSING               VALUE '35'.
       01  WS-RS-REL-KEY                  PIC 9(4).
       01  WS-MAP-ROWS                    PIC 99 VALUE 20.
       01  WS-MAP-COLS                    PIC 99 VALUE 40.
       01  WS-WALL-I                      PIC 99.
       01  WS-WALL-MAP-ARRAY.
           05  WS-WALL-MAP-ROW OCCURS 30 TIMES.
               10  WS-WALL-MAP-CELL OCCURS 60 TIMES PIC X.

      *    Engines in the order they are offered the tick - the
      *    heuristic's (or the selector's) winner first, the rest
      *    as PICK-WINNER would have ranked them.
       01  WS-CANDIDATES.
           05  WS-CAND-COUNT              PIC 9 VALUE ZERO.
           05  WS-CAND OCCURS 4 TIMES.
               10  WS-CAND-ENGINE         PIC X(4).
               10  WS-CAND-PRI            PIC 9.
       01  WS-CAND-I                      PIC 9.
       01  WS-CAND-J                      PIC 9.
       01  WS-RANK-P                      PIC S99.
       01  WS-RANK-ENGINE                 PIC X(4).
       01  WS-RANK-PRI                    PIC 9.
       01  WS-RANK-FOUND                  PIC X.
       01  WS-ALL-PASSED                  PIC X VALUE 'N'.

      *    The tick's starting state, loaded once, and the working
      *    copy each candidate's set is walked through.
       01  WS-LEGAL-STATE.
           05  WS-MAP-VALID               PIC X VALUE 'N'.
           05  WS-AMMO-VALID              PIC X VALUE 'N'.
           05  WS-GRID-READ               PIC X VALUE 'N'.
           05  WS-START-X                 PIC 99.
           05  WS-START-Y                 PIC 99.
           05  WS-START-FACING            PIC X.
           05  WS-SEAT-POOLS.
               10  WS-SEAT-BULLETS        PIC 9(4).
               10  WS-SEAT-SHELLS         PIC 9(4).
               10  WS-SEAT-CELLS          PIC 9(4).
               10  WS-SEAT-ROCKETS        PIC 9(4).

      *    The seat whose tick it is - 2 only when the driver says so.
       01  WS-ARB-SEAT                    PIC 9 VALUE 1.
       01  WS-SET-CHECK.
           05  WS-SET-LEGAL               PIC X.
           05  WS-PASS-REASON             PIC X(20).
           05  WS-PASS-TICK               PIC 9(8).
           05  WS-CHK-X                   PIC S99.
           05  WS-CHK-Y                   PIC S99.
           05  WS-CHK-NEW-X               PIC S99.
           05  WS-CHK-NEW-Y               PIC S99.
           05  WS-CHK-FACING              PIC X.
           05  WS-CHK-DIR                 PIC X.
           05  WS-CHK-STEPS               PIC 99.
           05  WS-CHK-STEP                PIC 99.
           05  WS-CHK-BLOCKED             PIC X.
           05  WS-CHK-WEAPON              PIC 9.
           05  WS-CHK-WANT                PIC 9.
           05  WS-CHK-OWNED               PIC X.
           05  WS-CHK-SHOT-SEEN           PIC X.
           05  WS-CHK-POOL                PIC 9(4).

      *    Shaped to match DOOMJRNL's LINKAGE - the winner line goes
      *    to the session journal as well as DOOM.AILOG.
           05  WS-JP-TICK          PIC 9(8) VALUE ZERO.
           05  WS-JP-TEXT          PIC X(60).

       LINKAGE SECTION.
       01  PARM-DATA.
           05  PARM-LEN                   PIC S9(4) COMP.
           05  PARM-PLAYER-ID             PIC 9.

       PROCEDURE DIVISION USING PARM-DATA.
       MAIN-PROCEDURE.
           MOVE 1 TO WS-ARB-SEAT
           IF PARM-LEN > ZERO AND PARM-PLAYER-ID = 2
               MOVE 2 TO WS-ARB-SEAT
           END-IF
           PERFORM READ-ENGINE-SELECT
      *    The operator's manual queue outranks arbitration entirely
      *    for as many ticks as it has entries - one entry consumed
      *    per tick, journaled under the OPERATOR engine id so the
      *    graders can keep manual play out of the AI statistics.
      *    A solo run leaves the queue untouched for later.
           IF WS-SOLO-MODE = 'N'
               PERFORM CHECK-OPERATOR-QUEUE
               PERFORM SCREEN-OPERATOR-QUEUE
               IF WS-OPER-COUNT > ZERO
                   PERFORM TAKE-OPERATOR-COMMAND
                   PERFORM LOG-DECISION
                   GOBACK
               END-IF
           END-IF
           PERFORM DETERMINE-PRIORITIES
           PERFORM PICK-WINNER
           IF WS-SOLO-MODE = 'Y'
               PERFORM APPLY-SOLO-ENGINE
           ELSE
               PERFORM CHECK-WINNER-LEGALITY
           END-IF
           PERFORM COPY-WINNER-COMMANDS
           PERFORM LOG-DECISION
           GOBACK.
               CLOSE OPER-COMMANDS
           END-IF.

       SCREEN-OPERATOR-QUEUE.
      *    Entries at the head of the queue not queued by a roster
      *    supervisor are refused one by one until a supervisor's
      *    entry is in front. A queue emptied that way is written
      *    back empty so the refused entries never come round again.
           MOVE ZERO TO WS-OPER-DROPPED
           MOVE 'N' TO WS-OP-RESULT
           PERFORM UNTIL WS-OPER-COUNT = ZERO
                   OR (WS-OP-FOUND AND WS-OP-SUPERVISOR)
               MOVE WS-OPER-REC(1) TO DOOM-COMMAND-RECORD
               MOVE 'L' TO WS-OP-FUNCTION
               MOVE CMD-OPERATOR-ID TO WS-OP-ID
               MOVE SPACE TO WS-OP-AUTHORITY
               CALL 'DOOMOPRS' USING WS-OPRS-PARM
               IF NOT WS-OP-FOUND OR NOT WS-OP-SUPERVISOR
                   PERFORM LOG-REFUSED-OVERRIDE
                   PERFORM VARYING WS-OPER-I FROM 1 BY 1
                           UNTIL WS-OPER-I >= WS-OPER-COUNT
                       MOVE WS-OPER-REC(WS-OPER-I + 1)
                           TO WS-OPER-REC(WS-OPER-I)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-OPER-COUNT
                   ADD 1 TO WS-OPER-DROPPED
               END-IF
           END-PERFORM
           IF WS-OPER-COUNT = ZERO AND WS-OPER-DROPPED > ZERO
               OPEN OUTPUT OPER-COMMANDS
               CLOSE OPER-COMMANDS
           END-IF.

       LOG-REFUSED-OVERRIDE.
           OPEN EXTEND LOG-FILE
           MOVE SPACES TO WS-LOG-MSG
           IF CMD-OPERATOR-ID = SPACES
               MOVE 'OVERRIDE REFUSED - NO OPERATOR ID ON THE ENTRY'
                   TO WS-LOG-MSG
           ELSE
               STRING 'OVERRIDE REFUSED - ' DELIMITED BY SIZE
                      CMD-OPERATOR-ID DELIMITED BY SPACE
                      ' IS NOT A SUPERVISOR' DELIMITED BY SIZE
                      INTO WS-LOG-MSG
           END-IF
           MOVE WS-LOG-MSG TO LOG-RECORD
           WRITE LOG-RECORD
           CLOSE LOG-FILE

           MOVE WS-LOG-MSG(1:60) TO WS-JP-TEXT
           MOVE CMD-TIMESTAMP TO WS-JP-TICK
           CALL 'DOOMJRNL' USING WS-JRNL-PARM.

       TAKE-OPERATOR-COMMAND.
      *    First queued entry becomes the tick's whole command set,
      *    stamped OPERATOR whatever the console wrote; the rest of
           CLOSE OPER-COMMANDS

           MOVE 'OPER' TO WS-WINNER
           MOVE CMD-OPERATOR-ID TO WS-OVERRIDE-BY
           MOVE 9 TO WS-WIN-PRI.

       READ-ENGINE-SELECT.
      *    DOOM.ENGINESEL is optional - if it isn't there, the
      *    priority/threat heuristic below picks the winner on its
      *    own, same as running without a selector at all.
           MOVE 'N' TO WS-SOLO-MODE
           OPEN INPUT ENGINE-SELECT
           IF NOT SEL-MISSING
               READ ENGINE-SELECT
                       END-IF
               END-READ
               CLOSE ENGINE-SELECT
           END-IF
      *    DOOM.SOLOSEL only exists for the length of a solo run; the
      *    engine it names stands in for the primary.
           OPEN INPUT SOLO-SELECT
           IF NOT SOLO-MISSING
               READ SOLO-SELECT
                   NOT AT END
                       IF SOLO-ENGINE NOT = SPACES
                           MOVE SOLO-ENGINE TO WS-PRIMARY-ENGINE
                           MOVE 'Y' TO WS-SOLO-MODE
                       END-IF
               END-READ
               CLOSE SOLO-SELECT
           END-IF.

       DETERMINE-PRIORITIES.
      *    Called once per tick - only what the engines wrote this
      *    tick counts as present.
           MOVE 'NNNN' TO WS-PRESENCE
           OPEN INPUT AI2-COMMANDS
           IF NOT AI2-MISSING
               READ AI2-COMMANDS INTO DOOM-COMMAND-RECORD
       PICK-WINNER.
           MOVE SPACES TO WS-WINNER
           MOVE 0 TO WS-WIN-PRI
           MOVE 'N' TO WS-ALL-PASSED

           IF WS-AI2-PRESENT = 'Y' AND WS-AI2-PRIORITY >= WS-WIN-PRI
               MOVE 'AI2 ' TO WS-WINNER
               MOVE 0 TO WS-WIN-PRI
           END-IF.

       APPLY-SOLO-ENGINE.
      *    Solo play - the primary engine or nothing. Whatever the
      *    heuristic picked is set aside; a silent engine falls to
      *    the WAIT below rather than to another engine's command.
           MOVE SPACES TO WS-WINNER
           MOVE 0 TO WS-WIN-PRI
           EVALUATE WS-PRIMARY-ENGINE
               WHEN 'AI1 '
                   IF WS-AI1-PRESENT = 'Y'
                       MOVE 'AI1 ' TO WS-WINNER
                   END-IF
               WHEN 'AI2 '
                   IF WS-AI2-PRESENT = 'Y'
                       MOVE 'AI2 ' TO WS-WINNER
                       MOVE WS-AI2-PRIORITY TO WS-WIN-PRI
                   END-IF
               WHEN 'TACT'
                   IF WS-TACT-PRESENT = 'Y'
                       MOVE 'TACT' TO WS-WINNER
                       MOVE WS-TACT-PRIORITY TO WS-WIN-PRI
                   END-IF
               WHEN 'PATH'
                   IF WS-PATH-PRESENT = 'Y'
                       MOVE 'PATH' TO WS-WINNER
                       MOVE WS-PATH-PRIORITY TO WS-WIN-PRI
                   END-IF
           END-EVALUATE.

       CHECK-WINNER-LEGALITY.
      *    A set the appliers would bounce wastes the tick while a
      *    legal set from another engine sits unused. Candidates are
      *    tried in rank order against the state the appliers will
      *    see; the first legal one wins and every one passed over
      *    is journaled with the reason. When none is legal the
      *    tick becomes the WAIT below.
           IF WS-WINNER NOT = SPACES
               PERFORM RANK-CANDIDATES
               PERFORM LOAD-LEGALITY-STATE
               MOVE SPACES TO WS-WINNER
               MOVE 0 TO WS-WIN-PRI
               PERFORM VARYING WS-CAND-I FROM 1 BY 1
                       UNTIL WS-CAND-I > WS-CAND-COUNT
                          OR WS-WINNER NOT = SPACES
                   PERFORM CHECK-CANDIDATE-SET
                   IF WS-SET-LEGAL = 'Y'
                       MOVE WS-CAND-ENGINE(WS-CAND-I) TO WS-WINNER
                       MOVE WS-CAND-PRI(WS-CAND-I) TO WS-WIN-PRI
                   ELSE
                       PERFORM LOG-PASSED-OVER
                   END-IF
               END-PERFORM
               IF WS-WINNER = SPACES
                   MOVE 'Y' TO WS-ALL-PASSED
               END-IF
           END-IF.

       RANK-CANDIDATES.
      *    The winner picked above ranks first; the others follow
      *    the way PICK-WINNER weighs them - higher priority first,
      *    AI2 before TACT before PATH on a tie, AI1 last of all.
           MOVE ZERO TO WS-CAND-COUNT
           MOVE WS-WINNER TO WS-RANK-ENGINE
           MOVE WS-WIN-PRI TO WS-RANK-PRI
           PERFORM ADD-CANDIDATE
           PERFORM VARYING WS-RANK-P FROM 9 BY -1 UNTIL WS-RANK-P < 0
               IF WS-AI2-PRESENT = 'Y' AND WS-AI2-PRIORITY = WS-RANK-P
                   MOVE 'AI2 ' TO WS-RANK-ENGINE
                   MOVE WS-AI2-PRIORITY TO WS-RANK-PRI
                   PERFORM ADD-CANDIDATE
               END-IF
               IF WS-TACT-PRESENT = 'Y'
                  AND WS-TACT-PRIORITY = WS-RANK-P
                   MOVE 'TACT' TO WS-RANK-ENGINE
                   MOVE WS-TACT-PRIORITY TO WS-RANK-PRI
                   PERFORM ADD-CANDIDATE
               END-IF
               IF WS-PATH-PRESENT = 'Y'
                  AND WS-PATH-PRIORITY = WS-RANK-P
                   MOVE 'PATH' TO WS-RANK-ENGINE
                   MOVE WS-PATH-PRIORITY TO WS-RANK-PRI
                   PERFORM ADD-CANDIDATE
               END-IF
           END-PERFORM
           IF WS-AI1-PRESENT = 'Y'
               MOVE 'AI1 ' TO WS-RANK-ENGINE
               MOVE 0 TO WS-RANK-PRI
               PERFORM ADD-CANDIDATE
           END-IF.

       ADD-CANDIDATE.
      *    The winner turns up again in the priority sweep - an
      *    engine already ranked keeps its first place.
           MOVE 'N' TO WS-RANK-FOUND
           PERFORM VARYING WS-CAND-J FROM 1 BY 1
                   UNTIL WS-CAND-J > WS-CAND-COUNT
               IF WS-CAND-ENGINE(WS-CAND-J) = WS-RANK-ENGINE
                   MOVE 'Y' TO WS-RANK-FOUND
               END-IF
           END-PERFORM
           IF WS-RANK-FOUND = 'N' AND WS-CAND-COUNT < 4
               ADD 1 TO WS-CAND-COUNT
               MOVE WS-RANK-ENGINE TO WS-CAND-ENGINE(WS-CAND-COUNT)
               MOVE WS-RANK-PRI TO WS-CAND-PRI(WS-CAND-COUNT)
           END-IF.

       LOAD-LEGALITY-STATE.
      *    Read once per tick: the seat's position and facing from
      *    the grid record (DOOMEXEC's facing, DOOMMV's position),
      *    the level's rows from LEVEL, and the weapon in hand and
      *    the ownership mask from the frame's ammo record
      *    (DOOMEXEC's WEAPON test). The pools are DOOMCBT's
      *    CHECK-AMMO-POOL ones - the ammo record's for seat 1, the
      *    seat's own grid pools for seat 2, which carries no ammo
      *    record. A file that isn't there switches its part of the
      *    check off - nothing is passed over on a rule that can't
      *    be judged.
           MOVE 'N' TO WS-MAP-VALID
           MOVE 'N' TO WS-AMMO-VALID
           MOVE 'N' TO WS-GRID-READ
           MOVE SPACES TO WS-WALL-MAP-ARRAY
           OPEN INPUT GRID-STATE
           IF NOT GRID-MISSING
               READ GRID-STATE
                   NOT AT END
                       MOVE 'Y' TO WS-GRID-READ
                       IF WS-ARB-SEAT = 2
                           MOVE GRID-PLAYER2-X TO WS-START-X
                           MOVE GRID-PLAYER2-Y TO WS-START-Y
                           MOVE GRID-PLAYER2-FACING
                               TO WS-START-FACING
                           MOVE GRID-P2-BULLETS TO WS-SEAT-BULLETS
                           MOVE GRID-P2-SHELLS TO WS-SEAT-SHELLS
                           MOVE GRID-P2-CELLS TO WS-SEAT-CELLS
                           MOVE GRID-P2-ROCKETS TO WS-SEAT-ROCKETS
                       ELSE
                           MOVE GRID-PLAYER-X TO WS-START-X
                           MOVE GRID-PLAYER-Y TO WS-START-Y
                           MOVE GRID-PLAYER-FACING TO WS-START-FACING
                       END-IF
                       OPEN INPUT WALL-MAP
                       IF NOT WALLMAP-MISSING
                           PERFORM LOAD-WALL-MAP-BLOCK
                           MOVE 'Y' TO WS-MAP-VALID
                           CLOSE WALL-MAP
                       END-IF
               END-READ
               CLOSE GRID-STATE
           END-IF

           OPEN INPUT RICH-STATE
           IF NOT RICH-MISSING
               MOVE 3 TO WS-RS-REL-KEY
               READ RICH-STATE INTO AMMUNITION-RECORD
                   INVALID KEY MOVE SPACES TO AMMO-RECORD-TYPE
               END-READ
               IF VALID-AMMO-REC
                   MOVE 'Y' TO WS-AMMO-VALID
                   IF WS-ARB-SEAT = 1
                       MOVE AMMO-BULLETS TO WS-SEAT-BULLETS
                       MOVE AMMO-SHELLS TO WS-SEAT-SHELLS
                       MOVE AMMO-CELLS TO WS-SEAT-CELLS
                       MOVE AMMO-ROCKETS TO WS-SEAT-ROCKETS
                   ELSE
                       IF WS-GRID-READ = 'N'
                           MOVE 'N' TO WS-AMMO-VALID
                       END-IF
                   END-IF
               END-IF
               CLOSE RICH-STATE
           END-IF.

       LOAD-WALL-MAP-BLOCK.
           PERFORM READ-LEVEL-DIMS
           PERFORM VARYING WS-WALL-I FROM 1 BY 1
                   UNTIL WS-WALL-I > WS-MAP-ROWS
               COMPUTE WS-WALL-REL-KEY =
                   (GRID-STATE-LEVEL - 1) * 30 + WS-WALL-I
               READ WALL-MAP
                   INVALID KEY EXIT PERFORM
               END-READ
               MOVE WALL-MAP-REC TO WS-WALL-MAP-ROW(WS-WALL-I)
           END-PERFORM.

       READ-LEVEL-DIMS.
      *    The level's actual shape - no record keeps the classic
      *    20x40, same defaulting every map reader applies.
           MOVE 20 TO WS-MAP-ROWS
           MOVE 40 TO WS-MAP-COLS
           OPEN INPUT LEVEL-DIMS
           IF WS-LDM-STATUS = '00'
               MOVE GRID-STATE-LEVEL TO WS-LDM-REL-KEY
               READ LEVEL-DIMS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF LDM-ROWS IS NUMERIC AND LDM-ROWS >= 3
                          AND LDM-ROWS <= 30
                           MOVE LDM-ROWS TO WS-MAP-ROWS
                       END-IF
                       IF LDM-COLS IS NUMERIC AND LDM-COLS >= 3
                          AND LDM-COLS <= 60
                           MOVE LDM-COLS TO WS-MAP-COLS
                       END-IF
               END-READ
               CLOSE LEVEL-DIMS
           END-IF.

       CHECK-CANDIDATE-SET.
      *    The candidate's file is walked the way DOOMEXEC takes it,
      *    with facing, position and weapon carried forward so a
      *    TURN or WEAPON early in a set counts for what follows.
      *    DOOMCBT resolves the set's first SHOOT after DOOMEXEC
      *    has applied everything else, so the pool is judged last,
      *    against the weapon the set leaves in hand.
           MOVE 'Y' TO WS-SET-LEGAL
           MOVE SPACES TO WS-PASS-REASON
           MOVE ZERO TO WS-PASS-TICK
           MOVE 'N' TO WS-CHK-SHOT-SEEN
           MOVE WS-START-X TO WS-CHK-X
           MOVE WS-START-Y TO WS-CHK-Y
           MOVE WS-START-FACING TO WS-CHK-FACING
           MOVE ZERO TO WS-CHK-WEAPON
           IF WS-AMMO-VALID = 'Y'
               MOVE CURRENT-WEAPON TO WS-CHK-WEAPON
           END-IF

           EVALUATE WS-CAND-ENGINE(WS-CAND-I)
               WHEN 'AI2 '
                   OPEN INPUT AI2-COMMANDS
                   IF NOT AI2-MISSING
                       PERFORM UNTIL AI2-EOF OR WS-SET-LEGAL = 'N'
                           READ AI2-COMMANDS INTO DOOM-COMMAND-RECORD
                               AT END SET AI2-EOF TO TRUE
                               NOT AT END PERFORM CHECK-ONE-COMMAND
                           END-READ
                       END-PERFORM
                       CLOSE AI2-COMMANDS
                   END-IF
               WHEN 'TACT'
                   OPEN INPUT TACT-COMMANDS
                   IF NOT TACT-MISSING
                       PERFORM UNTIL TACT-EOF OR WS-SET-LEGAL = 'N'
                           READ TACT-COMMANDS INTO DOOM-COMMAND-RECORD
                               AT END SET TACT-EOF TO TRUE
                               NOT AT END PERFORM CHECK-ONE-COMMAND
                           END-READ
                       END-PERFORM
                       CLOSE TACT-COMMANDS
                   END-IF
               WHEN 'PATH'
                   OPEN INPUT PATH-COMMANDS
                   IF NOT PATH-MISSING
                       PERFORM UNTIL PATH-EOF OR WS-SET-LEGAL = 'N'
                           READ PATH-COMMANDS INTO DOOM-COMMAND-RECORD
                               AT END SET PATH-EOF TO TRUE
                               NOT AT END PERFORM CHECK-ONE-COMMAND
                           END-READ
                       END-PERFORM
                       CLOSE PATH-COMMANDS
                   END-IF
               WHEN 'AI1 '
                   OPEN INPUT AI1-COMMANDS
                   IF NOT AI1-MISSING
                       PERFORM UNTIL AI1-EOF OR WS-SET-LEGAL = 'N'
                           READ AI1-COMMANDS INTO DOOM-COMMAND-RECORD
                               AT END SET AI1-EOF TO TRUE
                               NOT AT END PERFORM CHECK-ONE-COMMAND
                           END-READ
                       END-PERFORM
                       CLOSE AI1-COMMANDS
                   END-IF
           END-EVALUATE

           IF WS-SET-LEGAL = 'Y' AND WS-CHK-SHOT-SEEN = 'Y'
               PERFORM CHECK-SHOOT-LEGAL
           END-IF.

       CHECK-ONE-COMMAND.
      *    Free-text lines (AI1's legacy output) are skipped by the
      *    appliers and skipped here.
           IF VALID-CMD-REC
               IF WS-PASS-TICK = ZERO AND CMD-TIMESTAMP IS NUMERIC
                   MOVE CMD-TIMESTAMP TO WS-PASS-TICK
               END-IF
               EVALUATE TRUE
                   WHEN CMD-MOVE
                       PERFORM CHECK-MOVE-LEGAL
                   WHEN CMD-TURN
                       PERFORM TURN-CHECK-FACING
                   WHEN CMD-WEAPON
                       PERFORM CHECK-WEAPON-LEGAL
                   WHEN CMD-SHOOT
                       MOVE 'Y' TO WS-CHK-SHOT-SEEN
               END-EVALUATE
           END-IF.

       CHECK-MOVE-LEGAL.
      *    DOOMEXEC's step count and heading against DOOMMV's bounds
      *    and '#' test. Only a first step into a wall wastes the
      *    command - a longer MOVE that stops short still gets
      *    somewhere, and the walk carries on as far as it would.
           IF WS-MAP-VALID = 'Y'
               COMPUTE WS-CHK-STEPS = CMD-VALUE / 10
               IF WS-CHK-STEPS < 1
                   MOVE 1 TO WS-CHK-STEPS
               END-IF
               IF WS-CHK-STEPS > 10
                   MOVE 10 TO WS-CHK-STEPS
               END-IF
               PERFORM DERIVE-CHECK-DIRECTION
                   THRU DERIVE-CHECK-DIRECTION-EXIT
               MOVE 'N' TO WS-CHK-BLOCKED
               PERFORM VARYING WS-CHK-STEP FROM 1 BY 1
                       UNTIL WS-CHK-STEP > WS-CHK-STEPS
                          OR WS-CHK-BLOCKED = 'Y'
                   PERFORM CHECK-ONE-STEP
               END-PERFORM
           END-IF.

       CHECK-ONE-STEP.
           MOVE WS-CHK-X TO WS-CHK-NEW-X
           MOVE WS-CHK-Y TO WS-CHK-NEW-Y
           EVALUATE WS-CHK-DIR
               WHEN 'N'  SUBTRACT 1 FROM WS-CHK-NEW-Y
               WHEN 'S'  ADD 1 TO WS-CHK-NEW-Y
               WHEN 'E'  ADD 1 TO WS-CHK-NEW-X
               WHEN 'W'  SUBTRACT 1 FROM WS-CHK-NEW-X
           END-EVALUATE
           IF WS-CHK-NEW-X < 1 OR WS-CHK-NEW-X > WS-MAP-COLS
              OR WS-CHK-NEW-Y < 1 OR WS-CHK-NEW-Y > WS-MAP-ROWS
               MOVE 'Y' TO WS-CHK-BLOCKED
           ELSE
               IF WS-WALL-MAP-CELL(WS-CHK-NEW-Y, WS-CHK-NEW-X) = '#'
                   MOVE 'Y' TO WS-CHK-BLOCKED
               END-IF
           END-IF
           IF WS-CHK-BLOCKED = 'Y'
               IF WS-CHK-STEP = 1
                   MOVE 'N' TO WS-SET-LEGAL
                   MOVE 'MOVE INTO WALL' TO WS-PASS-REASON
               END-IF
           ELSE
      *        DOOMMV turns the player to face the way it stepped.
               MOVE WS-CHK-NEW-X TO WS-CHK-X
               MOVE WS-CHK-NEW-Y TO WS-CHK-Y
               MOVE WS-CHK-DIR TO WS-CHK-FACING
           END-IF.

       DERIVE-CHECK-DIRECTION.
      *    DOOMEXEC's DERIVE-ABSOLUTE-DIRECTION - a route planner's
      *    absolute heading as-is, anything else relative to facing.
           EVALUATE CMD-DIRECTION
               WHEN 'NORTH   '
                   MOVE 'N' TO WS-CHK-DIR
                   GO TO DERIVE-CHECK-DIRECTION-EXIT
               WHEN 'SOUTH   '
                   MOVE 'S' TO WS-CHK-DIR
                   GO TO DERIVE-CHECK-DIRECTION-EXIT
               WHEN 'EAST    '
                   MOVE 'E' TO WS-CHK-DIR
                   GO TO DERIVE-CHECK-DIRECTION-EXIT
               WHEN 'WEST    '
                   MOVE 'W' TO WS-CHK-DIR
                   GO TO DERIVE-CHECK-DIRECTION-EXIT
           END-EVALUATE

           EVALUATE WS-CHK-FACING
               WHEN 'N'
                   EVALUATE TRUE
                       WHEN DIR-FORWARD MOVE 'N' TO WS-CHK-DIR
                       WHEN DIR-BACK    MOVE 'S' TO WS-CHK-DIR
                       WHEN DIR-LEFT    MOVE 'W' TO WS-CHK-DIR
                       WHEN OTHER       MOVE 'E' TO WS-CHK-DIR
                   END-EVALUATE
               WHEN 'S'
                   EVALUATE TRUE
                       WHEN DIR-FORWARD MOVE 'S' TO WS-CHK-DIR
                       WHEN DIR-BACK    MOVE 'N' TO WS-CHK-DIR
                       WHEN DIR-LEFT    MOVE 'E' TO WS-CHK-DIR
                       WHEN OTHER       MOVE 'W' TO WS-CHK-DIR
                   END-EVALUATE
               WHEN 'E'
                   EVALUATE TRUE
                       WHEN DIR-FORWARD MOVE 'E' TO WS-CHK-DIR
                       WHEN DIR-BACK    MOVE 'W' TO WS-CHK-DIR
                       WHEN DIR-LEFT    MOVE 'N' TO WS-CHK-DIR
                       WHEN OTHER       MOVE 'S' TO WS-CHK-DIR
                   END-EVALUATE
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN DIR-FORWARD MOVE 'W' TO WS-CHK-DIR
                       WHEN DIR-BACK    MOVE 'E' TO WS-CHK-DIR
                       WHEN DIR-LEFT    MOVE 'S' TO WS-CHK-DIR
                       WHEN OTHER       MOVE 'N' TO WS-CHK-DIR
                   END-EVALUATE
           END-EVALUATE.

       DERIVE-CHECK-DIRECTION-EXIT.
           EXIT.

       TURN-CHECK-FACING.
      *    DOOMEXEC's ROTATE-FACING - one quarter turn either way.
           IF DIR-LEFT
               EVALUATE WS-CHK-FACING
                   WHEN 'N'  MOVE 'W' TO WS-CHK-FACING
                   WHEN 'W'  MOVE 'S' TO WS-CHK-FACING
                   WHEN 'S'  MOVE 'E' TO WS-CHK-FACING
                   WHEN OTHER MOVE 'N' TO WS-CHK-FACING
               END-EVALUATE
           ELSE
               EVALUATE WS-CHK-FACING
                   WHEN 'N'  MOVE 'E' TO WS-CHK-FACING
                   WHEN 'E'  MOVE 'S' TO WS-CHK-FACING
                   WHEN 'S'  MOVE 'W' TO WS-CHK-FACING
                   WHEN OTHER MOVE 'N' TO WS-CHK-FACING
               END-EVALUATE
           END-IF.

       CHECK-WEAPON-LEGAL.
      *    DOOMEXEC's ownership test - an all-spaces mask predates
      *    tracking and owns everything; a number past the mask's
      *    eight slots names no weapon that can be held.
           IF WS-AMMO-VALID = 'Y'
               MOVE CMD-VALUE TO WS-CHK-WANT
               MOVE 'N' TO WS-CHK-OWNED
               IF AMMO-WEAPONS-OWNED = SPACES
                   MOVE 'Y' TO WS-CHK-OWNED
               ELSE
                   IF WS-CHK-WANT < 8
                       IF AMMO-WEAPON-OWNED(WS-CHK-WANT + 1) = 'Y'
                           MOVE 'Y' TO WS-CHK-OWNED
                       END-IF
                   END-IF
               END-IF
               IF WS-CHK-OWNED = 'Y'
                   MOVE WS-CHK-WANT TO WS-CHK-WEAPON
               ELSE
                   MOVE 'N' TO WS-SET-LEGAL
                   MOVE 'WEAPON NOT OWNED' TO WS-PASS-REASON
               END-IF
           END-IF.

       CHECK-SHOOT-LEGAL.
      *    DOOMCBT's CHECK-AMMO-POOL mapping: fist and chainsaw
      *    never run dry, the shotgun draws shells, the launcher
      *    rockets, plasma and BFG cells, everything else bullets -
      *    from the pools of the seat that will fire.
           IF WS-AMMO-VALID = 'Y'
               EVALUATE WS-CHK-WEAPON
                   WHEN 0
                   WHEN 7
                       MOVE 1 TO WS-CHK-POOL
                   WHEN 2
                       MOVE WS-SEAT-SHELLS TO WS-CHK-POOL
                   WHEN 4
                       MOVE WS-SEAT-ROCKETS TO WS-CHK-POOL
                   WHEN 5
                   WHEN 6
                       MOVE WS-SEAT-CELLS TO WS-CHK-POOL
                   WHEN OTHER
                       MOVE WS-SEAT-BULLETS TO WS-CHK-POOL
               END-EVALUATE
               IF WS-CHK-POOL = ZERO
                   MOVE 'N' TO WS-SET-LEGAL
                   MOVE 'SHOOT ON EMPTY POOL' TO WS-PASS-REASON
               END-IF
           END-IF.

       LOG-PASSED-OVER.
      *    DOOMGRDE counts these lines against the engine named in
      *    the third word.
           OPEN EXTEND LOG-FILE
           MOVE SPACES TO WS-LOG-MSG
           STRING 'PASSED OVER ' DELIMITED BY SIZE
                  WS-CAND-ENGINE(WS-CAND-I) DELIMITED BY SPACE
                  ' - ' DELIMITED BY SIZE
                  WS-PASS-REASON DELIMITED BY SIZE
                  INTO WS-LOG-MSG
           MOVE WS-LOG-MSG TO LOG-RECORD
           WRITE LOG-RECORD
           CLOSE LOG-FILE

           MOVE WS-LOG-MSG(1:60) TO WS-JP-TEXT
           MOVE WS-PASS-TICK TO WS-JP-TICK
           CALL 'DOOMJRNL' USING WS-JRNL-PARM.

       COPY-WINNER-COMMANDS.
           OPEN OUTPUT OUT-COMMANDS

                   MOVE 'WAIT' TO CMD-ACTION
                   MOVE 0010 TO CMD-VALUE
                   MOVE 1 TO CMD-PRIORITY
                   IF WS-ALL-PASSED = 'Y'
                       MOVE "NO LEGAL ENGINE SET" TO CMD-REASON
                   ELSE
                       MOVE "NO ENGINE OUTPUT" TO CMD-REASON
                   END-IF
                   MOVE 'ARB     ' TO CMD-ENGINE-ID
                   MOVE DOOM-COMMAND-RECORD TO OUT-RECORD
                   WRITE OUT-RECORD
           CLOSE OUT-COMMANDS.

       LOG-DECISION.
      *    An override names its supervisor after the priority, so
      *    the readers of the first four words see the line as ever.
           MOVE SPACES TO WS-WIN-BY
           IF WS-WINNER = 'OPER'
               STRING ' BY ' DELIMITED BY SIZE
                      WS-OVERRIDE-BY DELIMITED BY SIZE
                      INTO WS-WIN-BY
           END-IF
           OPEN EXTEND LOG-FILE
           MOVE SPACES TO WS-LOG-MSG
           STRING 'ARBITRATION WINNER: ' DELIMITED BY SIZE
                  WS-WINNER DELIMITED BY SIZE
                  ' PRIORITY: ' DELIMITED BY SIZE
                  WS-WIN-PRI DELIMITED BY SIZE
                  WS-WIN-BY DELIMITED BY SIZE
                  INTO WS-LOG-MSG
           MOVE WS-LOG-MSG TO LOG-RECORD
           WRITE LOG-RECORD
