      * block back out for editing, and validates a level before it
      * goes live: enclosing border walls, at least one reachable
      * exit tile, the 2,2 arrival cell DOOMMV's level-transition
      * lands on left open, only legal cell characters, a catalog
      * objective the level's manifest and map can meet, and a key
      * order that actually opens the way - red, yellow and blue
      * doors give only to their own key (from the map or laid by
      * the manifest), switches open what DOOM.SWITCHMAP wires them
      * to, and the report lists the keys and switches in the order
      * that reaches the exit or shows where the search deadlocked.
      * A catalog secret level gets the same proof for its 'Z'.
      * PARM: function I(mport)/E(xport)/V(alidate) + level number.
      * Findings go to DOOM.LEVLRPT; RETURN-CODE 8 = map rejected,
      * 12 = file trouble.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-META-STATUS.

      *    Population manifest, read during validation - a kill
      *    objective needs the monsters it asks for actually placed
      *    on the level.
           SELECT MANIFEST-FILE ASSIGN TO 'DOOM.MANIFEST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

      *    Per-level grid dimensions, keyed by level number - the
      *    import derives and writes them, every other map reader
      *    honors them.
       FD  LEVEL-META.
       COPY DOOMLVM.

       FD  MANIFEST-FILE.
       COPY DOOMMAN.

       FD  LEVEL-DIMS.
       COPY DOOMLDM.

       01  REPORT-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.
      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged on open before any record of it is used.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMLEVL'.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.
       01  WS-VER-HOLD             PIC X(80).
       01  WS-SWITCH-STATUS   PIC XX.
           88  SWITCHMAP-MISSING  VALUE '35'.
           88  SWITCHMAP-EOF      VALUE '10'.
           05  WS-META-NEXT       PIC 99.
           05  WS-META-SECRET     PIC 99.
           05  WS-META-CHECK      PIC 99.
           05  WS-META-OBJECTIVE  PIC X.
           05  WS-META-OBJ-TARGET PIC 9(5).
       01  WS-MANIFEST-STATUS PIC XX.
           88  MANIFEST-MISSING   VALUE '35'.
           88  MANIFEST-EOF       VALUE '10'.
      *    What the manifest and map offer a level objective.
       01  WS-OBJECTIVE-WORK.
           05  WS-OBJ-MONSTERS    PIC 9(3).
           05  WS-OBJ-OF-TYPE     PIC 9(3).
           05  WS-OBJ-KEYS        PIC 9(3).
       01  WS-LEVEL-REL-KEY   PIC 9(4).
       01  WS-LEVEL-STATUS    PIC XX.
           88  LEVEL-FILE-MISSING  VALUE '35'.
           05  WS-TRY-Y           PIC S99.
           05  WS-EXIT-REACHED    PIC X VALUE 'N'.

      *    Solvability search over position and keys held. The base
      *    map is the level as a player meets it - manifest keycards
      *    laid onto plain floor the way DOOMSPWN lays them; the
      *    working map is the base with the thrown switches' doors
      *    opened. Keys and thrown switches only ever add passage,
      *    so each round floods from 2,2 with what is held, takes
      *    every new key and switch the flood touched, and goes
      *    again - until the goal exit is reached or a round gains
      *    nothing, which is the deadlock.
       01  WS-SOLVE-BASE.
           05  WS-BASE-ROW OCCURS 30 TIMES.
               10  WS-BASE-CELL OCCURS 60 TIMES PIC X.
       01  WS-SOLVE-ARRAY.
           05  WS-SOLVE-ROW OCCURS 30 TIMES.
               10  WS-SOLVE-CELL OCCURS 60 TIMES PIC X.
       01  WS-KEY-NAME-VALUES.
           05  FILLER             PIC X(6) VALUE 'RED'.
           05  FILLER             PIC X(6) VALUE 'YELLOW'.
           05  FILLER             PIC X(6) VALUE 'BLUE'.
       01  WS-KEY-NAMES REDEFINES WS-KEY-NAME-VALUES.
           05  WS-KEY-NAME        PIC X(6) OCCURS 3 TIMES.
       01  WS-SOLVE-WORK.
           05  WS-SOLVE-GOAL      PIC X.
           05  WS-SOLVE-DONE      PIC X.
           05  WS-SOLVE-MET       PIC X.
           05  WS-SOLVE-AT-GOAL   PIC X.
           05  WS-SOLVE-GAINED    PIC X.
           05  WS-HELD-KEY        PIC X OCCURS 3 TIMES.
           05  WS-THROWN          PIC X OCCURS 20 TIMES.
           05  WS-CARDS-TOTAL     PIC 999.
           05  WS-CARDS-REACHED   PIC 999.
           05  WS-KEY-IX          PIC 9.
           05  WS-NEAR-SEEN       PIC X.
           05  WS-ORDER-PTR       PIC 99.
           05  WS-X-EXITS         PIC 9(4).
           05  WS-Z-EXITS         PIC 9(4).
      *    Keys taken and switches thrown, in the order taken.
       01  WS-SOLVE-STEPS.
           05  WS-STEP-COUNT      PIC 99.
           05  WS-STEP-TEXT       PIC X(60) OCCURS 23 TIMES.
       01  WS-GOAL-NAME           PIC X(25).

       01  WS-INDICES.
           05  WS-I               PIC 99.
           05  WS-J               PIC 99.
           PERFORM CHECK-SWITCH-TARGETS
           PERFORM CHECK-TELEPORTER-PAIRED
           PERFORM CHECK-META-TARGETS
           PERFORM PREPARE-SOLVE-MAP
           PERFORM CHECK-LEVEL-OBJECTIVE
           PERFORM CHECK-EXIT-REACHABLE
           PERFORM CHECK-KEY-SOLVABLE
           IF WS-ERROR-COUNT > ZERO
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
                       WHEN 'R'
                       WHEN '~'
                       WHEN '^'
                       WHEN 'H'
                       WHEN 'E'
                       WHEN 'V'
                       WHEN 'K'
                       WHEN '1'
                       WHEN '2'
                       WHEN '3'
      *    player on LOAD-MAP's INVALID KEY.
           MOVE ZERO TO WS-META-NEXT
           MOVE ZERO TO WS-META-SECRET
           MOVE SPACE TO WS-META-OBJECTIVE
           MOVE ZERO TO WS-META-OBJ-TARGET
           MOVE '00' TO WS-META-STATUS
           OPEN INPUT LEVEL-META
           IF META-MISSING
               CONTINUE
           ELSE
               PERFORM CHECK-LEVELMETA-VERSION
               IF WS-VP-ACCEPTED
                   PERFORM UNTIL META-EOF
                       READ LEVEL-META
                           AT END SET META-EOF TO TRUE
                           NOT AT END
                               IF LVM-LEVEL = WS-LEVEL-NUM
                                   IF LVM-NEXT-LEVEL IS NUMERIC
                                       MOVE LVM-NEXT-LEVEL
                                           TO WS-META-NEXT
                                   END-IF
                                   IF LVM-SECRET-LEVEL IS NUMERIC
                                       MOVE LVM-SECRET-LEVEL
                                           TO WS-META-SECRET
                                   END-IF
                                   MOVE LVM-OBJECTIVE
                                       TO WS-META-OBJECTIVE
                                   IF LVM-OBJ-TARGET IS NUMERIC
                                       MOVE LVM-OBJ-TARGET
                                           TO WS-META-OBJ-TARGET
                                   END-IF
                               END-IF
                       END-READ
                       IF NOT META-EOF AND WS-META-STATUS NOT = '00'
                           SET META-EOF TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE LEVEL-META
           END-IF
           IF WS-META-NEXT > ZERO
               CLOSE LEVEL-DATA
           END-IF.

       CHECK-LEVEL-OBJECTIVE.
      *    The objective the catalog record read by
      *    CHECK-META-TARGETS sets - one the level can never meet
      *    would hold DOOMMV's exits shut for good.
           EVALUATE WS-META-OBJECTIVE
               WHEN SPACE
               WHEN 'E'
                   CONTINUE
               WHEN 'K'
                   PERFORM COUNT-OBJECTIVE-PLACEMENTS
                   IF WS-OBJ-MONSTERS = ZERO
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE 'KILL-ALL OBJECTIVE BUT THE MANIFEST PLACES
      -                    ' NO MONSTERS' TO WS-REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               WHEN 'T'
                   IF WS-META-OBJ-TARGET < 1 OR WS-META-OBJ-TARGET > 9
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING 'KILL-TYPE OBJECTIVE NAMES TYPE '
                                  DELIMITED BY SIZE
                              WS-META-OBJ-TARGET DELIMITED BY SIZE
                              ' WHICH IS NO MONSTER TYPE'
                                  DELIMITED BY SIZE
                              INTO WS-REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                   ELSE
                       PERFORM COUNT-OBJECTIVE-PLACEMENTS
                       IF WS-OBJ-OF-TYPE = ZERO
                           ADD 1 TO WS-ERROR-COUNT
                           MOVE SPACES TO WS-REPORT-LINE
                           STRING 'KILL-TYPE OBJECTIVE BUT THE MANIFEST
      -                        ' PLACES NO TYPE ' DELIMITED BY SIZE
                                  WS-META-OBJ-TARGET(4:2)
                                      DELIMITED BY SIZE
                                  INTO WS-REPORT-LINE
                           PERFORM WRITE-REPORT-LINE
                       END-IF
                   END-IF
               WHEN 'C'
      *            Manifest keycards count - they are laid onto the
      *            map the moment the level spawns.
                   MOVE ZERO TO WS-OBJ-KEYS
                   PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > WS-MAP-ROWS
                       PERFORM VARYING WS-J FROM 1 BY 1
                               UNTIL WS-J > WS-MAP-COLS
                           IF WS-BASE-CELL(WS-I, WS-J) = '1'
                              OR WS-BASE-CELL(WS-I, WS-J) = '2'
                              OR WS-BASE-CELL(WS-I, WS-J) = '3'
                               ADD 1 TO WS-OBJ-KEYS
                           END-IF
                       END-PERFORM
                   END-PERFORM
                   IF WS-OBJ-KEYS = ZERO
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE 'COLLECT-KEYS OBJECTIVE BUT THE MAP HOLDS NO
      -                    ' KEYCARDS' TO WS-REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               WHEN 'S'
                   IF WS-META-OBJ-TARGET = ZERO
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE 'SURVIVE OBJECTIVE WITH NO TICK COUNT'
                           TO WS-REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'UNKNOWN LEVEL OBJECTIVE ' DELIMITED BY SIZE
                          WS-META-OBJECTIVE DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
           END-EVALUATE.

       COUNT-OBJECTIVE-PLACEMENTS.
           MOVE ZERO TO WS-OBJ-MONSTERS
           MOVE ZERO TO WS-OBJ-OF-TYPE
           MOVE '00' TO WS-MANIFEST-STATUS
           OPEN INPUT MANIFEST-FILE
           IF MANIFEST-MISSING
               CONTINUE
           ELSE
               PERFORM CHECK-MANIFEST-VERSION
               IF WS-VP-ACCEPTED
                   PERFORM UNTIL MANIFEST-EOF
                       READ MANIFEST-FILE
                           AT END SET MANIFEST-EOF TO TRUE
                           NOT AT END
                               IF MAN-LEVEL = WS-LEVEL-NUM
                                  AND MAN-MONSTER
                                   ADD 1 TO WS-OBJ-MONSTERS
                                   IF MAN-TYPE = WS-META-OBJ-TARGET
                                       ADD 1 TO WS-OBJ-OF-TYPE
                                   END-IF
                               END-IF
                       END-READ
                       IF NOT MANIFEST-EOF
                          AND WS-MANIFEST-STATUS NOT = '00'
                           SET MANIFEST-EOF TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE MANIFEST-FILE
           END-IF.

       CHECK-EXIT-REACHABLE.
           MOVE 'N' TO WS-EXIT-REACHED
           MOVE ALL 'N' TO WS-SEEN-GRID
               END-IF
           END-IF.

       PREPARE-SOLVE-MAP.
      *    The level as a player meets it: the map, plus whatever
      *    keycards the manifest lays onto its plain floor.
           MOVE WS-MAP-ARRAY TO WS-SOLVE-BASE
           MOVE '00' TO WS-MANIFEST-STATUS
           OPEN INPUT MANIFEST-FILE
           IF MANIFEST-MISSING
               CONTINUE
           ELSE
               PERFORM CHECK-MANIFEST-VERSION
               IF WS-VP-ACCEPTED
                   PERFORM UNTIL MANIFEST-EOF
                       READ MANIFEST-FILE
                           AT END SET MANIFEST-EOF TO TRUE
                           NOT AT END
                               IF MAN-LEVEL = WS-LEVEL-NUM
                                  AND MAN-KEYCARD
                                   PERFORM LAY-MANIFEST-KEYCARD
                               END-IF
                       END-READ
                       IF NOT MANIFEST-EOF
                          AND WS-MANIFEST-STATUS NOT = '00'
                           SET MANIFEST-EOF TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE MANIFEST-FILE
           END-IF.

       LAY-MANIFEST-KEYCARD.
           IF MAN-TYPE IS NUMERIC AND MAN-TYPE >= 1 AND MAN-TYPE <= 3
              AND MAN-X IS NUMERIC AND MAN-Y IS NUMERIC
              AND MAN-X >= 1 AND MAN-X <= WS-MAP-COLS
              AND MAN-Y >= 1 AND MAN-Y <= WS-MAP-ROWS
               IF WS-BASE-CELL(MAN-Y, MAN-X) = '.'
                   MOVE MAN-TYPE(2:1) TO WS-BASE-CELL(MAN-Y, MAN-X)
               END-IF
           END-IF.

       CHECK-KEY-SOLVABLE.
      *    The plain flood above already failed a level with no
      *    exit at all - the keyed proof only adds to a level that
      *    passed it. A catalog secret level needs its 'Z' proved
      *    the same way; a 'Z' with no secret level behaves as the
      *    normal exit and is proved with it. A level left only by
      *    its secret exit has no normal exit to prove.
           MOVE ZERO TO WS-X-EXITS
           MOVE ZERO TO WS-Z-EXITS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MAP-ROWS
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-MAP-COLS
                   IF WS-MAP-CELL(WS-I, WS-J) = 'X'
                       ADD 1 TO WS-X-EXITS
                   END-IF
                   IF WS-MAP-CELL(WS-I, WS-J) = 'Z'
                       ADD 1 TO WS-Z-EXITS
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-EXIT-REACHED = 'Y'
              AND (WS-X-EXITS > ZERO OR WS-META-SECRET = ZERO)
               MOVE 'X' TO WS-SOLVE-GOAL
               MOVE 'NORMAL EXIT' TO WS-GOAL-NAME
               PERFORM SOLVE-FOR-GOAL
           END-IF
           IF WS-META-SECRET > ZERO
               IF WS-Z-EXITS = ZERO
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'CATALOG GIVES SECRET LEVEL '
                              DELIMITED BY SIZE
                          WS-META-SECRET DELIMITED BY SIZE
                          ' BUT THE MAP HAS NO Z EXIT' DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   MOVE 'Z' TO WS-SOLVE-GOAL
                   MOVE SPACES TO WS-GOAL-NAME
                   STRING 'SECRET EXIT TO LEVEL ' DELIMITED BY SIZE
                          WS-META-SECRET DELIMITED BY SIZE
                          INTO WS-GOAL-NAME
                   PERFORM SOLVE-FOR-GOAL
               END-IF
           END-IF.

       SOLVE-FOR-GOAL.
           MOVE WS-SOLVE-BASE TO WS-SOLVE-ARRAY
           MOVE 'N' TO WS-HELD-KEY(1) WS-HELD-KEY(2) WS-HELD-KEY(3)
           PERFORM VARYING WS-SW-K FROM 1 BY 1 UNTIL WS-SW-K > 20
               MOVE 'N' TO WS-THROWN(WS-SW-K)
           END-PERFORM
           MOVE ZERO TO WS-STEP-COUNT
           MOVE ZERO TO WS-CARDS-TOTAL
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MAP-ROWS
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-MAP-COLS
                   IF WS-SOLVE-CELL(WS-I, WS-J) = '1'
                      OR WS-SOLVE-CELL(WS-I, WS-J) = '2'
                      OR WS-SOLVE-CELL(WS-I, WS-J) = '3'
                       ADD 1 TO WS-CARDS-TOTAL
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE 'N' TO WS-SOLVE-DONE
           MOVE 'N' TO WS-SOLVE-MET
           PERFORM SOLVE-ONE-ROUND UNTIL WS-SOLVE-DONE = 'Y'
           IF WS-SOLVE-MET = 'Y'
               PERFORM REPORT-SOLVED-ORDER
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               PERFORM REPORT-DEADLOCK
           END-IF.

       SOLVE-ONE-ROUND.
      *    Flood with what is held now; only when the goal is still
      *    out of reach does the round take what the flood touched.
           MOVE ALL 'N' TO WS-SEEN-GRID
           MOVE ZERO TO WS-STACK-TOP
           MOVE 'N' TO WS-SOLVE-AT-GOAL
           MOVE ZERO TO WS-CARDS-REACHED
           ADD 1 TO WS-STACK-TOP
           MOVE 2 TO WS-STACK-X(WS-STACK-TOP)
           MOVE 2 TO WS-STACK-Y(WS-STACK-TOP)
           MOVE 'Y' TO WS-SEEN-CELL(2, 2)
           PERFORM SOLVE-FLOOD-ONE-CELL UNTIL WS-STACK-TOP = ZERO
      *    A collect-keys objective holds both exits shut until every
      *    card is off the floor.
           IF WS-SOLVE-AT-GOAL = 'Y'
              AND (WS-META-OBJECTIVE NOT = 'C'
                   OR WS-CARDS-REACHED = WS-CARDS-TOTAL)
               MOVE 'Y' TO WS-SOLVE-MET
               MOVE 'Y' TO WS-SOLVE-DONE
           ELSE
               MOVE 'N' TO WS-SOLVE-GAINED
               PERFORM SOLVE-TAKE-KEYS
               PERFORM SOLVE-THROW-SWITCHES
               IF WS-SOLVE-GAINED = 'N'
                   MOVE 'Y' TO WS-SOLVE-DONE
               END-IF
           END-IF.

       SOLVE-FLOOD-ONE-CELL.
           MOVE WS-STACK-X(WS-STACK-TOP) TO WS-CUR-X
           MOVE WS-STACK-Y(WS-STACK-TOP) TO WS-CUR-Y
           SUBTRACT 1 FROM WS-STACK-TOP
           MOVE WS-SOLVE-CELL(WS-CUR-Y, WS-CUR-X) TO WS-CELL

      *    Either exit tile ends the walk - stepping on it leaves
      *    the level - whether or not it is the one being proved.
           IF WS-CELL = 'X' OR WS-CELL = 'Z'
               IF WS-CELL = WS-SOLVE-GOAL
                  OR (WS-SOLVE-GOAL = 'X' AND WS-META-SECRET = ZERO)
                   MOVE 'Y' TO WS-SOLVE-AT-GOAL
               END-IF
           ELSE
               IF WS-CELL = '1' OR WS-CELL = '2' OR WS-CELL = '3'
                   ADD 1 TO WS-CARDS-REACHED
               END-IF
               MOVE WS-CUR-X TO WS-TRY-X
               MOVE WS-CUR-Y TO WS-TRY-Y
               SUBTRACT 1 FROM WS-TRY-Y
               PERFORM SOLVE-PUSH-CELL
               MOVE WS-CUR-Y TO WS-TRY-Y
               ADD 1 TO WS-TRY-Y
               PERFORM SOLVE-PUSH-CELL
               MOVE WS-CUR-Y TO WS-TRY-Y
               MOVE WS-CUR-X TO WS-TRY-X
               SUBTRACT 1 FROM WS-TRY-X
               PERFORM SOLVE-PUSH-CELL
               MOVE WS-CUR-X TO WS-TRY-X
               ADD 1 TO WS-TRY-X
               PERFORM SOLVE-PUSH-CELL
               IF WS-CELL = 'T'
                   PERFORM SOLVE-PUSH-PARTNER-PAD
               END-IF
           END-IF.

       SOLVE-PUSH-PARTNER-PAD.
           PERFORM VARYING WS-PAD-I FROM 1 BY 1
                   UNTIL WS-PAD-I > WS-MAP-ROWS
               PERFORM VARYING WS-PAD-J FROM 1 BY 1
                       UNTIL WS-PAD-J > WS-MAP-COLS
                   IF WS-SOLVE-CELL(WS-PAD-I, WS-PAD-J) = 'T'
                      AND (WS-PAD-J NOT = WS-CUR-X
                           OR WS-PAD-I NOT = WS-CUR-Y)
                       MOVE WS-PAD-J TO WS-TRY-X
                       MOVE WS-PAD-I TO WS-TRY-Y
                       PERFORM SOLVE-PUSH-CELL
                   END-IF
               END-PERFORM
           END-PERFORM.

       SOLVE-PUSH-CELL.
      *    Walls and switches are solid; a keyed door gives only to
      *    its own key. A plain door is a USE away.
           IF WS-TRY-X >= 1 AND WS-TRY-X <= WS-MAP-COLS
              AND WS-TRY-Y >= 1 AND WS-TRY-Y <= WS-MAP-ROWS
               IF WS-SEEN-CELL(WS-TRY-Y, WS-TRY-X) NOT = 'Y'
                  AND WS-SOLVE-CELL(WS-TRY-Y, WS-TRY-X) NOT = '#'
                  AND WS-SOLVE-CELL(WS-TRY-Y, WS-TRY-X) NOT = '%'
                  AND WS-SOLVE-CELL(WS-TRY-Y, WS-TRY-X) NOT = '+'
                  AND (WS-SOLVE-CELL(WS-TRY-Y, WS-TRY-X) NOT = '7'
                       OR WS-HELD-KEY(1) = 'Y')
                  AND (WS-SOLVE-CELL(WS-TRY-Y, WS-TRY-X) NOT = '8'
                       OR WS-HELD-KEY(2) = 'Y')
                  AND (WS-SOLVE-CELL(WS-TRY-Y, WS-TRY-X) NOT = '9'
                       OR WS-HELD-KEY(3) = 'Y')
                   MOVE 'Y' TO WS-SEEN-CELL(WS-TRY-Y, WS-TRY-X)
                   ADD 1 TO WS-STACK-TOP
                   MOVE WS-TRY-X TO WS-STACK-X(WS-STACK-TOP)
                   MOVE WS-TRY-Y TO WS-STACK-Y(WS-STACK-TOP)
               END-IF
           END-IF.

       SOLVE-TAKE-KEYS.
      *    Walking onto a card takes it - the first card of each
      *    colour the flood touched is the one the order names.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MAP-ROWS
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-MAP-COLS
                   IF WS-SEEN-CELL(WS-I, WS-J) = 'Y'
                      AND (WS-SOLVE-CELL(WS-I, WS-J) = '1'
                        OR WS-SOLVE-CELL(WS-I, WS-J) = '2'
                        OR WS-SOLVE-CELL(WS-I, WS-J) = '3')
                       MOVE WS-SOLVE-CELL(WS-I, WS-J) TO WS-KEY-IX
                       IF WS-HELD-KEY(WS-KEY-IX) = 'N'
                           MOVE 'Y' TO WS-HELD-KEY(WS-KEY-IX)
                           MOVE 'Y' TO WS-SOLVE-GAINED
                           ADD 1 TO WS-STEP-COUNT
                           MOVE SPACES TO WS-STEP-TEXT(WS-STEP-COUNT)
                           STRING 'TAKE ' DELIMITED BY SIZE
                                  WS-KEY-NAME(WS-KEY-IX)
                                      DELIMITED BY SPACE
                                  ' KEY AT ROW ' DELIMITED BY SIZE
                                  WS-I DELIMITED BY SIZE
                                  ' COL ' DELIMITED BY SIZE
                                  WS-J DELIMITED BY SIZE
                                  INTO WS-STEP-TEXT(WS-STEP-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       SOLVE-THROW-SWITCHES.
      *    A switch is thrown from any open cell beside it. Its door
      *    opens whatever the door's colour - that is the point of
      *    wiring one. CHECK-SWITCH-TARGETS has reported bad wiring.
           PERFORM VARYING WS-SW-K FROM 1 BY 1
                   UNTIL WS-SW-K > WS-SWM-COUNT
               IF WS-THROWN(WS-SW-K) = 'N'
                  AND WS-SWM-SX(WS-SW-K) >= 1
                  AND WS-SWM-SX(WS-SW-K) <= WS-MAP-COLS
                  AND WS-SWM-SY(WS-SW-K) >= 1
                  AND WS-SWM-SY(WS-SW-K) <= WS-MAP-ROWS
                   IF WS-SOLVE-CELL(WS-SWM-SY(WS-SW-K),
                                    WS-SWM-SX(WS-SW-K)) = '%'
                       PERFORM SOLVE-SWITCH-NEAR-SEEN
                       IF WS-NEAR-SEEN = 'Y'
                           PERFORM SOLVE-THROW-ONE-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       SOLVE-SWITCH-NEAR-SEEN.
           MOVE 'N' TO WS-NEAR-SEEN
           MOVE WS-SWM-SX(WS-SW-K) TO WS-TRY-X
           MOVE WS-SWM-SY(WS-SW-K) TO WS-TRY-Y
           SUBTRACT 1 FROM WS-TRY-Y
           PERFORM SOLVE-CHECK-NEAR
           ADD 2 TO WS-TRY-Y
           PERFORM SOLVE-CHECK-NEAR
           SUBTRACT 1 FROM WS-TRY-Y
           SUBTRACT 1 FROM WS-TRY-X
           PERFORM SOLVE-CHECK-NEAR
           ADD 2 TO WS-TRY-X
           PERFORM SOLVE-CHECK-NEAR.

       SOLVE-CHECK-NEAR.
           IF WS-TRY-X >= 1 AND WS-TRY-X <= WS-MAP-COLS
              AND WS-TRY-Y >= 1 AND WS-TRY-Y <= WS-MAP-ROWS
               IF WS-SEEN-CELL(WS-TRY-Y, WS-TRY-X) = 'Y'
                   MOVE 'Y' TO WS-NEAR-SEEN
               END-IF
           END-IF.

       SOLVE-THROW-ONE-SWITCH.
           MOVE 'Y' TO WS-THROWN(WS-SW-K)
           MOVE 'Y' TO WS-SOLVE-GAINED
           MOVE '+' TO WS-SOLVE-CELL(WS-SWM-SY(WS-SW-K),
                                     WS-SWM-SX(WS-SW-K))
           IF WS-SWM-DX(WS-SW-K) >= 1
              AND WS-SWM-DX(WS-SW-K) <= WS-MAP-COLS
              AND WS-SWM-DY(WS-SW-K) >= 1
              AND WS-SWM-DY(WS-SW-K) <= WS-MAP-ROWS
               IF WS-SOLVE-CELL(WS-SWM-DY(WS-SW-K),
                                WS-SWM-DX(WS-SW-K)) = 'D'
                  OR WS-SOLVE-CELL(WS-SWM-DY(WS-SW-K),
                                   WS-SWM-DX(WS-SW-K)) = '7'
                  OR WS-SOLVE-CELL(WS-SWM-DY(WS-SW-K),
                                   WS-SWM-DX(WS-SW-K)) = '8'
                  OR WS-SOLVE-CELL(WS-SWM-DY(WS-SW-K),
                                   WS-SWM-DX(WS-SW-K)) = '9'
                   MOVE '.' TO WS-SOLVE-CELL(WS-SWM-DY(WS-SW-K),
                                             WS-SWM-DX(WS-SW-K))
               END-IF
           END-IF
           ADD 1 TO WS-STEP-COUNT
           MOVE SPACES TO WS-STEP-TEXT(WS-STEP-COUNT)
           STRING 'THROW SWITCH AT ROW ' DELIMITED BY SIZE
                  WS-SWM-SY(WS-SW-K) DELIMITED BY SIZE
                  ' COL ' DELIMITED BY SIZE
                  WS-SWM-SX(WS-SW-K) DELIMITED BY SIZE
                  ' - OPENS ROW ' DELIMITED BY SIZE
                  WS-SWM-DY(WS-SW-K) DELIMITED BY SIZE
                  ' COL ' DELIMITED BY SIZE
                  WS-SWM-DX(WS-SW-K) DELIMITED BY SIZE
                  INTO WS-STEP-TEXT(WS-STEP-COUNT).

       REPORT-SOLVED-ORDER.
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-STEP-COUNT = ZERO
               STRING WS-GOAL-NAME DELIMITED BY '  '
                      ' SOLVABLE - NO KEY OR SWITCH NEEDED'
                          DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               STRING WS-GOAL-NAME DELIMITED BY '  '
                      ' SOLVABLE IN THIS ORDER:' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM REPORT-SOLVE-STEPS
               PERFORM REPORT-KEY-ORDER
           END-IF.

       REPORT-SOLVE-STEPS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-STEP-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ' DELIMITED BY SIZE
                      WS-I DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-STEP-TEXT(WS-I) DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

       REPORT-KEY-ORDER.
      *    The colours alone, in the order the steps take them.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'KEY ORDER:' TO WS-REPORT-LINE
           MOVE 11 TO WS-ORDER-PTR
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-STEP-COUNT
               IF WS-STEP-TEXT(WS-I)(1:5) = 'TAKE '
                   ADD 1 TO WS-ORDER-PTR
                   STRING WS-STEP-TEXT(WS-I)(6:6) DELIMITED BY SPACE
                          INTO WS-REPORT-LINE
                          WITH POINTER WS-ORDER-PTR
               END-IF
           END-PERFORM
           IF WS-ORDER-PTR = 11
               MOVE 'KEY ORDER: NONE - SWITCHES ONLY' TO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

       REPORT-DEADLOCK.
      *    What the last round held, the locked doors on the edge of
      *    where it got to, and the cards it could never reach.
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-GOAL-NAME DELIMITED BY '  '
                  ' DEADLOCKED' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-STEP-COUNT > ZERO
               MOVE '  TAKEN BEFORE THE SEARCH STALLED:'
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM REPORT-SOLVE-STEPS
           END-IF
           IF WS-SOLVE-AT-GOAL = 'Y'
               MOVE '  EXIT REACHED BUT A KEYCARD IS STILL OUT OF REACH
      -            ' - COLLECT-KEYS OBJECTIVE' TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MAP-ROWS
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-MAP-COLS
                   MOVE WS-SOLVE-CELL(WS-I, WS-J) TO WS-CELL
                   EVALUATE WS-CELL
                       WHEN '7'
                       WHEN '8'
                       WHEN '9'
                           PERFORM REPORT-LOCKED-FRONTIER
                       WHEN '1'
                       WHEN '2'
                       WHEN '3'
                           IF WS-SEEN-CELL(WS-I, WS-J) NOT = 'Y'
                               MOVE WS-CELL TO WS-KEY-IX
                               MOVE SPACES TO WS-REPORT-LINE
                               STRING '  ' DELIMITED BY SIZE
                                      WS-KEY-NAME(WS-KEY-IX)
                                          DELIMITED BY SPACE
                                      ' KEY AT ROW ' DELIMITED BY SIZE
                                      WS-I DELIMITED BY SIZE
                                      ' COL ' DELIMITED BY SIZE
                                      WS-J DELIMITED BY SIZE
                                      ' IS OUT OF REACH'
                                          DELIMITED BY SIZE
                                      INTO WS-REPORT-LINE
                               PERFORM WRITE-REPORT-LINE
                           END-IF
                   END-EVALUATE
               END-PERFORM
           END-PERFORM.

       REPORT-LOCKED-FRONTIER.
      *    A locked door beside a cell the flood reached is one the
      *    search stood at without its key.
           MOVE WS-CELL TO WS-KEY-IX
           SUBTRACT 6 FROM WS-KEY-IX
           IF WS-HELD-KEY(WS-KEY-IX) = 'N'
               MOVE 'N' TO WS-NEAR-SEEN
               MOVE WS-J TO WS-TRY-X
               MOVE WS-I TO WS-TRY-Y
               SUBTRACT 1 FROM WS-TRY-Y
               PERFORM SOLVE-CHECK-NEAR
               ADD 2 TO WS-TRY-Y
               PERFORM SOLVE-CHECK-NEAR
               SUBTRACT 1 FROM WS-TRY-Y
               SUBTRACT 1 FROM WS-TRY-X
               PERFORM SOLVE-CHECK-NEAR
               ADD 2 TO WS-TRY-X
               PERFORM SOLVE-CHECK-NEAR
               IF WS-NEAR-SEEN = 'Y'
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  ' DELIMITED BY SIZE
                          WS-KEY-NAME(WS-KEY-IX) DELIMITED BY SPACE
                          ' DOOR AT ROW ' DELIMITED BY SIZE
                          WS-I DELIMITED BY SIZE
                          ' COL ' DELIMITED BY SIZE
                          WS-J DELIMITED BY SIZE
                          ' LOCKED - NO ' DELIMITED BY SIZE
                          WS-KEY-NAME(WS-KEY-IX) DELIMITED BY SPACE
                          ' KEY REACHABLE' DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.

       WRITE-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-RETURN-CODE = ZERO
       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

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

       CHECK-LEVELMETA-VERSION.
      *    The first record is the layout header - DOOMVER judges
      *    it. An empty file leaves the result unset, so nothing
      *    more is read from it.
           MOVE 'V' TO WS-VP-FUNCTION
           MOVE 'DOOM.LEVELMETA' TO WS-VP-FILE-NAME
           MOVE 'DOOMLVM' TO WS-VP-LAYOUT
           MOVE SPACE TO WS-VP-RESULT
           READ LEVEL-META
               NOT AT END
                   MOVE LEVEL-META-RECORD TO WS-VP-HEADER
                   CALL 'DOOMVER' USING WS-VER-PARM
           END-READ.
