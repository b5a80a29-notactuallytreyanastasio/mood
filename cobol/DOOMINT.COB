      * items collected against items placed (both denominators from
      * DOOM.MANIFEST), secrets entered against the '?' cells the
      * map carries (the visited mask says which were walked into),
      * how much of the map the player ever had in sight (from the
      * DOOM.SEEN line-of-sight mask, when one is kept), and elapsed
      * ticks
      * against the level's par from the manifest's 'P' record -
      * and, where the catalog sets the level an objective, whether
      * it was met and on which tick (DOOMGOAL judges it). The
      * report appends to DOOM.INTERMSN so a session's levels stack
      * up in order, in the spirit of DOOMSCOR's report but scoped
      * and judged per level.
      * A level the player has been in before comes back from
      * DOOMLVST as it was left, so ENTITIES carries every visit's
      * kills and pickups and the percentages are judged across all
      * of them; DOOMLVST's figures from the last departure say how
      * much of it was this visit.
      * Monsters and items in a manifest ambush group count in the
      * denominators whether or not their trigger was ever reached.
      * A spawn group that never came out (DOOMAMBH still holds it
      * back) left nothing in ENTITIES: its monsters are simply not
      * killed, its items are not taken, and the report says how
      * many never appeared.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMINT.
               RELATIVE KEY IS WS-VIS-REL-KEY
               FILE STATUS IS WS-VISITED-STATUS.

      *    DOOMSEEN's line-of-sight mask, same keying - any cell it
      *    has marked 'L' or 'S' counts as seen.
           SELECT SEEN-MAP ASSIGN TO 'DOOM.SEEN'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-SEEN-REL-KEY
               FILE STATUS IS WS-SEEN-STATUS.

      *    Per-level grid dimensions - a level with no record reads
      *    as the classic 20x40.
           SELECT LEVEL-DIMS ASSIGN TO 'DOOM.LEVELDIM'
       FD  VISITED-MAP.
       01  VISITED-REC                    PIC X(80).

       FD  SEEN-MAP.
       01  SEEN-REC                       PIC X(80).

       FD  LEVEL-DIMS.
       COPY DOOMLDM.

       01  REPORT-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.
      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged on open before any record of it is used.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMINT '.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.
       01  WS-VER-HOLD             PIC X(80).
       COPY DOOMSTAT.

       01  WS-GAMESTATE-STATUS            PIC XX.
           88  VISITED-MISSING            VALUE '35'.
       01  WS-LEVEL-REL-KEY               PIC 9(4).
       01  WS-VIS-REL-KEY                 PIC 9(4).
       01  WS-SEEN-STATUS                 PIC XX.
           88  SEEN-MISSING               VALUE '35'.
       01  WS-SEEN-REL-KEY                PIC 9(4).
       01  WS-LDM-REL-KEY                 PIC 9(4).
       01  WS-LDM-STATUS                  PIC XX.
           88  DIMS-MISSING               VALUE '35'.
       01  WS-MANIFEST-COUNTS.
           05  WS-MONSTERS-PLACED         PIC 9(3) VALUE ZERO.
           05  WS-ITEMS-PLACED            PIC 9(3) VALUE ZERO.
           05  WS-MONSTERS-HELD           PIC 9(3) VALUE ZERO.
           05  WS-ITEMS-HELD              PIC 9(3) VALUE ZERO.
           05  WS-PAR-TICKS               PIC 9(5) VALUE ZERO.

       01  WS-WORLD-COUNTS.
           05  WS-ITEMS-LEFT              PIC 9(3) VALUE ZERO.
           05  WS-ITEMS-TAKEN             PIC 9(3) VALUE ZERO.

      *    What ENTITIES held the last time the level was left, when
      *    it has been left before - the rest is this visit's.
       01  WS-VISIT-COUNTS.
           05  WS-EARLIER-VISITS          PIC 9(3) VALUE ZERO.
           05  WS-VISIT-NUMBER            PIC 9(3) VALUE ZERO.
           05  WS-DEAD-BEFORE             PIC 9(3) VALUE ZERO.
           05  WS-LEFT-BEFORE             PIC 9(3) VALUE ZERO.
           05  WS-KILLS-THIS-VISIT        PIC 9(3) VALUE ZERO.
           05  WS-TAKEN-THIS-VISIT        PIC 9(3) VALUE ZERO.

       01  WS-PCT-WORK.
           05  WS-KILL-PCT                PIC 999.
           05  WS-ITEM-PCT                PIC 999.
           05  WS-SEC-J                   PIC 99.
           05  WS-SEC-MAP-ROW             PIC X(80).

      *    Map coverage by sight - every non-blank cell of the level
      *    is a cell there was to see. Reported only when the mask is
      *    kept.
       01  WS-SEEN-COUNTS.
           05  WS-SEEN-KEPT               PIC X VALUE 'N'.
           05  WS-CELLS-TOTAL             PIC 9(4) VALUE ZERO.
           05  WS-CELLS-SEEN              PIC 9(4) VALUE ZERO.
           05  WS-SEEN-PCT                PIC 999 VALUE ZERO.

       01  WS-REPORT-LINE                 PIC X(80).

      *    Shaped to match DOOMSCUT's LINKAGE, same local PARM idiom
           05  WS-RP-OLD-ACC       PIC 999.
           05  WS-RP-KILL-BROKEN   PIC X.
           05  WS-RP-OLD-KILL      PIC 999.
           05  WS-RP-FUNCTION      PIC X VALUE 'J'.
       01  WS-ACC-PCT              PIC 999 VALUE ZERO.

      *    Shaped to match DOOMGOAL's LINKAGE - judged against the
      *    finished level while ENTITIES, its map rows and
      *    DOOM.INTLEVEL still describe it.
       01  WS-GOAL-PARM.
           05  WS-GL-LEVEL         PIC 99.
           05  WS-GL-TICK          PIC 9(8).
           05  WS-GL-OBJECTIVE     PIC X.
           05  WS-GL-TARGET        PIC 9(5).
           05  WS-GL-MET           PIC X.
           05  WS-GL-LEFT          PIC 9(5).
           05  WS-GL-MET-TICK      PIC 9(8).
           05  WS-GL-TEXT          PIC X(24).

      *    Shaped to match DOOMJRNL's LINKAGE - the completion line
      *    with its par verdict is what the shift summary buckets.
       01  WS-JRNL-PARM.
           05  WS-JP-TICK          PIC 9(8) VALUE ZERO.
           05  WS-JP-TEXT          PIC X(60).

      *    Shaped to match DOOMAMBH's LINKAGE - a query only, for the
      *    spawn groups the finished level still holds back.
       01  WS-AMBH-PARM.
           05  WS-AB-FUNCTION      PIC X VALUE 'Q'.
           05  WS-AB-LEVEL         PIC 99.
           05  WS-AB-X             PIC 99 VALUE ZERO.
           05  WS-AB-Y             PIC 99 VALUE ZERO.
           05  WS-AB-TICK          PIC 9(8) VALUE ZERO.
           05  WS-AB-RESULT        PIC X.
               88  WS-AB-FOUND     VALUE 'Y'.
           05  WS-AB-COUNT         PIC 99.
           05  WS-AB-GROUPS OCCURS 20 TIMES.
               10  WS-AB-GROUP     PIC 99.
               10  WS-AB-ACTION    PIC X.
       01  WS-G                    PIC 99.
       01  WS-GROUP-HELD           PIC X.

      *    Shaped to match DOOMLVST's LINKAGE - a query only, for the
      *    figures the finished level was last left with.
       01  WS-LVST-PARM.
           05  WS-LV-FUNCTION      PIC X VALUE 'Q'.
           05  WS-LV-LEVEL         PIC 99.
           05  WS-LV-RESULT        PIC X.
               88  WS-LV-FOUND     VALUE 'Y'.
           05  WS-LV-VISITS        PIC 9(3).
           05  WS-LV-MONSTERS-DEAD PIC 9(3).
           05  WS-LV-ITEMS-LEFT    PIC 9(3).
           05  WS-LV-ENTITY-COUNT  PIC 99.
           05  WS-LV-RICH-COUNT    PIC 99.
           05  WS-LV-DOOR-COUNT    PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-CURRENT-LEVEL
           PERFORM READ-LEVEL-NAME
           PERFORM COUNT-MANIFEST-PLACEMENTS
           PERFORM COUNT-WORLD-REMAINS
           PERFORM COUNT-EARLIER-VISITS
           PERFORM COUNT-SECRETS
           PERFORM WRITE-INTERMISSION
           PERFORM STORE-SECRET-COUNTS
           IF META-MISSING
               CONTINUE
           ELSE
               PERFORM CHECK-LEVELMETA-VERSION
               IF WS-VP-ACCEPTED
                   PERFORM UNTIL META-EOF
                       READ LEVEL-META
                           AT END SET META-EOF TO TRUE
                           NOT AT END
                               IF LVM-LEVEL = WS-FINISHED-LEVEL
                                   MOVE LVM-NAME TO WS-LEVEL-NAME
                               END-IF
                       END-READ
                       IF NOT META-EOF AND WS-META-STATUS NOT = '00'
                           SET META-EOF TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE LEVEL-META
           END-IF.

       COUNT-MANIFEST-PLACEMENTS.
           MOVE ZERO TO WS-MONSTERS-PLACED
           MOVE ZERO TO WS-ITEMS-PLACED
           MOVE ZERO TO WS-MONSTERS-HELD
           MOVE ZERO TO WS-ITEMS-HELD
           MOVE ZERO TO WS-PAR-TICKS
           MOVE 'Q' TO WS-AB-FUNCTION
           MOVE WS-FINISHED-LEVEL TO WS-AB-LEVEL
           CALL 'DOOMAMBH' USING WS-AMBH-PARM
           IF NOT WS-AB-FOUND
               MOVE ZERO TO WS-AB-COUNT
           END-IF
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
                               IF MAN-LEVEL = WS-FINISHED-LEVEL
                                   EVALUATE TRUE
                                       WHEN MAN-MONSTER
                                           ADD 1 TO WS-MONSTERS-PLACED
                                           PERFORM CHECK-GROUP-HELD
                                           IF WS-GROUP-HELD = 'Y'
                                               ADD 1
                                                 TO WS-MONSTERS-HELD
                                           END-IF
                                       WHEN MAN-ITEM
                                       WHEN MAN-WEAPON
      *                                    Weapon placements live in the
      *                                    world as 'I' records, so they
      *                                    belong in the items
      *                                    denominator too.
                                           ADD 1 TO WS-ITEMS-PLACED
                                           PERFORM CHECK-GROUP-HELD
                                           IF WS-GROUP-HELD = 'Y'
                                               ADD 1 TO WS-ITEMS-HELD
                                           END-IF
                                       WHEN MAN-PAR
                                           MOVE MAN-PAR-TICKS
                                               TO WS-PAR-TICKS
                                   END-EVALUATE
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

       CHECK-GROUP-HELD.
           MOVE 'N' TO WS-GROUP-HELD
           IF MAN-GROUP IS NUMERIC AND MAN-GROUP > ZERO
               PERFORM VARYING WS-G FROM 1 BY 1
                       UNTIL WS-G > WS-AB-COUNT
                   IF WS-AB-GROUP(WS-G) = MAN-GROUP
                       MOVE 'Y' TO WS-GROUP-HELD
                   END-IF
               END-PERFORM
           END-IF.

       COUNT-WORLD-REMAINS.
               CLOSE ENTITIES
           END-IF

      *    Items an ambush never brought out were never there to
      *    be left or taken.
           IF WS-ITEMS-PLACED > WS-ITEMS-LEFT + WS-ITEMS-HELD
               COMPUTE WS-ITEMS-TAKEN =
                   WS-ITEMS-PLACED - WS-ITEMS-HELD - WS-ITEMS-LEFT
           ELSE
               MOVE ZERO TO WS-ITEMS-TAKEN
           END-IF.

       COUNT-EARLIER-VISITS.
      *    DOOMSPWN puts the level away only after this runs, so the
      *    saved figures are still the ones it was arrived with.
           MOVE ZERO TO WS-EARLIER-VISITS
           MOVE ZERO TO WS-DEAD-BEFORE
           COMPUTE WS-LEFT-BEFORE = WS-ITEMS-PLACED - WS-ITEMS-HELD
           MOVE 'Q' TO WS-LV-FUNCTION
           MOVE WS-FINISHED-LEVEL TO WS-LV-LEVEL
           CALL 'DOOMLVST' USING WS-LVST-PARM
           IF WS-LV-FOUND
               MOVE WS-LV-VISITS TO WS-EARLIER-VISITS
               MOVE WS-LV-MONSTERS-DEAD TO WS-DEAD-BEFORE
               MOVE WS-LV-ITEMS-LEFT TO WS-LEFT-BEFORE
           END-IF
           COMPUTE WS-VISIT-NUMBER = WS-EARLIER-VISITS + 1
           IF WS-MONSTERS-DEAD > WS-DEAD-BEFORE
               COMPUTE WS-KILLS-THIS-VISIT =
                   WS-MONSTERS-DEAD - WS-DEAD-BEFORE
           ELSE
               MOVE ZERO TO WS-KILLS-THIS-VISIT
           END-IF
           IF WS-LEFT-BEFORE > WS-ITEMS-LEFT
               COMPUTE WS-TAKEN-THIS-VISIT =
                   WS-LEFT-BEFORE - WS-ITEMS-LEFT
           ELSE
               MOVE ZERO TO WS-TAKEN-THIS-VISIT
           END-IF.

       COUNT-SECRETS.
      *    Denominator from the finished level's map ('?' cells),
      *    numerator from the visited mask - first entry stamped a
      *    'V' over each secret the player actually walked into.
           MOVE ZERO TO WS-SECRETS-TOTAL
           MOVE ZERO TO WS-SECRETS-FOUND
           MOVE 'N' TO WS-SEEN-KEPT
           MOVE ZERO TO WS-CELLS-TOTAL
           MOVE ZERO TO WS-CELLS-SEEN
           PERFORM READ-LEVEL-DIMS
           OPEN INPUT LEVEL-DATA
           IF LEVEL-MISSING
               CONTINUE
           ELSE
               OPEN INPUT VISITED-MAP
               OPEN INPUT SEEN-MAP
               IF NOT SEEN-MISSING
                   MOVE 'Y' TO WS-SEEN-KEPT
               END-IF
               PERFORM VARYING WS-SEC-I FROM 1 BY 1
                       UNTIL WS-SEC-I > WS-MAP-ROWS
                   COMPUTE WS-LEVEL-REL-KEY =
                           INVALID KEY MOVE SPACES TO VISITED-REC
                       END-READ
                   END-IF
                   MOVE SPACES TO SEEN-REC
                   IF WS-SEEN-KEPT = 'Y'
                       COMPUTE WS-SEEN-REL-KEY =
                           (WS-FINISHED-LEVEL - 1) * 30 + WS-SEC-I
                       READ SEEN-MAP
                           INVALID KEY MOVE SPACES TO SEEN-REC
                       END-READ
                   END-IF
                   PERFORM VARYING WS-SEC-J FROM 1 BY 1
                           UNTIL WS-SEC-J > WS-MAP-COLS
                       IF WS-SEC-MAP-ROW(WS-SEC-J:1) = '?'
                               ADD 1 TO WS-SECRETS-FOUND
                           END-IF
                       END-IF
                       IF WS-SEC-MAP-ROW(WS-SEC-J:1) NOT = SPACE
                           ADD 1 TO WS-CELLS-TOTAL
                           IF SEEN-REC(WS-SEC-J:1) = 'L'
                              OR SEEN-REC(WS-SEC-J:1) = 'S'
                               ADD 1 TO WS-CELLS-SEEN
                           END-IF
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF NOT VISITED-MISSING
                   CLOSE VISITED-MAP
               END-IF
               IF WS-SEEN-KEPT = 'Y'
                   CLOSE SEEN-MAP
               END-IF
               CLOSE LEVEL-DATA
           END-IF.

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
           END-IF
           MOVE WS-SECRETS-FOUND TO SCORE-SECRETS-FOUND
           MOVE WS-SECRETS-TOTAL TO SCORE-SECRETS-TOTAL
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

       WRITE-INTERMISSION.
           IF WS-MONSTERS-PLACED > ZERO
           END-IF
           PERFORM WRITE-REPORT-LINE

      *    A return visit says so, and each count says how much of
      *    it this visit made.
           IF WS-EARLIER-VISITS > ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  VISIT ' DELIMITED BY SIZE
                      WS-VISIT-NUMBER DELIMITED BY SIZE
                      ' - KILLS AND ITEMS COUNT EVERY VISIT'
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-EARLIER-VISITS > ZERO
               STRING '  KILLS: ' DELIMITED BY SIZE
                      WS-MONSTERS-DEAD DELIMITED BY SIZE
                      ' OF ' DELIMITED BY SIZE
                      WS-MONSTERS-PLACED DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WS-KILL-PCT DELIMITED BY SIZE
                      ' PCT - ' DELIMITED BY SIZE
                      WS-KILLS-THIS-VISIT DELIMITED BY SIZE
                      ' THIS VISIT' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           ELSE
               STRING '  KILLS: ' DELIMITED BY SIZE
                      WS-MONSTERS-DEAD DELIMITED BY SIZE
                      ' OF ' DELIMITED BY SIZE
                      WS-MONSTERS-PLACED DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WS-KILL-PCT DELIMITED BY SIZE
                      ' PCT' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-EARLIER-VISITS > ZERO
               STRING '  ITEMS: ' DELIMITED BY SIZE
                      WS-ITEMS-TAKEN DELIMITED BY SIZE
                      ' OF ' DELIMITED BY SIZE
                      WS-ITEMS-PLACED DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WS-ITEM-PCT DELIMITED BY SIZE
                      ' PCT - ' DELIMITED BY SIZE
                      WS-TAKEN-THIS-VISIT DELIMITED BY SIZE
                      ' THIS VISIT' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           ELSE
               STRING '  ITEMS: ' DELIMITED BY SIZE
                      WS-ITEMS-TAKEN DELIMITED BY SIZE
                      ' OF ' DELIMITED BY SIZE
                      WS-ITEMS-PLACED DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WS-ITEM-PCT DELIMITED BY SIZE
                      ' PCT' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE

           IF WS-MONSTERS-HELD > ZERO OR WS-ITEMS-HELD > ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  AMBUSHES NOT SPRUNG: ' DELIMITED BY SIZE
                      WS-MONSTERS-HELD DELIMITED BY SIZE
                      ' MONSTERS AND ' DELIMITED BY SIZE
                      WS-ITEMS-HELD DELIMITED BY SIZE
                      ' ITEMS NEVER CAME OUT' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           IF WS-SECRETS-TOTAL > ZERO
               COMPUTE WS-SECRET-PCT =
                   WS-SECRETS-FOUND * 100 / WS-SECRETS-TOTAL
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF WS-SEEN-KEPT = 'Y'
               IF WS-CELLS-TOTAL > ZERO
                   COMPUTE WS-SEEN-PCT =
                       WS-CELLS-SEEN * 100 / WS-CELLS-TOTAL
               ELSE
                   MOVE ZERO TO WS-SEEN-PCT
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  MAP SEEN: ' DELIMITED BY SIZE
                      WS-CELLS-SEEN DELIMITED BY SIZE
                      ' OF ' DELIMITED BY SIZE
                      WS-CELLS-TOTAL DELIMITED BY SIZE
                      ' CELLS - ' DELIMITED BY SIZE
                      WS-SEEN-PCT DELIMITED BY SIZE
                      ' PCT' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING '  TIME: ' DELIMITED BY SIZE
                  WS-ELAPSED-TICKS DELIMITED BY SIZE
               PERFORM WRITE-REPORT-LINE
           END-IF

           PERFORM REPORT-LEVEL-OBJECTIVE

           PERFORM JUDGE-LEVEL-RECORDS

           CLOSE REPORT-FILE
           MOVE WS-CURRENT-TICK TO WS-JP-TICK
           CALL 'DOOMJRNL' USING WS-JRNL-PARM.

       REPORT-LEVEL-OBJECTIVE.
      *    Only a level whose catalog sets an objective gets the
      *    line - reaching the exit is what finishing already says.
      *    DOOMMV holds the exits shut until it is met, so FAILED
      *    means the level was left some other way with it open.
           MOVE WS-FINISHED-LEVEL TO WS-GL-LEVEL
           MOVE WS-CURRENT-TICK TO WS-GL-TICK
           CALL 'DOOMGOAL' USING WS-GOAL-PARM
           IF WS-GL-OBJECTIVE NOT = 'E'
               MOVE SPACES TO WS-REPORT-LINE
               MOVE SPACES TO WS-JP-TEXT
               IF WS-GL-MET = 'Y'
                   STRING '  OBJECTIVE: ' DELIMITED BY SIZE
                          WS-GL-TEXT DELIMITED BY '  '
                          ' - MET AT TICK ' DELIMITED BY SIZE
                          WS-GL-MET-TICK DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   STRING 'LEVEL ' DELIMITED BY SIZE
                          WS-FINISHED-LEVEL DELIMITED BY SIZE
                          ' OBJECTIVE MET AT TICK ' DELIMITED BY SIZE
                          WS-GL-MET-TICK DELIMITED BY SIZE
                          INTO WS-JP-TEXT
               ELSE
                   STRING '  OBJECTIVE: ' DELIMITED BY SIZE
                          WS-GL-TEXT DELIMITED BY '  '
                          ' - FAILED AT TICK ' DELIMITED BY SIZE
                          WS-CURRENT-TICK DELIMITED BY SIZE
                          ', ' DELIMITED BY SIZE
                          WS-GL-LEFT DELIMITED BY SIZE
                          ' LEFT' DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   STRING 'LEVEL ' DELIMITED BY SIZE
                          WS-FINISHED-LEVEL DELIMITED BY SIZE
                          ' OBJECTIVE FAILED AT TICK ' DELIMITED BY SIZE
                          WS-CURRENT-TICK DELIMITED BY SIZE
                          INTO WS-JP-TEXT
               END-IF
               PERFORM WRITE-REPORT-LINE
               MOVE WS-CURRENT-TICK TO WS-JP-TICK
               CALL 'DOOMJRNL' USING WS-JRNL-PARM
           END-IF.

       JUDGE-LEVEL-RECORDS.
      *    The finished level's figures go to the records book; a
      *    standing record beaten comes back flagged and earns a
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
               CLOSE SCORE-FILE
           END-IF
           IF SCORE-SHOTS-FIRED IS NUMERIC
       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

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
