      * open, the cell reachable from the 2,2 arrival cell (the same
      * flood DOOMLEVL's exit check runs), the monster-and-barrel
      * count inside the 50-slot entity table, and exactly one
      * MAN-PAR record. A trigger cell (MAN-KIND 'T') must sit on a
      * reachable open cell, name a group 01-99 that at least one of
      * the level's placements is in, and say S spawn or W wake - a
      * group may not be both spawned by one trigger and woken by
      * another. Violations go to DOOM.MRCNRPT; RETURN-CODE 8
      * flags them, 0 is a clean level. DOOMSPWN runs this before
      * LOAD-MANIFEST-PLACEMENTS ever fires and journals a dirty
      * result. A caller passing a manifest name in the PARM has
      * that file checked instead - DOOMMANM proves a proposed
      * manifest this way before it replaces DOOM.MANIFEST.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMMRCN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

       01  REPORT-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.
      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged on open before any record of it is used.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMMRCN'.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.
       01  WS-VER-HOLD             PIC X(80).
       01  WS-MANIFEST-NAME   PIC X(20).
       01  WS-MANIFEST-STATUS PIC XX.
           88  MANIFEST-MISSING VALUE '35'.
           88  MANIFEST-EOF     VALUE '10'.
           05  WS-I           PIC 99.
           05  WS-J           PIC 99.

      *    Ambush groups - how many placements each holds and how
      *    the level's triggers use it - and the triggers themselves,
      *    checked against the groups once the whole level is read.
       01  WS-GROUP-TABLE.
           05  WS-GRP OCCURS 99 TIMES.
               10  WS-GRP-PLACED  PIC 9(3).
               10  WS-GRP-SPAWNED PIC X.
               10  WS-GRP-WOKEN   PIC X.
       01  WS-TRIGGER-TABLE.
           05  WS-TRG-COUNT   PIC 99.
           05  WS-TRG OCCURS 50 TIMES.
               10  WS-TRG-GROUP PIC 99.
               10  WS-TRG-X     PIC 99.
               10  WS-TRG-Y     PIC 99.
       01  WS-G               PIC 9(3).

       01  WS-LEVEL-NUM       PIC 99 VALUE 1.
       01  WS-CELL            PIC X.
       01  WS-RETURN-CODE     PIC 99 VALUE ZERO.
       01  PARM-DATA.
           05  PARM-LEN       PIC S9(4) COMP.
           05  PARM-LEVEL     PIC 99.
           05  PARM-MANIFEST-NAME PIC X(20).

       PROCEDURE DIVISION USING PARM-DATA.
       MAIN-PROCEDURE.
      *    Called, not run - every figure starts clean each time.
           MOVE 1 TO WS-LEVEL-NUM
           MOVE ZERO TO WS-RETURN-CODE
           INITIALIZE WS-COUNTS
           INITIALIZE WS-GROUP-TABLE
           INITIALIZE WS-TRIGGER-TABLE
           MOVE 'DOOM.MANIFEST' TO WS-MANIFEST-NAME
           IF PARM-LEN > ZERO AND PARM-LEVEL > ZERO
               MOVE PARM-LEVEL TO WS-LEVEL-NUM
           END-IF
           IF PARM-LEN >= 22 AND PARM-MANIFEST-NAME NOT = SPACES
               MOVE PARM-MANIFEST-NAME TO WS-MANIFEST-NAME
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'MANIFEST RECONCILIATION - LEVEL '
                  DELIMITED BY SIZE
                  WS-LEVEL-NUM DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-MANIFEST-NAME DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE '00' TO WS-MANIFEST-STATUS
           OPEN INPUT MANIFEST-FILE
           IF MANIFEST-MISSING
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'NO ' DELIMITED BY SIZE
                      WS-MANIFEST-NAME DELIMITED BY SPACE
                      ' ON FILE' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM CHECK-MANIFEST-VERSION
               IF WS-VP-ACCEPTED
                   PERFORM UNTIL MANIFEST-EOF
                       READ MANIFEST-FILE
                           AT END SET MANIFEST-EOF TO TRUE
                           NOT AT END
                               IF MAN-LEVEL = WS-LEVEL-NUM
                                   PERFORM CHECK-ONE-PLACEMENT
                               END-IF
                       END-READ
                       IF NOT MANIFEST-EOF
                          AND WS-MANIFEST-STATUS NOT = '00'
                           SET MANIFEST-EOF TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE MANIFEST-FILE
           END-IF

                      ' EXCEED THE 50-SLOT TABLE' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM CHECK-TRIGGER-GROUPS.

       CHECK-ONE-PLACEMENT.
           EVALUATE TRUE
                   ADD 1 TO WS-PLACEMENTS
                   ADD 1 TO WS-ENTITY-PLACED
                   PERFORM CHECK-PLACEMENT-CELL
                   PERFORM COUNT-GROUP-PLACEMENT
      *        A respawn point takes no entity slot, but a seat put
      *        back into a wall or a sealed room is just as broken.
               WHEN MAN-SPAWN-POINT
                   ADD 1 TO WS-PLACEMENTS
                   PERFORM CHECK-PLACEMENT-CELL
      *        A keycard is laid onto the map, not spawned - no slot
      *        either, but it has to be a colour a door knows.
               WHEN MAN-KEYCARD
                   ADD 1 TO WS-PLACEMENTS
                   IF MAN-TYPE IS NOT NUMERIC
                      OR MAN-TYPE < 1 OR MAN-TYPE > 3
                       ADD 1 TO WS-VIOLATIONS
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING 'KEYCARD TYPE ' DELIMITED BY SIZE
                              MAN-TYPE DELIMITED BY SIZE
                              ' IS NOT 01 RED, 02 YELLOW OR 03 BLUE'
                                  DELIMITED BY SIZE
                              INTO WS-REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
                   PERFORM CHECK-PLACEMENT-CELL
                   PERFORM CHECK-KEYCARD-FLOOR
      *        A trigger places nothing - it is a cell the player
      *        has to be able to walk onto.
               WHEN MAN-TRIGGER
                   ADD 1 TO WS-PLACEMENTS
                   PERFORM CHECK-PLACEMENT-CELL
                   PERFORM CHECK-TRIGGER-LINE
               WHEN OTHER
                   ADD 1 TO WS-VIOLATIONS
                   MOVE SPACES TO WS-REPORT-LINE
                              INTO WS-REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
                   IF (MAN-ITEM OR MAN-SPAWN-POINT)
                      AND (WS-CELL = '~' OR WS-CELL = '^')
      *                An item on a hazard floor is a booby trap
      *                for FIND-ITEMS - flag it, the planners steer
      *                straight at it. A respawn point there burns
      *                the seat it puts back.
                       ADD 1 TO WS-VIOLATIONS
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING MAN-KIND DELIMITED BY SIZE
                              MAN-TYPE DELIMITED BY SIZE
                              ' AT ' DELIMITED BY SIZE
                              MAN-X DELIMITED BY SIZE
               END-IF
           END-IF.

       CHECK-KEYCARD-FLOOR.
      *    The spawner lays a keycard only onto plain floor - on any
      *    other open cell it would have to overwrite what is there,
      *    so it leaves the key out and the level comes up short.
      *    The key's own digit there is a card already laid.
           IF MAN-X IS NUMERIC AND MAN-Y IS NUMERIC
              AND MAN-X >= 1 AND MAN-X <= WS-MAP-COLS
              AND MAN-Y >= 1 AND MAN-Y <= WS-MAP-ROWS
               MOVE WS-MAP-CELL(MAN-Y, MAN-X) TO WS-CELL
               IF WS-CELL NOT = '.' AND WS-CELL NOT = MAN-TYPE(2:1)
                  AND WS-CELL NOT = '#'
                  AND WS-CELL NOT = 'D' AND WS-CELL NOT = '7'
                  AND WS-CELL NOT = '8' AND WS-CELL NOT = '9'
                  AND WS-CELL NOT = '%' AND WS-CELL NOT = '+'
                   ADD 1 TO WS-VIOLATIONS
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING MAN-KIND DELIMITED BY SIZE
                          MAN-TYPE DELIMITED BY SIZE
                          ' AT ' DELIMITED BY SIZE
                          MAN-X DELIMITED BY SIZE
                          ',' DELIMITED BY SIZE
                          MAN-Y DELIMITED BY SIZE
                          ' IS NOT ON PLAIN FLOOR - CELL '
                              DELIMITED BY SIZE
                          WS-CELL DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.

       COUNT-GROUP-PLACEMENT.
           IF MAN-GROUP IS NOT NUMERIC
               ADD 1 TO WS-VIOLATIONS
               MOVE SPACES TO WS-REPORT-LINE
               STRING MAN-KIND DELIMITED BY SIZE
                      MAN-TYPE DELIMITED BY SIZE
                      ' AT ' DELIMITED BY SIZE
                      MAN-X DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      MAN-Y DELIMITED BY SIZE
                      ' HAS A GROUP THAT IS NOT NUMERIC'
                          DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               IF MAN-GROUP > ZERO
                   ADD 1 TO WS-GRP-PLACED(MAN-GROUP)
               END-IF
           END-IF.

       CHECK-TRIGGER-LINE.
           IF MAN-GROUP IS NOT NUMERIC OR MAN-GROUP = ZERO
               ADD 1 TO WS-VIOLATIONS
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'TRIGGER AT ' DELIMITED BY SIZE
                      MAN-X DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      MAN-Y DELIMITED BY SIZE
                      ' NAMES NO GROUP 01-99' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               IF WS-TRG-COUNT < 50
                   ADD 1 TO WS-TRG-COUNT
                   MOVE MAN-GROUP TO WS-TRG-GROUP(WS-TRG-COUNT)
                   MOVE MAN-X TO WS-TRG-X(WS-TRG-COUNT)
                   MOVE MAN-Y TO WS-TRG-Y(WS-TRG-COUNT)
               END-IF
               IF MAN-TRIGGER-SPAWNS
                   MOVE 'Y' TO WS-GRP-SPAWNED(MAN-GROUP)
               END-IF
               IF MAN-TRIGGER-WAKES
                   MOVE 'Y' TO WS-GRP-WOKEN(MAN-GROUP)
               END-IF
           END-IF
           IF NOT MAN-TRIGGER-SPAWNS AND NOT MAN-TRIGGER-WAKES
               ADD 1 TO WS-VIOLATIONS
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'TRIGGER AT ' DELIMITED BY SIZE
                      MAN-X DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      MAN-Y DELIMITED BY SIZE
                      ' ACTION ' DELIMITED BY SIZE
                      MAN-TRIGGER-ACTION DELIMITED BY SIZE
                      ' IS NOT S SPAWN OR W WAKE' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF MAN-TRIGGER-DELAY IS NOT NUMERIC
               ADD 1 TO WS-VIOLATIONS
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'TRIGGER AT ' DELIMITED BY SIZE
                      MAN-X DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      MAN-Y DELIMITED BY SIZE
                      ' HAS A DELAY THAT IS NOT NUMERIC'
                          DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       CHECK-TRIGGER-GROUPS.
      *    Placements and triggers can come in any order in the
      *    file, so the groups are only judged once it is all read.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TRG-COUNT
               MOVE WS-TRG-GROUP(WS-I) TO WS-G
               IF WS-GRP-PLACED(WS-G) = ZERO
                   ADD 1 TO WS-VIOLATIONS
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'TRIGGER AT ' DELIMITED BY SIZE
                          WS-TRG-X(WS-I) DELIMITED BY SIZE
                          ',' DELIMITED BY SIZE
                          WS-TRG-Y(WS-I) DELIMITED BY SIZE
                          ' NAMES GROUP ' DELIMITED BY SIZE
                          WS-TRG-GROUP(WS-I) DELIMITED BY SIZE
                          ' - NO PLACEMENT IS IN IT' DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > 99
               IF WS-GRP-SPAWNED(WS-G) = 'Y'
                  AND WS-GRP-WOKEN(WS-G) = 'Y'
                   ADD 1 TO WS-VIOLATIONS
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'GROUP ' DELIMITED BY SIZE
                          WS-G(2:2) DELIMITED BY SIZE
                          ' IS BOTH SPAWNED AND WOKEN BY TRIGGERS'
                              DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.

       CHECK-PAR-COUNT.
           IF WS-PAR-COUNT NOT = 1
               ADD 1 TO WS-VIOLATIONS
       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       CHECK-MANIFEST-VERSION.
      *    The first record is the layout header - DOOMVER judges
      *    it. An empty file leaves the result unset, so nothing
      *    more is read from it.
           MOVE 'V' TO WS-VP-FUNCTION
           MOVE WS-MANIFEST-NAME TO WS-VP-FILE-NAME
           MOVE 'DOOMMAN' TO WS-VP-LAYOUT
           MOVE SPACE TO WS-VP-RESULT
           READ MANIFEST-FILE
               NOT AT END
                   MOVE MANIFEST-RECORD TO WS-VP-HEADER
                   CALL 'DOOMVER' USING WS-VER-PARM
           END-READ.
