      *================================================================
      * DOOMMANM.COB - Level Manifest Maintenance
      * DOOM.MANIFEST used to be edited by hand, and the first anyone
      * heard of a monster keyed into a wall was DOOMSPWN journaling
      * a dirty reconciliation in the middle of a session. This is
      * the maintenance transaction for it, in the console's style.
      * Pick a level and give an operator id; L lists the level's
      * placements by line number (with the catalog names of the
      * monsters and weapons), A adds a monster, item, weapon,
      * barrel, par, respawn-point, keycard or ambush trigger record,
      * C changes the line given and D deletes it. Each edit is
      * range-checked before anything is written - MAN-TYPE against
      * its kind (monsters 01-09, items 10-49, weapons 00-07,
      * respawn points 00-02, keycards 01-03; a barrel's and a
      * trigger's type are stored 00), the coordinates against the
      * level's DOOM.LEVELDIM grid (20x40 when it has no record), and
      * the ambush fields: a monster, item, weapon or barrel may name
      * a group, a trigger must name one and say S spawn or W wake,
      * with a delay in ticks. A save then writes the whole
      * proposed manifest to DOOM.MANIFEST.PEND and runs DOOMMRCN's
      * reconciliation over it; only a clean level replaces
      * DOOM.MANIFEST, otherwise the change is refused and
      * DOOM.MRCNRPT says why. Every change that goes live appends
      * the before and after images and the operator to
      * DOOM.MANHIST (layout in DOOMMNH.CPY).
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMMANM.
       AUTHOR. DOOM-COBOL-SYSTEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE ASSIGN TO 'DOOM.MANIFEST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT PENDING-FILE ASSIGN TO 'DOOM.MANIFEST.PEND'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT LEVEL-DIMS ASSIGN TO 'DOOM.LEVELDIM'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-LDM-REL-KEY
               FILE STATUS IS WS-LDM-STATUS.

           SELECT MANIFEST-HISTORY ASSIGN TO 'DOOM.MANHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MANHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANIFEST-FILE.
       COPY DOOMMAN.

       FD  PENDING-FILE.
       01  PENDING-RECORD                 PIC X(80).

       FD  LEVEL-DIMS.
       COPY DOOMLDM.

       FD  MANIFEST-HISTORY.
       COPY DOOMMNH.

       WORKING-STORAGE SECTION.
      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged on open before any record of it is used.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMMANM'.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.
       01  WS-VER-HOLD             PIC X(80).
       01  WS-MANIFEST-STATUS             PIC XX.
           88  MANIFEST-MISSING           VALUE '35'.
           88  MANIFEST-EOF               VALUE '10'.
       01  WS-PENDING-STATUS              PIC XX.
       01  WS-LDM-STATUS                  PIC XX.
           88  DIMS-MISSING               VALUE '35'.
       01  WS-LDM-REL-KEY                 PIC 9(4).
       01  WS-MANHIST-STATUS              PIC XX.
           88  MANHIST-MISSING            VALUE '35'.

      *    The catalogs, for the names on the placement listing.
       COPY DOOMCAT.

      *    The whole manifest, every level, in file order - a save
      *    rewrites it from here, so a manifest too big to hold is
      *    listed but never saved.
       01  WS-MANIFEST-TABLE.
           05  WS-MT-COUNT                PIC 9(4) VALUE ZERO.
           05  WS-MT-ENTRY OCCURS 2000 TIMES PIC X(80).
       01  WS-MT-FULL                     PIC X VALUE 'N'.
       01  WS-MT-REJECTED                 PIC X VALUE 'N'.
       01  WS-MT-I                        PIC 9(4).

      *    The selected level's lines - line number to table entry.
       01  WS-LEVEL-LINES.
           05  WS-LL-COUNT                PIC 999 VALUE ZERO.
           05  WS-LL-AT OCCURS 999 TIMES  PIC 9(4).

      *    One placement, laid out exactly as DOOMMAN.CPY.
       01  WS-PLACEMENT.
           05  WS-PL-LEVEL                PIC 99.
           05  WS-PL-KIND                 PIC X.
           05  WS-PL-TYPE                 PIC 99.
           05  WS-PL-X                    PIC 99.
           05  WS-PL-Y                    PIC 99.
           05  WS-PL-PAR-TICKS            PIC 9(5).
           05  WS-PL-GROUP                PIC 99.
           05  WS-PL-TRIGGER-ACTION       PIC X.
           05  WS-PL-TRIGGER-DELAY        PIC 9(3).
           05  FILLER                     PIC X(60).

      *    Which level and line to work on, and who is working on it.
       01  WS-SELECT-FIELDS.
           05  WS-SL-LEVEL                PIC 99 VALUE 01.
           05  WS-SL-OPERATOR             PIC X(8) VALUE SPACES.
           05  WS-SL-LINE                 PIC 999 VALUE ZERO.
           05  WS-SL-ACTION               PIC X VALUE SPACE.
       01  WS-SL-SUMMARY                  PIC X(60) VALUE SPACES.
       01  WS-MAP-ROWS                    PIC 99 VALUE 20.
       01  WS-MAP-COLS                    PIC 99 VALUE 40.

      *    Editable working copy of one placement - the screen works
      *    on these and only a validated, reconciled save writes.
       01  WS-PLACEMENT-EDIT.
           05  WS-EP-KIND                 PIC X.
           05  WS-EP-TYPE                 PIC 99.
           05  WS-EP-X                    PIC 99.
           05  WS-EP-Y                    PIC 99.
           05  WS-EP-PAR-TICKS            PIC 9(5).
           05  WS-EP-GROUP                PIC 99.
           05  WS-EP-ACTION               PIC X.
           05  WS-EP-DELAY                PIC 9(3).
       01  WS-ED-MODE                     PIC X VALUE SPACE.
           88  ED-ADDING                  VALUE 'A'.
           88  ED-CHANGING                VALUE 'C'.
           88  ED-DELETING                VALUE 'D'.
       01  WS-ED-AT                       PIC 9(4) VALUE ZERO.
       01  WS-ED-ACTION                   PIC X VALUE SPACE.
       01  WS-ED-DONE                     PIC X VALUE 'N'.
       01  WS-ED-HEADING                  PIC X(60) VALUE SPACES.
       01  WS-ED-GRID-TEXT                PIC X(60) VALUE SPACES.
       01  WS-BEFORE-IMAGE                PIC X(80).
       01  WS-AFTER-IMAGE                 PIC X(80).

      *    Placement listing, fifteen lines a page.
       01  WS-LIST-FIELDS.
           05  WS-LS-FIRST                PIC 999 VALUE 1.
           05  WS-LS-LAST                 PIC 999 VALUE ZERO.
           05  WS-LS-LINE                 PIC 999 VALUE ZERO.
           05  WS-LS-I                    PIC 99.
           05  WS-LS-ACTION               PIC X VALUE SPACE.
           05  WS-LS-DONE                 PIC X VALUE 'N'.
           05  WS-LS-HEADING              PIC X(60) VALUE SPACES.
           05  WS-LS-ROW OCCURS 15 TIMES  PIC X(60).

       01  WS-LIST-LINE.
           05  WS-LN-LINE                 PIC 999.
           05  FILLER                     PIC XX VALUE SPACES.
           05  WS-LN-KIND                 PIC X(7).
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-LN-TYPE                 PIC 99.
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-LN-NAME                 PIC X(10).
           05  FILLER                     PIC XX VALUE SPACES.
           05  WS-LN-X                    PIC 99.
           05  FILLER                     PIC X VALUE ','.
           05  WS-LN-Y                    PIC 99.
           05  FILLER                     PIC XX VALUE SPACES.
           05  WS-LN-PAR                  PIC X(15).
           05  FILLER                     PIC X(10) VALUE SPACES.

      *    Shaped to match DOOMMRCN's LINKAGE.
       01  WS-MRCN-PARM.
           05  WS-MRCN-PARM-LEN           PIC S9(4) COMP VALUE 22.
           05  WS-MRCN-LEVEL              PIC 99.
           05  WS-MRCN-MANIFEST           PIC X(20)
                                          VALUE 'DOOM.MANIFEST.PEND'.
       01  WS-MRCN-RC                     PIC 99 VALUE ZERO.

       01  WS-MESSAGE                     PIC X(60) VALUE SPACES.
       01  WS-DONE                        PIC X VALUE 'N'.
       01  WS-VALID                       PIC X VALUE 'N'.

       SCREEN SECTION.
       01  MANIFEST-SELECT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 16
               VALUE 'DOOM LEVEL MANIFEST MAINTENANCE (DOOM.MANIFEST)'.
           05  LINE 3 COLUMN 4 VALUE 'LEVEL (01-99):'.
           05  LINE 3 COLUMN 46 PIC 99 USING WS-SL-LEVEL.
           05  LINE 4 COLUMN 4 VALUE 'OPERATOR:'.
           05  LINE 4 COLUMN 46 PIC X(8) USING WS-SL-OPERATOR.
           05  LINE 5 COLUMN 4
               VALUE 'LINE NUMBER TO CHANGE OR DELETE:'.
           05  LINE 5 COLUMN 46 PIC 999 USING WS-SL-LINE.
           05  LINE 7 COLUMN 4 PIC X(60) FROM WS-SL-SUMMARY.
           05  LINE 9 COLUMN 4 VALUE 'ACTION (L=LIST A=ADD C=CHANGE D
      -        '=DELETE Q=QUIT):'.
           05  LINE 9 COLUMN 52 PIC X USING WS-SL-ACTION.
           05  LINE 11 COLUMN 4 PIC X(60) FROM WS-MESSAGE.

       01  PLACEMENT-LIST-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 20
               VALUE 'DOOM MANIFEST PLACEMENTS'.
           05  LINE 2 COLUMN 4 PIC X(60) FROM WS-LS-HEADING.
           05  LINE 3 COLUMN 4
               VALUE 'NO   KIND    TY NAME        X,Y'.
           05  LINE 4 COLUMN 4 PIC X(60) FROM WS-LS-ROW(1).
           05  LINE 5 COLUMN 4 PIC X(60) FROM WS-LS-ROW(2).
           05  LINE 6 COLUMN 4 PIC X(60) FROM WS-LS-ROW(3).
           05  LINE 7 COLUMN 4 PIC X(60) FROM WS-LS-ROW(4).
           05  LINE 8 COLUMN 4 PIC X(60) FROM WS-LS-ROW(5).
           05  LINE 9 COLUMN 4 PIC X(60) FROM WS-LS-ROW(6).
           05  LINE 10 COLUMN 4 PIC X(60) FROM WS-LS-ROW(7).
           05  LINE 11 COLUMN 4 PIC X(60) FROM WS-LS-ROW(8).
           05  LINE 12 COLUMN 4 PIC X(60) FROM WS-LS-ROW(9).
           05  LINE 13 COLUMN 4 PIC X(60) FROM WS-LS-ROW(10).
           05  LINE 14 COLUMN 4 PIC X(60) FROM WS-LS-ROW(11).
           05  LINE 15 COLUMN 4 PIC X(60) FROM WS-LS-ROW(12).
           05  LINE 16 COLUMN 4 PIC X(60) FROM WS-LS-ROW(13).
           05  LINE 17 COLUMN 4 PIC X(60) FROM WS-LS-ROW(14).
           05  LINE 18 COLUMN 4 PIC X(60) FROM WS-LS-ROW(15).
           05  LINE 20 COLUMN 4
               VALUE 'ACTION (N=NEXT PAGE P=PREVIOUS PAGE Q=BACK):'.
           05  LINE 20 COLUMN 52 PIC X USING WS-LS-ACTION.
           05  LINE 22 COLUMN 4 PIC X(60) FROM WS-MESSAGE.

       01  PLACEMENT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 20
               VALUE 'DOOM MANIFEST PLACEMENT'.
           05  LINE 2 COLUMN 4 PIC X(60) FROM WS-ED-HEADING.
           05  LINE 3 COLUMN 4 PIC X(60) FROM WS-ED-GRID-TEXT.
           05  LINE 5 COLUMN 4 VALUE 'KIND (M=MONSTER I=ITEM W=WEAPON
      -        ' B=BARREL K=KEYCARD'.
           05  LINE 6 COLUMN 4 VALUE '      P=PAR S=RESPAWN POINT T=T
      -        'RIGGER):'.
           05  LINE 6 COLUMN 46 PIC X USING WS-EP-KIND.
           05  LINE 7 COLUMN 4 VALUE 'TYPE (M 01-09 I 10-49 W 0-7 S 0-
      -        '2 K 1-3):'.
           05  LINE 7 COLUMN 46 PIC 99 USING WS-EP-TYPE.
           05  LINE 8 COLUMN 4 VALUE 'COLUMN X:'.
           05  LINE 8 COLUMN 46 PIC 99 USING WS-EP-X.
           05  LINE 9 COLUMN 4 VALUE 'ROW Y:'.
           05  LINE 9 COLUMN 46 PIC 99 USING WS-EP-Y.
           05  LINE 10 COLUMN 4 VALUE 'PAR TICKS (PAR TIME ONLY):'.
           05  LINE 10 COLUMN 46 PIC 9(5) USING WS-EP-PAR-TICKS.
           05  LINE 11 COLUMN 4 VALUE 'AMBUSH GROUP (00 NONE, 01-99):'.
           05  LINE 11 COLUMN 46 PIC 99 USING WS-EP-GROUP.
           05  LINE 12 COLUMN 4
               VALUE 'TRIGGER ACTION (S=SPAWN W=WAKE):'.
           05  LINE 12 COLUMN 46 PIC X USING WS-EP-ACTION.
           05  LINE 13 COLUMN 4 VALUE 'TRIGGER DELAY TICKS:'.
           05  LINE 13 COLUMN 46 PIC 9(3) USING WS-EP-DELAY.
           05  LINE 15 COLUMN 4 VALUE 'ACTION (S=SAVE Q=BACK):'.
           05  LINE 15 COLUMN 46 PIC X USING WS-ED-ACTION.
           05  LINE 17 COLUMN 4 PIC X(60) FROM WS-MESSAGE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'DOOMCATL' USING CATALOG-TABLE
           PERFORM LOAD-MANIFEST-TABLE
           PERFORM SELECT-CYCLE UNTIL WS-DONE = 'Y'
           MOVE ZERO TO RETURN-CODE
           GOBACK.

       SELECT-CYCLE.
           PERFORM SUMMARIZE-LEVEL
           MOVE SPACE TO WS-SL-ACTION
           ACCEPT MANIFEST-SELECT-SCREEN
           EVALUATE WS-SL-ACTION
               WHEN 'Q'
               WHEN 'q'
                   MOVE 'Y' TO WS-DONE
               WHEN 'L'
               WHEN 'l'
                   MOVE SPACES TO WS-MESSAGE
                   PERFORM LIST-LEVEL-PLACEMENTS
               WHEN 'A'
               WHEN 'a'
                   MOVE SPACES TO WS-MESSAGE
                   MOVE 'A' TO WS-ED-MODE
                   PERFORM OPEN-PLACEMENT THRU OPEN-PLACEMENT-EXIT
               WHEN 'C'
               WHEN 'c'
                   MOVE SPACES TO WS-MESSAGE
                   MOVE 'C' TO WS-ED-MODE
                   PERFORM OPEN-PLACEMENT THRU OPEN-PLACEMENT-EXIT
               WHEN 'D'
               WHEN 'd'
                   MOVE SPACES TO WS-MESSAGE
                   MOVE 'D' TO WS-ED-MODE
                   PERFORM OPEN-PLACEMENT THRU OPEN-PLACEMENT-EXIT
               WHEN OTHER
                   MOVE 'ENTER L, A, C, D OR Q' TO WS-MESSAGE
           END-EVALUATE.

       SUMMARIZE-LEVEL.
           MOVE SPACES TO WS-SL-SUMMARY
           MOVE ZERO TO WS-LL-COUNT
           IF WS-SL-LEVEL IS NUMERIC AND WS-SL-LEVEL > ZERO
               PERFORM INDEX-LEVEL-LINES
               PERFORM READ-LEVEL-DIMS
               STRING 'LEVEL ' DELIMITED BY SIZE
                      WS-SL-LEVEL DELIMITED BY SIZE
                      ' HOLDS ' DELIMITED BY SIZE
                      WS-LL-COUNT DELIMITED BY SIZE
                      ' PLACEMENTS - GRID ' DELIMITED BY SIZE
                      WS-MAP-ROWS DELIMITED BY SIZE
                      ' ROWS BY ' DELIMITED BY SIZE
                      WS-MAP-COLS DELIMITED BY SIZE
                      ' COLUMNS' DELIMITED BY SIZE
                      INTO WS-SL-SUMMARY
           END-IF.

       INDEX-LEVEL-LINES.
           MOVE ZERO TO WS-LL-COUNT
           PERFORM VARYING WS-MT-I FROM 1 BY 1
                   UNTIL WS-MT-I > WS-MT-COUNT
               MOVE WS-MT-ENTRY(WS-MT-I) TO WS-PLACEMENT
               IF WS-PL-LEVEL = WS-SL-LEVEL AND WS-LL-COUNT < 999
                   ADD 1 TO WS-LL-COUNT
                   MOVE WS-MT-I TO WS-LL-AT(WS-LL-COUNT)
               END-IF
           END-PERFORM.

       READ-LEVEL-DIMS.
      *    The same grid DOOMMRCN checks against - 20x40 unless
      *    DOOM.LEVELDIM carries a sane record for the level.
           MOVE 20 TO WS-MAP-ROWS
           MOVE 40 TO WS-MAP-COLS
           OPEN INPUT LEVEL-DIMS
           IF NOT DIMS-MISSING
               MOVE WS-SL-LEVEL TO WS-LDM-REL-KEY
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

      *================================================================
      * Placement listing.
      *================================================================
       LIST-LEVEL-PLACEMENTS.
           IF WS-SL-LEVEL IS NOT NUMERIC OR WS-SL-LEVEL = ZERO
               MOVE 'LEVEL MUST BE 01-99' TO WS-MESSAGE
           ELSE
               PERFORM SUMMARIZE-LEVEL
               MOVE 1 TO WS-LS-FIRST
               MOVE 'N' TO WS-LS-DONE
               PERFORM LIST-CYCLE UNTIL WS-LS-DONE = 'Y'
               MOVE SPACES TO WS-MESSAGE
           END-IF.

       LIST-CYCLE.
           PERFORM FILL-LIST-PAGE
           MOVE SPACE TO WS-LS-ACTION
           ACCEPT PLACEMENT-LIST-SCREEN
           MOVE SPACES TO WS-MESSAGE
           EVALUATE WS-LS-ACTION
               WHEN 'Q'
               WHEN 'q'
                   MOVE 'Y' TO WS-LS-DONE
               WHEN 'N'
               WHEN 'n'
                   ADD 15 TO WS-LS-FIRST
                   IF WS-LS-FIRST > WS-LL-COUNT
                       MOVE 1 TO WS-LS-FIRST
                   END-IF
               WHEN 'P'
               WHEN 'p'
                   IF WS-LS-FIRST > 15
                       SUBTRACT 15 FROM WS-LS-FIRST
                   ELSE
                       MOVE 1 TO WS-LS-FIRST
                   END-IF
               WHEN OTHER
                   MOVE 'ENTER N, P OR Q' TO WS-MESSAGE
           END-EVALUATE.

       FILL-LIST-PAGE.
           COMPUTE WS-LS-LAST = WS-LS-FIRST + 14
           IF WS-LS-LAST > WS-LL-COUNT
               MOVE WS-LL-COUNT TO WS-LS-LAST
           END-IF
           MOVE SPACES TO WS-LS-HEADING
           STRING 'LEVEL ' DELIMITED BY SIZE
                  WS-SL-LEVEL DELIMITED BY SIZE
                  ' - LINES ' DELIMITED BY SIZE
                  WS-LS-FIRST DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-LS-LAST DELIMITED BY SIZE
                  ' OF ' DELIMITED BY SIZE
                  WS-LL-COUNT DELIMITED BY SIZE
                  INTO WS-LS-HEADING
           PERFORM VARYING WS-LS-I FROM 1 BY 1 UNTIL WS-LS-I > 15
               COMPUTE WS-LS-LINE = WS-LS-FIRST + WS-LS-I - 1
               IF WS-LS-LINE > WS-LL-COUNT
                   MOVE SPACES TO WS-LS-ROW(WS-LS-I)
               ELSE
                   PERFORM FORMAT-LIST-LINE
                   MOVE WS-LIST-LINE TO WS-LS-ROW(WS-LS-I)
               END-IF
           END-PERFORM
           IF WS-LL-COUNT = ZERO
               MOVE 'NO PLACEMENTS FOR THIS LEVEL - A ADDS ONE'
                   TO WS-LS-ROW(1)
           END-IF.

       FORMAT-LIST-LINE.
           MOVE WS-MT-ENTRY(WS-LL-AT(WS-LS-LINE)) TO WS-PLACEMENT
           MOVE WS-LS-LINE TO WS-LN-LINE
           MOVE WS-PL-TYPE TO WS-LN-TYPE
           MOVE WS-PL-X TO WS-LN-X
           MOVE WS-PL-Y TO WS-LN-Y
           MOVE SPACES TO WS-LN-NAME
           MOVE SPACES TO WS-LN-PAR
           IF WS-PL-GROUP IS NUMERIC AND WS-PL-GROUP > ZERO
               STRING 'GROUP ' DELIMITED BY SIZE
                      WS-PL-GROUP DELIMITED BY SIZE
                      INTO WS-LN-PAR
           END-IF
           EVALUATE WS-PL-KIND
               WHEN 'M'
                   MOVE 'MONSTER' TO WS-LN-KIND
                   IF WS-PL-TYPE IS NUMERIC AND WS-PL-TYPE >= 1
                      AND WS-PL-TYPE <= 10
                       MOVE CAT-B-NAME(WS-PL-TYPE) TO WS-LN-NAME
                   END-IF
               WHEN 'I'
                   MOVE 'ITEM' TO WS-LN-KIND
               WHEN 'W'
                   MOVE 'WEAPON' TO WS-LN-KIND
                   IF WS-PL-TYPE IS NUMERIC AND WS-PL-TYPE <= 9
                       MOVE CAT-W-NAME(WS-PL-TYPE + 1) TO WS-LN-NAME
                   END-IF
               WHEN 'B'
                   MOVE 'BARREL' TO WS-LN-KIND
                   MOVE CAT-B-NAME(10) TO WS-LN-NAME
               WHEN 'P'
                   MOVE 'PAR' TO WS-LN-KIND
                   MOVE 'PAR TIME' TO WS-LN-NAME
                   STRING 'PAR ' DELIMITED BY SIZE
                          WS-PL-PAR-TICKS DELIMITED BY SIZE
                          ' TICKS' DELIMITED BY SIZE
                          INTO WS-LN-PAR
               WHEN 'S'
                   MOVE 'RESPAWN' TO WS-LN-KIND
                   IF WS-PL-TYPE = ZERO
                       MOVE 'ANY SEAT' TO WS-LN-NAME
                   ELSE
                       MOVE 'SEAT' TO WS-LN-NAME
                       MOVE WS-PL-TYPE(2:1) TO WS-LN-NAME(6:1)
                   END-IF
               WHEN 'K'
                   MOVE 'KEYCARD' TO WS-LN-KIND
                   EVALUATE WS-PL-TYPE
                       WHEN 1
                           MOVE 'RED' TO WS-LN-NAME
                       WHEN 2
                           MOVE 'YELLOW' TO WS-LN-NAME
                       WHEN 3
                           MOVE 'BLUE' TO WS-LN-NAME
                   END-EVALUATE
               WHEN 'T'
                   MOVE 'TRIGGER' TO WS-LN-KIND
                   EVALUATE WS-PL-TRIGGER-ACTION
                       WHEN 'S'
                           MOVE 'SPAWN' TO WS-LN-NAME
                       WHEN 'W'
                           MOVE 'WAKE' TO WS-LN-NAME
                   END-EVALUATE
                   MOVE SPACES TO WS-LN-PAR
                   STRING 'GROUP ' DELIMITED BY SIZE
                          WS-PL-GROUP DELIMITED BY SIZE
                          ' +' DELIMITED BY SIZE
                          WS-PL-TRIGGER-DELAY DELIMITED BY SIZE
                          INTO WS-LN-PAR
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-LN-KIND
           END-EVALUATE.

      *================================================================
      * Placement add, change and delete.
      *================================================================
       OPEN-PLACEMENT.
      *    No anonymous manifest changes - the operator id goes on
      *    every history line.
           IF WS-SL-OPERATOR = SPACES
               MOVE 'OPERATOR ID IS REQUIRED' TO WS-MESSAGE
               GO TO OPEN-PLACEMENT-EXIT
           END-IF
           IF WS-SL-LEVEL IS NOT NUMERIC OR WS-SL-LEVEL = ZERO
               MOVE 'LEVEL MUST BE 01-99' TO WS-MESSAGE
               GO TO OPEN-PLACEMENT-EXIT
           END-IF
      *    The level typed on this same screen is the one to index.
           PERFORM SUMMARIZE-LEVEL
           IF WS-MT-FULL = 'Y'
               MOVE 'DOOM.MANIFEST IS OVER 2000 LINES - LIST ONLY'
                   TO WS-MESSAGE
               GO TO OPEN-PLACEMENT-EXIT
           END-IF
           IF WS-MT-REJECTED = 'Y'
               MOVE 'DOOM.MANIFEST LAYOUT REJECTED - CONVERT IT FIRST'
                   TO WS-MESSAGE
               GO TO OPEN-PLACEMENT-EXIT
           END-IF
           MOVE SPACES TO WS-ED-GRID-TEXT
           STRING 'GRID ' DELIMITED BY SIZE
                  WS-MAP-ROWS DELIMITED BY SIZE
                  ' ROWS BY ' DELIMITED BY SIZE
                  WS-MAP-COLS DELIMITED BY SIZE
                  ' COLUMNS (DOOM.LEVELDIM)' DELIMITED BY SIZE
                  INTO WS-ED-GRID-TEXT
           MOVE SPACES TO WS-ED-HEADING
           IF ED-ADDING
               IF WS-MT-COUNT >= 2000
                   MOVE 'DOOM.MANIFEST IS FULL - 2000 LINES'
                       TO WS-MESSAGE
                   GO TO OPEN-PLACEMENT-EXIT
               END-IF
               MOVE ZERO TO WS-ED-AT
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE 'M' TO WS-EP-KIND
               MOVE 01 TO WS-EP-TYPE
               MOVE 02 TO WS-EP-X
               MOVE 02 TO WS-EP-Y
               MOVE ZERO TO WS-EP-PAR-TICKS
               MOVE ZERO TO WS-EP-GROUP
               MOVE SPACE TO WS-EP-ACTION
               MOVE ZERO TO WS-EP-DELAY
               STRING 'LEVEL ' DELIMITED BY SIZE
                      WS-SL-LEVEL DELIMITED BY SIZE
                      ' - ADD A PLACEMENT' DELIMITED BY SIZE
                      INTO WS-ED-HEADING
           ELSE
               IF WS-SL-LINE IS NOT NUMERIC OR WS-SL-LINE = ZERO
                  OR WS-SL-LINE > WS-LL-COUNT
                   MOVE SPACES TO WS-MESSAGE
                   STRING 'LINE NUMBER MUST BE 001-' DELIMITED BY SIZE
                          WS-LL-COUNT DELIMITED BY SIZE
                          ' - L LISTS THEM' DELIMITED BY SIZE
                          INTO WS-MESSAGE
                   GO TO OPEN-PLACEMENT-EXIT
               END-IF
               MOVE WS-LL-AT(WS-SL-LINE) TO WS-ED-AT
               MOVE WS-MT-ENTRY(WS-ED-AT) TO WS-BEFORE-IMAGE
               MOVE WS-MT-ENTRY(WS-ED-AT) TO WS-PLACEMENT
               MOVE WS-PL-KIND TO WS-EP-KIND
               MOVE WS-PL-TYPE TO WS-EP-TYPE
               MOVE WS-PL-X TO WS-EP-X
               MOVE WS-PL-Y TO WS-EP-Y
               MOVE WS-PL-PAR-TICKS TO WS-EP-PAR-TICKS
               MOVE WS-PL-GROUP TO WS-EP-GROUP
               MOVE WS-PL-TRIGGER-ACTION TO WS-EP-ACTION
               MOVE WS-PL-TRIGGER-DELAY TO WS-EP-DELAY
               IF ED-DELETING
                   STRING 'LEVEL ' DELIMITED BY SIZE
                          WS-SL-LEVEL DELIMITED BY SIZE
                          ' - DELETE LINE ' DELIMITED BY SIZE
                          WS-SL-LINE DELIMITED BY SIZE
                          ' - S CONFIRMS THE DELETE' DELIMITED BY SIZE
                          INTO WS-ED-HEADING
               ELSE
                   STRING 'LEVEL ' DELIMITED BY SIZE
                          WS-SL-LEVEL DELIMITED BY SIZE
                          ' - CHANGE LINE ' DELIMITED BY SIZE
                          WS-SL-LINE DELIMITED BY SIZE
                          INTO WS-ED-HEADING
               END-IF
           END-IF
           MOVE 'N' TO WS-ED-DONE
           PERFORM PLACEMENT-CYCLE UNTIL WS-ED-DONE = 'Y'.

       OPEN-PLACEMENT-EXIT.
           EXIT.

       PLACEMENT-CYCLE.
           MOVE SPACE TO WS-ED-ACTION
           ACCEPT PLACEMENT-SCREEN
           EVALUATE WS-ED-ACTION
               WHEN 'Q'
               WHEN 'q'
                   MOVE 'MANIFEST LEFT UNCHANGED' TO WS-MESSAGE
                   MOVE 'Y' TO WS-ED-DONE
               WHEN 'S'
               WHEN 's'
      *            A delete saves the line as it was read - whatever
      *            was typed over it on the way is ignored.
                   IF ED-DELETING
                       MOVE 'Y' TO WS-VALID
                   ELSE
                       PERFORM VALIDATE-PLACEMENT-EDIT
                   END-IF
                   IF WS-VALID = 'Y'
                       PERFORM SAVE-PLACEMENT THRU SAVE-PLACEMENT-EXIT
                   END-IF
               WHEN OTHER
                   MOVE 'ENTER S OR Q' TO WS-MESSAGE
           END-EVALUATE.

       VALIDATE-PLACEMENT-EDIT.
           MOVE 'N' TO WS-VALID
           INSPECT WS-EP-KIND CONVERTING 'mibwpskt' TO 'MIBWPSKT'
           INSPECT WS-EP-ACTION CONVERTING 'sw' TO 'SW'
           EVALUATE TRUE
               WHEN WS-EP-KIND NOT = 'M' AND NOT = 'I' AND NOT = 'W'
                AND NOT = 'B' AND NOT = 'P' AND NOT = 'S' AND NOT = 'K'
                AND NOT = 'T'
                   MOVE 'KIND MUST BE M, I, W, B, P, S, K OR T'
                       TO WS-MESSAGE
               WHEN WS-EP-TYPE IS NOT NUMERIC
                   MOVE 'TYPE MUST BE NUMERIC' TO WS-MESSAGE
               WHEN WS-EP-KIND = 'M'
                AND (WS-EP-TYPE < 1 OR WS-EP-TYPE > 9)
                   MOVE 'MONSTER TYPE MUST BE 01-09' TO WS-MESSAGE
               WHEN WS-EP-KIND = 'I'
                AND (WS-EP-TYPE < 10 OR WS-EP-TYPE > 49)
                   MOVE 'ITEM TYPE MUST BE 10-49' TO WS-MESSAGE
               WHEN WS-EP-KIND = 'W' AND WS-EP-TYPE > 7
                   MOVE 'WEAPON TYPE MUST BE 00-07' TO WS-MESSAGE
               WHEN WS-EP-KIND = 'S' AND WS-EP-TYPE > 2
                   MOVE 'RESPAWN POINT TYPE MUST BE 00-02'
                       TO WS-MESSAGE
               WHEN WS-EP-KIND = 'K'
                AND (WS-EP-TYPE < 1 OR WS-EP-TYPE > 3)
                   MOVE 'KEYCARD TYPE MUST BE 01 RED, 02 YELLOW OR 03 BL
      -                'UE' TO WS-MESSAGE
               WHEN WS-EP-PAR-TICKS IS NOT NUMERIC
                   MOVE 'PAR TICKS MUST BE NUMERIC' TO WS-MESSAGE
               WHEN WS-EP-KIND = 'P' AND WS-EP-PAR-TICKS = ZERO
                   MOVE 'A PAR RECORD NEEDS PAR TICKS 00001-99999'
                       TO WS-MESSAGE
               WHEN WS-EP-GROUP IS NOT NUMERIC
                   MOVE 'AMBUSH GROUP MUST BE NUMERIC' TO WS-MESSAGE
               WHEN WS-EP-DELAY IS NOT NUMERIC
                   MOVE 'TRIGGER DELAY MUST BE NUMERIC' TO WS-MESSAGE
               WHEN WS-EP-KIND = 'T' AND WS-EP-GROUP = ZERO
                   MOVE 'A TRIGGER NEEDS AN AMBUSH GROUP 01-99'
                       TO WS-MESSAGE
               WHEN WS-EP-KIND = 'T'
                AND WS-EP-ACTION NOT = 'S' AND NOT = 'W'
                   MOVE 'TRIGGER ACTION MUST BE S SPAWN OR W WAKE'
                       TO WS-MESSAGE
               WHEN WS-EP-KIND NOT = 'P'
                AND (WS-EP-X IS NOT NUMERIC OR WS-EP-Y IS NOT NUMERIC)
                   MOVE 'COLUMN AND ROW MUST BE NUMERIC' TO WS-MESSAGE
               WHEN WS-EP-KIND NOT = 'P'
                AND (WS-EP-X < 1 OR WS-EP-X > WS-MAP-COLS
                  OR WS-EP-Y < 1 OR WS-EP-Y > WS-MAP-ROWS)
                   MOVE SPACES TO WS-MESSAGE
                   STRING 'COLUMN 01-' DELIMITED BY SIZE
                          WS-MAP-COLS DELIMITED BY SIZE
                          ' AND ROW 01-' DELIMITED BY SIZE
                          WS-MAP-ROWS DELIMITED BY SIZE
                          ' - OFF THE LEVEL GRID' DELIMITED BY SIZE
                          INTO WS-MESSAGE
               WHEN OTHER
                   MOVE 'Y' TO WS-VALID
           END-EVALUATE
      *    Store what the spawner reads - a barrel's type and a par
      *    record's position mean nothing, nor do par ticks on
      *    anything but a par record.
           IF WS-VALID = 'Y'
               IF WS-EP-KIND = 'B' OR WS-EP-KIND = 'T'
                   MOVE ZERO TO WS-EP-TYPE
               END-IF
      *        Only a trigger fires, and only something the spawner
      *        places can be in a group.
               IF WS-EP-KIND NOT = 'T'
                   MOVE SPACE TO WS-EP-ACTION
                   MOVE ZERO TO WS-EP-DELAY
               END-IF
               IF WS-EP-KIND = 'P' OR WS-EP-KIND = 'S'
                  OR WS-EP-KIND = 'K'
                   MOVE ZERO TO WS-EP-GROUP
               END-IF
               IF WS-EP-KIND = 'P'
                   MOVE ZERO TO WS-EP-TYPE
                   MOVE ZERO TO WS-EP-X
                   MOVE ZERO TO WS-EP-Y
               ELSE
                   MOVE ZERO TO WS-EP-PAR-TICKS
               END-IF
           END-IF.

       SAVE-PLACEMENT.
           MOVE WS-BEFORE-IMAGE TO WS-PLACEMENT
           IF ED-ADDING
               MOVE SPACES TO WS-PLACEMENT
           END-IF
           MOVE WS-SL-LEVEL TO WS-PL-LEVEL
           MOVE WS-EP-KIND TO WS-PL-KIND
           MOVE WS-EP-TYPE TO WS-PL-TYPE
           MOVE WS-EP-X TO WS-PL-X
           MOVE WS-EP-Y TO WS-PL-Y
           MOVE WS-EP-PAR-TICKS TO WS-PL-PAR-TICKS
           MOVE WS-EP-GROUP TO WS-PL-GROUP
           MOVE WS-EP-ACTION TO WS-PL-TRIGGER-ACTION
           MOVE WS-EP-DELAY TO WS-PL-TRIGGER-DELAY
           MOVE WS-PLACEMENT TO WS-AFTER-IMAGE
           IF ED-CHANGING AND WS-AFTER-IMAGE = WS-BEFORE-IMAGE
               MOVE 'NOTHING CHANGED - NOTHING SAVED' TO WS-MESSAGE
               MOVE 'Y' TO WS-ED-DONE
               GO TO SAVE-PLACEMENT-EXIT
           END-IF

      *    Apply the change to the table, prove the whole proposed
      *    manifest, and only then let it go live.
           EVALUATE TRUE
               WHEN ED-ADDING
                   ADD 1 TO WS-MT-COUNT
                   MOVE WS-AFTER-IMAGE TO WS-MT-ENTRY(WS-MT-COUNT)
               WHEN ED-CHANGING
                   MOVE WS-AFTER-IMAGE TO WS-MT-ENTRY(WS-ED-AT)
               WHEN ED-DELETING
                   MOVE SPACES TO WS-AFTER-IMAGE
                   PERFORM VARYING WS-MT-I FROM WS-ED-AT BY 1
                           UNTIL WS-MT-I >= WS-MT-COUNT
                       MOVE WS-MT-ENTRY(WS-MT-I + 1)
                           TO WS-MT-ENTRY(WS-MT-I)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-MT-COUNT
           END-EVALUATE

           PERFORM WRITE-PENDING-MANIFEST
           IF WS-PENDING-STATUS NOT = '00'
               PERFORM LOAD-MANIFEST-TABLE
               MOVE SPACES TO WS-MESSAGE
               STRING 'NOT SAVED - DOOM.MANIFEST.PEND STATUS '
                          DELIMITED BY SIZE
                      WS-PENDING-STATUS DELIMITED BY SIZE
                      INTO WS-MESSAGE
               GO TO SAVE-PLACEMENT-EXIT
           END-IF
           MOVE WS-SL-LEVEL TO WS-MRCN-LEVEL
           CALL 'DOOMMRCN' USING WS-MRCN-PARM
           MOVE RETURN-CODE TO WS-MRCN-RC
           MOVE ZERO TO RETURN-CODE
           IF WS-MRCN-RC NOT = ZERO
      *        Back to the manifest as it stands on file.
               PERFORM LOAD-MANIFEST-TABLE
               MOVE SPACES TO WS-MESSAGE
               STRING 'REFUSED - RECONCILIATION RC ' DELIMITED BY SIZE
                      WS-MRCN-RC DELIMITED BY SIZE
                      ' - SEE DOOM.MRCNRPT' DELIMITED BY SIZE
                      INTO WS-MESSAGE
               GO TO SAVE-PLACEMENT-EXIT
           END-IF

           PERFORM WRITE-LIVE-MANIFEST
           IF WS-MANIFEST-STATUS NOT = '00'
               PERFORM LOAD-MANIFEST-TABLE
               MOVE SPACES TO WS-MESSAGE
               STRING 'SAVE FAILED - DOOM.MANIFEST STATUS '
                          DELIMITED BY SIZE
                      WS-MANIFEST-STATUS DELIMITED BY SIZE
                      INTO WS-MESSAGE
               GO TO SAVE-PLACEMENT-EXIT
           END-IF
           PERFORM WRITE-HISTORY-LINE
           MOVE SPACES TO WS-MESSAGE
           EVALUATE TRUE
               WHEN ED-ADDING
                   STRING 'ADDED TO LEVEL ' DELIMITED BY SIZE
                          WS-SL-LEVEL DELIMITED BY SIZE
                          ' - RECONCILED CLEAN' DELIMITED BY SIZE
                          INTO WS-MESSAGE
               WHEN ED-CHANGING
                   STRING 'LINE ' DELIMITED BY SIZE
                          WS-SL-LINE DELIMITED BY SIZE
                          ' CHANGED - RECONCILED CLEAN'
                              DELIMITED BY SIZE
                          INTO WS-MESSAGE
               WHEN ED-DELETING
                   STRING 'LINE ' DELIMITED BY SIZE
                          WS-SL-LINE DELIMITED BY SIZE
                          ' DELETED - RECONCILED CLEAN'
                              DELIMITED BY SIZE
                          INTO WS-MESSAGE
           END-EVALUATE
           MOVE 'Y' TO WS-ED-DONE.

       SAVE-PLACEMENT-EXIT.
           EXIT.

      *================================================================
      * Manifest file handling.
      *================================================================
       LOAD-MANIFEST-TABLE.
           MOVE ZERO TO WS-MT-COUNT
           MOVE 'N' TO WS-MT-FULL
           MOVE 'N' TO WS-MT-REJECTED
           MOVE '00' TO WS-MANIFEST-STATUS
           OPEN INPUT MANIFEST-FILE
           IF NOT MANIFEST-MISSING
               PERFORM CHECK-MANIFEST-VERSION
               IF WS-VP-ACCEPTED
                   PERFORM UNTIL MANIFEST-EOF
                       READ MANIFEST-FILE
                           AT END SET MANIFEST-EOF TO TRUE
                           NOT AT END
                               IF WS-MT-COUNT < 2000
                                   ADD 1 TO WS-MT-COUNT
                                   MOVE MANIFEST-RECORD
                                       TO WS-MT-ENTRY(WS-MT-COUNT)
                               ELSE
                                   MOVE 'Y' TO WS-MT-FULL
                               END-IF
                       END-READ
                       IF NOT MANIFEST-EOF
                          AND WS-MANIFEST-STATUS NOT = '00'
                           SET MANIFEST-EOF TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-VP-RESULT = 'R'
                   MOVE 'Y' TO WS-MT-REJECTED
               END-IF
               CLOSE MANIFEST-FILE
           END-IF.

       WRITE-PENDING-MANIFEST.
           OPEN OUTPUT PENDING-FILE
           IF WS-PENDING-STATUS = '00'
               PERFORM WRITE-PENDING-HEADER
               PERFORM VARYING WS-MT-I FROM 1 BY 1
                       UNTIL WS-MT-I > WS-MT-COUNT
                   MOVE WS-MT-ENTRY(WS-MT-I) TO PENDING-RECORD
                   WRITE PENDING-RECORD
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       WRITE-LIVE-MANIFEST.
           OPEN OUTPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS = '00'
               PERFORM WRITE-MANIFEST-HEADER
               PERFORM VARYING WS-MT-I FROM 1 BY 1
                       UNTIL WS-MT-I > WS-MT-COUNT
                   MOVE WS-MT-ENTRY(WS-MT-I) TO MANIFEST-RECORD
                   WRITE MANIFEST-RECORD
               END-PERFORM
               CLOSE MANIFEST-FILE
           END-IF.

       WRITE-HISTORY-LINE.
           OPEN EXTEND MANIFEST-HISTORY
           IF MANHIST-MISSING
               OPEN OUTPUT MANIFEST-HISTORY
           END-IF
           MOVE SPACES TO MANIFEST-HISTORY-RECORD
           MOVE FUNCTION CURRENT-DATE(1:8) TO MNH-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO MNH-TIME
           MOVE WS-SL-OPERATOR TO MNH-OPERATOR
           MOVE WS-SL-LEVEL TO MNH-LEVEL
           MOVE WS-ED-MODE TO MNH-ACTION
           MOVE WS-BEFORE-IMAGE TO MNH-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO MNH-AFTER-IMAGE
           WRITE MANIFEST-HISTORY-RECORD
           CLOSE MANIFEST-HISTORY.

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

       WRITE-PENDING-HEADER.
      *    Header first on every fresh copy; the record area is put
      *    back as it was for the data record that follows.
           MOVE PENDING-RECORD TO WS-VER-HOLD
           MOVE 'H' TO WS-VP-FUNCTION
           MOVE 'DOOMMAN' TO WS-VP-LAYOUT
           CALL 'DOOMVER' USING WS-VER-PARM
           MOVE WS-VP-HEADER TO PENDING-RECORD
           WRITE PENDING-RECORD
           MOVE WS-VER-HOLD TO PENDING-RECORD.

       WRITE-MANIFEST-HEADER.
      *    Header first on every fresh copy; the record area is put
      *    back as it was for the data record that follows.
           MOVE MANIFEST-RECORD TO WS-VER-HOLD
           MOVE 'H' TO WS-VP-FUNCTION
           MOVE 'DOOMMAN' TO WS-VP-LAYOUT
           CALL 'DOOMVER' USING WS-VER-PARM
           MOVE WS-VP-HEADER TO MANIFEST-RECORD
           WRITE MANIFEST-RECORD
           MOVE WS-VER-HOLD TO MANIFEST-RECORD.
