      *================================================================
      * DOOMATLS.COB - Printable Level Atlas
      * DOOMLEVL's export hands one level back as raw cells, and a
      * level review then cross-references the manifest, the switch
      * wiring and the catalog by hand. This writes the whole level
      * set to DOOM.ATLAS as one binder, a page per level in
      * DOOM.LEVELMETA order (level-number order, every level with
      * rows on file, when there is no catalog). Each page carries:
      *   - the catalog name, the grid from DOOM.LEVELDIM (20x40 when
      *     the level has no record), the manifest par ticks, where
      *     the normal and secret exits lead and the objective;
      *   - the manifest placements counted by kind and type, names
      *     from the DOOMCATL stat catalog;
      *   - the standing bests, asked of DOOMRECS;
      *   - the map in a numbered frame with a cell legend, the
      *     manifest placements overlaid by kind (lower case, so
      *     they never read as map cells; '*' where several share a
      *     cell);
      *   - every '%' switch (or thrown '+') with the door cell its
      *     DOOM.SWITCHMAP record opens, the ambush triggers with
      *     the group each lets out, the '?' secret cells and the
      *     'T' teleporter pair.
      * Coordinates throughout are X,Y - column, then row - the way
      * the manifest and the switch wiring give them. Nothing is
      * judged here: DOOMLEVL and DOOMMRCN say what is wrong with a
      * level, this only shows it. RETURN-CODE 12 means there was
      * no level to print.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMATLS.
       AUTHOR. DOOM-COBOL-SYSTEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEVEL-META ASSIGN TO 'DOOM.LEVELMETA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-META-STATUS.

           SELECT LEVEL-DATA ASSIGN TO 'LEVEL'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-LEVEL-REL-KEY
               FILE STATUS IS WS-LEVEL-STATUS.

           SELECT LEVEL-DIMS ASSIGN TO 'DOOM.LEVELDIM'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-LDM-REL-KEY
               FILE STATUS IS WS-LDM-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO 'DOOM.MANIFEST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT SWITCH-MAP ASSIGN TO 'DOOM.SWITCHMAP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWITCH-STATUS.

           SELECT ATLAS-FILE ASSIGN TO 'DOOM.ATLAS'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LEVEL-META.
       COPY DOOMLVM.

       FD  LEVEL-DATA.
       01  LEVEL-REC         PIC X(80).

       FD  LEVEL-DIMS.
       COPY DOOMLDM.

       FD  MANIFEST-FILE.
       COPY DOOMMAN.

       FD  SWITCH-MAP.
       COPY DOOMSWM.

       FD  ATLAS-FILE.
       01  ATLAS-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged on open before any record of it is used.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMATLS'.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.

      *    Shaped to match DOOMRECS's LINKAGE - a look at the
      *    level's standing bests, nothing judged or written.
       01  WS-RECS-PARM.
           05  WS-RP-LEVEL         PIC 99.
           05  WS-RP-TICKS         PIC 9(8).
           05  WS-RP-ACC           PIC 999.
           05  WS-RP-KILLPCT       PIC 999.
           05  WS-RP-TICKS-BROKEN  PIC X.
           05  WS-RP-OLD-TICKS     PIC 9(8).
           05  WS-RP-ACC-BROKEN    PIC X.
           05  WS-RP-OLD-ACC       PIC 999.
           05  WS-RP-KILL-BROKEN   PIC X.
           05  WS-RP-OLD-KILL      PIC 999.
           05  WS-RP-FUNCTION      PIC X VALUE 'Q'.

       COPY DOOMCAT.

       01  WS-META-STATUS     PIC XX.
           88  META-MISSING       VALUE '35'.
           88  META-EOF           VALUE '10'.
       01  WS-LEVEL-STATUS    PIC XX.
           88  LEVEL-MISSING      VALUE '35'.
       01  WS-LEVEL-REL-KEY   PIC 9(4).
       01  WS-LDM-REL-KEY     PIC 9(4).
       01  WS-LDM-STATUS      PIC XX.
           88  DIMS-MISSING       VALUE '35'.
       01  WS-MANIFEST-STATUS PIC XX.
           88  MANIFEST-MISSING   VALUE '35'.
           88  MANIFEST-EOF       VALUE '10'.
       01  WS-SWITCH-STATUS   PIC XX.
           88  SWITCHMAP-MISSING  VALUE '35'.
           88  SWITCHMAP-EOF      VALUE '10'.

      *    The levels to print, in the order the catalog lists them.
       01  WS-LEVEL-LIST.
           05  WS-LL-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-LL OCCURS 99 TIMES.
               10  WS-LL-LEVEL        PIC 99.
               10  WS-LL-NAME         PIC X(16).
               10  WS-LL-NEXT         PIC 99.
               10  WS-LL-SECRET       PIC 99.
               10  WS-LL-OBJECTIVE    PIC X.
               10  WS-LL-OBJ-TARGET   PIC 9(5).
       01  WS-L                   PIC 9(3).
       01  WS-FROM-CATALOG        PIC X VALUE 'N'.

       01  WS-LEVEL-NUM       PIC 99.
       01  WS-MAP-ROWS        PIC 99 VALUE 20.
       01  WS-MAP-COLS        PIC 99 VALUE 40.
       01  WS-MAP-OK          PIC X VALUE 'N'.
       01  WS-MAP-ARRAY.
           05  WS-MAP-ROW OCCURS 30 TIMES.
               10  WS-MAP-CELL OCCURS 60 TIMES PIC X.
      *    The placements' marks, laid over the map when it prints.
       01  WS-OVERLAY-ARRAY.
           05  WS-OVL-ROW OCCURS 30 TIMES.
               10  WS-OVL-CELL OCCURS 60 TIMES PIC X.

      *    What the manifest places on the level, by kind and type.
       01  WS-PLACEMENT-COUNTS.
           05  WS-MANIFEST-READ   PIC X.
           05  WS-PAR-TICKS       PIC 9(5).
           05  WS-PAR-FOUND       PIC X.
           05  WS-MON-COUNT OCCURS 9 TIMES PIC 9(3).
           05  WS-ITEM-COUNT OCCURS 49 TIMES PIC 9(3).
           05  WS-WPN-COUNT OCCURS 8 TIMES PIC 9(3).
           05  WS-KEY-COUNT OCCURS 3 TIMES PIC 9(3).
           05  WS-BARRELS         PIC 9(3).
           05  WS-SEATS           PIC 9(3).
           05  WS-UNKNOWN         PIC 9(3).
           05  WS-MONSTERS        PIC 9(3).
           05  WS-ITEMS           PIC 9(3).
           05  WS-GRP-PLACED OCCURS 99 TIMES PIC 9(3).
       01  WS-TRIGGER-TABLE.
           05  WS-TRG-COUNT       PIC 99.
           05  WS-TRG OCCURS 50 TIMES.
               10  WS-TRG-X           PIC 99.
               10  WS-TRG-Y           PIC 99.
               10  WS-TRG-GROUP       PIC 99.
               10  WS-TRG-ACTION      PIC X.
               10  WS-TRG-DELAY       PIC 9(3).
       01  WS-MARK            PIC X.

      *    Switch wiring for the level on the page.
       01  WS-SWITCH-TABLE.
           05  WS-SWM-COUNT       PIC 99 VALUE ZERO.
           05  WS-SWM OCCURS 20 TIMES.
               10  WS-SWM-SX          PIC 99.
               10  WS-SWM-SY          PIC 99.
               10  WS-SWM-DX          PIC 99.
               10  WS-SWM-DY          PIC 99.
       01  WS-SW-K            PIC 99.
       01  WS-SW-MATCHED      PIC X.

      *    The teleporter pads as the map scan finds them.
       01  WS-PAD-TABLE.
           05  WS-PAD-COUNT       PIC 99.
           05  WS-PAD OCCURS 10 TIMES.
               10  WS-PAD-X           PIC 99.
               10  WS-PAD-Y           PIC 99.
       01  WS-SECRETS         PIC 9(3).

       01  WS-INDICES.
           05  WS-I               PIC 99.
           05  WS-J               PIC 99.
           05  WS-T               PIC 99.
           05  WS-G               PIC 9(3).
           05  WS-TENS            PIC 9.
           05  WS-UNITS           PIC 9.
           05  WS-QUOTIENT        PIC 99.
       01  WS-CELL            PIC X.
       01  WS-TYPE-NAME       PIC X(10).
       01  WS-EXIT-TEXT       PIC X(30).
       01  WS-LIST-PTR        PIC 99.
       01  WS-RETURN-CODE     PIC 99 VALUE ZERO.
       01  WS-REPORT-LINE     PIC X(80).

       01  WS-COUNT-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-CT-KIND         PIC X(9).
           05  WS-CT-TYPE         PIC 99.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  WS-CT-NAME         PIC X(12).
           05  WS-CT-COUNT        PIC ZZ9.
           05  FILLER             PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'DOOMCATL' USING CATALOG-TABLE
           OPEN OUTPUT ATLAS-FILE
           PERFORM LOAD-LEVEL-LIST
           IF WS-LL-COUNT = ZERO
               PERFORM LIST-LEVELS-ON-FILE
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-FROM-CATALOG = 'Y'
               STRING 'LEVEL ATLAS - ' DELIMITED BY SIZE
                      WS-LL-COUNT DELIMITED BY SIZE
                      ' LEVELS IN DOOM.LEVELMETA ORDER'
                          DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           ELSE
               STRING 'LEVEL ATLAS - ' DELIMITED BY SIZE
                      WS-LL-COUNT DELIMITED BY SIZE
                      ' LEVELS IN NUMBER ORDER (NO LEVEL CATALOG)'
                          DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE

           IF WS-LL-COUNT = ZERO
               MOVE 'NO LEVEL HAS ROWS ON FILE - NOTHING TO PRINT'
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 12 TO WS-RETURN-CODE
           ELSE
               PERFORM PRINT-LEVEL-PAGE
                   VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-LL-COUNT
           END-IF

           CLOSE ATLAS-FILE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *================================================================
      * Which levels, in what order.
      *================================================================
       LOAD-LEVEL-LIST.
           MOVE ZERO TO WS-LL-COUNT
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
                               PERFORM TAKE-CATALOG-RECORD
                       END-READ
                       IF NOT META-EOF AND WS-META-STATUS NOT = '00'
                           SET META-EOF TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE LEVEL-META
           END-IF
           IF WS-LL-COUNT > ZERO
               MOVE 'Y' TO WS-FROM-CATALOG
           END-IF.

       TAKE-CATALOG-RECORD.
           IF LVM-LEVEL IS NUMERIC AND LVM-LEVEL > ZERO
              AND WS-LL-COUNT < 99
               ADD 1 TO WS-LL-COUNT
               MOVE LVM-LEVEL TO WS-LL-LEVEL(WS-LL-COUNT)
               MOVE LVM-NAME TO WS-LL-NAME(WS-LL-COUNT)
               MOVE ZERO TO WS-LL-NEXT(WS-LL-COUNT)
               MOVE ZERO TO WS-LL-SECRET(WS-LL-COUNT)
               MOVE ZERO TO WS-LL-OBJ-TARGET(WS-LL-COUNT)
               IF LVM-NEXT-LEVEL IS NUMERIC
                   MOVE LVM-NEXT-LEVEL TO WS-LL-NEXT(WS-LL-COUNT)
               END-IF
               IF LVM-SECRET-LEVEL IS NUMERIC
                   MOVE LVM-SECRET-LEVEL TO WS-LL-SECRET(WS-LL-COUNT)
               END-IF
               MOVE LVM-OBJECTIVE TO WS-LL-OBJECTIVE(WS-LL-COUNT)
               IF LVM-OBJ-TARGET IS NUMERIC
                   MOVE LVM-OBJ-TARGET
                       TO WS-LL-OBJ-TARGET(WS-LL-COUNT)
               END-IF
           END-IF.

       LIST-LEVELS-ON-FILE.
      *    No catalog - old level sets need none - so every level
      *    whose block has a first row is printed, lowest first,
      *    on the classic next-number-up chain.
           MOVE 'N' TO WS-FROM-CATALOG
           OPEN INPUT LEVEL-DATA
           IF NOT LEVEL-MISSING
               PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > 99
                   COMPUTE WS-LEVEL-REL-KEY = (WS-L - 1) * 30 + 1
                   READ LEVEL-DATA
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-LL-COUNT
                           MOVE WS-L TO WS-LL-LEVEL(WS-LL-COUNT)
                           MOVE SPACES TO WS-LL-NAME(WS-LL-COUNT)
                           MOVE ZERO TO WS-LL-NEXT(WS-LL-COUNT)
                           MOVE ZERO TO WS-LL-SECRET(WS-LL-COUNT)
                           MOVE 'E' TO WS-LL-OBJECTIVE(WS-LL-COUNT)
                           MOVE ZERO
                               TO WS-LL-OBJ-TARGET(WS-LL-COUNT)
                   END-READ
               END-PERFORM
               CLOSE LEVEL-DATA
           END-IF.

      *================================================================
      * One level's page.
      *================================================================
       PRINT-LEVEL-PAGE.
           MOVE WS-LL-LEVEL(WS-L) TO WS-LEVEL-NUM
           PERFORM LOAD-LEVEL-MAP
           PERFORM SCAN-MANIFEST
           PERFORM LOAD-SWITCH-WIRING

           PERFORM WRITE-PAGE-HEADER
           PERFORM WRITE-PLACEMENT-COUNTS
           PERFORM WRITE-STANDING-RECORDS
           IF WS-MAP-OK = 'Y'
               PERFORM WRITE-MAP-LEGEND
               PERFORM WRITE-LEVEL-MAP
               PERFORM WRITE-SWITCH-LABELS
               PERFORM WRITE-AMBUSH-TRIGGERS
               PERFORM WRITE-SECRETS-AND-PADS
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE '  NO MAP - THE LEVEL BLOCK IS NOT ON FILE'
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       LOAD-LEVEL-MAP.
           PERFORM READ-LEVEL-DIMS
           MOVE 'N' TO WS-MAP-OK
           MOVE SPACES TO WS-MAP-ARRAY
           OPEN INPUT LEVEL-DATA
           IF NOT LEVEL-MISSING
               MOVE 'Y' TO WS-MAP-OK
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-MAP-ROWS
                   COMPUTE WS-LEVEL-REL-KEY =
                       (WS-LEVEL-NUM - 1) * 30 + WS-I
                   READ LEVEL-DATA
                       INVALID KEY
                           MOVE 'N' TO WS-MAP-OK
                           EXIT PERFORM
                   END-READ
                   MOVE LEVEL-REC TO WS-MAP-ROW(WS-I)
               END-PERFORM
               CLOSE LEVEL-DATA
           END-IF.

       READ-LEVEL-DIMS.
           MOVE 20 TO WS-MAP-ROWS
           MOVE 40 TO WS-MAP-COLS
           OPEN INPUT LEVEL-DIMS
           IF NOT DIMS-MISSING
               MOVE WS-LEVEL-NUM TO WS-LDM-REL-KEY
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

       SCAN-MANIFEST.
           INITIALIZE WS-PLACEMENT-COUNTS
           INITIALIZE WS-TRIGGER-TABLE
           MOVE SPACES TO WS-OVERLAY-ARRAY
           MOVE 'N' TO WS-MANIFEST-READ
           MOVE 'N' TO WS-PAR-FOUND
           MOVE '00' TO WS-MANIFEST-STATUS
           OPEN INPUT MANIFEST-FILE
           IF MANIFEST-MISSING
               CONTINUE
           ELSE
               PERFORM CHECK-MANIFEST-VERSION
               IF WS-VP-ACCEPTED
                   MOVE 'Y' TO WS-MANIFEST-READ
                   PERFORM UNTIL MANIFEST-EOF
                       READ MANIFEST-FILE
                           AT END SET MANIFEST-EOF TO TRUE
                           NOT AT END
                               IF MAN-LEVEL = WS-LEVEL-NUM
                                   PERFORM TAKE-PLACEMENT
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

       TAKE-PLACEMENT.
           MOVE SPACE TO WS-MARK
           EVALUATE TRUE
               WHEN MAN-PAR
                   IF MAN-PAR-TICKS IS NUMERIC
                       MOVE MAN-PAR-TICKS TO WS-PAR-TICKS
                       MOVE 'Y' TO WS-PAR-FOUND
                   END-IF
               WHEN MAN-MONSTER
                   MOVE 'm' TO WS-MARK
                   IF MAN-TYPE IS NUMERIC AND MAN-TYPE >= 1
                      AND MAN-TYPE <= 9
                       ADD 1 TO WS-MON-COUNT(MAN-TYPE)
                       ADD 1 TO WS-MONSTERS
                   ELSE
                       ADD 1 TO WS-UNKNOWN
                   END-IF
               WHEN MAN-ITEM
                   MOVE 'i' TO WS-MARK
                   IF MAN-TYPE IS NUMERIC AND MAN-TYPE >= 10
                      AND MAN-TYPE <= 49
                       ADD 1 TO WS-ITEM-COUNT(MAN-TYPE)
                       ADD 1 TO WS-ITEMS
                   ELSE
                       ADD 1 TO WS-UNKNOWN
                   END-IF
               WHEN MAN-WEAPON
                   MOVE 'w' TO WS-MARK
                   IF MAN-TYPE IS NUMERIC AND MAN-TYPE <= 7
                       ADD 1 TO WS-WPN-COUNT(MAN-TYPE + 1)
                       ADD 1 TO WS-ITEMS
                   ELSE
                       ADD 1 TO WS-UNKNOWN
                   END-IF
               WHEN MAN-BARREL
                   MOVE 'b' TO WS-MARK
                   ADD 1 TO WS-BARRELS
               WHEN MAN-SPAWN-POINT
                   MOVE 's' TO WS-MARK
                   ADD 1 TO WS-SEATS
               WHEN MAN-KEYCARD
                   MOVE 'k' TO WS-MARK
                   IF MAN-TYPE IS NUMERIC AND MAN-TYPE >= 1
                      AND MAN-TYPE <= 3
                       ADD 1 TO WS-KEY-COUNT(MAN-TYPE)
                   ELSE
                       ADD 1 TO WS-UNKNOWN
                   END-IF
               WHEN MAN-TRIGGER
                   MOVE '!' TO WS-MARK
                   IF WS-TRG-COUNT < 50
                       ADD 1 TO WS-TRG-COUNT
                       MOVE MAN-X TO WS-TRG-X(WS-TRG-COUNT)
                       MOVE MAN-Y TO WS-TRG-Y(WS-TRG-COUNT)
                       MOVE MAN-GROUP TO WS-TRG-GROUP(WS-TRG-COUNT)
                       MOVE MAN-TRIGGER-ACTION
                           TO WS-TRG-ACTION(WS-TRG-COUNT)
                       MOVE MAN-TRIGGER-DELAY
                           TO WS-TRG-DELAY(WS-TRG-COUNT)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-UNKNOWN
           END-EVALUATE
           IF (MAN-MONSTER OR MAN-ITEM OR MAN-WEAPON OR MAN-BARREL)
              AND MAN-GROUP IS NUMERIC AND MAN-GROUP > ZERO
               ADD 1 TO WS-GRP-PLACED(MAN-GROUP)
           END-IF
           IF WS-MARK NOT = SPACE
              AND MAN-X IS NUMERIC AND MAN-Y IS NUMERIC
              AND MAN-X >= 1 AND MAN-X <= WS-MAP-COLS
              AND MAN-Y >= 1 AND MAN-Y <= WS-MAP-ROWS
               IF WS-OVL-CELL(MAN-Y, MAN-X) = SPACE
                   MOVE WS-MARK TO WS-OVL-CELL(MAN-Y, MAN-X)
               ELSE
                   MOVE '*' TO WS-OVL-CELL(MAN-Y, MAN-X)
               END-IF
           END-IF.

       LOAD-SWITCH-WIRING.
           MOVE ZERO TO WS-SWM-COUNT
           MOVE '00' TO WS-SWITCH-STATUS
           OPEN INPUT SWITCH-MAP
           IF SWITCHMAP-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL SWITCHMAP-EOF OR WS-SWM-COUNT >= 20
                   READ SWITCH-MAP
                       AT END SET SWITCHMAP-EOF TO TRUE
                       NOT AT END
                           IF SWM-LEVEL = WS-LEVEL-NUM
                               ADD 1 TO WS-SWM-COUNT
                               MOVE SWM-SWITCH-X
                                   TO WS-SWM-SX(WS-SWM-COUNT)
                               MOVE SWM-SWITCH-Y
                                   TO WS-SWM-SY(WS-SWM-COUNT)
                               MOVE SWM-DOOR-X
                                   TO WS-SWM-DX(WS-SWM-COUNT)
                               MOVE SWM-DOOR-Y
                                   TO WS-SWM-DY(WS-SWM-COUNT)
                           END-IF
                   END-READ
                   IF NOT SWITCHMAP-EOF
                      AND WS-SWITCH-STATUS NOT = '00'
                       SET SWITCHMAP-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE SWITCH-MAP
           END-IF.

      *================================================================
      * Page header - the catalog, the grid, par and the exits.
      *================================================================
       WRITE-PAGE-HEADER.
           MOVE ALL '=' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-LL-NAME(WS-L) = SPACES
               STRING 'LEVEL ' DELIMITED BY SIZE
                      WS-LEVEL-NUM DELIMITED BY SIZE
                      ' - (NOT IN THE CATALOG)' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           ELSE
               STRING 'LEVEL ' DELIMITED BY SIZE
                      WS-LEVEL-NUM DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WS-LL-NAME(WS-L) DELIMITED BY '  '
                      INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-PAR-FOUND = 'Y'
               STRING '  GRID ' DELIMITED BY SIZE
                      WS-MAP-ROWS DELIMITED BY SIZE
                      ' ROWS BY ' DELIMITED BY SIZE
                      WS-MAP-COLS DELIMITED BY SIZE
                      ' COLUMNS    PAR ' DELIMITED BY SIZE
                      WS-PAR-TICKS DELIMITED BY SIZE
                      ' TICKS' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           ELSE
               STRING '  GRID ' DELIMITED BY SIZE
                      WS-MAP-ROWS DELIMITED BY SIZE
                      ' ROWS BY ' DELIMITED BY SIZE
                      WS-MAP-COLS DELIMITED BY SIZE
                      ' COLUMNS    PAR NOT SET' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE

      *    Zero in the catalog keeps the classic next-number-up
      *    chain; a 'Z' tile with no secret level is just another
      *    way out to the normal exit's level.
           MOVE SPACES TO WS-EXIT-TEXT
           IF WS-LL-NEXT(WS-L) > ZERO
               STRING 'LEVEL ' DELIMITED BY SIZE
                      WS-LL-NEXT(WS-L) DELIMITED BY SIZE
                      INTO WS-EXIT-TEXT
           ELSE
               IF WS-LEVEL-NUM < 99
                   COMPUTE WS-QUOTIENT = WS-LEVEL-NUM + 1
                   STRING 'LEVEL ' DELIMITED BY SIZE
                          WS-QUOTIENT DELIMITED BY SIZE
                          ' (NEXT NUMBER UP)' DELIMITED BY SIZE
                          INTO WS-EXIT-TEXT
               ELSE
                   MOVE 'END OF THE SET' TO WS-EXIT-TEXT
               END-IF
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  NORMAL EXIT TO ' DELIMITED BY SIZE
                  WS-EXIT-TEXT DELIMITED BY '  '
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-LL-SECRET(WS-L) > ZERO
               STRING '  SECRET EXIT TO LEVEL ' DELIMITED BY SIZE
                      WS-LL-SECRET(WS-L) DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           ELSE
               MOVE '  SECRET EXIT - NONE IN THE CATALOG'
                   TO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE WS-LL-OBJECTIVE(WS-L)
               WHEN 'K'
                   MOVE '  OBJECTIVE - KILL EVERY MONSTER'
                       TO WS-REPORT-LINE
               WHEN 'T'
                   MOVE WS-LL-OBJ-TARGET(WS-L) TO WS-T
                   MOVE 'TYPE' TO WS-TYPE-NAME
                   IF WS-T >= 1 AND WS-T <= 9
                       MOVE CAT-B-NAME(WS-T) TO WS-TYPE-NAME
                   END-IF
                   STRING '  OBJECTIVE - KILL EVERY ' DELIMITED BY SIZE
                          WS-TYPE-NAME DELIMITED BY '  '
                          ' (TYPE ' DELIMITED BY SIZE
                          WS-T DELIMITED BY SIZE
                          ')' DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
               WHEN 'C'
                   MOVE '  OBJECTIVE - COLLECT EVERY KEYCARD'
                       TO WS-REPORT-LINE
               WHEN 'S'
                   STRING '  OBJECTIVE - SURVIVE ' DELIMITED BY SIZE
                          WS-LL-OBJ-TARGET(WS-L) DELIMITED BY SIZE
                          ' TICKS' DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
               WHEN OTHER
                   MOVE '  OBJECTIVE - REACH THE EXIT'
                       TO WS-REPORT-LINE
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE.

      *================================================================
      * What the manifest places, by kind and type.
      *================================================================
       WRITE-PLACEMENT-COUNTS.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-MANIFEST-READ = 'N'
               MOVE '  PLACEMENTS - NO READABLE DOOM.MANIFEST'
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  PLACEMENTS - ' DELIMITED BY SIZE
                      WS-MONSTERS DELIMITED BY SIZE
                      ' MONSTERS, ' DELIMITED BY SIZE
                      WS-ITEMS DELIMITED BY SIZE
                      ' ITEMS, ' DELIMITED BY SIZE
                      WS-BARRELS DELIMITED BY SIZE
                      ' BARRELS, ' DELIMITED BY SIZE
                      WS-SEATS DELIMITED BY SIZE
                      ' RESPAWN POINTS' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF WS-MONSTERS > ZERO OR WS-ITEMS > ZERO
                  OR WS-BARRELS > ZERO OR WS-KEY-COUNT(1) > ZERO
                  OR WS-KEY-COUNT(2) > ZERO OR WS-KEY-COUNT(3) > ZERO
                   MOVE '    KIND     TYPE   NAME        COUNT'
                       TO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 9
                   IF WS-MON-COUNT(WS-T) > ZERO
                       MOVE 'MONSTER' TO WS-CT-KIND
                       MOVE WS-T TO WS-CT-TYPE
                       MOVE CAT-B-NAME(WS-T) TO WS-CT-NAME
                       MOVE WS-MON-COUNT(WS-T) TO WS-CT-COUNT
                       PERFORM WRITE-COUNT-LINE
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-T FROM 10 BY 1 UNTIL WS-T > 49
                   IF WS-ITEM-COUNT(WS-T) > ZERO
                       MOVE 'ITEM' TO WS-CT-KIND
                       MOVE WS-T TO WS-CT-TYPE
                       PERFORM NAME-ITEM-TYPE
                       MOVE WS-TYPE-NAME TO WS-CT-NAME
                       MOVE WS-ITEM-COUNT(WS-T) TO WS-CT-COUNT
                       PERFORM WRITE-COUNT-LINE
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 8
                   IF WS-WPN-COUNT(WS-T) > ZERO
                       MOVE 'WEAPON' TO WS-CT-KIND
                       COMPUTE WS-CT-TYPE = WS-T - 1
                       MOVE CAT-W-NAME(WS-T) TO WS-CT-NAME
                       MOVE WS-WPN-COUNT(WS-T) TO WS-CT-COUNT
                       PERFORM WRITE-COUNT-LINE
                   END-IF
               END-PERFORM
               IF WS-BARRELS > ZERO
                   MOVE 'BARREL' TO WS-CT-KIND
                   MOVE 10 TO WS-CT-TYPE
                   MOVE CAT-B-NAME(10) TO WS-CT-NAME
                   MOVE WS-BARRELS TO WS-CT-COUNT
                   PERFORM WRITE-COUNT-LINE
               END-IF
               PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 3
                   IF WS-KEY-COUNT(WS-T) > ZERO
                       MOVE 'KEYCARD' TO WS-CT-KIND
                       MOVE WS-T TO WS-CT-TYPE
                       EVALUATE WS-T
                           WHEN 1
                               MOVE 'RED' TO WS-CT-NAME
                           WHEN 2
                               MOVE 'YELLOW' TO WS-CT-NAME
                           WHEN OTHER
                               MOVE 'BLUE' TO WS-CT-NAME
                       END-EVALUATE
                       MOVE WS-KEY-COUNT(WS-T) TO WS-CT-COUNT
                       PERFORM WRITE-COUNT-LINE
                   END-IF
               END-PERFORM
               IF WS-UNKNOWN > ZERO
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '    ' DELIMITED BY SIZE
                          WS-UNKNOWN DELIMITED BY SIZE
                          ' LINES OF NO KNOWN KIND OR TYPE - SEE'
                              DELIMITED BY SIZE
                          ' DOOM.MRCNRPT' DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.

       NAME-ITEM-TYPE.
      *    The item subtype bands FIND-ITEMS and the pickup code
      *    pay out by.
           EVALUATE WS-T
               WHEN 10 THRU 19
                   MOVE 'HEALTH' TO WS-TYPE-NAME
               WHEN 20
               WHEN 24 THRU 29
                   MOVE 'BULLETS' TO WS-TYPE-NAME
               WHEN 21
                   MOVE 'SHELLS' TO WS-TYPE-NAME
               WHEN 22
                   MOVE 'CELLS' TO WS-TYPE-NAME
               WHEN 23
                   MOVE 'ROCKETS' TO WS-TYPE-NAME
               WHEN 40 THRU 47
                   MOVE CAT-W-NAME(WS-T - 39) TO WS-TYPE-NAME
               WHEN OTHER
                   MOVE 'ITEM' TO WS-TYPE-NAME
           END-EVALUATE.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-STANDING-RECORDS.
           MOVE WS-LEVEL-NUM TO WS-RP-LEVEL
           MOVE ZERO TO WS-RP-TICKS
           MOVE ZERO TO WS-RP-ACC
           MOVE ZERO TO WS-RP-KILLPCT
           MOVE 'Q' TO WS-RP-FUNCTION
           CALL 'DOOMRECS' USING WS-RECS-PARM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-RP-OLD-TICKS = ZERO AND WS-RP-OLD-ACC = ZERO
              AND WS-RP-OLD-KILL = ZERO
               MOVE '  STANDING RECORDS - NONE SET YET'
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE '  STANDING RECORDS' TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-RP-OLD-TICKS > ZERO
                   STRING '    FASTEST COMPLETION  ' DELIMITED BY SIZE
                          WS-RP-OLD-TICKS DELIMITED BY SIZE
                          ' TICKS' DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
               ELSE
                   MOVE '    FASTEST COMPLETION  NONE YET'
                       TO WS-REPORT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-RP-OLD-ACC > ZERO
                   STRING '    BEST ACCURACY       ' DELIMITED BY SIZE
                          WS-RP-OLD-ACC DELIMITED BY SIZE
                          '%' DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
               ELSE
                   MOVE '    BEST ACCURACY       NONE YET'
                       TO WS-REPORT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-RP-OLD-KILL > ZERO
                   STRING '    BEST KILL PERCENT   ' DELIMITED BY SIZE
                          WS-RP-OLD-KILL DELIMITED BY SIZE
                          '%' DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
               ELSE
                   MOVE '    BEST KILL PERCENT   NONE YET'
                       TO WS-REPORT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *================================================================
      * The map - legend, numbered frame, overlay.
      *================================================================
       WRITE-MAP-LEGEND.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE '  MAP   # WALL  . FLOOR  D DOOR  % SWITCH  + THROWN'
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE '        7/8/9 RED/YELLOW/BLUE DOOR  1/2/3 THEIR KEYS'
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE '        X EXIT  Z SECRET EXIT  ? SECRET  T TELEPORTER'
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE '        ~ SLIME  ^ LAVA  B,$ BULLETS  S SHELLS'
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE '        C CELLS  R ROCKETS  H MEDKIT  E RADSUIT'
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE '        V INVULNERABILITY  K BERSERK' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE '  PLACED  m MONSTER  i ITEM  w WEAPON  b BARREL'
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE '          s RESPAWN POINT  k KEYCARD  ! AMBUSH TRIGGER'
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE '          * SEVERAL ON ONE CELL' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-LEVEL-MAP.
      *    Row numbers down the left, the column number read down
      *    the two ruler lines, in the bordered frame DOOMHEAT
      *    draws. Cell X,Y sits at ruler column X of row Y.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-MAP-COLS
               DIVIDE WS-J BY 10 GIVING WS-TENS REMAINDER WS-UNITS
               IF WS-UNITS = ZERO
                   MOVE WS-TENS TO WS-REPORT-LINE(WS-J + 4:1)
               END-IF
           END-PERFORM
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-MAP-COLS
               DIVIDE WS-J BY 10 GIVING WS-TENS REMAINDER WS-UNITS
               MOVE WS-UNITS TO WS-REPORT-LINE(WS-J + 4:1)
           END-PERFORM
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-MAP-FRAME

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MAP-ROWS
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-I TO WS-REPORT-LINE(1:2)
               MOVE '|' TO WS-REPORT-LINE(4:1)
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-MAP-COLS
                   IF WS-OVL-CELL(WS-I, WS-J) NOT = SPACE
                       MOVE WS-OVL-CELL(WS-I, WS-J)
                           TO WS-REPORT-LINE(WS-J + 4:1)
                   ELSE
                       MOVE WS-MAP-CELL(WS-I, WS-J)
                           TO WS-REPORT-LINE(WS-J + 4:1)
                   END-IF
               END-PERFORM
               MOVE '|' TO WS-REPORT-LINE(WS-MAP-COLS + 5:1)
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           PERFORM WRITE-MAP-FRAME.

       WRITE-MAP-FRAME.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE '+' TO WS-REPORT-LINE(4:1)
           MOVE ALL '-' TO WS-REPORT-LINE(5:WS-MAP-COLS)
           MOVE '+' TO WS-REPORT-LINE(WS-MAP-COLS + 5:1)
           PERFORM WRITE-REPORT-LINE.

      *================================================================
      * What the map alone does not say.
      *================================================================
       WRITE-SWITCH-LABELS.
      *    Every switch face on the map with the door its wiring
      *    opens - the cell there now, so a reviewer sees whether
      *    it is a plain or a keyed door.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE '  SWITCHES' TO WS-REPORT-LINE
           MOVE 'N' TO WS-SW-MATCHED
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MAP-ROWS
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-MAP-COLS
                   IF WS-MAP-CELL(WS-I, WS-J) = '%'
                      OR WS-MAP-CELL(WS-I, WS-J) = '+'
                       IF WS-SW-MATCHED = 'N'
                           PERFORM WRITE-REPORT-LINE
                           MOVE 'Y' TO WS-SW-MATCHED
                       END-IF
                       PERFORM LABEL-ONE-SWITCH
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-SW-MATCHED = 'N'
               MOVE '  SWITCHES - NONE ON THIS MAP' TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       LABEL-ONE-SWITCH.
           MOVE ZERO TO WS-T
           PERFORM VARYING WS-SW-K FROM 1 BY 1
                   UNTIL WS-SW-K > WS-SWM-COUNT OR WS-T > ZERO
               IF WS-SWM-SX(WS-SW-K) = WS-J
                  AND WS-SWM-SY(WS-SW-K) = WS-I
                   MOVE WS-SW-K TO WS-T
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-T = ZERO
               STRING '    ' DELIMITED BY SIZE
                      WS-MAP-CELL(WS-I, WS-J) DELIMITED BY SIZE
                      ' AT ' DELIMITED BY SIZE
                      WS-J DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      WS-I DELIMITED BY SIZE
                      ' - NOT WIRED TO ANY DOOR' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           ELSE
               IF WS-SWM-DX(WS-T) >= 1
                  AND WS-SWM-DX(WS-T) <= WS-MAP-COLS
                  AND WS-SWM-DY(WS-T) >= 1
                  AND WS-SWM-DY(WS-T) <= WS-MAP-ROWS
                   MOVE WS-MAP-CELL(WS-SWM-DY(WS-T), WS-SWM-DX(WS-T))
                       TO WS-CELL
               ELSE
                   MOVE SPACE TO WS-CELL
               END-IF
               STRING '    ' DELIMITED BY SIZE
                      WS-MAP-CELL(WS-I, WS-J) DELIMITED BY SIZE
                      ' AT ' DELIMITED BY SIZE
                      WS-J DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      WS-I DELIMITED BY SIZE
                      ' OPENS THE DOOR AT ' DELIMITED BY SIZE
                      WS-SWM-DX(WS-T) DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      WS-SWM-DY(WS-T) DELIMITED BY SIZE
                      ' (CELL ' DELIMITED BY SIZE
                      WS-CELL DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-AMBUSH-TRIGGERS.
           IF WS-TRG-COUNT > ZERO
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE '  AMBUSH TRIGGERS' TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING WS-T FROM 1 BY 1
                       UNTIL WS-T > WS-TRG-COUNT
                   PERFORM LABEL-ONE-TRIGGER
               END-PERFORM
           END-IF.

       LABEL-ONE-TRIGGER.
           MOVE ZERO TO WS-G
           IF WS-TRG-GROUP(WS-T) IS NUMERIC
              AND WS-TRG-GROUP(WS-T) > ZERO
               MOVE WS-GRP-PLACED(WS-TRG-GROUP(WS-T)) TO WS-G
           END-IF
           IF WS-TRG-ACTION(WS-T) = 'W'
               MOVE 'WAKES' TO WS-TYPE-NAME
           ELSE
               MOVE 'SPAWNS' TO WS-TYPE-NAME
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING '    ! AT ' DELIMITED BY SIZE
                  WS-TRG-X(WS-T) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-TRG-Y(WS-T) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TYPE-NAME DELIMITED BY SPACE
                  ' GROUP ' DELIMITED BY SIZE
                  WS-TRG-GROUP(WS-T) DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WS-G DELIMITED BY SIZE
                  ' PLACEMENTS) AFTER ' DELIMITED BY SIZE
                  WS-TRG-DELAY(WS-T) DELIMITED BY SIZE
                  ' TICKS' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-SECRETS-AND-PADS.
           MOVE ZERO TO WS-SECRETS
           MOVE ZERO TO WS-PAD-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE '  SECRETS (?) AT' TO WS-REPORT-LINE
           MOVE 17 TO WS-LIST-PTR
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MAP-ROWS
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-MAP-COLS
                   IF WS-MAP-CELL(WS-I, WS-J) = '?'
                       ADD 1 TO WS-SECRETS
                       PERFORM LIST-ONE-SECRET
                   END-IF
                   IF WS-MAP-CELL(WS-I, WS-J) = 'T'
                      AND WS-PAD-COUNT < 10
                       ADD 1 TO WS-PAD-COUNT
                       MOVE WS-J TO WS-PAD-X(WS-PAD-COUNT)
                       MOVE WS-I TO WS-PAD-Y(WS-PAD-COUNT)
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-SECRETS = ZERO
               MOVE '  SECRETS - NONE ON THIS MAP' TO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE

      *    UPDATE-POSITION sends a pad to its one partner; anything
      *    but one pair is DOOMLEVL's to reject, so it is only
      *    listed here.
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE WS-PAD-COUNT
               WHEN ZERO
                   MOVE '  TELEPORTERS - NONE ON THIS MAP'
                       TO WS-REPORT-LINE
               WHEN 2
                   STRING '  TELEPORTER PAIR - T AT ' DELIMITED BY SIZE
                          WS-PAD-X(1) DELIMITED BY SIZE
                          ',' DELIMITED BY SIZE
                          WS-PAD-Y(1) DELIMITED BY SIZE
                          ' <-> T AT ' DELIMITED BY SIZE
                          WS-PAD-X(2) DELIMITED BY SIZE
                          ',' DELIMITED BY SIZE
                          WS-PAD-Y(2) DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
               WHEN OTHER
                   MOVE '  TELEPORTER PADS - NOT ONE PAIR, AT'
                       TO WS-REPORT-LINE
                   MOVE 37 TO WS-LIST-PTR
                   PERFORM VARYING WS-T FROM 1 BY 1
                           UNTIL WS-T > WS-PAD-COUNT
                       STRING ' ' DELIMITED BY SIZE
                              WS-PAD-X(WS-T) DELIMITED BY SIZE
                              ',' DELIMITED BY SIZE
                              WS-PAD-Y(WS-T) DELIMITED BY SIZE
                              INTO WS-REPORT-LINE
                              WITH POINTER WS-LIST-PTR
                   END-PERFORM
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE.

       LIST-ONE-SECRET.
      *    As many to a line as fit; the rest carry on below.
           IF WS-LIST-PTR > 74
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               MOVE 17 TO WS-LIST-PTR
           END-IF
           STRING ' ' DELIMITED BY SIZE
                  WS-J DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-I DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
                  WITH POINTER WS-LIST-PTR.

      *================================================================
      * Layout headers and the report writer.
      *================================================================
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

       CHECK-MANIFEST-VERSION.
           MOVE 'V' TO WS-VP-FUNCTION
           MOVE 'DOOM.MANIFEST' TO WS-VP-FILE-NAME
           MOVE 'DOOMMAN' TO WS-VP-LAYOUT
           MOVE SPACE TO WS-VP-RESULT
           READ MANIFEST-FILE
               NOT AT END
                   MOVE MANIFEST-RECORD TO WS-VP-HEADER
                   CALL 'DOOMVER' USING WS-VER-PARM
           END-READ.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO ATLAS-RECORD
           WRITE ATLAS-RECORD.
