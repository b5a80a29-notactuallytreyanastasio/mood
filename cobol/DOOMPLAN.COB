           05  WS-JP-TICK      PIC 9(8) VALUE ZERO.
           05  WS-JP-TEXT      PIC X(60).

      *    Shaped to match DOOMCTX's LINKAGE - the tick context the
      *    CTX step built, so the planner's map and visited mask
      *    come from one file instead of three.
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE ZERO TO WS-RETURN-CODE
           END-IF.

       LOAD-MAPS.
           MOVE 'M' TO WS-CX-FUNCTION
           MOVE WS-CUR-LEVEL TO WS-CX-LEVEL
           CALL 'DOOMCTX' USING WS-CTX-PARM
           IF WS-CX-SERVED
               PERFORM TAKE-MAP-CONTEXT
           ELSE
               PERFORM LOAD-LIVE-MAPS
           END-IF.

       TAKE-MAP-CONTEXT.
      *    Rows missing from LEVEL already read as walls, and
      *    visited rows as nothing visited, the way the live read
      *    fills them.
           MOVE WS-CX-ROWS TO WS-MAP-ROWS
           MOVE WS-CX-COLS TO WS-MAP-COLS
           MOVE SPACES TO WS-VISITED-ARRAY
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MAP-ROWS
               MOVE WS-CX-MAP-ROW(WS-I) TO WS-MAP-ROW(WS-I)
               MOVE WS-CX-VISITED-ROW(WS-I) TO WS-VISITED-ROW(WS-I)
           END-PERFORM.

       LOAD-LIVE-MAPS.
           PERFORM READ-LEVEL-DIMS
           OPEN INPUT WALL-MAP
           IF NOT WALLMAP-MISSING
