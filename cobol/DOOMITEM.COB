      *================================================================
      * DOOMITEM.COB - Carried Inventory Keeper
      * Every pickup used to pay out the moment it was touched, so a
      * medkit walked over at 95 health was simply gone. Medkits and
      * the radsuit/invulnerability/berserk powerups are now carried
      * in DOOM.INVENTORY (DOOMINV.CPY) until an ITEM command uses
      * them, and this subprogram is the one place that file is
      * read or written. Functions:
      *   'R' read - hand back the seat's four slot counts;
      *   'A' add  - one more of IP-SLOT, refused once the slot holds
      *              WS-SLOT-CAP (the item stays where it lay);
      *   'T' take - one of IP-SLOT out for use, refused when the
      *              slot is empty.
      * IP-RESULT says whether an 'A' or 'T' went through, and the
      * counts come back after the change either way. A missing
      * file is an empty inventory; the first change writes it.
      * Pickups and uses are journaled - the same account of what
      * was found and what became of it that the ammo ledger keeps.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMITEM.
       AUTHOR. DOOM-COBOL-SYSTEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-FILE ASSIGN TO 'DOOM.INVENTORY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENTORY-FILE.
       COPY DOOMINV.

       WORKING-STORAGE SECTION.
       01  WS-INV-STATUS                  PIC XX.
           88  INVENTORY-MISSING          VALUE '35'.
           88  INVENTORY-EOF              VALUE '10'.

      *    Most of any one item a seat can carry - past this a find
      *    is left lying for later rather than silently lost.
       01  WS-SLOT-CAP                    PIC 99 VALUE 9.

      *    Both seats' records as loaded, by seat number.
       01  WS-SEAT-TABLE.
           05  WS-SEAT OCCURS 2 TIMES.
               10  WS-SEAT-PRESENT        PIC X.
               10  WS-SEAT-COUNT OCCURS 4 TIMES PIC 99.
               10  WS-SEAT-TICK           PIC 9(8).
       01  WS-SEAT-NO                     PIC 9.
       01  WS-S                           PIC 9.
       01  WS-K                           PIC 9.
       01  WS-CHANGED                     PIC X.

       01  WS-SLOT-NAMES.
           05  FILLER  PIC X(8) VALUE 'MEDKIT  '.
           05  FILLER  PIC X(8) VALUE 'RADSUIT '.
           05  FILLER  PIC X(8) VALUE 'INVULN  '.
           05  FILLER  PIC X(8) VALUE 'BERSERK '.
       01  WS-SLOT-NAME-TABLE REDEFINES WS-SLOT-NAMES.
           05  WS-SLOT-NAME OCCURS 4 TIMES PIC X(8).

      *    Shaped to match DOOMJRNL's LINKAGE.
       01  WS-JRNL-PARM.
           05  WS-JP-PROGRAM       PIC X(8) VALUE 'DOOMITEM'.
           05  WS-JP-TICK          PIC 9(8) VALUE ZERO.
           05  WS-JP-TEXT          PIC X(60).

       LINKAGE SECTION.
       01  ITEM-PARM.
           05  IP-FUNCTION                PIC X.
           05  IP-PLAYER-ID               PIC 9.
           05  IP-SLOT                    PIC 9.
           05  IP-TICK                    PIC 9(8).
           05  IP-RESULT                  PIC X.
               88  IP-DONE                VALUE 'Y'.
           05  IP-COUNTS.
               10  IP-COUNT OCCURS 4 TIMES PIC 99.

       PROCEDURE DIVISION USING ITEM-PARM.
       MAIN-PROCEDURE.
           MOVE 'N' TO IP-RESULT
           MOVE 'N' TO WS-CHANGED
           IF IP-PLAYER-ID = 2
               MOVE 2 TO WS-SEAT-NO
           ELSE
               MOVE 1 TO WS-SEAT-NO
           END-IF
           PERFORM LOAD-INVENTORY

           IF IP-SLOT >= 1 AND IP-SLOT <= 4
               EVALUATE IP-FUNCTION
                   WHEN 'A'
                       PERFORM ADD-ONE-ITEM
                   WHEN 'T'
                       PERFORM TAKE-ONE-ITEM
               END-EVALUATE
           END-IF

           IF WS-CHANGED = 'Y'
               PERFORM SAVE-INVENTORY
           END-IF
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
               MOVE WS-SEAT-COUNT(WS-SEAT-NO, WS-K) TO IP-COUNT(WS-K)
           END-PERFORM
           GOBACK.

       LOAD-INVENTORY.
      *    Working storage outlives the CALL - start from an empty
      *    pair of seats every time, then lay the file over them.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 2
               MOVE 'N' TO WS-SEAT-PRESENT(WS-S)
               MOVE ZERO TO WS-SEAT-TICK(WS-S)
               PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
                   MOVE ZERO TO WS-SEAT-COUNT(WS-S, WS-K)
               END-PERFORM
           END-PERFORM
           MOVE '00' TO WS-INV-STATUS
           OPEN INPUT INVENTORY-FILE
           IF INVENTORY-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL INVENTORY-EOF
                   READ INVENTORY-FILE
                       AT END SET INVENTORY-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-INVENTORY-RECORD
                   END-READ
                   IF NOT INVENTORY-EOF AND WS-INV-STATUS NOT = '00'
                       SET INVENTORY-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE INVENTORY-FILE
           END-IF.

       TAKE-INVENTORY-RECORD.
           IF VALID-INV-REC
              AND (INV-PLAYER-ID = 1 OR INV-PLAYER-ID = 2)
               MOVE INV-PLAYER-ID TO WS-S
               MOVE 'Y' TO WS-SEAT-PRESENT(WS-S)
               PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
                   IF INV-SLOT-COUNT(WS-K) IS NUMERIC
                       MOVE INV-SLOT-COUNT(WS-K)
                           TO WS-SEAT-COUNT(WS-S, WS-K)
                   END-IF
               END-PERFORM
               IF INV-TICK IS NUMERIC
                   MOVE INV-TICK TO WS-SEAT-TICK(WS-S)
               END-IF
           END-IF.

       ADD-ONE-ITEM.
           IF WS-SEAT-COUNT(WS-SEAT-NO, IP-SLOT) < WS-SLOT-CAP
               ADD 1 TO WS-SEAT-COUNT(WS-SEAT-NO, IP-SLOT)
               MOVE 'Y' TO IP-RESULT
               MOVE 'Y' TO WS-CHANGED
               MOVE SPACES TO WS-JP-TEXT
               STRING 'INVENTORY: ' DELIMITED BY SIZE
                      WS-SLOT-NAME(IP-SLOT) DELIMITED BY SPACE
                      ' PICKED UP - CARRYING ' DELIMITED BY SIZE
                      WS-SEAT-COUNT(WS-SEAT-NO, IP-SLOT)
                          DELIMITED BY SIZE
                      INTO WS-JP-TEXT
               PERFORM JOURNAL-INVENTORY
           END-IF.

       TAKE-ONE-ITEM.
           IF WS-SEAT-COUNT(WS-SEAT-NO, IP-SLOT) > ZERO
               SUBTRACT 1 FROM WS-SEAT-COUNT(WS-SEAT-NO, IP-SLOT)
               MOVE 'Y' TO IP-RESULT
               MOVE 'Y' TO WS-CHANGED
               MOVE SPACES TO WS-JP-TEXT
               STRING 'INVENTORY: ' DELIMITED BY SIZE
                      WS-SLOT-NAME(IP-SLOT) DELIMITED BY SPACE
                      ' USED - ' DELIMITED BY SIZE
                      WS-SEAT-COUNT(WS-SEAT-NO, IP-SLOT)
                          DELIMITED BY SIZE
                      ' LEFT' DELIMITED BY SIZE
                      INTO WS-JP-TEXT
               PERFORM JOURNAL-INVENTORY
           END-IF.

       JOURNAL-INVENTORY.
           IF IP-TICK IS NUMERIC
               MOVE IP-TICK TO WS-JP-TICK
           ELSE
               MOVE ZERO TO WS-JP-TICK
           END-IF
           CALL 'DOOMJRNL' USING WS-JRNL-PARM.

       SAVE-INVENTORY.
      *    The whole file is two records at most - rewrite it from
      *    the table, the changed seat stamped with this tick.
           MOVE 'Y' TO WS-SEAT-PRESENT(WS-SEAT-NO)
           IF IP-TICK IS NUMERIC
               MOVE IP-TICK TO WS-SEAT-TICK(WS-SEAT-NO)
           END-IF
           OPEN OUTPUT INVENTORY-FILE
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 2
               IF WS-SEAT-PRESENT(WS-S) = 'Y'
                   MOVE SPACES TO INVENTORY-RECORD
                   MOVE 'INVENTRY' TO INV-RECORD-TYPE
                   MOVE WS-S TO INV-PLAYER-ID
                   PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
                       MOVE WS-SEAT-COUNT(WS-S, WS-K)
                           TO INV-SLOT-COUNT(WS-K)
                   END-PERFORM
                   MOVE WS-SEAT-TICK(WS-S) TO INV-TICK
                   WRITE INVENTORY-RECORD
               END-IF
           END-PERFORM
           CLOSE INVENTORY-FILE.
