      *================================================================
      * DOOMAMBH.COB - Ambush Trigger Keeper
      * A manifest trigger cell (MAN-KIND 'T', layout in DOOMMAN.CPY)
      * names a group of placements to spawn or wake the first time
      * the player steps onto it, optionally some ticks later. What
      * each trigger has done so far lives in DOOM.AMBUSH (DOOMAMB.CPY)
      * and this is the only program that reads or writes it.
      * Functions, each for AB-LEVEL:
      *   'A' arm     - the level is being populated from the
      *                 manifest: its old entries are dropped and
      *                 every 'T' line for it is entered armed. The
      *                 groups its spawn triggers hold back come back
      *                 in AB-GROUPS so the spawner can leave them out;
      *   'F' fire    - the player has stepped onto AB-X/AB-Y at
      *                 AB-TICK: each armed trigger there is fired,
      *                 due AB-TICK plus its delay. The groups fired
      *                 come back in AB-GROUPS;
      *   'D' due     - the groups whose fired trigger is due by
      *                 AB-TICK come back in AB-GROUPS with their
      *                 action, and every trigger for those groups is
      *                 done - a group comes out once, however many
      *                 cells name it;
      *   'Q' query   - the spawn groups still held back (armed or
      *                 fired, not yet out) come back in AB-GROUPS.
      * AB-RESULT 'Y' when AB-GROUPS holds anything, 'N' when not,
      * 'X' the request itself was unusable.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMAMBH.
       AUTHOR. DOOM-COBOL-SYSTEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBUSH-FILE ASSIGN TO 'DOOM.AMBUSH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AMB-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO 'DOOM.MANIFEST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AMBUSH-FILE.
       COPY DOOMAMB.

       FD  MANIFEST-FILE.
       COPY DOOMMAN.

       WORKING-STORAGE SECTION.
      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged on open before any record of it is used.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMAMBH'.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.

       01  WS-AMB-STATUS                  PIC XX.
           88  AMB-MISSING                VALUE '35'.
           88  AMB-EOF                    VALUE '10'.
       01  WS-MANIFEST-STATUS             PIC XX.
           88  MANIFEST-MISSING           VALUE '35'.
           88  MANIFEST-EOF               VALUE '10'.

      *    Every level's triggers as loaded, in file order.
       01  WS-AMBUSH-TABLE.
           05  WS-A-COUNT                 PIC 9(3).
           05  WS-A-ENTRY OCCURS 500 TIMES.
               10  WS-A-LEVEL             PIC 99.
               10  WS-A-X                 PIC 99.
               10  WS-A-Y                 PIC 99.
               10  WS-A-GROUP             PIC 99.
               10  WS-A-ACTION            PIC X.
               10  WS-A-DELAY             PIC 9(3).
               10  WS-A-STATE             PIC X.
               10  WS-A-FIRED-TICK        PIC 9(8).
               10  WS-A-DUE-TICK          PIC 9(8).
       01  WS-A                           PIC 9(3).
       01  WS-A2                          PIC 9(3).
       01  WS-G                           PIC 99.
       01  WS-GROUP-LISTED                PIC X.
       01  WS-CHANGED                     PIC X.

       LINKAGE SECTION.
       01  AMBH-PARM.
           05  AB-FUNCTION                PIC X.
           05  AB-LEVEL                   PIC 99.
           05  AB-X                       PIC 99.
           05  AB-Y                       PIC 99.
           05  AB-TICK                    PIC 9(8).
           05  AB-RESULT                  PIC X.
               88  AB-FOUND               VALUE 'Y'.
           05  AB-COUNT                   PIC 99.
           05  AB-GROUPS OCCURS 20 TIMES.
               10  AB-GROUP               PIC 99.
               10  AB-ACTION              PIC X.

       PROCEDURE DIVISION USING AMBH-PARM.
       MAIN-PROCEDURE.
           MOVE 'X' TO AB-RESULT
           MOVE ZERO TO AB-COUNT
           IF AB-LEVEL IS NOT NUMERIC OR AB-LEVEL = ZERO
               GOBACK
           END-IF
           PERFORM LOAD-AMBUSHES
           MOVE 'N' TO WS-CHANGED
           EVALUATE AB-FUNCTION
               WHEN 'A'
                   PERFORM ARM-LEVEL
               WHEN 'F'
                   PERFORM FIRE-CELL THRU FIRE-CELL-EXIT
               WHEN 'D'
                   PERFORM RELEASE-DUE THRU RELEASE-DUE-EXIT
               WHEN 'Q'
                   PERFORM LIST-HELD-GROUPS
               WHEN OTHER
                   GOBACK
           END-EVALUATE
           IF WS-CHANGED = 'Y'
               PERFORM SAVE-AMBUSHES
           END-IF
           IF AB-COUNT > ZERO
               MOVE 'Y' TO AB-RESULT
           ELSE
               MOVE 'N' TO AB-RESULT
           END-IF
           GOBACK.

       LOAD-AMBUSHES.
      *    Working storage outlives the CALL - start from an empty
      *    table every time, then lay the file's entries in.
           MOVE ZERO TO WS-A-COUNT
           MOVE '00' TO WS-AMB-STATUS
           OPEN INPUT AMBUSH-FILE
           IF AMB-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL AMB-EOF
                   READ AMBUSH-FILE
                       AT END SET AMB-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-AMBUSH-RECORD
                   END-READ
                   IF NOT AMB-EOF AND WS-AMB-STATUS NOT = '00'
                       SET AMB-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE AMBUSH-FILE
           END-IF.

       TAKE-AMBUSH-RECORD.
           IF VALID-AMB-REC AND WS-A-COUNT < 500
               ADD 1 TO WS-A-COUNT
               MOVE AMB-LEVEL TO WS-A-LEVEL(WS-A-COUNT)
               MOVE AMB-X TO WS-A-X(WS-A-COUNT)
               MOVE AMB-Y TO WS-A-Y(WS-A-COUNT)
               MOVE AMB-GROUP TO WS-A-GROUP(WS-A-COUNT)
               MOVE AMB-ACTION TO WS-A-ACTION(WS-A-COUNT)
               MOVE AMB-DELAY TO WS-A-DELAY(WS-A-COUNT)
               MOVE AMB-STATE TO WS-A-STATE(WS-A-COUNT)
               MOVE AMB-FIRED-TICK TO WS-A-FIRED-TICK(WS-A-COUNT)
               MOVE AMB-DUE-TICK TO WS-A-DUE-TICK(WS-A-COUNT)
           END-IF.

       ARM-LEVEL.
      *    A fresh population starts the level's triggers over -
      *    drop whatever an earlier life left for it, then enter
      *    the manifest's.
           MOVE ZERO TO WS-A2
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-A-COUNT
               IF WS-A-LEVEL(WS-A) NOT = AB-LEVEL
                   ADD 1 TO WS-A2
                   MOVE WS-A-ENTRY(WS-A) TO WS-A-ENTRY(WS-A2)
               END-IF
           END-PERFORM
           MOVE WS-A2 TO WS-A-COUNT
           MOVE 'Y' TO WS-CHANGED
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
                               IF MAN-LEVEL = AB-LEVEL
                                  AND MAN-TRIGGER
                                   PERFORM ARM-ONE-TRIGGER
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

       ARM-ONE-TRIGGER.
      *    DOOMMRCN reports a trigger that names no group or no
      *    known action - here it is simply never armed.
           IF MAN-GROUP IS NUMERIC AND MAN-GROUP > ZERO
              AND (MAN-TRIGGER-SPAWNS OR MAN-TRIGGER-WAKES)
              AND MAN-X IS NUMERIC AND MAN-Y IS NUMERIC
              AND WS-A-COUNT < 500
               ADD 1 TO WS-A-COUNT
               MOVE AB-LEVEL TO WS-A-LEVEL(WS-A-COUNT)
               MOVE MAN-X TO WS-A-X(WS-A-COUNT)
               MOVE MAN-Y TO WS-A-Y(WS-A-COUNT)
               MOVE MAN-GROUP TO WS-A-GROUP(WS-A-COUNT)
               MOVE MAN-TRIGGER-ACTION TO WS-A-ACTION(WS-A-COUNT)
               IF MAN-TRIGGER-DELAY IS NUMERIC
                   MOVE MAN-TRIGGER-DELAY TO WS-A-DELAY(WS-A-COUNT)
               ELSE
                   MOVE ZERO TO WS-A-DELAY(WS-A-COUNT)
               END-IF
               MOVE 'A' TO WS-A-STATE(WS-A-COUNT)
               MOVE ZERO TO WS-A-FIRED-TICK(WS-A-COUNT)
               MOVE ZERO TO WS-A-DUE-TICK(WS-A-COUNT)
               IF MAN-TRIGGER-SPAWNS
                   MOVE WS-A-COUNT TO WS-A
                   PERFORM LIST-ENTRY-GROUP
               END-IF
           END-IF.

       FIRE-CELL.
           IF AB-X IS NOT NUMERIC OR AB-Y IS NOT NUMERIC
              OR AB-TICK IS NOT NUMERIC
               GO TO FIRE-CELL-EXIT
           END-IF
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-A-COUNT
               IF WS-A-LEVEL(WS-A) = AB-LEVEL
                  AND WS-A-X(WS-A) = AB-X AND WS-A-Y(WS-A) = AB-Y
                  AND WS-A-STATE(WS-A) = 'A'
                   MOVE 'F' TO WS-A-STATE(WS-A)
                   MOVE AB-TICK TO WS-A-FIRED-TICK(WS-A)
                   COMPUTE WS-A-DUE-TICK(WS-A) =
                       AB-TICK + WS-A-DELAY(WS-A)
                   MOVE 'Y' TO WS-CHANGED
                   PERFORM LIST-ENTRY-GROUP
               END-IF
           END-PERFORM.

       FIRE-CELL-EXIT.
           EXIT.

       RELEASE-DUE.
           IF AB-TICK IS NOT NUMERIC
               GO TO RELEASE-DUE-EXIT
           END-IF
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-A-COUNT
               IF WS-A-LEVEL(WS-A) = AB-LEVEL
                  AND WS-A-STATE(WS-A) = 'F'
                  AND WS-A-DUE-TICK(WS-A) <= AB-TICK
                   PERFORM LIST-ENTRY-GROUP
               END-IF
           END-PERFORM
      *    Every trigger naming a group now out is done with, fired
      *    or not - stepping on a second cell for the same group
      *    must not bring out a second copy of it.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-A-COUNT
               IF WS-A-LEVEL(WS-A) = AB-LEVEL
                  AND WS-A-STATE(WS-A) NOT = 'R'
                   PERFORM VARYING WS-G FROM 1 BY 1
                           UNTIL WS-G > AB-COUNT
                       IF AB-GROUP(WS-G) = WS-A-GROUP(WS-A)
                           MOVE 'R' TO WS-A-STATE(WS-A)
                           MOVE 'Y' TO WS-CHANGED
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       RELEASE-DUE-EXIT.
           EXIT.

       LIST-HELD-GROUPS.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-A-COUNT
               IF WS-A-LEVEL(WS-A) = AB-LEVEL
                  AND WS-A-ACTION(WS-A) = 'S'
                  AND WS-A-STATE(WS-A) NOT = 'R'
                   PERFORM LIST-ENTRY-GROUP
               END-IF
           END-PERFORM.

       LIST-ENTRY-GROUP.
      *    Entry WS-A's group goes back to the caller once only.
           MOVE 'N' TO WS-GROUP-LISTED
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > AB-COUNT
               IF AB-GROUP(WS-G) = WS-A-GROUP(WS-A)
                   MOVE 'Y' TO WS-GROUP-LISTED
               END-IF
           END-PERFORM
           IF WS-GROUP-LISTED = 'N' AND AB-COUNT < 20
               ADD 1 TO AB-COUNT
               MOVE WS-A-GROUP(WS-A) TO AB-GROUP(AB-COUNT)
               MOVE WS-A-ACTION(WS-A) TO AB-ACTION(AB-COUNT)
           END-IF.

       SAVE-AMBUSHES.
      *    A few hundred records at most - rewrite the file whole.
           OPEN OUTPUT AMBUSH-FILE
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-A-COUNT
               MOVE SPACES TO AMBUSH-RECORD
               MOVE 'AMBUSH  ' TO AMB-RECORD-TYPE
               MOVE WS-A-LEVEL(WS-A) TO AMB-LEVEL
               MOVE WS-A-X(WS-A) TO AMB-X
               MOVE WS-A-Y(WS-A) TO AMB-Y
               MOVE WS-A-GROUP(WS-A) TO AMB-GROUP
               MOVE WS-A-ACTION(WS-A) TO AMB-ACTION
               MOVE WS-A-DELAY(WS-A) TO AMB-DELAY
               MOVE WS-A-STATE(WS-A) TO AMB-STATE
               MOVE WS-A-FIRED-TICK(WS-A) TO AMB-FIRED-TICK
               MOVE WS-A-DUE-TICK(WS-A) TO AMB-DUE-TICK
               WRITE AMBUSH-RECORD
           END-PERFORM
           CLOSE AMBUSH-FILE.

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
