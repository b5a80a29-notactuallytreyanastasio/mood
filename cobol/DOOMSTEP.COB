      *================================================================
      * DOOMSTEP.COB - Batch Step List Loader
      * DOOMBAT's RUN-STEPS used to be eight hardwired blocks, so
      * arbitration, command application and combat resolution never
      * ran in the nightly tick and switching rendering off for a
      * soak run meant a recompile. The run order now lives in
      * DOOM.STEPLIST (layout in DOOMSTL.CPY, maintained from the
      * operator console) and everybody who cares about it - the
      * batch driver, the timing profile, the console and the
      * scenario harness - reads it through here, so they can never
      * disagree about what step 7 is. A missing file, or one with
      * no usable records, hands back the built-in list: the tick
      * context built first, then the classic MV through FILM tick
      * with perception, the AI, planner and path walker,
      * arbitration, the command applier, combat and the sight
      * mask all running, and the post-mortem trail recorded after
      * the frame is filmed.
      * Records beyond the 30-step table and blank step names are
      * skipped; STL-ENABLED anything but 'N' runs the step.
      * The first record is the DOOMVHD.CPY layout header. A list
      * whose header DOOMVER rejects is not read at all - the
      * built-in list runs and SP-FROM-FILE comes back 'R' rather
      * than 'N', so the console can say why and leave the file for
      * DOOMCONV.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMSTEP.
       AUTHOR. DOOM-COBOL-SYSTEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-LIST ASSIGN TO 'DOOM.STEPLIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-LIST.
       COPY DOOMSTL.

       WORKING-STORAGE SECTION.
       01  WS-STEPLIST-STATUS             PIC XX.
           88  STEPLIST-MISSING           VALUE '35'.
           88  STEPLIST-EOF               VALUE '10'.

      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged there.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMSTEP'.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.

       LINKAGE SECTION.
       01  STEP-PARM.
           05  SP-STEP-COUNT       PIC 99.
           05  SP-FROM-FILE        PIC X.
           05  SP-STEP OCCURS 30 TIMES.
               10  SP-STEP-NAME    PIC X(4).
               10  SP-STEP-ENABLED PIC X.

       PROCEDURE DIVISION USING STEP-PARM.
       MAIN-PROCEDURE.
           MOVE ZERO TO SP-STEP-COUNT
           MOVE 'N' TO SP-FROM-FILE
           MOVE '00' TO WS-STEPLIST-STATUS
           MOVE SPACE TO WS-VP-RESULT
           OPEN INPUT STEP-LIST
           IF NOT STEPLIST-MISSING
               PERFORM CHECK-STEPLIST-VERSION
               IF NOT WS-VP-ACCEPTED
                   SET STEPLIST-EOF TO TRUE
               END-IF
               PERFORM UNTIL STEPLIST-EOF
                   READ STEP-LIST
                       AT END SET STEPLIST-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-STEP-RECORD
                   END-READ
                   IF NOT STEPLIST-EOF
                      AND WS-STEPLIST-STATUS NOT = '00'
                       SET STEPLIST-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE STEP-LIST
           END-IF
           IF SP-STEP-COUNT > ZERO
               MOVE 'Y' TO SP-FROM-FILE
           ELSE
               PERFORM LOAD-DEFAULT-LIST
               IF WS-VP-RESULT = 'R'
                   MOVE 'R' TO SP-FROM-FILE
               END-IF
           END-IF
           GOBACK.

       CHECK-STEPLIST-VERSION.
      *    The first record is the layout header - DOOMVER judges
      *    it. An empty file leaves the result unset, so nothing
      *    more is read from it.
           MOVE 'V' TO WS-VP-FUNCTION
           MOVE 'DOOM.STEPLIST' TO WS-VP-FILE-NAME
           MOVE 'DOOMSTL' TO WS-VP-LAYOUT
           READ STEP-LIST
               NOT AT END
                   MOVE STEP-LIST-RECORD TO WS-VP-HEADER
                   CALL 'DOOMVER' USING WS-VER-PARM
           END-READ.

       TAKE-STEP-RECORD.
           IF STL-STEP-NAME NOT = SPACES AND SP-STEP-COUNT < 30
               ADD 1 TO SP-STEP-COUNT
               MOVE STL-STEP-NAME TO SP-STEP-NAME(SP-STEP-COUNT)
               IF STL-STEP-OFF
                   MOVE 'N' TO SP-STEP-ENABLED(SP-STEP-COUNT)
               ELSE
                   MOVE 'Y' TO SP-STEP-ENABLED(SP-STEP-COUNT)
               END-IF
           END-IF.

       LOAD-DEFAULT-LIST.
      *    The classic tick in its classic order, with the decision-
      *    to-combat chain slotted where it belongs: perception once
      *    the monsters have moved and woken, ahead of the engines
      *    that decide from it; the extra engines after DOOMAI2
      *    (which writes the planner's goal), then arbitration, the
      *    command applier and shot resolution, and the sight mask
      *    ahead of the render so the frame shows the tick's
      *    outcome. The tick context goes ahead of everything that
      *    reads it.
           MOVE 20 TO SP-STEP-COUNT
           MOVE 'CTX ' TO SP-STEP-NAME(1)
           MOVE 'MV  ' TO SP-STEP-NAME(2)
           MOVE 'CMIT' TO SP-STEP-NAME(3)
           MOVE 'INT ' TO SP-STEP-NAME(4)
           MOVE 'SPWN' TO SP-STEP-NAME(5)
           MOVE 'SIM ' TO SP-STEP-NAME(6)
           MOVE 'ALRT' TO SP-STEP-NAME(7)
           MOVE 'PERC' TO SP-STEP-NAME(8)
           MOVE 'TACT' TO SP-STEP-NAME(9)
           MOVE 'AI2 ' TO SP-STEP-NAME(10)
           MOVE 'AI  ' TO SP-STEP-NAME(11)
           MOVE 'PLAN' TO SP-STEP-NAME(12)
           MOVE 'PATH' TO SP-STEP-NAME(13)
           MOVE 'ARB ' TO SP-STEP-NAME(14)
           MOVE 'EXEC' TO SP-STEP-NAME(15)
           MOVE 'CBT ' TO SP-STEP-NAME(16)
           MOVE 'SEEN' TO SP-STEP-NAME(17)
           MOVE 'REND' TO SP-STEP-NAME(18)
           MOVE 'FILM' TO SP-STEP-NAME(19)
           MOVE 'POST' TO SP-STEP-NAME(20)
           MOVE 'Y' TO SP-STEP-ENABLED(1)
           MOVE 'Y' TO SP-STEP-ENABLED(2)
           MOVE 'Y' TO SP-STEP-ENABLED(3)
           MOVE 'Y' TO SP-STEP-ENABLED(4)
           MOVE 'Y' TO SP-STEP-ENABLED(5)
           MOVE 'Y' TO SP-STEP-ENABLED(6)
           MOVE 'Y' TO SP-STEP-ENABLED(7)
           MOVE 'Y' TO SP-STEP-ENABLED(8)
           MOVE 'Y' TO SP-STEP-ENABLED(9)
           MOVE 'Y' TO SP-STEP-ENABLED(10)
           MOVE 'Y' TO SP-STEP-ENABLED(11)
           MOVE 'Y' TO SP-STEP-ENABLED(12)
           MOVE 'Y' TO SP-STEP-ENABLED(13)
           MOVE 'Y' TO SP-STEP-ENABLED(14)
           MOVE 'Y' TO SP-STEP-ENABLED(15)
           MOVE 'Y' TO SP-STEP-ENABLED(16)
           MOVE 'Y' TO SP-STEP-ENABLED(17)
           MOVE 'Y' TO SP-STEP-ENABLED(18)
           MOVE 'Y' TO SP-STEP-ENABLED(19)
           MOVE 'Y' TO SP-STEP-ENABLED(20).
