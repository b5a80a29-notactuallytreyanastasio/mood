      *================================================================
      * DOOMOPRS.COB - Operator Roster Keeper
      * The console used to write the control files for anyone who
      * ran it, and DOOM.CFGHIST named the program that made a
      * change, never the person. DOOM.OPERATORS (DOOMOPR.CPY) now
      * lists who may sign on and with what authority, and this is
      * the only program that reads or writes it. Functions:
      *   'S' sign on  - OP-ID and OP-PASSWORD in; OP-NAME and
      *                  OP-AUTHORITY back when they match. With no
      *                  DOOM.OPERATORS file at all the first sign-on
      *                  creates the roster as its supervisor (result
      *                  'E', journaled ROSTER CREATED BY <id>), so a
      *                  new installation is never locked out. A file
      *                  that is there but empty or can't be read
      *                  enrols nobody - a roster emptied or damaged
      *                  by hand is not an open door;
      *   'L' look up  - OP-ID in, no password; OP-NAME and
      *                  OP-AUTHORITY back if the id is on the roster;
      *   'P' put      - add OP-ID, or replace its name, authority
      *                  and (unless OP-PASSWORD is blank) password;
      *   'D' drop     - take OP-ID off the roster.
      * A put or drop that would leave the roster without a
      * supervisor is refused, or nobody could maintain it again.
      * OP-RESULT: 'A' done, 'E' enrolled as first supervisor,
      * 'N' no such id or wrong password, 'L' last supervisor kept,
      * 'X' the request itself was unusable (or was a put or drop
      * against a roster that could not be read), 'F' the roster is
      * full.
      * An id starting '*' is never an operator - the control files
      * carry '*NONE' where no operator set them.
      * The roster starts with a DOOMVHD.CPY header record. One
      * whose header DOOMVER rejects counts as unreadable - nobody
      * enrols over it and nothing is put or dropped until DOOMCONV
      * has upgraded it.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMOPRS.
       AUTHOR. DOOM-COBOL-SYSTEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO 'DOOM.OPERATORS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       COPY DOOMOPR.

       WORKING-STORAGE SECTION.
       01  WS-OPR-STATUS                  PIC XX.
           88  OPR-MISSING                VALUE '35'.
           88  OPR-EOF                    VALUE '10'.
      *    How the load found the file - 'M' not there at all, 'U'
      *    there but unreadable, 'R' read.
       01  WS-ROSTER-FILE                 PIC X.
           88  ROSTER-FILE-MISSING        VALUE 'M'.
           88  ROSTER-FILE-UNREADABLE     VALUE 'U'.

      *    The roster as loaded, in file order.
       01  WS-ROSTER-TABLE.
           05  WS-R-COUNT                 PIC 99.
           05  WS-R-ENTRY OCCURS 50 TIMES.
               10  WS-R-ID                PIC X(5).
               10  WS-R-NAME              PIC X(20).
               10  WS-R-AUTHORITY         PIC X.
               10  WS-R-PASSWORD          PIC X(8).
       01  WS-R                           PIC 99.
       01  WS-R2                          PIC 99.
       01  WS-FOUND-AT                    PIC 99.
       01  WS-SUPERVISORS                 PIC 99.

      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged there.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMOPRS'.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.
       01  WS-VER-HOLD             PIC X(80).

      *    Shaped to match DOOMJRNL's LINKAGE - creating the roster
      *    hands out supervisor authority, so it goes on record.
       01  WS-JRNL-PARM.
           05  WS-JP-PROGRAM       PIC X(8) VALUE 'DOOMOPRS'.
           05  WS-JP-TICK          PIC 9(8) VALUE ZERO.
           05  WS-JP-TEXT          PIC X(60).

       LINKAGE SECTION.
       01  OPRS-PARM.
           05  OP-FUNCTION                PIC X.
           05  OP-ID                      PIC X(5).
           05  OP-PASSWORD                PIC X(8).
           05  OP-NAME                    PIC X(20).
           05  OP-AUTHORITY               PIC X.
               88  OP-VIEW-ONLY           VALUE 'V'.
               88  OP-SHIFT-OPERATOR      VALUE 'O'.
               88  OP-SUPERVISOR          VALUE 'S'.
           05  OP-RESULT                  PIC X.
               88  OP-ACCEPTED            VALUE 'A' 'E'.

       PROCEDURE DIVISION USING OPRS-PARM.
       MAIN-PROCEDURE.
           MOVE 'X' TO OP-RESULT
           IF OP-ID = SPACES OR OP-ID(1:1) = '*'
               GOBACK
           END-IF
           PERFORM LOAD-ROSTER
           PERFORM FIND-OPERATOR
           EVALUATE OP-FUNCTION
               WHEN 'S'
                   PERFORM SIGN-ON-OPERATOR
                       THRU SIGN-ON-OPERATOR-EXIT
               WHEN 'L'
                   PERFORM LOOK-UP-OPERATOR
               WHEN 'P'
                   PERFORM PUT-OPERATOR THRU PUT-OPERATOR-EXIT
               WHEN 'D'
                   PERFORM DROP-OPERATOR THRU DROP-OPERATOR-EXIT
           END-EVALUATE
           GOBACK.

       LOAD-ROSTER.
      *    Working storage outlives the CALL - start from an empty
      *    roster every time, then lay the file's entries in.
           MOVE ZERO TO WS-R-COUNT
           MOVE '00' TO WS-OPR-STATUS
           MOVE 'R' TO WS-ROSTER-FILE
           OPEN INPUT OPERATOR-FILE
           EVALUATE TRUE
           WHEN OPR-MISSING
               MOVE 'M' TO WS-ROSTER-FILE
           WHEN WS-OPR-STATUS NOT = '00'
               MOVE 'U' TO WS-ROSTER-FILE
           WHEN OTHER
               PERFORM CHECK-ROSTER-VERSION
               IF WS-VP-RESULT = 'R'
                   MOVE 'U' TO WS-ROSTER-FILE
               END-IF
               IF NOT WS-VP-ACCEPTED
                   SET OPR-EOF TO TRUE
               END-IF
               PERFORM UNTIL OPR-EOF
                   READ OPERATOR-FILE
                       AT END SET OPR-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-ROSTER-RECORD
                   END-READ
                   IF NOT OPR-EOF AND WS-OPR-STATUS NOT = '00'
                       MOVE 'U' TO WS-ROSTER-FILE
                       SET OPR-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-EVALUATE.

       CHECK-ROSTER-VERSION.
      *    The first record is the layout header - DOOMVER judges
      *    it. An empty file leaves the result unset, so nothing
      *    more is read from it.
           MOVE 'V' TO WS-VP-FUNCTION
           MOVE 'DOOM.OPERATORS' TO WS-VP-FILE-NAME
           MOVE 'DOOMOPR' TO WS-VP-LAYOUT
           MOVE SPACE TO WS-VP-RESULT
           READ OPERATOR-FILE
               NOT AT END
                   MOVE OPERATOR-RECORD TO WS-VP-HEADER
                   CALL 'DOOMVER' USING WS-VER-PARM
           END-READ.

       TAKE-ROSTER-RECORD.
           IF VALID-OPR-REC AND OPR-ID NOT = SPACES
              AND OPR-KNOWN-AUTHORITY AND WS-R-COUNT < 50
               ADD 1 TO WS-R-COUNT
               MOVE OPR-ID TO WS-R-ID(WS-R-COUNT)
               MOVE OPR-NAME TO WS-R-NAME(WS-R-COUNT)
               MOVE OPR-AUTHORITY TO WS-R-AUTHORITY(WS-R-COUNT)
               MOVE OPR-PASSWORD TO WS-R-PASSWORD(WS-R-COUNT)
           END-IF.

       FIND-OPERATOR.
           MOVE ZERO TO WS-FOUND-AT
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-R-COUNT OR WS-FOUND-AT > ZERO
               IF WS-R-ID(WS-R) = OP-ID
                   MOVE WS-R TO WS-FOUND-AT
               END-IF
           END-PERFORM.

       SIGN-ON-OPERATOR.
           IF WS-R-COUNT = ZERO AND NOT ROSTER-FILE-MISSING
               MOVE SPACE TO OP-AUTHORITY
               MOVE 'N' TO OP-RESULT
               GO TO SIGN-ON-OPERATOR-EXIT
           END-IF
           IF WS-R-COUNT = ZERO
               IF OP-PASSWORD = SPACES
                   GO TO SIGN-ON-OPERATOR-EXIT
               END-IF
               IF OP-NAME = SPACES
                   MOVE OP-ID TO OP-NAME
               END-IF
               MOVE 1 TO WS-R-COUNT
               MOVE OP-ID TO WS-R-ID(1)
               MOVE OP-NAME TO WS-R-NAME(1)
               MOVE 'S' TO WS-R-AUTHORITY(1)
               MOVE OP-PASSWORD TO WS-R-PASSWORD(1)
               PERFORM SAVE-ROSTER
               MOVE 'S' TO OP-AUTHORITY
               MOVE 'E' TO OP-RESULT
               MOVE SPACES TO WS-JP-TEXT
               STRING 'ROSTER CREATED BY ' DELIMITED BY SIZE
                      OP-ID DELIMITED BY SPACE
                      INTO WS-JP-TEXT
               CALL 'DOOMJRNL' USING WS-JRNL-PARM
           ELSE
               IF WS-FOUND-AT > ZERO
                  AND WS-R-PASSWORD(WS-FOUND-AT) = OP-PASSWORD
                   MOVE WS-R-NAME(WS-FOUND-AT) TO OP-NAME
                   MOVE WS-R-AUTHORITY(WS-FOUND-AT) TO OP-AUTHORITY
                   MOVE 'A' TO OP-RESULT
               ELSE
                   MOVE SPACE TO OP-AUTHORITY
                   MOVE 'N' TO OP-RESULT
               END-IF
           END-IF.

       SIGN-ON-OPERATOR-EXIT.
           EXIT.

       LOOK-UP-OPERATOR.
           IF WS-FOUND-AT > ZERO
               MOVE WS-R-NAME(WS-FOUND-AT) TO OP-NAME
               MOVE WS-R-AUTHORITY(WS-FOUND-AT) TO OP-AUTHORITY
               MOVE 'A' TO OP-RESULT
           ELSE
               MOVE SPACES TO OP-NAME
               MOVE SPACE TO OP-AUTHORITY
               MOVE 'N' TO OP-RESULT
           END-IF.

       PUT-OPERATOR.
      *    Never rewrite a roster that could not be read in whole.
           IF ROSTER-FILE-UNREADABLE
               GO TO PUT-OPERATOR-EXIT
           END-IF
           IF NOT OP-VIEW-ONLY AND NOT OP-SHIFT-OPERATOR
              AND NOT OP-SUPERVISOR
               GO TO PUT-OPERATOR-EXIT
           END-IF
           IF WS-FOUND-AT = ZERO
               IF OP-PASSWORD = SPACES
                   GO TO PUT-OPERATOR-EXIT
               END-IF
               IF WS-R-COUNT >= 50
                   MOVE 'F' TO OP-RESULT
                   GO TO PUT-OPERATOR-EXIT
               END-IF
               ADD 1 TO WS-R-COUNT
               MOVE WS-R-COUNT TO WS-FOUND-AT
               MOVE OP-ID TO WS-R-ID(WS-FOUND-AT)
           ELSE
               IF WS-R-AUTHORITY(WS-FOUND-AT) = 'S'
                  AND NOT OP-SUPERVISOR
                   PERFORM COUNT-SUPERVISORS
                   IF WS-SUPERVISORS < 2
                       MOVE 'L' TO OP-RESULT
                       GO TO PUT-OPERATOR-EXIT
                   END-IF
               END-IF
           END-IF
           MOVE OP-NAME TO WS-R-NAME(WS-FOUND-AT)
           MOVE OP-AUTHORITY TO WS-R-AUTHORITY(WS-FOUND-AT)
           IF OP-PASSWORD NOT = SPACES
               MOVE OP-PASSWORD TO WS-R-PASSWORD(WS-FOUND-AT)
           END-IF
           PERFORM SAVE-ROSTER
           MOVE 'A' TO OP-RESULT.

       PUT-OPERATOR-EXIT.
           EXIT.

       DROP-OPERATOR.
           IF ROSTER-FILE-UNREADABLE
               GO TO DROP-OPERATOR-EXIT
           END-IF
           IF WS-FOUND-AT = ZERO
               MOVE 'N' TO OP-RESULT
               GO TO DROP-OPERATOR-EXIT
           END-IF
           IF WS-R-AUTHORITY(WS-FOUND-AT) = 'S'
               PERFORM COUNT-SUPERVISORS
               IF WS-SUPERVISORS < 2
                   MOVE 'L' TO OP-RESULT
                   GO TO DROP-OPERATOR-EXIT
               END-IF
           END-IF
      *    Close the gap; the entries behind it move up one.
           PERFORM VARYING WS-R2 FROM WS-FOUND-AT BY 1
                   UNTIL WS-R2 >= WS-R-COUNT
               MOVE WS-R-ENTRY(WS-R2 + 1) TO WS-R-ENTRY(WS-R2)
           END-PERFORM
           SUBTRACT 1 FROM WS-R-COUNT
           PERFORM SAVE-ROSTER
           MOVE 'A' TO OP-RESULT.

       DROP-OPERATOR-EXIT.
           EXIT.

       COUNT-SUPERVISORS.
           MOVE ZERO TO WS-SUPERVISORS
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-R-COUNT
               IF WS-R-AUTHORITY(WS-R) = 'S'
                   ADD 1 TO WS-SUPERVISORS
               END-IF
           END-PERFORM.

       SAVE-ROSTER.
      *    The roster is a handful of records - rewrite it whole.
           OPEN OUTPUT OPERATOR-FILE
           PERFORM WRITE-ROSTER-HEADER
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-R-COUNT
               MOVE SPACES TO OPERATOR-RECORD
               MOVE 'OPERATOR' TO OPR-RECORD-TYPE
               MOVE WS-R-ID(WS-R) TO OPR-ID
               MOVE WS-R-NAME(WS-R) TO OPR-NAME
               MOVE WS-R-AUTHORITY(WS-R) TO OPR-AUTHORITY
               MOVE WS-R-PASSWORD(WS-R) TO OPR-PASSWORD
               WRITE OPERATOR-RECORD
           END-PERFORM
           CLOSE OPERATOR-FILE.

       WRITE-ROSTER-HEADER.
      *    Header first on every fresh copy; the record area is put
      *    back as it was for the data record that follows.
           MOVE OPERATOR-RECORD TO WS-VER-HOLD
           MOVE 'H' TO WS-VP-FUNCTION
           MOVE 'DOOMOPR' TO WS-VP-LAYOUT
           CALL 'DOOMVER' USING WS-VER-PARM
           MOVE WS-VP-HEADER TO OPERATOR-RECORD
           WRITE OPERATOR-RECORD
           MOVE WS-VER-HOLD TO OPERATOR-RECORD.
