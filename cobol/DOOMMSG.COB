      *================================================================
      * DOOMMSG.COB - Player Message Queue Keeper
      * The journal and the AI log say what happened each tick, but
      * nothing on the rendered frame did - a film frame showed the
      * player standing by a door with no word that the door wanted
      * a blue key. The programs that see those moments now post a
      * short player-facing line here, and DOOMREND reads the
      * newest ones back for the message line above the status
      * line. DOOM.MSGQ (DOOMMSG.CPY) is read and written nowhere
      * else. Functions:
      *   'P' post - add MP-TEXT under MP-CATEGORY for MP-PLAYER-ID
      *              (zero is both seats). The same text already
      *              showing for the same seat is moved up rather
      *              than shown twice, so a door bumped every tick
      *              does not fill the line;
      *   'R' read - hand back up to three messages still showing
      *              for the seat, newest first, in MP-SHOWN.
      * A message shows for WS-MSG-HOLD ticks counting the one it
      * was posted on. Every post drops what has run out, and what
      * is stamped later than the current tick - a queue left over
      * from an earlier session. An MP-TICK of zero means the
      * current tick, taken from the DOOM.GAMESTAT header. A missing
      * file is an empty queue; the first post writes it.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMMSG.
       AUTHOR. DOOM-COBOL-SYSTEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MESSAGE-FILE ASSIGN TO 'DOOM.MSGQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSG-STATUS.

           SELECT RICH-STATE ASSIGN TO 'DOOM.GAMESTAT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-RICH-REL-KEY
               FILE STATUS IS WS-RICH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MESSAGE-FILE.
       COPY DOOMMSG.

       FD  RICH-STATE.
       01  RICH-STATE-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MSG-STATUS                  PIC XX.
           88  MSGQ-MISSING               VALUE '35'.
           88  MSGQ-EOF                   VALUE '10'.
       01  WS-RICH-STATUS                 PIC XX.
           88  RICH-MISSING               VALUE '35'.
       01  WS-RICH-REL-KEY                PIC 9(4).

      *    Ticks a message stays on the line, and the most the queue
      *    holds - past that the oldest goes first.
       01  WS-MSG-HOLD                    PIC 9 VALUE 3.
       01  WS-MSG-CAP                     PIC 99 VALUE 20.

       01  WS-NOW-TICK                    PIC 9(8).
       01  WS-AGE                         PIC S9(9).

      *    The live queue as loaded, oldest first.
       01  WS-QUEUE-TABLE.
           05  WS-Q-COUNT                 PIC 99.
           05  WS-Q-ENTRY OCCURS 20 TIMES.
               10  WS-Q-TICK              PIC 9(8).
               10  WS-Q-PLAYER-ID         PIC 9.
               10  WS-Q-CATEGORY          PIC X.
               10  WS-Q-TEXT              PIC X(40).
       01  WS-Q                           PIC 99.
       01  WS-Q2                          PIC 99.

       01  STATE-HEADER.
           05  STATE-RECORD-TYPE          PIC X(8).
               88  VALID-STATE-REC        VALUE 'STATE   '.
           05  STATE-TICK                 PIC 9(8).
           05  FILLER                     PIC X(64).

       LINKAGE SECTION.
       01  MSG-PARM.
           05  MP-FUNCTION                PIC X.
           05  MP-PLAYER-ID               PIC 9.
           05  MP-CATEGORY                PIC X.
           05  MP-TICK                    PIC 9(8).
           05  MP-TEXT                    PIC X(40).
           05  MP-COUNT                   PIC 9.
           05  MP-SHOWN OCCURS 3 TIMES.
               10  MP-SHOWN-CATEGORY      PIC X.
               10  MP-SHOWN-TEXT          PIC X(40).

       PROCEDURE DIVISION USING MSG-PARM.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-CURRENT-TICK
           PERFORM LOAD-MESSAGE-QUEUE
           EVALUATE MP-FUNCTION
               WHEN 'P'
                   IF MP-TEXT NOT = SPACES
                       PERFORM POST-ONE-MESSAGE
                       PERFORM SAVE-MESSAGE-QUEUE
                   END-IF
               WHEN 'R'
                   PERFORM READ-SEAT-MESSAGES
           END-EVALUATE
           GOBACK.

       RESOLVE-CURRENT-TICK.
           IF MP-TICK IS NUMERIC AND MP-TICK > ZERO
               MOVE MP-TICK TO WS-NOW-TICK
           ELSE
               MOVE ZERO TO WS-NOW-TICK
               MOVE '00' TO WS-RICH-STATUS
               OPEN INPUT RICH-STATE
               IF NOT RICH-MISSING
                   MOVE 1 TO WS-RICH-REL-KEY
                   READ RICH-STATE INTO STATE-HEADER
                       INVALID KEY MOVE SPACES TO STATE-HEADER
                   END-READ
                   IF VALID-STATE-REC AND STATE-TICK IS NUMERIC
                       MOVE STATE-TICK TO WS-NOW-TICK
                   END-IF
                   CLOSE RICH-STATE
               END-IF
           END-IF.

       LOAD-MESSAGE-QUEUE.
      *    Working storage outlives the CALL - start from an empty
      *    queue every time, then lay the file's live entries in.
           MOVE ZERO TO WS-Q-COUNT
           MOVE '00' TO WS-MSG-STATUS
           OPEN INPUT MESSAGE-FILE
           IF MSGQ-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL MSGQ-EOF
                   READ MESSAGE-FILE
                       AT END SET MSGQ-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-MESSAGE-RECORD
                   END-READ
                   IF NOT MSGQ-EOF AND WS-MSG-STATUS NOT = '00'
                       SET MSGQ-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE MESSAGE-FILE
           END-IF.

       TAKE-MESSAGE-RECORD.
           IF VALID-MSG-REC AND MSG-TICK IS NUMERIC
               COMPUTE WS-AGE = WS-NOW-TICK - MSG-TICK
               IF WS-AGE >= ZERO AND WS-AGE < WS-MSG-HOLD
                   IF WS-Q-COUNT >= WS-MSG-CAP
                       PERFORM DROP-OLDEST-MESSAGE
                   END-IF
                   ADD 1 TO WS-Q-COUNT
                   MOVE MSG-TICK TO WS-Q-TICK(WS-Q-COUNT)
                   MOVE MSG-PLAYER-ID TO WS-Q-PLAYER-ID(WS-Q-COUNT)
                   MOVE MSG-CATEGORY TO WS-Q-CATEGORY(WS-Q-COUNT)
                   MOVE MSG-TEXT TO WS-Q-TEXT(WS-Q-COUNT)
               END-IF
           END-IF.

       POST-ONE-MESSAGE.
      *    An identical line already showing for the seat comes out
      *    first - the new one goes on the end with a fresh clock.
           MOVE 1 TO WS-Q
           PERFORM UNTIL WS-Q > WS-Q-COUNT
               IF WS-Q-TEXT(WS-Q) = MP-TEXT
                  AND WS-Q-PLAYER-ID(WS-Q) = MP-PLAYER-ID
                   PERFORM DROP-MESSAGE-AT
               ELSE
                   ADD 1 TO WS-Q
               END-IF
           END-PERFORM
           IF WS-Q-COUNT >= WS-MSG-CAP
               PERFORM DROP-OLDEST-MESSAGE
           END-IF
           ADD 1 TO WS-Q-COUNT
           MOVE WS-NOW-TICK TO WS-Q-TICK(WS-Q-COUNT)
           IF MP-PLAYER-ID IS NUMERIC
               MOVE MP-PLAYER-ID TO WS-Q-PLAYER-ID(WS-Q-COUNT)
           ELSE
               MOVE ZERO TO WS-Q-PLAYER-ID(WS-Q-COUNT)
           END-IF
           MOVE MP-CATEGORY TO WS-Q-CATEGORY(WS-Q-COUNT)
           MOVE MP-TEXT TO WS-Q-TEXT(WS-Q-COUNT).

       DROP-OLDEST-MESSAGE.
           MOVE 1 TO WS-Q
           PERFORM DROP-MESSAGE-AT.

       DROP-MESSAGE-AT.
      *    Close the gap at WS-Q; the entries behind it move up one.
           PERFORM VARYING WS-Q2 FROM WS-Q BY 1
                   UNTIL WS-Q2 >= WS-Q-COUNT
               MOVE WS-Q-ENTRY(WS-Q2 + 1) TO WS-Q-ENTRY(WS-Q2)
           END-PERFORM
           SUBTRACT 1 FROM WS-Q-COUNT.

       READ-SEAT-MESSAGES.
           MOVE ZERO TO MP-COUNT
           PERFORM VARYING WS-Q2 FROM 1 BY 1 UNTIL WS-Q2 > 3
               MOVE SPACE TO MP-SHOWN-CATEGORY(WS-Q2)
               MOVE SPACES TO MP-SHOWN-TEXT(WS-Q2)
           END-PERFORM
           PERFORM VARYING WS-Q FROM WS-Q-COUNT BY -1
                   UNTIL WS-Q < 1 OR MP-COUNT >= 3
               IF WS-Q-PLAYER-ID(WS-Q) = ZERO
                  OR WS-Q-PLAYER-ID(WS-Q) = MP-PLAYER-ID
                   ADD 1 TO MP-COUNT
                   MOVE WS-Q-CATEGORY(WS-Q)
                       TO MP-SHOWN-CATEGORY(MP-COUNT)
                   MOVE WS-Q-TEXT(WS-Q) TO MP-SHOWN-TEXT(MP-COUNT)
               END-IF
           END-PERFORM.

       SAVE-MESSAGE-QUEUE.
      *    The queue is a handful of records - rewrite it whole.
           OPEN OUTPUT MESSAGE-FILE
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-Q-COUNT
               MOVE SPACES TO MESSAGE-RECORD
               MOVE 'MESSAGE ' TO MSG-RECORD-TYPE
               MOVE WS-Q-TICK(WS-Q) TO MSG-TICK
               MOVE WS-Q-PLAYER-ID(WS-Q) TO MSG-PLAYER-ID
               MOVE WS-Q-CATEGORY(WS-Q) TO MSG-CATEGORY
               MOVE WS-Q-TEXT(WS-Q) TO MSG-TEXT
               WRITE MESSAGE-RECORD
           END-PERFORM
           CLOSE MESSAGE-FILE.
