      *================================================================
      * DOOMALRQ.COB - Operations Alert Queue Writer
      * Problems used to be written in a dozen places - the DOOMDIAG
      * dump, DOOMLEAS lease breaks, the DOOMCHK report, DOOMAI2's
      * corrupt-frame aborts, the DOOMPERF profile - and nobody
      * found them until the morning DOOMOPS run. This is the one
      * subprogram all of them call to put a problem on DOOM.ALERTS,
      * the queue the paging tool polls. Functions:
      *   'R' raise - the caller names the alert class, itself, the
      *       tick, the measured value, the condition key and the
      *       message. DOOM.ALERTCTL decides whether the class pages
      *       and at what severity and threshold; an alert still open
      *       for the same class and key is a repeat, counted on its
      *       line instead of paged again.
      *   'A' acknowledge - on-call marks alert PARM-ALERT-ID handled,
      *       stamped with PARM-ACK-BY and the time. RETURN-CODE 4
      *       when no open alert carries that number.
      * A raise always returns RETURN-CODE 0 - alerting must never
      * fail the program that is already reporting a failure. For
      * the same reason a DOOM.ALERTCTL whose DOOMVHD.CPY header is
      * not the current one is passed over quietly and the built-in
      * classes stand: DOOMVER's verify pages through DOOMDIAG, and
      * DOOMDIAG pages through here - this program cannot call
      * DOOMVER while DOOMVER may be calling it. The console
      * reports that file for DOOMCONV instead.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMALRQ.
       AUTHOR. DOOM-COBOL-SYSTEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-QUEUE ASSIGN TO 'DOOM.ALERTS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT ALERT-CONTROL ASSIGN TO 'DOOM.ALERTCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALC-STATUS.

           SELECT SESSION-FILE ASSIGN TO 'DOOM.SESSIONID'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-QUEUE.
       COPY DOOMALQ.

       FD  ALERT-CONTROL.
       COPY DOOMALC.

       FD  SESSION-FILE.
       01  SESSION-REC.
           05  SESSION-ID      PIC X(8).
           05  FILLER          PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-ALERT-STATUS                PIC XX.
           88  ALERT-MISSING              VALUE '35'.
           88  ALERT-EOF                  VALUE '10'.
       01  WS-ALC-STATUS                  PIC XX.
           88  ALC-MISSING                VALUE '35'.
       01  WS-ALC-CURRENT                 PIC X.
       01  WS-SESSION-STATUS              PIC XX.
           88  SESSION-MISSING            VALUE '35'.
       01  WS-SESSION-ID                  PIC X(8) VALUE SPACES.

      *    The classes and their defaults - what a missing control
      *    file means, and what the console shows before anything
      *    has been saved.
       01  WS-DEFAULT-CLASSES.
           05  FILLER PIC X(18) VALUE 'DIAGDUMPYCRIT00001'.
           05  FILLER PIC X(18) VALUE 'LEASE   YWARN00020'.
           05  FILLER PIC X(18) VALUE 'PREFLITEYCRIT00001'.
           05  FILLER PIC X(18) VALUE 'CORRUPT YCRIT00001'.
           05  FILLER PIC X(18) VALUE 'PERF    YWARN00001'.
           05  FILLER PIC X(18) VALUE 'HEALTH  YWARN00025'.
       01  WS-DEFAULT-TABLE REDEFINES WS-DEFAULT-CLASSES.
           05  WS-DEF-ENTRY OCCURS 6 TIMES.
               10  WS-DEF-CLASS           PIC X(8).
               10  WS-DEF-ENABLED         PIC X.
               10  WS-DEF-SEVERITY        PIC X(4).
               10  WS-DEF-THRESHOLD       PIC 9(5).

       01  WS-CLASS-WORK.
           05  WS-CL-FOUND                PIC 9.
           05  WS-CL-ENABLED              PIC X.
           05  WS-CL-SEVERITY             PIC X(4).
           05  WS-CL-THRESHOLD            PIC 9(5).
           05  WS-CL-PAGES                PIC X.

       01  WS-QUEUE-WORK.
           05  WS-LAST-ID                 PIC 9(6) VALUE ZERO.
           05  WS-MATCHED                 PIC X VALUE 'N'.
           05  WS-DATE-TIME               PIC X(21).

       01  WS-I                           PIC 9.
       01  WS-ED-ID                       PIC 9(6).

      *    The DOOMALC layout version this program is built to - the
      *    same as DOOMVER's table, raised with it.
       01  WS-ALC-LAYOUT                  PIC X(8) VALUE 'DOOMALC'.
       01  WS-ALC-VERSION                 PIC 99 VALUE 01.
       COPY DOOMVHD.

      *    Shaped to match DOOMJRNL's LINKAGE - new alerts and
      *    acknowledgments both belong in the session's story.
       01  WS-JRNL-PARM.
           05  WS-JP-PROGRAM       PIC X(8) VALUE 'DOOMALRQ'.
           05  WS-JP-TICK          PIC 9(8) VALUE ZERO.
           05  WS-JP-TEXT          PIC X(60).

       LINKAGE SECTION.
       01  PARM-DATA.
           05  PARM-LEN            PIC S9(4) COMP.
           05  PARM-FUNCTION       PIC X.
      *        Acknowledge only.
           05  PARM-ALERT-ID       PIC 9(6).
           05  PARM-ACK-BY         PIC X(8).
      *        Raise only.
           05  PARM-CLASS          PIC X(8).
           05  PARM-SOURCE         PIC X(8).
           05  PARM-TICK           PIC 9(8).
           05  PARM-VALUE          PIC 9(5).
           05  PARM-KEY            PIC X(16).
           05  PARM-MESSAGE        PIC X(60).

       PROCEDURE DIVISION USING PARM-DATA.
       MAIN-PROCEDURE.
           MOVE ZERO TO RETURN-CODE
           IF PARM-LEN > ZERO
               EVALUATE PARM-FUNCTION
                   WHEN 'R'
                       PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
                   WHEN 'A'
                       PERFORM ACKNOWLEDGE-ALERT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           GOBACK.

      *----------------------------------------------------------------
      * Raise.
      *----------------------------------------------------------------
       RAISE-ALERT.
           PERFORM LOOKUP-ALERT-CLASS
           IF WS-CL-PAGES = 'N'
               GO TO RAISE-ALERT-EXIT
           END-IF
           IF WS-SESSION-ID = SPACES
               PERFORM READ-SESSION-ID
           END-IF
           PERFORM COUNT-REPEAT-OF-OPEN-ALERT
           IF WS-MATCHED = 'N'
               PERFORM APPEND-NEW-ALERT
           END-IF.

       RAISE-ALERT-EXIT.
           EXIT.

       LOOKUP-ALERT-CLASS.
      *    Control record entry first, the built-in default when the
      *    file or the entry is missing. A class neither knows still
      *    pages - as a warning - rather than vanishing.
           MOVE ZERO TO WS-CL-FOUND
           MOVE 'Y' TO WS-CL-ENABLED
           MOVE 'WARN' TO WS-CL-SEVERITY
           MOVE ZERO TO WS-CL-THRESHOLD
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 6
               IF WS-DEF-CLASS(WS-I) = PARM-CLASS
                   MOVE WS-I TO WS-CL-FOUND
                   MOVE WS-DEF-ENABLED(WS-I) TO WS-CL-ENABLED
                   MOVE WS-DEF-SEVERITY(WS-I) TO WS-CL-SEVERITY
                   MOVE WS-DEF-THRESHOLD(WS-I) TO WS-CL-THRESHOLD
               END-IF
           END-PERFORM
           OPEN INPUT ALERT-CONTROL
           IF NOT ALC-MISSING
               PERFORM CHECK-ALERTCTL-HEADER
               IF WS-ALC-CURRENT = 'Y'
                   READ ALERT-CONTROL
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM TAKE-CONTROL-ENTRY
                   END-READ
               END-IF
               CLOSE ALERT-CONTROL
           END-IF
           IF PARM-VALUE IS NOT NUMERIC
               MOVE ZERO TO PARM-VALUE
           END-IF
           MOVE 'N' TO WS-CL-PAGES
           IF WS-CL-ENABLED = 'Y'
               IF PARM-CLASS = 'HEALTH  '
                   IF PARM-VALUE <= WS-CL-THRESHOLD
                       MOVE 'Y' TO WS-CL-PAGES
                   END-IF
               ELSE
                   IF PARM-VALUE >= WS-CL-THRESHOLD
                       MOVE 'Y' TO WS-CL-PAGES
                   END-IF
               END-IF
           END-IF.

       CHECK-ALERTCTL-HEADER.
      *    The first record must be the header DOOMVER writes
      *    today - same layout, same version.
           MOVE 'N' TO WS-ALC-CURRENT
           READ ALERT-CONTROL
               NOT AT END
                   MOVE ALERT-CONTROL-RECORD TO VERSION-HEADER
                   IF VHD-PRESENT
                      AND VHD-LAYOUT = WS-ALC-LAYOUT
                      AND VHD-VERSION = WS-ALC-VERSION
                       MOVE 'Y' TO WS-ALC-CURRENT
                   END-IF
           END-READ.

       TAKE-CONTROL-ENTRY.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 6
               IF ALC-CLASS(WS-I) = PARM-CLASS
                  AND ALC-CLASS(WS-I) NOT = SPACES
                   IF ALC-ENABLED(WS-I) = 'Y'
                      OR ALC-ENABLED(WS-I) = 'N'
                       MOVE ALC-ENABLED(WS-I) TO WS-CL-ENABLED
                   END-IF
                   IF ALC-SEVERITY(WS-I) = 'CRIT'
                      OR ALC-SEVERITY(WS-I) = 'WARN'
                      OR ALC-SEVERITY(WS-I) = 'INFO'
                       MOVE ALC-SEVERITY(WS-I) TO WS-CL-SEVERITY
                   END-IF
                   IF ALC-THRESHOLD(WS-I) IS NUMERIC
                       MOVE ALC-THRESHOLD(WS-I) TO WS-CL-THRESHOLD
                   END-IF
               END-IF
           END-PERFORM.

       COUNT-REPEAT-OF-OPEN-ALERT.
      *    One pass over the queue: the highest number issued so far,
      *    and - if the same class and key is still open - the repeat
      *    counted on that line in place.
           MOVE ZERO TO WS-LAST-ID
           MOVE 'N' TO WS-MATCHED
           MOVE '00' TO WS-ALERT-STATUS
           OPEN I-O ALERT-QUEUE
           IF NOT ALERT-MISSING
               PERFORM UNTIL ALERT-EOF
                   READ ALERT-QUEUE
                       AT END SET ALERT-EOF TO TRUE
                       NOT AT END PERFORM CHECK-QUEUED-ALERT
                   END-READ
                   IF NOT ALERT-EOF AND WS-ALERT-STATUS NOT = '00'
                       SET ALERT-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE ALERT-QUEUE
           END-IF.

       CHECK-QUEUED-ALERT.
      *    The whole queue is read even after a repeat is matched -
      *    the next alert number has to clear every one issued.
           IF ALQ-ALERT-ID IS NUMERIC
              AND ALQ-ALERT-ID > WS-LAST-ID
               MOVE ALQ-ALERT-ID TO WS-LAST-ID
           END-IF
           IF WS-MATCHED = 'N' AND ALQ-OPEN
              AND ALQ-CLASS = PARM-CLASS AND ALQ-KEY = PARM-KEY
               MOVE 'Y' TO WS-MATCHED
               IF ALQ-REPEATS IS NOT NUMERIC
                   MOVE ZERO TO ALQ-REPEATS
               END-IF
               IF ALQ-REPEATS < 99999
                   ADD 1 TO ALQ-REPEATS
               END-IF
               IF PARM-TICK IS NUMERIC
                   MOVE PARM-TICK TO ALQ-LAST-TICK
               END-IF
               REWRITE ALERT-QUEUE-RECORD
           END-IF.

       APPEND-NEW-ALERT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE SPACES TO ALERT-QUEUE-RECORD
           ADD 1 TO WS-LAST-ID
           MOVE WS-LAST-ID TO ALQ-ALERT-ID
           MOVE WS-CL-SEVERITY TO ALQ-SEVERITY
           MOVE PARM-SOURCE TO ALQ-SOURCE
           MOVE WS-SESSION-ID TO ALQ-SESSION
           IF PARM-TICK IS NUMERIC
               MOVE PARM-TICK TO ALQ-TICK
           ELSE
               MOVE ZERO TO ALQ-TICK
           END-IF
           MOVE ALQ-TICK TO ALQ-LAST-TICK
           MOVE PARM-CLASS TO ALQ-CLASS
           SET ALQ-OPEN TO TRUE
           MOVE PARM-MESSAGE TO ALQ-MESSAGE
           MOVE PARM-KEY TO ALQ-KEY
           MOVE WS-DATE-TIME(1:8) TO ALQ-RAISED-DATE
           MOVE WS-DATE-TIME(9:6) TO ALQ-RAISED-TIME
           MOVE ZERO TO ALQ-REPEATS
           OPEN EXTEND ALERT-QUEUE
           IF ALERT-MISSING
               OPEN OUTPUT ALERT-QUEUE
           END-IF
           WRITE ALERT-QUEUE-RECORD
           CLOSE ALERT-QUEUE

           MOVE WS-LAST-ID TO WS-ED-ID
           MOVE ALQ-TICK TO WS-JP-TICK
           MOVE SPACES TO WS-JP-TEXT
           STRING 'ALERT ' DELIMITED BY SIZE
                  WS-ED-ID DELIMITED BY SIZE
                  ' RAISED: ' DELIMITED BY SIZE
                  WS-CL-SEVERITY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PARM-CLASS DELIMITED BY SPACE
                  ' FROM ' DELIMITED BY SIZE
                  PARM-SOURCE DELIMITED BY SPACE
               INTO WS-JP-TEXT
           CALL 'DOOMJRNL' USING WS-JRNL-PARM.

       READ-SESSION-ID.
           OPEN INPUT SESSION-FILE
           IF NOT SESSION-MISSING
               READ SESSION-FILE
                   NOT AT END MOVE SESSION-ID TO WS-SESSION-ID
               END-READ
               CLOSE SESSION-FILE
           END-IF.

      *----------------------------------------------------------------
      * Acknowledge.
      *----------------------------------------------------------------
       ACKNOWLEDGE-ALERT.
           MOVE 'N' TO WS-MATCHED
           MOVE '00' TO WS-ALERT-STATUS
           IF PARM-ALERT-ID IS NOT NUMERIC
               MOVE ZERO TO PARM-ALERT-ID
           END-IF
           OPEN I-O ALERT-QUEUE
           IF NOT ALERT-MISSING
               PERFORM UNTIL ALERT-EOF OR WS-MATCHED = 'Y'
                   READ ALERT-QUEUE
                       AT END SET ALERT-EOF TO TRUE
                       NOT AT END
                           IF ALQ-ALERT-ID = PARM-ALERT-ID
                              AND ALQ-OPEN
                               PERFORM MARK-ALERT-HANDLED
                           END-IF
                   END-READ
                   IF NOT ALERT-EOF AND WS-ALERT-STATUS NOT = '00'
                       SET ALERT-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE ALERT-QUEUE
           END-IF
           IF WS-MATCHED = 'N'
               MOVE 4 TO RETURN-CODE
           END-IF.

       MARK-ALERT-HANDLED.
           MOVE 'Y' TO WS-MATCHED
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           SET ALQ-ACKNOWLEDGED TO TRUE
           MOVE PARM-ACK-BY TO ALQ-ACK-BY
           MOVE WS-DATE-TIME(1:8) TO ALQ-ACK-DATE
           MOVE WS-DATE-TIME(9:6) TO ALQ-ACK-TIME
           REWRITE ALERT-QUEUE-RECORD
           MOVE ALQ-ALERT-ID TO WS-ED-ID
           MOVE ALQ-LAST-TICK TO WS-JP-TICK
           MOVE SPACES TO WS-JP-TEXT
           STRING 'ALERT ' DELIMITED BY SIZE
                  WS-ED-ID DELIMITED BY SIZE
                  ' ACKNOWLEDGED BY ' DELIMITED BY SIZE
                  PARM-ACK-BY DELIMITED BY SIZE
               INTO WS-JP-TEXT
           CALL 'DOOMJRNL' USING WS-JRNL-PARM.
