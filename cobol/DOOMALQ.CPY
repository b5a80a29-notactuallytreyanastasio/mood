      *================================================================
      * DOOMALQ.CPY - Operations Alert Queue Record
      * One line per alert in DOOM.ALERTS, the outbound queue the
      * paging tool polls. Every line is raised through DOOMALRQ, so
      * all of them carry the severity, the raising program, the
      * session, the tick and the message. A condition that is still
      * open is not raised twice: the repeat only bumps ALQ-REPEATS
      * and ALQ-LAST-TICK on the open line, so the pager sees one
      * alert per condition, not one per tick. ALQ-KEY names the
      * condition within its class (the lease holder, the program
      * and file of a dump). On-call acknowledges an alert by its
      * ALQ-ALERT-ID through DOOMALRQ, which stamps who and when; a
      * condition raised again after that is a new alert.
      *================================================================
       01  ALERT-QUEUE-RECORD.
           05  ALQ-ALERT-ID        PIC 9(6).
           05  FILLER              PIC X.
           05  ALQ-SEVERITY        PIC X(4).
               88  ALQ-CRITICAL        VALUE 'CRIT'.
               88  ALQ-WARNING         VALUE 'WARN'.
               88  ALQ-INFO            VALUE 'INFO'.
           05  FILLER              PIC X.
           05  ALQ-SOURCE          PIC X(8).
           05  FILLER              PIC X.
           05  ALQ-SESSION         PIC X(8).
           05  FILLER              PIC X.
           05  ALQ-TICK            PIC 9(8).
           05  FILLER              PIC X.
           05  ALQ-CLASS           PIC X(8).
           05  FILLER              PIC X.
           05  ALQ-STATE           PIC X.
               88  ALQ-OPEN            VALUE 'O'.
               88  ALQ-ACKNOWLEDGED    VALUE 'A'.
           05  FILLER              PIC X.
           05  ALQ-MESSAGE         PIC X(60).
           05  FILLER              PIC X.
           05  ALQ-KEY             PIC X(16).
           05  ALQ-RAISED-DATE     PIC X(8).
           05  ALQ-RAISED-TIME     PIC X(6).
           05  ALQ-REPEATS         PIC 9(5).
           05  ALQ-LAST-TICK       PIC 9(8).
           05  ALQ-ACK-BY          PIC X(8).
           05  ALQ-ACK-DATE        PIC X(8).
           05  ALQ-ACK-TIME        PIC X(6).
           05  FILLER              PIC X(24).
