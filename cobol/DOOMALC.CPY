      *================================================================
      * DOOMALC.CPY - Alert Threshold Control Record
      * Single record in DOOM.ALERTCTL, maintained from the operator
      * console and read by DOOMALRQ every time something raises an
      * alert. One entry per alert class: whether it pages at all,
      * the severity it pages at, and the threshold the raiser's
      * measured value is held against -
      *   DIAGDUMP  fatal file error dumped by DOOMDIAG     (count)
      *   LEASE     lease broken/waited out by DOOMLEAS  (seconds
      *             the lease was out of reach - the dead holder's
      *             silence, or the time spent waiting on a live one)
      *   PREFLITE  DOOMCHK preflight problems               (count)
      *   CORRUPT   DOOMAI2 corrupt-frame cycle aborts       (count)
      *   PERF      DOOMPERF ticks over the batch budget     (count)
      *   HEALTH    player health in the frame        (health, at or
      *             below the threshold rather than at or above)
      * A missing file, or an entry with a blank class, means the
      * defaults DOOMALRQ and the console both start from.
      * The control record follows a DOOMVHD.CPY header record
      * (layout DOOMALC, version 01); DOOMCONV stamps a file from
      * before the header. One without the current header is not
      * read - the defaults stand.
      *================================================================
       01  ALERT-CONTROL-RECORD.
           05  ALC-CLASS-ENTRY OCCURS 6 TIMES.
               10  ALC-CLASS           PIC X(8).
               10  ALC-ENABLED         PIC X.
                   88  ALC-CLASS-ON        VALUE 'Y'.
               10  ALC-SEVERITY        PIC X(4).
               10  ALC-THRESHOLD       PIC 9(5).
           05  FILLER                  PIC X(12).
