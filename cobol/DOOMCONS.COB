      * writes the records back in the exact layouts DOOMARB,
      * DOOMASEL, DOOMAI, DOOMTACT and DOOMHKP read. Enter S in the
      * action field to save, Q to leave everything untouched.
      * Difficulty config changes do not go live on save: they are
      * written to DOOM.CFGPEND as a proposal for DOOMPROM to
      * certify against the scenario library. R (rollback) still
      * writes DOOM.AICONFIG directly - it only ever restores values
      * that were live before.
      * L opens the batch step list (DOOM.STEPLIST): one row per
      * DOOMBAT step in run order with its on/off flag - retype the
      * names to reorder, blank a row to drop it, S to save.
      * A opens the alert thresholds (DOOM.ALERTCTL) DOOMALRQ holds
      * every raised alert against: per class on/off, severity and
      * threshold, S to save - and K acknowledges an alert on the
      * DOOM.ALERTS queue by number for the on-call analyst.
      * Nobody gets past the sign-on screen without an id and
      * password on the DOOM.OPERATORS roster (DOOMOPRS), and what
      * the console then lets them do follows their authority:
      * view only changes nothing; a shift operator saves, sets
      * batch control, the step list and alerts; a skill change,
      * R, M and the O roster screen need a supervisor. The id is
      * stamped on every DOOM.CFGHIST line, queued override,
      * DOOM.BATCHCTL command and saved step list this console
      * writes, and is who acknowledges an alert.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMCONS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

      *    Proposed config values waiting on DOOMPROM.
           SELECT PENDING-CONFIG ASSIGN TO 'DOOM.CFGPEND'
               ORGANIZATION IS SEQUENTIAL.

           SELECT RETAIN-FILE ASSIGN TO 'DOOM.RETAIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETAIN-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BCT-STATUS.

      *    The batch driver's run order - DOOMBAT reloads it at
      *    every tick boundary through DOOMSTEP.
           SELECT STEP-LIST ASSIGN TO 'DOOM.STEPLIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLIST-STATUS.

      *    Alert thresholds - DOOMALRQ reads it on every raise.
           SELECT ALERT-CONTROL ASSIGN TO 'DOOM.ALERTCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENGINE-SELECT.
       FD  AI-CONFIG.
       COPY DOOMCFG.

       FD  PENDING-CONFIG.
       01  PENDING-CONFIG-RECORD          PIC X(80).

       FD  RETAIN-FILE.
       COPY DOOMRET.

       FD  BATCH-CONTROL.
       COPY DOOMBCT.

       FD  STEP-LIST.
       COPY DOOMSTL.

       FD  ALERT-CONTROL.
       COPY DOOMALC.

       WORKING-STORAGE SECTION.
      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged on open before any record of it is used.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMCONS'.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.
       01  WS-VER-HOLD             PIC X(120).
       COPY DOOMSTAT.

       01  WS-CFGHIST-STATUS              PIC XX.
               10  WS-CA-NEW-DANGER       PIC 9(5).
               10  WS-CA-NEW-RADIUS       PIC 9(3).
               10  WS-CA-NEW-DOOR         PIC 9(3).
           05  WS-CA-ACTION        PIC X VALUE SPACE.
           05  WS-CA-OPERATOR-ID   PIC X(5) VALUE SPACES.

      *    A console save's config proposal, laid out exactly as
      *    DOOMCFG.CPY.
       01  WS-PROPOSED-CONFIG.
           05  WS-PC-LOW-HEALTH           PIC 9(3).
           05  WS-PC-LOW-AMMO             PIC 9(3).
           05  WS-PC-DANGER-DIST          PIC 9(5).
           05  WS-PC-ALERT-RADIUS         PIC 9(3).
           05  WS-PC-DOOR-TICKS           PIC 9(3).
           05  WS-PC-CHANGED-BY           PIC X(5).
           05  FILLER                     PIC X(58).
       01  WS-CONFIG-PROPOSED             PIC X VALUE 'N'.
      *    'Y' when DOOMVER turned the file's header down at load or
      *    save - a save then leaves it for DOOMCONV, untouched.
       01  WS-CONFIG-REJECTED             PIC X VALUE 'N'.
       01  WS-RETAIN-REJECTED             PIC X VALUE 'N'.
       01  WS-SEL-STATUS                  PIC XX.
           88  SEL-MISSING                VALUE '35'.
       01  WS-CONFIG-STATUS               PIC XX.
           88  OPER-MISSING               VALUE '35'.
       01  WS-BCT-STATUS                  PIC XX.
       01  WS-BC-COMMAND                  PIC X(8) VALUE SPACES.
       01  WS-BC-KEEP                     PIC X(80) VALUE SPACES.

      *    Manual-command entry fields - validated against the same
      *    action words the command record defines before anything
           05  WS-ED-SKILL                PIC 9 VALUE 2.
           05  WS-ED-KEEP-SNAPS           PIC 9(3) VALUE 10.
           05  WS-ED-ARCHIVE-LOGS         PIC X VALUE 'Y'.
           05  WS-ED-LOOSE-MONTHS         PIC 99 VALUE 3.
           05  WS-ED-ACTION               PIC X VALUE SPACE.

      *    Step-list editing - loaded through DOOMSTEP so the screen
      *    starts from exactly the list the driver would run, edited
      *    in place, and only a validated save rewrites the file.
       01  WS-STEPLIST-STATUS             PIC XX.
       01  WS-STEP-PARM.
           05  WS-STEP-COUNT              PIC 99 VALUE ZERO.
           05  WS-STEP-FROM-FILE          PIC X.
           05  WS-STEP OCCURS 30 TIMES.
               10  WS-STEP-NAME           PIC X(4).
               10  WS-STEP-ENABLED        PIC X.
       01  WS-SL-EDIT.
           05  WS-SL-ROW OCCURS 30 TIMES.
               10  WS-SL-NAME             PIC X(4).
               10  WS-SL-ON               PIC X.
       01  WS-SL-ACTION                   PIC X VALUE SPACE.
       01  WS-SL-DONE                     PIC X VALUE 'N'.
       01  WS-SL-I                        PIC 99.
       01  WS-SL-J                        PIC 99.
       01  WS-SL-SEQ                      PIC 99.
       01  WS-SL-MV-AT                    PIC 99.
       01  WS-SL-CMIT-AT                  PIC 99.
       01  WS-SL-CHECK-NAME               PIC X(4).
           88  SL-KNOWN-STEP              VALUE 'CTX ' 'MV  ' 'CMIT'
                                                'INT ' 'SPWN' 'SIM '
                                                'ALRT' 'AI  ' 'TACT'
                                                'AI2 ' 'PLAN' 'PATH'
                                                'ARB ' 'EXEC' 'CBT '
                                                'REND' 'FILM' 'EVNT'
                                                'SEEN' 'PERC' 'POST'.

      *    Alert-threshold editing - starts from the same built-in
      *    classes DOOMALRQ falls back to, overlaid with whatever
      *    DOOM.ALERTCTL holds.
       01  WS-ALC-STATUS                  PIC XX.
           88  ALC-MISSING                VALUE '35'.
      *    'Y' when DOOMVER turned the file's header down - the
      *    defaults are shown and a save leaves it for DOOMCONV.
       01  WS-ALC-REJECTED                PIC X VALUE 'N'.
       01  WS-AC-DEFAULT-CLASSES.
           05  FILLER PIC X(18) VALUE 'DIAGDUMPYCRIT00001'.
           05  FILLER PIC X(18) VALUE 'LEASE   YWARN00020'.
           05  FILLER PIC X(18) VALUE 'PREFLITEYCRIT00001'.
           05  FILLER PIC X(18) VALUE 'CORRUPT YCRIT00001'.
           05  FILLER PIC X(18) VALUE 'PERF    YWARN00001'.
           05  FILLER PIC X(18) VALUE 'HEALTH  YWARN00025'.
       01  WS-AC-EDIT REDEFINES WS-AC-DEFAULT-CLASSES.
           05  WS-AC-ROW OCCURS 6 TIMES.
               10  WS-AC-CLASS            PIC X(8).
               10  WS-AC-ON               PIC X.
               10  WS-AC-SEVERITY         PIC X(4).
               10  WS-AC-THRESHOLD        PIC 9(5).
       01  WS-AC-ACTION                   PIC X VALUE SPACE.
       01  WS-AC-DONE                     PIC X VALUE 'N'.
       01  WS-AC-I                        PIC 9.
       01  WS-AC-J                        PIC 9.
       01  WS-AC-ACK-ID                   PIC 9(6) VALUE ZERO.
       01  WS-AC-ACK-BY                   PIC X(8) VALUE SPACES.

      *    Shaped to match DOOMALRQ's LINKAGE.
       01  WS-ALERT-PARM.
           05  WS-AQ-PARM-LEN             PIC S9(4) COMP VALUE 1.
           05  WS-AQ-FUNCTION             PIC X VALUE 'A'.
           05  WS-AQ-ALERT-ID             PIC 9(6).
           05  WS-AQ-ACK-BY               PIC X(8).
           05  WS-AQ-CLASS                PIC X(8) VALUE SPACES.
           05  WS-AQ-SOURCE               PIC X(8) VALUE SPACES.
           05  WS-AQ-TICK                 PIC 9(8) VALUE ZERO.
           05  WS-AQ-VALUE                PIC 9(5) VALUE ZERO.
           05  WS-AQ-KEY                  PIC X(16) VALUE SPACES.
           05  WS-AQ-MESSAGE              PIC X(60) VALUE SPACES.

      *    Shaped to match DOOMOPRS's LINKAGE - sign-on and the
      *    roster screen both go through it.
       01  WS-OPRS-PARM.
           05  WS-OP-FUNCTION             PIC X.
           05  WS-OP-ID                   PIC X(5).
           05  WS-OP-PASSWORD             PIC X(8).
           05  WS-OP-NAME                 PIC X(20).
           05  WS-OP-AUTHORITY            PIC X.
           05  WS-OP-RESULT               PIC X.
               88  WS-OP-ACCEPTED         VALUE 'A' 'E'.
               88  WS-OP-ENROLLED         VALUE 'E'.

      *    Who is signed on for the rest of the run, and what that
      *    lets them do.
       01  WS-SIGNON-FIELDS.
           05  WS-SO-ID                   PIC X(5) VALUE SPACES.
           05  WS-SO-PASSWORD             PIC X(8) VALUE SPACES.
           05  WS-SO-ACTION               PIC X VALUE SPACE.
           05  WS-SO-TRIES                PIC 9 VALUE ZERO.
       01  WS-SIGNED-ON                   PIC X VALUE 'N'.
       01  WS-SIGNON-ID                   PIC X(5) VALUE SPACES.
       01  WS-SIGNON-NAME                 PIC X(20) VALUE SPACES.
       01  WS-SIGNON-AUTHORITY            PIC X VALUE SPACE.
           88  WS-CAN-CHANGE              VALUE 'O' 'S'.
           88  WS-IS-SUPERVISOR           VALUE 'S'.
       01  WS-OPERATOR-LINE               PIC X(60) VALUE SPACES.
       01  WS-AUTHORITY-TEXT              PIC X(14) VALUE SPACES.
       01  WS-SKILL-ON-FILE               PIC 9 VALUE 2.

      *    Roster maintenance fields - one operator at a time.
       01  WS-ROSTER-FIELDS.
           05  WS-RO-ID                   PIC X(5) VALUE SPACES.
           05  WS-RO-NAME                 PIC X(20) VALUE SPACES.
           05  WS-RO-AUTHORITY            PIC X VALUE SPACE.
           05  WS-RO-PASSWORD             PIC X(8) VALUE SPACES.
           05  WS-RO-ACTION               PIC X VALUE SPACE.
           05  WS-RO-DONE                 PIC X VALUE 'N'.

       01  WS-MESSAGE                     PIC X(60) VALUE SPACES.
       01  WS-DONE                        PIC X VALUE 'N'.
       01  WS-VALID                       PIC X VALUE 'N'.

       SCREEN SECTION.
       01  SIGN-ON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 20
               VALUE 'DOOM CONTROL FILE CONSOLE - SIGN ON'.
           05  LINE 3 COLUMN 4 VALUE 'OPERATOR ID:'.
           05  LINE 3 COLUMN 20 PIC X(5) USING WS-SO-ID.
           05  LINE 4 COLUMN 4 VALUE 'PASSWORD:'.
           05  LINE 4 COLUMN 20 PIC X(8) USING WS-SO-PASSWORD
               SECURE.
           05  LINE 6 COLUMN 4
               VALUE 'ACTION (ENTER=SIGN ON Q=QUIT):'.
           05  LINE 6 COLUMN 35 PIC X USING WS-SO-ACTION.
           05  LINE 8 COLUMN 4 PIC X(60) FROM WS-MESSAGE.

       01  CONSOLE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 20
               VALUE 'DOOM CONTROL FILE CONSOLE'.
           05  LINE 2 COLUMN 2 PIC X(60) FROM WS-OPERATOR-LINE.
           05  LINE 3 COLUMN 2
               VALUE 'ENGINE SELECTOR (DOOM.ENGINESEL)'.
           05  LINE 4 COLUMN 4 VALUE 'PRIMARY ENGINE (AI1/AI2/TACT/PA
           05  LINE 15 COLUMN 42 PIC 9(3) USING WS-ED-KEEP-SNAPS.
           05  LINE 16 COLUMN 4 VALUE 'ARCHIVE LOGS (Y/N):'.
           05  LINE 16 COLUMN 42 PIC X USING WS-ED-ARCHIVE-LOGS.
           05  LINE 16 COLUMN 48 VALUE 'MONTHS LOOSE (01-99):'.
           05  LINE 16 COLUMN 70 PIC 99 USING WS-ED-LOOSE-MONTHS.
           05  LINE 17 COLUMN 2 VALUE 'MANUAL CMD (ACT/DIR/VAL):'.
           05  LINE 17 COLUMN 28 PIC X(8) USING WS-MC-ACTION.
           05  LINE 17 COLUMN 37 PIC X(8) USING WS-MC-DIRECTION.
           05  LINE 17 COLUMN 46 PIC 9(4) USING WS-MC-VALUE.
           05  LINE 18 COLUMN 4 VALUE 'ACTION (S=SAVE M=QUEUE R=ROLLB
      -        'ACK L=STEPS A=ALERTS Q=QUIT):'.
           05  LINE 18 COLUMN 71 PIC X USING WS-ED-ACTION.
           05  LINE 19 COLUMN 4 VALUE 'BATCH CONTROL (P=PAUSE T=STEP
      -        'G=RESUME)'.
           05  LINE 19 COLUMN 46 VALUE 'O=OPERATORS'.
           05  LINE 20 COLUMN 2 PIC X(60) FROM WS-MESSAGE.

       01  STEP-LIST-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 20
               VALUE 'DOOM BATCH STEP LIST (DOOM.STEPLIST)'.
           05  LINE 2 COLUMN 4 VALUE 'NO  STEP  ON'.
           05  LINE 2 COLUMN 22 VALUE 'NO  STEP  ON'.
           05  LINE 2 COLUMN 42 VALUE 'ON IS Y OR N'.
           05  LINE 4 COLUMN 42 VALUE 'STEPS:'.
           05  LINE 5 COLUMN 42
               VALUE 'CTX MV CMIT INT SPWN SIM ALRT'.
           05  LINE 6 COLUMN 42
               VALUE 'AI TACT SEEN PERC AI2 PLAN PATH'.
           05  LINE 7 COLUMN 42
               VALUE 'ARB EXEC CBT REND FILM EVNT POST'.
           05  LINE 4 COLUMN 4 VALUE '01'.
           05  LINE 4 COLUMN 8 PIC X(4) USING WS-SL-NAME(1).
           05  LINE 4 COLUMN 15 PIC X USING WS-SL-ON(1).
           05  LINE 5 COLUMN 4 VALUE '02'.
           05  LINE 5 COLUMN 8 PIC X(4) USING WS-SL-NAME(2).
           05  LINE 5 COLUMN 15 PIC X USING WS-SL-ON(2).
           05  LINE 6 COLUMN 4 VALUE '03'.
           05  LINE 6 COLUMN 8 PIC X(4) USING WS-SL-NAME(3).
           05  LINE 6 COLUMN 15 PIC X USING WS-SL-ON(3).
           05  LINE 7 COLUMN 4 VALUE '04'.
           05  LINE 7 COLUMN 8 PIC X(4) USING WS-SL-NAME(4).
           05  LINE 7 COLUMN 15 PIC X USING WS-SL-ON(4).
           05  LINE 8 COLUMN 4 VALUE '05'.
           05  LINE 8 COLUMN 8 PIC X(4) USING WS-SL-NAME(5).
           05  LINE 8 COLUMN 15 PIC X USING WS-SL-ON(5).
           05  LINE 9 COLUMN 4 VALUE '06'.
           05  LINE 9 COLUMN 8 PIC X(4) USING WS-SL-NAME(6).
           05  LINE 9 COLUMN 15 PIC X USING WS-SL-ON(6).
           05  LINE 10 COLUMN 4 VALUE '07'.
           05  LINE 10 COLUMN 8 PIC X(4) USING WS-SL-NAME(7).
           05  LINE 10 COLUMN 15 PIC X USING WS-SL-ON(7).
           05  LINE 11 COLUMN 4 VALUE '08'.
           05  LINE 11 COLUMN 8 PIC X(4) USING WS-SL-NAME(8).
           05  LINE 11 COLUMN 15 PIC X USING WS-SL-ON(8).
           05  LINE 12 COLUMN 4 VALUE '09'.
           05  LINE 12 COLUMN 8 PIC X(4) USING WS-SL-NAME(9).
           05  LINE 12 COLUMN 15 PIC X USING WS-SL-ON(9).
           05  LINE 13 COLUMN 4 VALUE '10'.
           05  LINE 13 COLUMN 8 PIC X(4) USING WS-SL-NAME(10).
           05  LINE 13 COLUMN 15 PIC X USING WS-SL-ON(10).
           05  LINE 14 COLUMN 4 VALUE '11'.
           05  LINE 14 COLUMN 8 PIC X(4) USING WS-SL-NAME(11).
           05  LINE 14 COLUMN 15 PIC X USING WS-SL-ON(11).
           05  LINE 15 COLUMN 4 VALUE '12'.
           05  LINE 15 COLUMN 8 PIC X(4) USING WS-SL-NAME(12).
           05  LINE 15 COLUMN 15 PIC X USING WS-SL-ON(12).
           05  LINE 16 COLUMN 4 VALUE '13'.
           05  LINE 16 COLUMN 8 PIC X(4) USING WS-SL-NAME(13).
           05  LINE 16 COLUMN 15 PIC X USING WS-SL-ON(13).
           05  LINE 17 COLUMN 4 VALUE '14'.
           05  LINE 17 COLUMN 8 PIC X(4) USING WS-SL-NAME(14).
           05  LINE 17 COLUMN 15 PIC X USING WS-SL-ON(14).
           05  LINE 18 COLUMN 4 VALUE '15'.
           05  LINE 18 COLUMN 8 PIC X(4) USING WS-SL-NAME(15).
           05  LINE 18 COLUMN 15 PIC X USING WS-SL-ON(15).
           05  LINE 4 COLUMN 22 VALUE '16'.
           05  LINE 4 COLUMN 26 PIC X(4) USING WS-SL-NAME(16).
           05  LINE 4 COLUMN 33 PIC X USING WS-SL-ON(16).
           05  LINE 5 COLUMN 22 VALUE '17'.
           05  LINE 5 COLUMN 26 PIC X(4) USING WS-SL-NAME(17).
           05  LINE 5 COLUMN 33 PIC X USING WS-SL-ON(17).
           05  LINE 6 COLUMN 22 VALUE '18'.
           05  LINE 6 COLUMN 26 PIC X(4) USING WS-SL-NAME(18).
           05  LINE 6 COLUMN 33 PIC X USING WS-SL-ON(18).
           05  LINE 7 COLUMN 22 VALUE '19'.
           05  LINE 7 COLUMN 26 PIC X(4) USING WS-SL-NAME(19).
           05  LINE 7 COLUMN 33 PIC X USING WS-SL-ON(19).
           05  LINE 8 COLUMN 22 VALUE '20'.
           05  LINE 8 COLUMN 26 PIC X(4) USING WS-SL-NAME(20).
           05  LINE 8 COLUMN 33 PIC X USING WS-SL-ON(20).
           05  LINE 9 COLUMN 22 VALUE '21'.
           05  LINE 9 COLUMN 26 PIC X(4) USING WS-SL-NAME(21).
           05  LINE 9 COLUMN 33 PIC X USING WS-SL-ON(21).
           05  LINE 10 COLUMN 22 VALUE '22'.
           05  LINE 10 COLUMN 26 PIC X(4) USING WS-SL-NAME(22).
           05  LINE 10 COLUMN 33 PIC X USING WS-SL-ON(22).
           05  LINE 11 COLUMN 22 VALUE '23'.
           05  LINE 11 COLUMN 26 PIC X(4) USING WS-SL-NAME(23).
           05  LINE 11 COLUMN 33 PIC X USING WS-SL-ON(23).
           05  LINE 12 COLUMN 22 VALUE '24'.
           05  LINE 12 COLUMN 26 PIC X(4) USING WS-SL-NAME(24).
           05  LINE 12 COLUMN 33 PIC X USING WS-SL-ON(24).
           05  LINE 13 COLUMN 22 VALUE '25'.
           05  LINE 13 COLUMN 26 PIC X(4) USING WS-SL-NAME(25).
           05  LINE 13 COLUMN 33 PIC X USING WS-SL-ON(25).
           05  LINE 14 COLUMN 22 VALUE '26'.
           05  LINE 14 COLUMN 26 PIC X(4) USING WS-SL-NAME(26).
           05  LINE 14 COLUMN 33 PIC X USING WS-SL-ON(26).
           05  LINE 15 COLUMN 22 VALUE '27'.
           05  LINE 15 COLUMN 26 PIC X(4) USING WS-SL-NAME(27).
           05  LINE 15 COLUMN 33 PIC X USING WS-SL-ON(27).
           05  LINE 16 COLUMN 22 VALUE '28'.
           05  LINE 16 COLUMN 26 PIC X(4) USING WS-SL-NAME(28).
           05  LINE 16 COLUMN 33 PIC X USING WS-SL-ON(28).
           05  LINE 17 COLUMN 22 VALUE '29'.
           05  LINE 17 COLUMN 26 PIC X(4) USING WS-SL-NAME(29).
           05  LINE 17 COLUMN 33 PIC X USING WS-SL-ON(29).
           05  LINE 18 COLUMN 22 VALUE '30'.
           05  LINE 18 COLUMN 26 PIC X(4) USING WS-SL-NAME(30).
           05  LINE 18 COLUMN 33 PIC X USING WS-SL-ON(30).
           05  LINE 24 COLUMN 4 VALUE 'ACTION (S=SAVE Q=BACK):'.
           05  LINE 24 COLUMN 28 PIC X USING WS-SL-ACTION.
           05  LINE 24 COLUMN 32 PIC X(45) FROM WS-MESSAGE.

       01  ALERT-CONTROL-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 20
               VALUE 'DOOM ALERT THRESHOLDS (DOOM.ALERTCTL)'.
           05  LINE 3 COLUMN 4 VALUE 'CLASS     ON (Y/N)  SEVERITY  T
      -        'HRESHOLD'.
           05  LINE 4 COLUMN 4 PIC X(8) FROM WS-AC-CLASS(1).
           05  LINE 4 COLUMN 14 PIC X USING WS-AC-ON(1).
           05  LINE 4 COLUMN 24 PIC X(4) USING WS-AC-SEVERITY(1).
           05  LINE 4 COLUMN 34 PIC 9(5) USING WS-AC-THRESHOLD(1).
           05  LINE 5 COLUMN 4 PIC X(8) FROM WS-AC-CLASS(2).
           05  LINE 5 COLUMN 14 PIC X USING WS-AC-ON(2).
           05  LINE 5 COLUMN 24 PIC X(4) USING WS-AC-SEVERITY(2).
           05  LINE 5 COLUMN 34 PIC 9(5) USING WS-AC-THRESHOLD(2).
           05  LINE 6 COLUMN 4 PIC X(8) FROM WS-AC-CLASS(3).
           05  LINE 6 COLUMN 14 PIC X USING WS-AC-ON(3).
           05  LINE 6 COLUMN 24 PIC X(4) USING WS-AC-SEVERITY(3).
           05  LINE 6 COLUMN 34 PIC 9(5) USING WS-AC-THRESHOLD(3).
           05  LINE 7 COLUMN 4 PIC X(8) FROM WS-AC-CLASS(4).
           05  LINE 7 COLUMN 14 PIC X USING WS-AC-ON(4).
           05  LINE 7 COLUMN 24 PIC X(4) USING WS-AC-SEVERITY(4).
           05  LINE 7 COLUMN 34 PIC 9(5) USING WS-AC-THRESHOLD(4).
           05  LINE 8 COLUMN 4 PIC X(8) FROM WS-AC-CLASS(5).
           05  LINE 8 COLUMN 14 PIC X USING WS-AC-ON(5).
           05  LINE 8 COLUMN 24 PIC X(4) USING WS-AC-SEVERITY(5).
           05  LINE 8 COLUMN 34 PIC 9(5) USING WS-AC-THRESHOLD(5).
           05  LINE 9 COLUMN 4 PIC X(8) FROM WS-AC-CLASS(6).
           05  LINE 9 COLUMN 14 PIC X USING WS-AC-ON(6).
           05  LINE 9 COLUMN 24 PIC X(4) USING WS-AC-SEVERITY(6).
           05  LINE 9 COLUMN 34 PIC 9(5) USING WS-AC-THRESHOLD(6).
           05  LINE 11 COLUMN 4 VALUE 'SEVERITY CRIT/WARN/INFO - HEALT
      -        'H PAGES AT OR BELOW ITS THRESHOLD,'.
           05  LINE 12 COLUMN 4 VALUE 'EVERY OTHER CLASS AT OR ABOVE'.
           05  LINE 14 COLUMN 4 VALUE 'ACKNOWLEDGE ALERT NO:'.
           05  LINE 14 COLUMN 26 PIC 9(6) USING WS-AC-ACK-ID.
           05  LINE 14 COLUMN 34 VALUE 'BY:'.
           05  LINE 14 COLUMN 38 PIC X(8) FROM WS-AC-ACK-BY.
           05  LINE 16 COLUMN 4
               VALUE 'ACTION (S=SAVE K=ACKNOWLEDGE Q=BACK):'.
           05  LINE 16 COLUMN 42 PIC X USING WS-AC-ACTION.
           05  LINE 18 COLUMN 4 PIC X(60) FROM WS-MESSAGE.

       01  ROSTER-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 20
               VALUE 'DOOM OPERATOR ROSTER (DOOM.OPERATORS)'.
           05  LINE 3 COLUMN 4 VALUE 'OPERATOR ID:'.
           05  LINE 3 COLUMN 48 PIC X(5) USING WS-RO-ID.
           05  LINE 4 COLUMN 4 VALUE 'NAME:'.
           05  LINE 4 COLUMN 48 PIC X(20) USING WS-RO-NAME.
           05  LINE 5 COLUMN 4 VALUE 'AUTHORITY (V=VIEW O=OPERATOR S=
      -        'SUPERVISOR):'.
           05  LINE 5 COLUMN 48 PIC X USING WS-RO-AUTHORITY.
           05  LINE 6 COLUMN 4
               VALUE 'PASSWORD (BLANK KEEPS THE OLD ONE):'.
           05  LINE 6 COLUMN 48 PIC X(8) USING WS-RO-PASSWORD
               SECURE.
           05  LINE 8 COLUMN 4
               VALUE 'ACTION (F=FETCH P=PUT D=DROP Q=BACK):'.
           05  LINE 8 COLUMN 42 PIC X USING WS-RO-ACTION.
           05  LINE 10 COLUMN 4 PIC X(60) FROM WS-MESSAGE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGN-ON-OPERATOR
           IF WS-SIGNED-ON = 'Y'
               PERFORM LOAD-CURRENT-VALUES
               PERFORM CONSOLE-CYCLE UNTIL WS-DONE = 'Y'
           END-IF
           GOBACK.

       SIGN-ON-OPERATOR.
      *    Three tries, then the console ends without having shown
      *    a single control file.
           MOVE ZERO TO WS-SO-TRIES
           MOVE SPACES TO WS-MESSAGE
           PERFORM SIGN-ON-CYCLE
               UNTIL WS-SIGNED-ON = 'Y' OR WS-DONE = 'Y'
                  OR WS-SO-TRIES >= 3.

       SIGN-ON-CYCLE.
           MOVE SPACE TO WS-SO-ACTION
           MOVE SPACES TO WS-SO-PASSWORD
           ACCEPT SIGN-ON-SCREEN
           IF WS-SO-ACTION = 'Q' OR WS-SO-ACTION = 'q'
               MOVE 'Y' TO WS-DONE
           ELSE
               MOVE 'S' TO WS-OP-FUNCTION
               MOVE WS-SO-ID TO WS-OP-ID
               MOVE WS-SO-PASSWORD TO WS-OP-PASSWORD
               MOVE SPACES TO WS-OP-NAME
               CALL 'DOOMOPRS' USING WS-OPRS-PARM
               IF WS-OP-ACCEPTED
                   MOVE 'Y' TO WS-SIGNED-ON
                   MOVE WS-OP-ID TO WS-SIGNON-ID
                   MOVE WS-OP-NAME TO WS-SIGNON-NAME
                   MOVE WS-OP-AUTHORITY TO WS-SIGNON-AUTHORITY
                   MOVE WS-SIGNON-ID TO WS-CA-OPERATOR-ID
                   MOVE WS-SIGNON-ID TO WS-AC-ACK-BY
                   PERFORM BUILD-OPERATOR-LINE
                   MOVE SPACES TO WS-MESSAGE
                   IF WS-OP-ENROLLED
                       MOVE 'NEW ROSTER - SIGNED ON AS ITS FIRST SUPERV
      -                    'ISOR' TO WS-MESSAGE
                   END-IF
               ELSE
                   ADD 1 TO WS-SO-TRIES
                   MOVE 'SIGN-ON REFUSED - CHECK ID AND PASSWORD'
                       TO WS-MESSAGE
               END-IF
           END-IF
           MOVE SPACES TO WS-SO-PASSWORD
           MOVE SPACES TO WS-OP-PASSWORD.

       BUILD-OPERATOR-LINE.
           EVALUATE WS-SIGNON-AUTHORITY
               WHEN 'S'
                   MOVE 'SUPERVISOR' TO WS-AUTHORITY-TEXT
               WHEN 'O'
                   MOVE 'SHIFT OPERATOR' TO WS-AUTHORITY-TEXT
               WHEN OTHER
                   MOVE 'VIEW ONLY' TO WS-AUTHORITY-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-OPERATOR-LINE
           STRING 'SIGNED ON: ' DELIMITED BY SIZE
                  WS-SIGNON-ID DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-SIGNON-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AUTHORITY-TEXT DELIMITED BY SIZE
                  INTO WS-OPERATOR-LINE.

       CONSOLE-CYCLE.
           MOVE SPACE TO WS-ED-ACTION
           ACCEPT CONSOLE-SCREEN
               WHEN 'S'
               WHEN 's'
                   PERFORM VALIDATE-FIELDS
                   IF NOT WS-CAN-CHANGE
                       MOVE 'N' TO WS-VALID
                       PERFORM REFUSE-VIEW-ONLY
                   END-IF
                   IF WS-VALID = 'Y'
                       PERFORM SAVE-ALL-FILES
                       EVALUATE TRUE
                           WHEN WS-CONFIG-REJECTED = 'Y'
                                AND WS-RETAIN-REJECTED = 'Y'
                               MOVE 'SAVED - AICONFIG AND RETAIN LEFT AL
      -                            'ONE, RUN DOOMCONV' TO WS-MESSAGE
                           WHEN WS-CONFIG-REJECTED = 'Y'
                               MOVE 'SAVED - DOOM.AICONFIG LEFT ALONE, R
      -                            'UN DOOMCONV' TO WS-MESSAGE
                           WHEN WS-RETAIN-REJECTED = 'Y'
                               MOVE 'SAVED - DOOM.RETAIN LEFT ALONE, RUN
      -                            ' DOOMCONV' TO WS-MESSAGE
                           WHEN WS-CONFIG-PROPOSED = 'Y'
                               MOVE 'SAVED - CONFIG PENDING PROMOTION'
                                   TO WS-MESSAGE
                           WHEN OTHER
                               MOVE 'SAVED - CONTROL FILES UPDATED'
                                   TO WS-MESSAGE
                       END-EVALUATE
                       MOVE 'Y' TO WS-DONE
                   END-IF
               WHEN 'M'
               WHEN 'm'
                   IF WS-IS-SUPERVISOR
                       PERFORM QUEUE-MANUAL-COMMAND
                   ELSE
                       PERFORM REFUSE-NOT-SUPERVISOR
                   END-IF
               WHEN 'R'
               WHEN 'r'
                   IF WS-IS-SUPERVISOR
                       PERFORM ROLLBACK-CONFIG
                   ELSE
                       PERFORM REFUSE-NOT-SUPERVISOR
                   END-IF
               WHEN 'P'
               WHEN 'p'
                   MOVE 'PAUSE   ' TO WS-BC-COMMAND
                   PERFORM SET-BATCH-CONTROL
                       THRU SET-BATCH-CONTROL-EXIT
               WHEN 'T'
               WHEN 't'
                   MOVE 'STEP    ' TO WS-BC-COMMAND
                   PERFORM SET-BATCH-CONTROL
                       THRU SET-BATCH-CONTROL-EXIT
               WHEN 'G'
               WHEN 'g'
                   MOVE 'RESUME  ' TO WS-BC-COMMAND
                   PERFORM SET-BATCH-CONTROL
                       THRU SET-BATCH-CONTROL-EXIT
               WHEN 'L'
               WHEN 'l'
                   PERFORM MAINTAIN-STEP-LIST
               WHEN 'A'
               WHEN 'a'
                   PERFORM MAINTAIN-ALERT-CONTROL
               WHEN 'O'
               WHEN 'o'
                   IF WS-IS-SUPERVISOR
                       PERFORM MAINTAIN-ROSTER
                   ELSE
                       PERFORM REFUSE-NOT-SUPERVISOR
                   END-IF
               WHEN OTHER
                   MOVE 'ENTER S, M, R, L, A, O, P, T, G OR Q'
                       TO WS-MESSAGE
           END-EVALUATE.

       REFUSE-NOT-SUPERVISOR.
           MOVE 'THAT NEEDS SUPERVISOR AUTHORITY - NOTHING CHANGED'
               TO WS-MESSAGE.

       REFUSE-VIEW-ONLY.
           MOVE 'VIEW ONLY SIGN-ON - NOTHING CAN BE CHANGED'
               TO WS-MESSAGE.

       MAINTAIN-ROSTER.
           MOVE SPACES TO WS-ROSTER-FIELDS
           MOVE SPACES TO WS-MESSAGE
           MOVE 'N' TO WS-RO-DONE
           PERFORM ROSTER-CYCLE UNTIL WS-RO-DONE = 'Y'.

       ROSTER-CYCLE.
           MOVE SPACE TO WS-RO-ACTION
           MOVE SPACES TO WS-RO-PASSWORD
           ACCEPT ROSTER-SCREEN
           MOVE WS-RO-ID TO WS-OP-ID
           MOVE WS-RO-NAME TO WS-OP-NAME
           MOVE WS-RO-AUTHORITY TO WS-OP-AUTHORITY
           MOVE WS-RO-PASSWORD TO WS-OP-PASSWORD
           MOVE SPACES TO WS-RO-PASSWORD
           EVALUATE WS-RO-ACTION
               WHEN 'Q'
               WHEN 'q'
                   MOVE 'OPERATOR ROSTER CLOSED' TO WS-MESSAGE
                   MOVE 'Y' TO WS-RO-DONE
               WHEN 'F'
               WHEN 'f'
                   MOVE 'L' TO WS-OP-FUNCTION
                   CALL 'DOOMOPRS' USING WS-OPRS-PARM
                   IF WS-OP-ACCEPTED
                       MOVE WS-OP-NAME TO WS-RO-NAME
                       MOVE WS-OP-AUTHORITY TO WS-RO-AUTHORITY
                   END-IF
                   PERFORM SHOW-ROSTER-RESULT
               WHEN 'P'
               WHEN 'p'
                   MOVE 'P' TO WS-OP-FUNCTION
                   CALL 'DOOMOPRS' USING WS-OPRS-PARM
                   PERFORM SHOW-ROSTER-RESULT
                   IF WS-OP-ACCEPTED AND WS-RO-ID = WS-SIGNON-ID
                       PERFORM TAKE-OWN-ROSTER-CHANGE
                   END-IF
               WHEN 'D'
               WHEN 'd'
                   IF WS-RO-ID = WS-SIGNON-ID
                       MOVE 'THE SIGNED-ON OPERATOR CANNOT BE DROPPED'
                           TO WS-MESSAGE
                   ELSE
                       MOVE 'D' TO WS-OP-FUNCTION
                       CALL 'DOOMOPRS' USING WS-OPRS-PARM
                       PERFORM SHOW-ROSTER-RESULT
                       IF WS-OP-ACCEPTED
                           MOVE SPACES TO WS-RO-NAME
                           MOVE SPACE TO WS-RO-AUTHORITY
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'ENTER F, P, D OR Q' TO WS-MESSAGE
           END-EVALUATE
           MOVE SPACES TO WS-OP-PASSWORD.

       SHOW-ROSTER-RESULT.
           EVALUATE WS-OP-RESULT
               WHEN 'A'
                   MOVE SPACES TO WS-MESSAGE
                   STRING 'OPERATOR ' DELIMITED BY SIZE
                          WS-RO-ID DELIMITED BY SPACE
                          ' - DONE' DELIMITED BY SIZE
                          INTO WS-MESSAGE
               WHEN 'N'
                   MOVE 'NO SUCH OPERATOR ON THE ROSTER' TO WS-MESSAGE
               WHEN 'L'
                   MOVE 'THE ROSTER MUST KEEP AT LEAST ONE SUPERVISOR'
                       TO WS-MESSAGE
               WHEN 'F'
                   MOVE 'ROSTER FULL - DROP AN OPERATOR FIRST'
                       TO WS-MESSAGE
               WHEN OTHER
                   MOVE 'ID, AUTHORITY V/O/S - AND A PASSWORD IF NEW'
                       TO WS-MESSAGE
           END-EVALUATE.

       TAKE-OWN-ROSTER-CHANGE.
      *    A supervisor who changes their own entry works under the
      *    new authority from here on.
           MOVE WS-RO-NAME TO WS-SIGNON-NAME
           MOVE WS-RO-AUTHORITY TO WS-SIGNON-AUTHORITY
           PERFORM BUILD-OPERATOR-LINE
           IF NOT WS-IS-SUPERVISOR
               MOVE 'Y' TO WS-RO-DONE
           END-IF.

       MAINTAIN-STEP-LIST.
           PERFORM LOAD-STEP-LIST
           MOVE SPACES TO WS-MESSAGE
           IF WS-STEP-FROM-FILE = 'N'
               MOVE 'NO STEP LIST ON FILE - SHOWING BUILT-IN LIST'
                   TO WS-MESSAGE
           END-IF
           IF WS-STEP-FROM-FILE = 'R'
               MOVE 'DOOM.STEPLIST NEEDS DOOMCONV - BUILT-IN SHOWN'
                   TO WS-MESSAGE
           END-IF
           MOVE 'N' TO WS-SL-DONE
           PERFORM STEP-LIST-CYCLE UNTIL WS-SL-DONE = 'Y'.

       LOAD-STEP-LIST.
           CALL 'DOOMSTEP' USING WS-STEP-PARM
           PERFORM VARYING WS-SL-I FROM 1 BY 1 UNTIL WS-SL-I > 30
               IF WS-SL-I > WS-STEP-COUNT
                   MOVE SPACES TO WS-SL-NAME(WS-SL-I)
                   MOVE SPACE TO WS-SL-ON(WS-SL-I)
               ELSE
                   MOVE WS-STEP-NAME(WS-SL-I) TO WS-SL-NAME(WS-SL-I)
                   MOVE WS-STEP-ENABLED(WS-SL-I) TO WS-SL-ON(WS-SL-I)
               END-IF
           END-PERFORM.

       STEP-LIST-CYCLE.
           MOVE SPACE TO WS-SL-ACTION
           ACCEPT STEP-LIST-SCREEN
           EVALUATE WS-SL-ACTION
               WHEN 'Q'
               WHEN 'q'
                   MOVE 'STEP LIST LEFT UNCHANGED' TO WS-MESSAGE
                   MOVE 'Y' TO WS-SL-DONE
               WHEN 'S'
               WHEN 's'
                   PERFORM VALIDATE-STEP-LIST
                   IF NOT WS-CAN-CHANGE
                       MOVE 'N' TO WS-VALID
                       PERFORM REFUSE-VIEW-ONLY
                   END-IF
      *            A list DOOMVER rejected is left for DOOMCONV -
      *            saving the built-in list over it would lose it.
                   IF WS-VALID = 'Y' AND WS-STEP-FROM-FILE = 'R'
                       MOVE 'N' TO WS-VALID
                       MOVE 'STEP LIST NOT SAVED - RUN DOOMCONV FIRST'
                           TO WS-MESSAGE
                   END-IF
                   IF WS-VALID = 'Y'
                       PERFORM SAVE-STEP-LIST
                       MOVE 'STEP LIST SAVED - TAKES EFFECT NEXT TICK'
                           TO WS-MESSAGE
                       MOVE 'Y' TO WS-SL-DONE
                   END-IF
               WHEN OTHER
                   MOVE 'ENTER S OR Q' TO WS-MESSAGE
           END-EVALUATE.

       VALIDATE-STEP-LIST.
      *    Known names only, each at most once, flags Y or N, at
      *    least one row - and a running MV needs a running CMIT
      *    after it, or the tick's move is staged and never
      *    published.
           MOVE 'Y' TO WS-VALID
           MOVE SPACES TO WS-MESSAGE
           MOVE ZERO TO WS-SL-SEQ
           MOVE ZERO TO WS-SL-MV-AT
           MOVE ZERO TO WS-SL-CMIT-AT
           PERFORM VARYING WS-SL-I FROM 1 BY 1 UNTIL WS-SL-I > 30
               IF WS-SL-NAME(WS-SL-I) NOT = SPACES
                   ADD 1 TO WS-SL-SEQ
                   MOVE WS-SL-NAME(WS-SL-I) TO WS-SL-CHECK-NAME
                   IF NOT SL-KNOWN-STEP
                       MOVE 'N' TO WS-VALID
                       MOVE SPACES TO WS-MESSAGE
                       STRING 'UNKNOWN STEP NAME ' DELIMITED BY SIZE
                              WS-SL-CHECK-NAME DELIMITED BY SIZE
                              INTO WS-MESSAGE
                   END-IF
                   IF WS-SL-ON(WS-SL-I) NOT = 'Y'
                      AND WS-SL-ON(WS-SL-I) NOT = 'N'
                       MOVE 'N' TO WS-VALID
                       MOVE 'STEP ON FLAG MUST BE Y OR N' TO WS-MESSAGE
                   END-IF
                   PERFORM VARYING WS-SL-J FROM 1 BY 1
                           UNTIL WS-SL-J >= WS-SL-I
                       IF WS-SL-NAME(WS-SL-J) = WS-SL-NAME(WS-SL-I)
                           MOVE 'N' TO WS-VALID
                           MOVE SPACES TO WS-MESSAGE
                           STRING 'STEP LISTED TWICE: '
                                      DELIMITED BY SIZE
                                  WS-SL-CHECK-NAME DELIMITED BY SIZE
                                  INTO WS-MESSAGE
                       END-IF
                   END-PERFORM
                   IF WS-SL-ON(WS-SL-I) = 'Y'
                       IF WS-SL-CHECK-NAME = 'MV  '
                           MOVE WS-SL-SEQ TO WS-SL-MV-AT
                       END-IF
                       IF WS-SL-CHECK-NAME = 'CMIT'
                           MOVE WS-SL-SEQ TO WS-SL-CMIT-AT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SL-SEQ = ZERO
               MOVE 'N' TO WS-VALID
               MOVE 'STEP LIST MUST NAME AT LEAST ONE STEP'
                   TO WS-MESSAGE
           END-IF
           IF WS-SL-MV-AT > ZERO AND WS-SL-CMIT-AT < WS-SL-MV-AT
               MOVE 'N' TO WS-VALID
               MOVE 'MV RUNNING NEEDS CMIT RUNNING AFTER IT'
                   TO WS-MESSAGE
           END-IF.

       SAVE-STEP-LIST.
      *    Blank rows close up; the sequence numbers are rewritten
      *    to match the new positions.
           MOVE ZERO TO WS-SL-SEQ
           OPEN OUTPUT STEP-LIST
           PERFORM WRITE-STEPLIST-HEADER
           PERFORM VARYING WS-SL-I FROM 1 BY 1 UNTIL WS-SL-I > 30
               IF WS-SL-NAME(WS-SL-I) NOT = SPACES
                   ADD 1 TO WS-SL-SEQ
                   MOVE SPACES TO STEP-LIST-RECORD
                   MOVE WS-SL-SEQ TO STL-SEQ
                   MOVE WS-SL-NAME(WS-SL-I) TO STL-STEP-NAME
                   MOVE WS-SL-ON(WS-SL-I) TO STL-ENABLED
                   MOVE WS-SIGNON-ID TO STL-CHANGED-BY
                   WRITE STEP-LIST-RECORD
               END-IF
           END-PERFORM
           CLOSE STEP-LIST.

       MAINTAIN-ALERT-CONTROL.
           PERFORM LOAD-ALERT-CONTROL
           MOVE SPACES TO WS-MESSAGE
           IF ALC-MISSING
               MOVE 'NO ALERT CONTROL ON FILE - SHOWING DEFAULTS'
                   TO WS-MESSAGE
           END-IF
           IF WS-ALC-REJECTED = 'Y'
               MOVE 'DOOM.ALERTCTL NEEDS DOOMCONV - DEFAULTS SHOWN'
                   TO WS-MESSAGE
           END-IF
           MOVE 'N' TO WS-AC-DONE
           PERFORM ALERT-CONTROL-CYCLE UNTIL WS-AC-DONE = 'Y'.

       LOAD-ALERT-CONTROL.
      *    Only the known classes are shown; a file entry for one of
      *    them replaces its default fields that are usable. The
      *    header comes first; a rejected file gives the defaults.
           MOVE 'N' TO WS-ALC-REJECTED
           MOVE SPACE TO WS-VP-RESULT
           OPEN INPUT ALERT-CONTROL
           IF NOT ALC-MISSING
               PERFORM CHECK-ALERTCTL-VERSION
               IF WS-VP-ACCEPTED
                   READ ALERT-CONTROL
                       NOT AT END
                           PERFORM VARYING WS-AC-J FROM 1 BY 1
                                   UNTIL WS-AC-J > 6
                               PERFORM TAKE-ALERT-CONTROL-ENTRY
                           END-PERFORM
                   END-READ
               END-IF
               CLOSE ALERT-CONTROL
           END-IF
           IF WS-VP-RESULT = 'R'
               MOVE 'Y' TO WS-ALC-REJECTED
           END-IF.

       TAKE-ALERT-CONTROL-ENTRY.
           PERFORM VARYING WS-AC-I FROM 1 BY 1 UNTIL WS-AC-I > 6
               IF ALC-CLASS(WS-AC-J) = WS-AC-CLASS(WS-AC-I)
                   IF ALC-ENABLED(WS-AC-J) = 'Y'
                      OR ALC-ENABLED(WS-AC-J) = 'N'
                       MOVE ALC-ENABLED(WS-AC-J) TO WS-AC-ON(WS-AC-I)
                   END-IF
                   IF ALC-SEVERITY(WS-AC-J) = 'CRIT'
                      OR ALC-SEVERITY(WS-AC-J) = 'WARN'
                      OR ALC-SEVERITY(WS-AC-J) = 'INFO'
                       MOVE ALC-SEVERITY(WS-AC-J)
                           TO WS-AC-SEVERITY(WS-AC-I)
                   END-IF
                   IF ALC-THRESHOLD(WS-AC-J) IS NUMERIC
                       MOVE ALC-THRESHOLD(WS-AC-J)
                           TO WS-AC-THRESHOLD(WS-AC-I)
                   END-IF
               END-IF
           END-PERFORM.

       ALERT-CONTROL-CYCLE.
           MOVE SPACE TO WS-AC-ACTION
           ACCEPT ALERT-CONTROL-SCREEN
           EVALUATE WS-AC-ACTION
               WHEN 'Q'
               WHEN 'q'
                   MOVE 'ALERT THRESHOLDS LEFT UNCHANGED' TO WS-MESSAGE
                   MOVE 'Y' TO WS-AC-DONE
               WHEN 'S'
               WHEN 's'
                   PERFORM VALIDATE-ALERT-CONTROL
                   IF NOT WS-CAN-CHANGE
                       MOVE 'N' TO WS-VALID
                       PERFORM REFUSE-VIEW-ONLY
                   END-IF
                   IF WS-VALID = 'Y' AND WS-ALC-REJECTED = 'Y'
                       MOVE 'N' TO WS-VALID
                       MOVE 'ALERTS NOT SAVED - RUN DOOMCONV FIRST'
                           TO WS-MESSAGE
                   END-IF
                   IF WS-VALID = 'Y'
                       PERFORM SAVE-ALERT-CONTROL
                       MOVE 'ALERT THRESHOLDS SAVED' TO WS-MESSAGE
                       MOVE 'Y' TO WS-AC-DONE
                   END-IF
               WHEN 'K'
               WHEN 'k'
                   IF WS-CAN-CHANGE
                       PERFORM ACKNOWLEDGE-ALERT
                   ELSE
                       PERFORM REFUSE-VIEW-ONLY
                   END-IF
               WHEN OTHER
                   MOVE 'ENTER S, K OR Q' TO WS-MESSAGE
           END-EVALUATE.

       VALIDATE-ALERT-CONTROL.
           MOVE 'Y' TO WS-VALID
           MOVE SPACES TO WS-MESSAGE
           PERFORM VARYING WS-AC-I FROM 1 BY 1 UNTIL WS-AC-I > 6
               IF WS-AC-ON(WS-AC-I) NOT = 'Y'
                  AND WS-AC-ON(WS-AC-I) NOT = 'N'
                   MOVE 'N' TO WS-VALID
                   MOVE 'ALERT ON FLAG MUST BE Y OR N' TO WS-MESSAGE
               END-IF
               IF WS-AC-SEVERITY(WS-AC-I) NOT = 'CRIT'
                  AND WS-AC-SEVERITY(WS-AC-I) NOT = 'WARN'
                  AND WS-AC-SEVERITY(WS-AC-I) NOT = 'INFO'
                   MOVE 'N' TO WS-VALID
                   MOVE 'SEVERITY MUST BE CRIT, WARN OR INFO'
                       TO WS-MESSAGE
               END-IF
               IF WS-AC-THRESHOLD(WS-AC-I) IS NOT NUMERIC
                   MOVE 'N' TO WS-VALID
                   MOVE 'THRESHOLD MUST BE NUMERIC' TO WS-MESSAGE
               END-IF
           END-PERFORM
      *    A zero threshold on an at-or-above class would page on
      *    every call, including the ones reporting nothing wrong.
           PERFORM VARYING WS-AC-I FROM 1 BY 1 UNTIL WS-AC-I > 5
               IF WS-AC-THRESHOLD(WS-AC-I) = ZERO
                   MOVE 'N' TO WS-VALID
                   MOVE SPACES TO WS-MESSAGE
                   STRING 'THRESHOLD FOR ' DELIMITED BY SIZE
                          WS-AC-CLASS(WS-AC-I) DELIMITED BY SPACE
                          ' MUST BE AT LEAST 1' DELIMITED BY SIZE
                          INTO WS-MESSAGE
               END-IF
           END-PERFORM.

       SAVE-ALERT-CONTROL.
           MOVE SPACES TO ALERT-CONTROL-RECORD
           PERFORM VARYING WS-AC-I FROM 1 BY 1 UNTIL WS-AC-I > 6
               MOVE WS-AC-CLASS(WS-AC-I) TO ALC-CLASS(WS-AC-I)
               MOVE WS-AC-ON(WS-AC-I) TO ALC-ENABLED(WS-AC-I)
               MOVE WS-AC-SEVERITY(WS-AC-I) TO ALC-SEVERITY(WS-AC-I)
               MOVE WS-AC-THRESHOLD(WS-AC-I)
                   TO ALC-THRESHOLD(WS-AC-I)
           END-PERFORM
           OPEN OUTPUT ALERT-CONTROL
           PERFORM WRITE-ALERTCTL-HEADER
           WRITE ALERT-CONTROL-RECORD
           CLOSE ALERT-CONTROL.

       ACKNOWLEDGE-ALERT.
      *    The acknowledgment is always in the signed-on id's name.
           IF WS-AC-ACK-ID = ZERO
               MOVE 'ENTER THE NUMBER OF THE ALERT TO ACKNOWLEDGE'
                   TO WS-MESSAGE
           ELSE
               MOVE WS-AC-ACK-ID TO WS-AQ-ALERT-ID
               MOVE WS-AC-ACK-BY TO WS-AQ-ACK-BY
               CALL 'DOOMALRQ' USING WS-ALERT-PARM
               IF RETURN-CODE = ZERO
                   MOVE 'ALERT ACKNOWLEDGED' TO WS-MESSAGE
                   MOVE ZERO TO WS-AC-ACK-ID
               ELSE
                   MOVE 'NO OPEN ALERT WITH THAT NUMBER' TO WS-MESSAGE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.

       SET-BATCH-CONTROL.
      *    One whole record, same as every other control file this
      *    console writes - DOOMBAT picks it up at the next tick
      *    boundary and journals the acknowledgment. The session
      *    settings after the command are carried over as they were.
      *    A file whose header DOOMVER rejects holds settings this
      *    release cannot carry, so it is left for DOOMCONV. The
      *    signed-on operator's id rides with the command.
           IF NOT WS-CAN-CHANGE
               PERFORM REFUSE-VIEW-ONLY
               GO TO SET-BATCH-CONTROL-EXIT
           END-IF
           MOVE SPACES TO WS-BC-KEEP
           MOVE SPACE TO WS-VP-RESULT
           OPEN INPUT BATCH-CONTROL
           IF WS-BCT-STATUS = '00'
               PERFORM CHECK-BATCHCTL-VERSION
               IF WS-VP-ACCEPTED
                   READ BATCH-CONTROL INTO WS-BC-KEEP
                       AT END MOVE SPACES TO WS-BC-KEEP
                   END-READ
               END-IF
               CLOSE BATCH-CONTROL
           END-IF
           IF WS-VP-RESULT = 'R'
               MOVE 'BATCH CONTROL NOT SET - CONVERT DOOM.BATCHCTL'
                   TO WS-MESSAGE
               GO TO SET-BATCH-CONTROL-EXIT
           END-IF
           OPEN OUTPUT BATCH-CONTROL
           PERFORM WRITE-BATCHCTL-HEADER
           MOVE WS-BC-KEEP TO BATCH-CONTROL-RECORD
           MOVE WS-BC-COMMAND TO BCT-COMMAND
           MOVE WS-SIGNON-ID TO BCT-OPERATOR-ID
           WRITE BATCH-CONTROL-RECORD
           CLOSE BATCH-CONTROL
           MOVE SPACES TO WS-MESSAGE
                  WS-BC-COMMAND DELIMITED BY SIZE
                  INTO WS-MESSAGE.

       SET-BATCH-CONTROL-EXIT.
           EXIT.

       ROLLBACK-CONFIG.
      *    Restore the OLD side of the latest write that wasn't
      *    itself a rollback, stepping one version further back for
      *    versions instead of oscillating between the last two.
      *    The rollback is audited like any other write, stamped
      *    CONSROLL so the walk can tell its own tracks apart.
      *    Only lines whose values actually went live count -
      *    proposals, refusals and their failed-scenario lines never
      *    reached DOOM.AICONFIG, so there is nothing to return to.
           MOVE ZERO TO WS-RB-SAVES
           MOVE ZERO TO WS-RB-TRAIL
           MOVE '00' TO WS-CFGHIST-STATUS
                   READ CONFIG-HISTORY
                       AT END SET CFGHIST-EOF TO TRUE
                       NOT AT END
                           IF CFH-WENT-LIVE
                               IF CFH-PROGRAM = 'CONSROLL'
                                   ADD 1 TO WS-RB-TRAIL
                               ELSE
                                   ADD 1 TO WS-RB-SAVES
                                   MOVE ZERO TO WS-RB-TRAIL
                               END-IF
                           END-IF
                   END-READ
                   IF NOT CFGHIST-EOF
                   AT END SET CFGHIST-EOF TO TRUE
                   NOT AT END
                       IF CFH-PROGRAM NOT = 'CONSROLL'
                          AND CFH-WENT-LIVE
                           ADD 1 TO WS-RB-SEEN
                           MOVE CONFIG-HISTORY-RECORD
                               TO WS-LAST-HISTORY
           END-IF
           PERFORM WRITE-CONFIG-FILE
           MOVE 'CONSROLL' TO WS-CA-PROGRAM
           MOVE SPACE TO WS-CA-ACTION
           PERFORM AUDIT-CONFIG-WRITE
           MOVE 'DOOMCONS' TO WS-CA-PROGRAM
           MOVE 'CONFIG ROLLED BACK TO PRIOR VALUES'
      *    DOOMARB gives it the tick outright and stamps it
      *    OPERATOR, so the engine graders leave it out of the AI
      *    statistics. Queue several by entering M repeatedly.
      *    The supervisor's id goes on the entry - DOOMARB refuses
      *    one that does not carry a roster supervisor's id.
           IF WS-MC-ACTION NOT = 'MOVE    '
              AND WS-MC-ACTION NOT = 'TURN    '
              AND WS-MC-ACTION NOT = 'SHOOT   '
              AND WS-MC-ACTION NOT = 'USE     '
              AND WS-MC-ACTION NOT = 'WEAPON  '
              AND WS-MC-ACTION NOT = 'WAIT    '
              AND WS-MC-ACTION NOT = 'ITEM    '
               MOVE
                 'ACTION MUST BE MOVE/TURN/SHOOT/USE/WEAPON/WAIT/ITEM'
                   TO WS-MESSAGE
           ELSE
               INITIALIZE DOOM-COMMAND-RECORD
               MOVE 9 TO CMD-PRIORITY
               MOVE 'OPERATOR OVERRIDE' TO CMD-REASON
               MOVE 'OPERATOR' TO CMD-ENGINE-ID
               MOVE WS-SIGNON-ID TO CMD-OPERATOR-ID
               OPEN EXTEND OPER-COMMANDS
               IF OPER-MISSING
                   OPEN OUTPUT OPER-COMMANDS
               CLOSE ENGINE-SELECT
           END-IF

           MOVE SPACE TO WS-VP-RESULT
           OPEN INPUT AI-CONFIG
           IF NOT CONFIG-MISSING
               PERFORM CHECK-CONFIG-VERSION
               IF WS-VP-ACCEPTED
                   READ AI-CONFIG
                       NOT AT END
                           IF CFG-LOW-HEALTH IS NUMERIC
                              AND CFG-LOW-HEALTH > ZERO
                               MOVE CFG-LOW-HEALTH TO WS-ED-LOW-HEALTH
                           END-IF
                           IF CFG-LOW-AMMO IS NUMERIC
                              AND CFG-LOW-AMMO > ZERO
                               MOVE CFG-LOW-AMMO TO WS-ED-LOW-AMMO
                           END-IF
                           IF CFG-DANGER-DIST IS NUMERIC
                              AND CFG-DANGER-DIST > ZERO
                               MOVE CFG-DANGER-DIST TO WS-ED-DANGER-DIST
                           END-IF
                           IF CFG-ALERT-RADIUS IS NUMERIC
                              AND CFG-ALERT-RADIUS > ZERO
                               MOVE CFG-ALERT-RADIUS
                                   TO WS-ED-ALERT-RADIUS
                           END-IF
                           IF CFG-DOOR-TICKS IS NUMERIC
                              AND CFG-DOOR-TICKS > ZERO
                               MOVE CFG-DOOR-TICKS
                                   TO WS-ED-DOOR-TICKS
                           END-IF
                   END-READ
               END-IF
               CLOSE AI-CONFIG
           END-IF
           IF WS-VP-RESULT = 'R'
               MOVE 'Y' TO WS-CONFIG-REJECTED
           END-IF

           OPEN INPUT SKILL-FILE
           IF NOT SKILL-FILE-MISSING
                       IF SKILL-LEVEL IS NUMERIC
                          AND SKILL-LEVEL >= 1 AND SKILL-LEVEL <= 3
                           MOVE SKILL-LEVEL TO WS-ED-SKILL
                           MOVE SKILL-LEVEL TO WS-SKILL-ON-FILE
                       END-IF
               END-READ
               CLOSE SKILL-FILE
           END-IF

           MOVE SPACE TO WS-VP-RESULT
           OPEN INPUT RETAIN-FILE
           IF NOT RETAIN-MISSING
               PERFORM CHECK-RETAIN-VERSION
               IF WS-VP-ACCEPTED
                   READ RETAIN-FILE
                       NOT AT END
                           IF RET-KEEP-SNAPS IS NUMERIC
                              AND RET-KEEP-SNAPS > ZERO
                               MOVE RET-KEEP-SNAPS TO WS-ED-KEEP-SNAPS
                           END-IF
                           IF RET-ARCHIVE-LOGS = 'Y'
                              OR RET-ARCHIVE-LOGS = 'N'
                               MOVE RET-ARCHIVE-LOGS
                                   TO WS-ED-ARCHIVE-LOGS
                           END-IF
                           IF RET-LOOSE-MONTHS IS NUMERIC
                              AND RET-LOOSE-MONTHS > ZERO
                               MOVE RET-LOOSE-MONTHS
                                   TO WS-ED-LOOSE-MONTHS
                           END-IF
                   END-READ
               END-IF
               CLOSE RETAIN-FILE
           END-IF
           IF WS-VP-RESULT = 'R'
               MOVE 'Y' TO WS-RETAIN-REJECTED
           END-IF.

       VALIDATE-FIELDS.
               MOVE 'N' TO WS-VALID
               MOVE 'SKILL MUST BE 1, 2 OR 3' TO WS-MESSAGE
           END-IF
           IF WS-ED-SKILL NOT = WS-SKILL-ON-FILE
              AND NOT WS-IS-SUPERVISOR
               MOVE 'N' TO WS-VALID
               MOVE 'SKILL CHANGE NEEDS SUPERVISOR AUTHORITY'
                   TO WS-MESSAGE
           END-IF
           IF WS-ED-KEEP-SNAPS = ZERO OR WS-ED-KEEP-SNAPS > 200
               MOVE 'N' TO WS-VALID
               MOVE 'SNAPSHOTS TO KEEP MUST BE 001-200'
              AND WS-ED-ARCHIVE-LOGS NOT = 'N'
               MOVE 'N' TO WS-VALID
               MOVE 'ARCHIVE LOGS MUST BE Y OR N' TO WS-MESSAGE
           END-IF
           IF WS-ED-LOOSE-MONTHS = ZERO
               MOVE 'N' TO WS-VALID
               MOVE 'MONTHS LOOSE MUST BE 01-99' TO WS-MESSAGE
           END-IF.

       SAVE-ALL-FILES.
           WRITE SEL-RECORD
           CLOSE ENGINE-SELECT

      *    The live config is left alone - changed values become a
      *    proposal, audited as such, for DOOMPROM to certify. A
      *    config DOOMVER rejects showed built-in defaults on the
      *    screen, not what is in play, so nothing is proposed over
      *    it until DOOMCONV has brought it up to date.
           PERFORM SNAPSHOT-OLD-CONFIG
           MOVE 'N' TO WS-CONFIG-PROPOSED
           IF WS-CONFIG-REJECTED = 'N'
              AND (WS-ED-LOW-HEALTH NOT = WS-CA-OLD-LOW-HEALTH
                OR WS-ED-LOW-AMMO NOT = WS-CA-OLD-LOW-AMMO
                OR WS-ED-DANGER-DIST NOT = WS-CA-OLD-DANGER
                OR WS-ED-ALERT-RADIUS NOT = WS-CA-OLD-RADIUS
                OR WS-ED-DOOR-TICKS NOT = WS-CA-OLD-DOOR)
               PERFORM WRITE-PENDING-CONFIG
               MOVE 'Q' TO WS-CA-ACTION
               PERFORM AUDIT-CONFIG-WRITE
               MOVE SPACE TO WS-CA-ACTION
               MOVE 'Y' TO WS-CONFIG-PROPOSED
           END-IF

      *    A DOOM.RETAIN DOOMVER turned down at load is never
      *    rewritten here - its settings are DOOMCONV's to carry.
           IF WS-RETAIN-REJECTED = 'N'
               OPEN OUTPUT RETAIN-FILE
               PERFORM WRITE-RETAIN-HEADER
               MOVE SPACES TO RETAIN-RECORD
               MOVE WS-ED-KEEP-SNAPS TO RET-KEEP-SNAPS
               MOVE WS-ED-ARCHIVE-LOGS TO RET-ARCHIVE-LOGS
               MOVE WS-ED-LOOSE-MONTHS TO RET-LOOSE-MONTHS
               WRITE RETAIN-RECORD
               CLOSE RETAIN-FILE
           END-IF

           OPEN OUTPUT SKILL-FILE
           MOVE SPACES TO SKILL-RECORD
           MOVE ZERO TO WS-CA-OLD-DANGER
           MOVE ZERO TO WS-CA-OLD-RADIUS
           MOVE ZERO TO WS-CA-OLD-DOOR
           MOVE SPACE TO WS-VP-RESULT
           OPEN INPUT AI-CONFIG
           IF NOT CONFIG-MISSING
               PERFORM CHECK-CONFIG-VERSION
               IF WS-VP-ACCEPTED
                   READ AI-CONFIG
                       NOT AT END
                           IF CFG-LOW-HEALTH IS NUMERIC
                               MOVE CFG-LOW-HEALTH
                                   TO WS-CA-OLD-LOW-HEALTH
                           END-IF
                           IF CFG-LOW-AMMO IS NUMERIC
                               MOVE CFG-LOW-AMMO TO WS-CA-OLD-LOW-AMMO
                           END-IF
                           IF CFG-DANGER-DIST IS NUMERIC
                               MOVE CFG-DANGER-DIST TO WS-CA-OLD-DANGER
                           END-IF
                           IF CFG-ALERT-RADIUS IS NUMERIC
                               MOVE CFG-ALERT-RADIUS
                                   TO WS-CA-OLD-RADIUS
                           END-IF
                           IF CFG-DOOR-TICKS IS NUMERIC
                               MOVE CFG-DOOR-TICKS TO WS-CA-OLD-DOOR
                           END-IF
                   END-READ
               END-IF
               CLOSE AI-CONFIG
           END-IF
           IF WS-VP-RESULT = 'R'
               MOVE 'Y' TO WS-CONFIG-REJECTED
           END-IF.

       WRITE-CONFIG-FILE.
           OPEN OUTPUT AI-CONFIG
           PERFORM WRITE-CONFIG-HEADER
           MOVE SPACES TO CONFIG-RECORD
           MOVE WS-ED-LOW-HEALTH TO CFG-LOW-HEALTH
           MOVE WS-ED-LOW-AMMO TO CFG-LOW-AMMO
           MOVE WS-ED-DANGER-DIST TO CFG-DANGER-DIST
           MOVE WS-ED-ALERT-RADIUS TO CFG-ALERT-RADIUS
           MOVE WS-ED-DOOR-TICKS TO CFG-DOOR-TICKS
           MOVE WS-SIGNON-ID TO CFG-CHANGED-BY
           WRITE CONFIG-RECORD
           CLOSE AI-CONFIG.

       WRITE-PENDING-CONFIG.
           MOVE SPACES TO WS-PROPOSED-CONFIG
           MOVE WS-ED-LOW-HEALTH TO WS-PC-LOW-HEALTH
           MOVE WS-ED-LOW-AMMO TO WS-PC-LOW-AMMO
           MOVE WS-ED-DANGER-DIST TO WS-PC-DANGER-DIST
           MOVE WS-ED-ALERT-RADIUS TO WS-PC-ALERT-RADIUS
           MOVE WS-ED-DOOR-TICKS TO WS-PC-DOOR-TICKS
           MOVE WS-SIGNON-ID TO WS-PC-CHANGED-BY
           OPEN OUTPUT PENDING-CONFIG
           PERFORM WRITE-PENDING-HEADER
           WRITE PENDING-CONFIG-RECORD FROM WS-PROPOSED-CONFIG
           CLOSE PENDING-CONFIG.

       AUDIT-CONFIG-WRITE.
           MOVE WS-ED-LOW-HEALTH TO WS-CA-NEW-LOW-HEALTH
           MOVE WS-ED-LOW-AMMO TO WS-CA-NEW-LOW-AMMO
           MOVE WS-ED-ALERT-RADIUS TO WS-CA-NEW-RADIUS
           MOVE WS-ED-DOOR-TICKS TO WS-CA-NEW-DOOR
           CALL 'DOOMCFGA' USING WS-CFGA-PARM.

       CHECK-CONFIG-VERSION.
      *    The first record is the layout header - DOOMVER judges
      *    it. An empty file leaves the result unset, so nothing
      *    more is read from it.
           MOVE 'V' TO WS-VP-FUNCTION
           MOVE 'DOOM.AICONFIG' TO WS-VP-FILE-NAME
           MOVE 'DOOMCFG' TO WS-VP-LAYOUT
           MOVE SPACE TO WS-VP-RESULT
           READ AI-CONFIG
               NOT AT END
                   MOVE CONFIG-RECORD TO WS-VP-HEADER
                   CALL 'DOOMVER' USING WS-VER-PARM
           END-READ.

       CHECK-RETAIN-VERSION.
      *    The first record is the layout header - DOOMVER judges
      *    it. An empty file leaves the result unset, so nothing
      *    more is read from it.
           MOVE 'V' TO WS-VP-FUNCTION
           MOVE 'DOOM.RETAIN' TO WS-VP-FILE-NAME
           MOVE 'DOOMRET' TO WS-VP-LAYOUT
           MOVE SPACE TO WS-VP-RESULT
           READ RETAIN-FILE
               NOT AT END
                   MOVE RETAIN-RECORD TO WS-VP-HEADER
                   CALL 'DOOMVER' USING WS-VER-PARM
           END-READ.

       CHECK-BATCHCTL-VERSION.
      *    The first record is the layout header - DOOMVER judges
      *    it. An empty file leaves the result unset, so nothing
      *    more is read from it.
           MOVE 'V' TO WS-VP-FUNCTION
           MOVE 'DOOM.BATCHCTL' TO WS-VP-FILE-NAME
           MOVE 'DOOMBCT' TO WS-VP-LAYOUT
           MOVE SPACE TO WS-VP-RESULT
           READ BATCH-CONTROL
               NOT AT END
                   MOVE BATCH-CONTROL-RECORD TO WS-VP-HEADER
                   CALL 'DOOMVER' USING WS-VER-PARM
           END-READ.

       CHECK-ALERTCTL-VERSION.
      *    The first record is the layout header - DOOMVER judges
      *    it. An empty file leaves the result unset, so nothing
      *    more is read from it.
           MOVE 'V' TO WS-VP-FUNCTION
           MOVE 'DOOM.ALERTCTL' TO WS-VP-FILE-NAME
           MOVE 'DOOMALC' TO WS-VP-LAYOUT
           READ ALERT-CONTROL
               NOT AT END
                   MOVE ALERT-CONTROL-RECORD TO WS-VP-HEADER
                   CALL 'DOOMVER' USING WS-VER-PARM
           END-READ.

       WRITE-CONFIG-HEADER.
      *    Header first on every fresh copy; the record area is put
      *    back as it was for the data record that follows.
           MOVE CONFIG-RECORD TO WS-VER-HOLD
           MOVE 'H' TO WS-VP-FUNCTION
           MOVE 'DOOMCFG' TO WS-VP-LAYOUT
           CALL 'DOOMVER' USING WS-VER-PARM
           MOVE WS-VP-HEADER TO CONFIG-RECORD
           WRITE CONFIG-RECORD
           MOVE WS-VER-HOLD TO CONFIG-RECORD.

       WRITE-PENDING-HEADER.
      *    Header first on every fresh copy; the record area is put
      *    back as it was for the data record that follows.
           MOVE PENDING-CONFIG-RECORD TO WS-VER-HOLD
           MOVE 'H' TO WS-VP-FUNCTION
           MOVE 'DOOMCFG' TO WS-VP-LAYOUT
           CALL 'DOOMVER' USING WS-VER-PARM
           MOVE WS-VP-HEADER TO PENDING-CONFIG-RECORD
           WRITE PENDING-CONFIG-RECORD
           MOVE WS-VER-HOLD TO PENDING-CONFIG-RECORD.

       WRITE-RETAIN-HEADER.
      *    Header first on every fresh copy; the record area is put
      *    back as it was for the data record that follows.
           MOVE RETAIN-RECORD TO WS-VER-HOLD
           MOVE 'H' TO WS-VP-FUNCTION
           MOVE 'DOOMRET' TO WS-VP-LAYOUT
           CALL 'DOOMVER' USING WS-VER-PARM
           MOVE WS-VP-HEADER TO RETAIN-RECORD
           WRITE RETAIN-RECORD
           MOVE WS-VER-HOLD TO RETAIN-RECORD.

       WRITE-BATCHCTL-HEADER.
      *    Header first on every fresh copy; the record area is put
      *    back as it was for the data record that follows.
           MOVE BATCH-CONTROL-RECORD TO WS-VER-HOLD
           MOVE 'H' TO WS-VP-FUNCTION
           MOVE 'DOOMBCT' TO WS-VP-LAYOUT
           CALL 'DOOMVER' USING WS-VER-PARM
           MOVE WS-VP-HEADER TO BATCH-CONTROL-RECORD
           WRITE BATCH-CONTROL-RECORD
           MOVE WS-VER-HOLD TO BATCH-CONTROL-RECORD.

       WRITE-STEPLIST-HEADER.
      *    Header first on every fresh copy; the record area is put
      *    back as it was for the data record that follows.
           MOVE STEP-LIST-RECORD TO WS-VER-HOLD
           MOVE 'H' TO WS-VP-FUNCTION
           MOVE 'DOOMSTL' TO WS-VP-LAYOUT
           CALL 'DOOMVER' USING WS-VER-PARM
           MOVE WS-VP-HEADER TO STEP-LIST-RECORD
           WRITE STEP-LIST-RECORD
           MOVE WS-VER-HOLD TO STEP-LIST-RECORD.

       WRITE-ALERTCTL-HEADER.
      *    Header first on every fresh copy; the record area is put
      *    back as it was for the data record that follows.
           MOVE ALERT-CONTROL-RECORD TO WS-VER-HOLD
           MOVE 'H' TO WS-VP-FUNCTION
           MOVE 'DOOMALC' TO WS-VP-LAYOUT
           CALL 'DOOMVER' USING WS-VER-PARM
           MOVE WS-VP-HEADER TO ALERT-CONTROL-RECORD
           WRITE ALERT-CONTROL-RECORD
           MOVE WS-VER-HOLD TO ALERT-CONTROL-RECORD.
