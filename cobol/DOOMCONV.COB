      *================================================================
      * DOOMCONV.COB - Record-Layout Version Conversion
      * Upgrades a versioned control or state file to the current
      * version of its layout, one version at a time, so that no
      * reader ever has to guess an old record from blank columns
      * again. DOOMVER rejects any file that is not at the current
      * version; this is the one program that reads the older ones.
      *
      * Each file is read whole. A file with no DOOMVHD.CPY header
      * is version 00 - written before the headers existed - and
      * every line of it is data. Each step from one version to the
      * next is its own paragraph (UPGRADE-<layout>-<from>); a
      * future layout change adds the step from the version before
      * it and raises the number in DOOMVER's table. Before the file
      * is rewritten, the original is copied as it was to
      * <name>.V<from>, so a conversion can always be undone by hand.
      *
      * Step 00 to 01 turns every column an older file left blank
      * into the value that blank used to stand for:
      *   DOOMCFG (DOOM.AICONFIG, DOOM.CFGPEND) - blank figures zero,
      *       which every reader already takes as its default;
      *   DOOMSCR (DOOM.SCORE) - secrets and picked-up counters
      *       from before they existed zero;
      *   DOOMMAN (DOOM.MANIFEST, DOOM.MANIFEST.PEND) - blank par
      *       ticks zero; comment and blank lines kept as they are;
      *   DOOMLVM (DOOM.LEVELMETA) - blank objective 'E' (reach the
      *       exit), blank next/secret level and target zero;
      *   DOOMRET (DOOM.RETAIN) - blank counts zero;
      *   DOOMBCT (DOOM.BATCHCTL) - blank command RUN, blank limits
      *       zero.
      * Later steps:
      *   DOOMBCT 01 to 02 - the new render-fog switch written as 'N'
      *       (fog off, the way every older session rendered);
      *   DOOMMAN 01 to 02 - blank ambush group and trigger delay
      *       zero (no group, no trigger); comment and blank lines
      *       kept as they are;
      *   DOOMCFG 01 to 02 - a blank changed-by written as *NONE
      *       (no operator proposed the values);
      *   DOOMBCT 02 to 03 - a blank operator id written as *NONE
      *       (no operator set the command).
      * Files that took their first header later, each 00 to 01:
      *   DOOMAIX (DOOM.ARCHIDX) - the 40-byte line from before the
      *       pack and post-mortem fields re-blocked to 80 bytes,
      *       pack status 'L' (loose) and post-mortem 'N' written
      *       into every line;
      *   DOOMSTL (DOOM.STEPLIST) - a blank changed-by written as
      *       *NONE (no operator saved the list);
      *   DOOMALC (DOOM.ALERTCTL) and DOOMOPR (DOOM.OPERATORS) -
      *       the header only; no field of either stood for anything
      *       when blank.
      *
      * Standalone, every one of those files that exists is brought
      * to its current version. A CALLer names one file and its
      * layout in the PARM. A file already current is left as it
      * is; so is one carrying another layout's header or a version
      * newer than this release knows, or one too long to hold.
      *
      * Report appended to DOOM.CONVRPT; each conversion is also
      * journaled. RETURN-CODE 0 every file current, 4 a file was
      * left alone for one of the reasons above.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMCONV.
       AUTHOR. DOOM-COBOL-SYSTEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The same file under each of the organizations the
      *    versioned files are kept in - the layout says which.
           SELECT CONV-FILE ASSIGN TO DYNAMIC WS-CONV-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONV-STATUS.

           SELECT CONV-SCORE ASSIGN TO DYNAMIC WS-CONV-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONV-STATUS.

           SELECT CONV-LINES ASSIGN TO DYNAMIC WS-CONV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONV-STATUS.

           SELECT CONV-OLD-INDEX ASSIGN TO DYNAMIC WS-CONV-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONV-STATUS.

           SELECT CONV-WIDE ASSIGN TO DYNAMIC WS-CONV-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONV-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'DOOM.CONVRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONV-FILE.
       01  CONV-FILE-RECORD               PIC X(80).

       FD  CONV-SCORE.
       01  CONV-SCORE-RECORD              PIC X(68).

       FD  CONV-LINES.
       01  CONV-LINES-RECORD              PIC X(80).

       FD  CONV-OLD-INDEX.
       01  CONV-OLD-INDEX-RECORD          PIC X(40).

       FD  CONV-WIDE.
       01  CONV-WIDE-RECORD               PIC X(120).

       FD  REPORT-FILE.
       01  REPORT-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CONV-STATUS                 PIC XX.
           88  CONV-MISSING               VALUE '35'.
           88  CONV-EOF                   VALUE '10'.
       01  WS-REPORT-STATUS               PIC XX.
           88  REPORT-MISSING             VALUE '35'.

      *    Every versioned file and the layout it follows.
       01  WS-KNOWN-FILE-VALUES.
           05  FILLER PIC X(28) VALUE 'DOOM.AICONFIG       DOOMCFG '.
           05  FILLER PIC X(28) VALUE 'DOOM.CFGPEND        DOOMCFG '.
           05  FILLER PIC X(28) VALUE 'DOOM.SCORE          DOOMSCR '.
           05  FILLER PIC X(28) VALUE 'DOOM.MANIFEST       DOOMMAN '.
           05  FILLER PIC X(28) VALUE 'DOOM.MANIFEST.PEND  DOOMMAN '.
           05  FILLER PIC X(28) VALUE 'DOOM.LEVELMETA      DOOMLVM '.
           05  FILLER PIC X(28) VALUE 'DOOM.RETAIN         DOOMRET '.
           05  FILLER PIC X(28) VALUE 'DOOM.BATCHCTL       DOOMBCT '.
           05  FILLER PIC X(28) VALUE 'DOOM.ARCHIDX        DOOMAIX '.
           05  FILLER PIC X(28) VALUE 'DOOM.STEPLIST       DOOMSTL '.
           05  FILLER PIC X(28) VALUE 'DOOM.ALERTCTL       DOOMALC '.
           05  FILLER PIC X(28) VALUE 'DOOM.OPERATORS      DOOMOPR '.
       01  WS-KNOWN-FILE-TABLE REDEFINES WS-KNOWN-FILE-VALUES.
           05  WS-KF OCCURS 12 TIMES.
               10  WS-KF-NAME             PIC X(20).
               10  WS-KF-LAYOUT           PIC X(8).
       01  WS-KF-I                        PIC 99.

       01  WS-CONV-NAME                   PIC X(24).
       01  WS-BACKUP-NAME                 PIC X(24).
       01  WS-BASE-NAME                   PIC X(20).
       01  WS-LAYOUT                      PIC X(8).
      *    'S' fixed 80-byte sequential, 'C' the 68-byte score
      *    record, 'L' line sequential (the hand-edited catalogs),
      *    'A' the 40-byte archive index line of version 00, 'W'
      *    the 120-byte alert control record.
       01  WS-ORG                         PIC X.

       01  WS-FROM-VERSION                PIC 99.
       01  WS-VERSION                     PIC 99.
       01  WS-CURRENT-VERSION             PIC 99.
       01  WS-FIRST-DATA                  PIC 9.
       01  WS-OUTCOME                     PIC X(40).
       01  WS-LEFT-ALONE                  PIC X VALUE 'N'.
       01  WS-FILES-CONVERTED             PIC 9(3) VALUE ZERO.

      *    The whole file, header line included if it had one.
       01  WS-CONV-TABLE.
           05  WS-CV-COUNT                PIC 9(4) VALUE ZERO.
           05  WS-CV-FULL                 PIC X VALUE 'N'.
           05  WS-CV-LINE OCCURS 2000 TIMES PIC X(120).
       01  WS-CV-I                        PIC 9(4).
       01  WS-CV-RECORD                   PIC X(120).

       COPY DOOMVHD.

      *    Work copies of each layout a step reshapes.
       COPY DOOMCFG.
       COPY DOOMSCR.
       COPY DOOMMAN.
       COPY DOOMLVM.
       COPY DOOMRET.
       COPY DOOMBCT.
       COPY DOOMAIX.
       COPY DOOMSTL.
       01  WS-K                           PIC 99.

      *    Shaped to match DOOMVER's LINKAGE - asked for the current
      *    version of a layout and the header that goes with it.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMCONV'.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.

      *    Shaped to match DOOMJRNL's LINKAGE.
       01  WS-JRNL-PARM.
           05  WS-JP-PROGRAM       PIC X(8) VALUE 'DOOMCONV'.
           05  WS-JP-TICK          PIC 9(8) VALUE ZERO.
           05  WS-JP-TEXT          PIC X(60).

       01  WS-RUN-STAMP                   PIC X(21).
       01  WS-REPORT-LINE                 PIC X(80).

       LINKAGE SECTION.
       01  CONV-PARM.
           05  PARM-LEN                   PIC S9(4) COMP.
           05  PARM-FILE-NAME             PIC X(20).
           05  PARM-LAYOUT                PIC X(8).

       PROCEDURE DIVISION USING CONV-PARM.
       MAIN-PROCEDURE.
           MOVE ZERO TO RETURN-CODE
           MOVE 'N' TO WS-LEFT-ALONE
           MOVE ZERO TO WS-FILES-CONVERTED
           PERFORM OPEN-CONVERSION-REPORT

           IF PARM-LEN >= 28
               MOVE PARM-FILE-NAME TO WS-BASE-NAME
               MOVE PARM-LAYOUT TO WS-LAYOUT
               PERFORM CONVERT-ONE-FILE THRU CONVERT-ONE-FILE-EXIT
           ELSE
               PERFORM VARYING WS-KF-I FROM 1 BY 1 UNTIL WS-KF-I > 12
                   MOVE WS-KF-NAME(WS-KF-I) TO WS-BASE-NAME
                   MOVE WS-KF-LAYOUT(WS-KF-I) TO WS-LAYOUT
                   PERFORM CONVERT-ONE-FILE THRU CONVERT-ONE-FILE-EXIT
               END-PERFORM
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'FILES CONVERTED: ' DELIMITED BY SIZE
                  WS-FILES-CONVERTED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE
           IF WS-LEFT-ALONE = 'Y'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       OPEN-CONVERSION-REPORT.
      *    Appended, one block per run, like the promotion report.
           MOVE '00' TO WS-REPORT-STATUS
           OPEN EXTEND REPORT-FILE
           IF REPORT-MISSING
               OPEN OUTPUT REPORT-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LAYOUT CONVERSION RUN - ' DELIMITED BY SIZE
                  WS-RUN-STAMP(1:8) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RUN-STAMP(9:6) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *================================================================
      * One file: load it, find its version, step it up, put it back.
      *================================================================
       CONVERT-ONE-FILE.
           MOVE WS-BASE-NAME TO WS-CONV-NAME
           EVALUATE WS-LAYOUT
               WHEN 'DOOMSCR'
                   MOVE 'C' TO WS-ORG
               WHEN 'DOOMMAN'
               WHEN 'DOOMLVM'
                   MOVE 'L' TO WS-ORG
               WHEN 'DOOMCFG'
               WHEN 'DOOMRET'
               WHEN 'DOOMBCT'
               WHEN 'DOOMSTL'
               WHEN 'DOOMOPR'
                   MOVE 'S' TO WS-ORG
               WHEN 'DOOMAIX'
                   MOVE 'A' TO WS-ORG
               WHEN 'DOOMALC'
                   MOVE 'W' TO WS-ORG
               WHEN OTHER
                   MOVE 'LAYOUT NOT KNOWN TO DOOMCONV' TO WS-OUTCOME
                   GO TO CONVERT-ONE-FILE-LEFT
           END-EVALUATE

           MOVE 'H' TO WS-VP-FUNCTION
           MOVE WS-LAYOUT TO WS-VP-LAYOUT
           CALL 'DOOMVER' USING WS-VER-PARM
           MOVE WS-VP-VERSION TO WS-CURRENT-VERSION
           IF NOT WS-VP-ACCEPTED
               MOVE 'LAYOUT NOT KNOWN TO DOOMVER' TO WS-OUTCOME
               GO TO CONVERT-ONE-FILE-LEFT
           END-IF

           PERFORM LOAD-CONV-FILE
      *    An archive index that already has its header is the
      *    80-byte line - read it again at that width.
           IF WS-ORG = 'A' AND WS-CV-COUNT > ZERO
               MOVE WS-CV-LINE(1) TO VERSION-HEADER
               IF VHD-PRESENT
                   MOVE 'S' TO WS-ORG
                   PERFORM LOAD-CONV-FILE
               END-IF
           END-IF
           IF CONV-MISSING
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-BASE-NAME DELIMITED BY SPACE
                      ' NOT ON FILE' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               GO TO CONVERT-ONE-FILE-EXIT
           END-IF
           IF WS-CV-FULL = 'Y'
               MOVE 'OVER 2000 LINES - NOT CONVERTED' TO WS-OUTCOME
               GO TO CONVERT-ONE-FILE-LEFT
           END-IF

      *    The version the file says it is at, header or not.
           MOVE ZERO TO WS-FROM-VERSION
           MOVE 1 TO WS-FIRST-DATA
           IF WS-CV-COUNT > ZERO
               MOVE WS-CV-LINE(1) TO VERSION-HEADER
               IF VHD-PRESENT
                   MOVE 2 TO WS-FIRST-DATA
                   IF VHD-LAYOUT NOT = WS-LAYOUT
                       MOVE SPACES TO WS-OUTCOME
                       STRING 'HEADER SAYS LAYOUT ' DELIMITED BY SIZE
                              VHD-LAYOUT DELIMITED BY SIZE
                              INTO WS-OUTCOME
                       GO TO CONVERT-ONE-FILE-LEFT
                   END-IF
                   IF VHD-VERSION NOT NUMERIC
                       MOVE 'HEADER VERSION NOT NUMERIC' TO WS-OUTCOME
                       GO TO CONVERT-ONE-FILE-LEFT
                   END-IF
                   MOVE VHD-VERSION TO WS-FROM-VERSION
               END-IF
           END-IF
           IF WS-FROM-VERSION > WS-CURRENT-VERSION
               MOVE 'NEWER THAN THIS RELEASE KNOWS' TO WS-OUTCOME
               GO TO CONVERT-ONE-FILE-LEFT
           END-IF
           IF WS-FROM-VERSION = WS-CURRENT-VERSION
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-BASE-NAME DELIMITED BY SPACE
                      ' ALREADY AT VERSION ' DELIMITED BY SIZE
                      WS-CURRENT-VERSION DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               GO TO CONVERT-ONE-FILE-EXIT
           END-IF

           PERFORM KEEP-ORIGINAL-COPY
           MOVE WS-FROM-VERSION TO WS-VERSION
           PERFORM UPGRADE-ONE-VERSION
               UNTIL WS-VERSION = WS-CURRENT-VERSION
           PERFORM WRITE-CONVERTED-FILE
           ADD 1 TO WS-FILES-CONVERTED

           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-BASE-NAME DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-LAYOUT DELIMITED BY SPACE
                  ' VERSION ' DELIMITED BY SIZE
                  WS-FROM-VERSION DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-CURRENT-VERSION DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '    ORIGINAL KEPT AS ' DELIMITED BY SIZE
                  WS-BACKUP-NAME DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-JP-TEXT
           STRING 'CONVERTED ' DELIMITED BY SIZE
                  WS-BASE-NAME DELIMITED BY SPACE
                  ' FROM VERSION ' DELIMITED BY SIZE
                  WS-FROM-VERSION DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-CURRENT-VERSION DELIMITED BY SIZE
                  INTO WS-JP-TEXT
           CALL 'DOOMJRNL' USING WS-JRNL-PARM
           GO TO CONVERT-ONE-FILE-EXIT.

       CONVERT-ONE-FILE-LEFT.
           MOVE 'Y' TO WS-LEFT-ALONE
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-BASE-NAME DELIMITED BY SPACE
                  ' LEFT ALONE - ' DELIMITED BY SIZE
                  WS-OUTCOME DELIMITED BY '  '
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       CONVERT-ONE-FILE-EXIT.
           EXIT.

       UPGRADE-ONE-VERSION.
      *    One step, from WS-VERSION to the version after it.
           EVALUATE WS-LAYOUT ALSO WS-VERSION
               WHEN 'DOOMCFG' ALSO 0
                   PERFORM UPGRADE-CFG-00
               WHEN 'DOOMSCR' ALSO 0
                   PERFORM UPGRADE-SCR-00
               WHEN 'DOOMMAN' ALSO 0
                   PERFORM UPGRADE-MAN-00
               WHEN 'DOOMLVM' ALSO 0
                   PERFORM UPGRADE-LVM-00
               WHEN 'DOOMRET' ALSO 0
                   PERFORM UPGRADE-RET-00
               WHEN 'DOOMBCT' ALSO 0
                   PERFORM UPGRADE-BCT-00
               WHEN 'DOOMBCT' ALSO 1
                   PERFORM UPGRADE-BCT-01
               WHEN 'DOOMMAN' ALSO 1
                   PERFORM UPGRADE-MAN-01
               WHEN 'DOOMCFG' ALSO 1
                   PERFORM UPGRADE-CFG-01
               WHEN 'DOOMBCT' ALSO 2
                   PERFORM UPGRADE-BCT-02
               WHEN 'DOOMAIX' ALSO 0
                   PERFORM UPGRADE-AIX-00
               WHEN 'DOOMSTL' ALSO 0
                   PERFORM UPGRADE-STL-00
               WHEN 'DOOMALC' ALSO 0
                   PERFORM UPGRADE-ALC-00
               WHEN 'DOOMOPR' ALSO 0
                   PERFORM UPGRADE-OPR-00
           END-EVALUATE
           ADD 1 TO WS-VERSION.

      *================================================================
      * Version 00 to 01, one paragraph per layout. Each works on
      * the data lines only - the header, if any, is rewritten last.
      *================================================================
       UPGRADE-CFG-00.
           PERFORM VARYING WS-CV-I FROM WS-FIRST-DATA BY 1
                   UNTIL WS-CV-I > WS-CV-COUNT
               MOVE WS-CV-LINE(WS-CV-I) TO CONFIG-RECORD
               IF CFG-LOW-HEALTH NOT NUMERIC
                   MOVE ZERO TO CFG-LOW-HEALTH
               END-IF
               IF CFG-LOW-AMMO NOT NUMERIC
                   MOVE ZERO TO CFG-LOW-AMMO
               END-IF
               IF CFG-DANGER-DIST NOT NUMERIC
                   MOVE ZERO TO CFG-DANGER-DIST
               END-IF
               IF CFG-ALERT-RADIUS NOT NUMERIC
                   MOVE ZERO TO CFG-ALERT-RADIUS
               END-IF
               IF CFG-DOOR-TICKS NOT NUMERIC
                   MOVE ZERO TO CFG-DOOR-TICKS
               END-IF
               MOVE CONFIG-RECORD TO WS-CV-LINE(WS-CV-I)
           END-PERFORM.

       UPGRADE-SCR-00.
           PERFORM VARYING WS-CV-I FROM WS-FIRST-DATA BY 1
                   UNTIL WS-CV-I > WS-CV-COUNT
               MOVE WS-CV-LINE(WS-CV-I) TO SCORE-RECORD
               IF SCORE-SHOTS-FIRED NOT NUMERIC
                   MOVE ZERO TO SCORE-SHOTS-FIRED
               END-IF
               IF SCORE-SHOTS-HIT NOT NUMERIC
                   MOVE ZERO TO SCORE-SHOTS-HIT
               END-IF
               PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 9
                   IF SCORE-KILLS-BY-TYPE(WS-K) NOT NUMERIC
                       MOVE ZERO TO SCORE-KILLS-BY-TYPE(WS-K)
                   END-IF
               END-PERFORM
               IF SCORE-SECRETS-FOUND NOT NUMERIC
                  OR SCORE-SECRETS-TOTAL NOT NUMERIC
                   MOVE ZERO TO SCORE-SECRETS-FOUND
                   MOVE ZERO TO SCORE-SECRETS-TOTAL
               END-IF
               IF SCORE-PICKED-BULLETS NOT NUMERIC
                  OR SCORE-PICKED-SHELLS NOT NUMERIC
                  OR SCORE-PICKED-CELLS NOT NUMERIC
                  OR SCORE-PICKED-ROCKETS NOT NUMERIC
                   MOVE ZERO TO SCORE-PICKED-BULLETS
                   MOVE ZERO TO SCORE-PICKED-SHELLS
                   MOVE ZERO TO SCORE-PICKED-CELLS
                   MOVE ZERO TO SCORE-PICKED-ROCKETS
               END-IF
               MOVE SCORE-RECORD TO WS-CV-LINE(WS-CV-I)
           END-PERFORM.

       UPGRADE-MAN-00.
           PERFORM VARYING WS-CV-I FROM WS-FIRST-DATA BY 1
                   UNTIL WS-CV-I > WS-CV-COUNT
               IF WS-CV-LINE(WS-CV-I) NOT = SPACES
                  AND WS-CV-LINE(WS-CV-I)(1:1) NOT = '*'
                   MOVE WS-CV-LINE(WS-CV-I) TO MANIFEST-RECORD
                   IF MAN-PAR-TICKS NOT NUMERIC
                       MOVE ZERO TO MAN-PAR-TICKS
                   END-IF
                   MOVE MANIFEST-RECORD TO WS-CV-LINE(WS-CV-I)
               END-IF
           END-PERFORM.

       UPGRADE-LVM-00.
           PERFORM VARYING WS-CV-I FROM WS-FIRST-DATA BY 1
                   UNTIL WS-CV-I > WS-CV-COUNT
               IF WS-CV-LINE(WS-CV-I) NOT = SPACES
                  AND WS-CV-LINE(WS-CV-I)(1:1) NOT = '*'
                   MOVE WS-CV-LINE(WS-CV-I) TO LEVEL-META-RECORD
                   IF LVM-NEXT-LEVEL NOT NUMERIC
                       MOVE ZERO TO LVM-NEXT-LEVEL
                   END-IF
                   IF LVM-SECRET-LEVEL NOT NUMERIC
                       MOVE ZERO TO LVM-SECRET-LEVEL
                   END-IF
                   IF LVM-OBJECTIVE = SPACE
                       MOVE 'E' TO LVM-OBJECTIVE
                   END-IF
                   IF LVM-OBJ-TARGET NOT NUMERIC
                       MOVE ZERO TO LVM-OBJ-TARGET
                   END-IF
                   MOVE LEVEL-META-RECORD TO WS-CV-LINE(WS-CV-I)
               END-IF
           END-PERFORM.

       UPGRADE-RET-00.
           PERFORM VARYING WS-CV-I FROM WS-FIRST-DATA BY 1
                   UNTIL WS-CV-I > WS-CV-COUNT
               MOVE WS-CV-LINE(WS-CV-I) TO RETAIN-RECORD
               IF RET-KEEP-SNAPS NOT NUMERIC
                   MOVE ZERO TO RET-KEEP-SNAPS
               END-IF
               IF RET-LOOSE-MONTHS NOT NUMERIC
                   MOVE ZERO TO RET-LOOSE-MONTHS
               END-IF
               MOVE RETAIN-RECORD TO WS-CV-LINE(WS-CV-I)
           END-PERFORM.

       UPGRADE-BCT-00.
           PERFORM VARYING WS-CV-I FROM WS-FIRST-DATA BY 1
                   UNTIL WS-CV-I > WS-CV-COUNT
               MOVE WS-CV-LINE(WS-CV-I) TO BATCH-CONTROL-RECORD
               IF BCT-COMMAND = SPACES
                   MOVE 'RUN     ' TO BCT-COMMAND
               END-IF
               IF BCT-FRAG-LIMIT NOT NUMERIC
                   MOVE ZERO TO BCT-FRAG-LIMIT
               END-IF
               IF BCT-TICK-LIMIT NOT NUMERIC
                   MOVE ZERO TO BCT-TICK-LIMIT
               END-IF
               MOVE BATCH-CONTROL-RECORD TO WS-CV-LINE(WS-CV-I)
           END-PERFORM.

      *================================================================
      * Version 01 to 02.
      *================================================================
       UPGRADE-BCT-01.
           PERFORM VARYING WS-CV-I FROM WS-FIRST-DATA BY 1
                   UNTIL WS-CV-I > WS-CV-COUNT
               MOVE WS-CV-LINE(WS-CV-I) TO BATCH-CONTROL-RECORD
               IF BCT-RENDER-FOG NOT = 'Y'
                   MOVE 'N' TO BCT-RENDER-FOG
               END-IF
               MOVE BATCH-CONTROL-RECORD TO WS-CV-LINE(WS-CV-I)
           END-PERFORM.

       UPGRADE-MAN-01.
           PERFORM VARYING WS-CV-I FROM WS-FIRST-DATA BY 1
                   UNTIL WS-CV-I > WS-CV-COUNT
               IF WS-CV-LINE(WS-CV-I) NOT = SPACES
                  AND WS-CV-LINE(WS-CV-I)(1:1) NOT = '*'
                   MOVE WS-CV-LINE(WS-CV-I) TO MANIFEST-RECORD
                   IF MAN-GROUP NOT NUMERIC
                       MOVE ZERO TO MAN-GROUP
                   END-IF
                   IF MAN-TRIGGER-DELAY NOT NUMERIC
                       MOVE ZERO TO MAN-TRIGGER-DELAY
                   END-IF
                   MOVE MANIFEST-RECORD TO WS-CV-LINE(WS-CV-I)
               END-IF
           END-PERFORM.

       UPGRADE-CFG-01.
           PERFORM VARYING WS-CV-I FROM WS-FIRST-DATA BY 1
                   UNTIL WS-CV-I > WS-CV-COUNT
               MOVE WS-CV-LINE(WS-CV-I) TO CONFIG-RECORD
               IF CFG-CHANGED-BY = SPACES
                   SET CFG-NO-OPERATOR TO TRUE
               END-IF
               MOVE CONFIG-RECORD TO WS-CV-LINE(WS-CV-I)
           END-PERFORM.

      *================================================================
      * Version 02 to 03.
      *================================================================
       UPGRADE-BCT-02.
           PERFORM VARYING WS-CV-I FROM WS-FIRST-DATA BY 1
                   UNTIL WS-CV-I > WS-CV-COUNT
               MOVE WS-CV-LINE(WS-CV-I) TO BATCH-CONTROL-RECORD
               IF BCT-OPERATOR-ID = SPACES
                   SET BCT-NO-OPERATOR TO TRUE
               END-IF
               MOVE BATCH-CONTROL-RECORD TO WS-CV-LINE(WS-CV-I)
           END-PERFORM.

      *================================================================
      * Version 00 to 01 for the files that took their header later.
      *================================================================
       UPGRADE-AIX-00.
      *    Each 40-byte line lands in the front of a blank 80-byte
      *    one; the columns it never had are filled with what their
      *    blank used to mean, and the file is written back at the
      *    new width.
           PERFORM VARYING WS-CV-I FROM WS-FIRST-DATA BY 1
                   UNTIL WS-CV-I > WS-CV-COUNT
               MOVE SPACES TO ARCHIVE-INDEX-RECORD
               MOVE WS-CV-LINE(WS-CV-I)(1:40) TO ARCHIVE-INDEX-RECORD
               IF AIX-PACK-STATUS = SPACE
                   SET AIX-LOOSE TO TRUE
               END-IF
               IF NOT AIX-HAS-POSTMORT
                   SET AIX-NO-POSTMORT TO TRUE
               END-IF
               MOVE ARCHIVE-INDEX-RECORD TO WS-CV-LINE(WS-CV-I)
           END-PERFORM
           MOVE 'S' TO WS-ORG.

       UPGRADE-STL-00.
           PERFORM VARYING WS-CV-I FROM WS-FIRST-DATA BY 1
                   UNTIL WS-CV-I > WS-CV-COUNT
               MOVE WS-CV-LINE(WS-CV-I) TO STEP-LIST-RECORD
               IF STL-CHANGED-BY = SPACES
                   SET STL-NO-OPERATOR TO TRUE
               END-IF
               MOVE STEP-LIST-RECORD TO WS-CV-LINE(WS-CV-I)
           END-PERFORM.

       UPGRADE-ALC-00.
      *    The record is unchanged - version 01 is the header.
           CONTINUE.

       UPGRADE-OPR-00.
      *    The record is unchanged - version 01 is the header.
           CONTINUE.

      *================================================================
      * File handling - one set of verbs over the five FDs.
      *================================================================
       LOAD-CONV-FILE.
           MOVE ZERO TO WS-CV-COUNT
           MOVE 'N' TO WS-CV-FULL
           MOVE '00' TO WS-CONV-STATUS
           PERFORM OPEN-CONV-INPUT
           IF NOT CONV-MISSING
               PERFORM READ-CONV-RECORD
               PERFORM UNTIL CONV-EOF OR WS-CV-FULL = 'Y'
                   IF WS-CV-COUNT < 2000
                       ADD 1 TO WS-CV-COUNT
                       MOVE WS-CV-RECORD TO WS-CV-LINE(WS-CV-COUNT)
                       PERFORM READ-CONV-RECORD
                   ELSE
                       MOVE 'Y' TO WS-CV-FULL
                   END-IF
               END-PERFORM
               PERFORM CLOSE-CONV-FILE
               MOVE '00' TO WS-CONV-STATUS
           END-IF.

       KEEP-ORIGINAL-COPY.
      *    <name>.V<from> - the file exactly as it was read.
           MOVE SPACES TO WS-BACKUP-NAME
           STRING WS-BASE-NAME DELIMITED BY SPACE
                  '.V' DELIMITED BY SIZE
                  WS-FROM-VERSION DELIMITED BY SIZE
                  INTO WS-BACKUP-NAME
           MOVE WS-BACKUP-NAME TO WS-CONV-NAME
           PERFORM OPEN-CONV-OUTPUT
           PERFORM VARYING WS-CV-I FROM 1 BY 1
                   UNTIL WS-CV-I > WS-CV-COUNT
               MOVE WS-CV-LINE(WS-CV-I) TO WS-CV-RECORD
               PERFORM WRITE-CONV-RECORD
           END-PERFORM
           PERFORM CLOSE-CONV-FILE.

       WRITE-CONVERTED-FILE.
      *    The current header first, then the upgraded data lines.
           MOVE WS-BASE-NAME TO WS-CONV-NAME
           MOVE 'H' TO WS-VP-FUNCTION
           MOVE WS-LAYOUT TO WS-VP-LAYOUT
           CALL 'DOOMVER' USING WS-VER-PARM
           PERFORM OPEN-CONV-OUTPUT
           MOVE WS-VP-HEADER TO WS-CV-RECORD
           PERFORM WRITE-CONV-RECORD
           PERFORM VARYING WS-CV-I FROM WS-FIRST-DATA BY 1
                   UNTIL WS-CV-I > WS-CV-COUNT
               MOVE WS-CV-LINE(WS-CV-I) TO WS-CV-RECORD
               PERFORM WRITE-CONV-RECORD
           END-PERFORM
           PERFORM CLOSE-CONV-FILE.

       OPEN-CONV-INPUT.
           EVALUATE WS-ORG
               WHEN 'C'
                   OPEN INPUT CONV-SCORE
               WHEN 'L'
                   OPEN INPUT CONV-LINES
               WHEN 'A'
                   OPEN INPUT CONV-OLD-INDEX
               WHEN 'W'
                   OPEN INPUT CONV-WIDE
               WHEN OTHER
                   OPEN INPUT CONV-FILE
           END-EVALUATE.

       OPEN-CONV-OUTPUT.
           EVALUATE WS-ORG
               WHEN 'C'
                   OPEN OUTPUT CONV-SCORE
               WHEN 'L'
                   OPEN OUTPUT CONV-LINES
               WHEN 'A'
                   OPEN OUTPUT CONV-OLD-INDEX
               WHEN 'W'
                   OPEN OUTPUT CONV-WIDE
               WHEN OTHER
                   OPEN OUTPUT CONV-FILE
           END-EVALUATE.

       READ-CONV-RECORD.
           MOVE SPACES TO WS-CV-RECORD
           EVALUATE WS-ORG
               WHEN 'C'
                   READ CONV-SCORE
                       NOT AT END
                           MOVE CONV-SCORE-RECORD TO WS-CV-RECORD
                   END-READ
               WHEN 'L'
                   READ CONV-LINES
                       NOT AT END
                           MOVE CONV-LINES-RECORD TO WS-CV-RECORD
                   END-READ
               WHEN 'A'
                   READ CONV-OLD-INDEX
                       NOT AT END
                           MOVE CONV-OLD-INDEX-RECORD TO WS-CV-RECORD
                   END-READ
               WHEN 'W'
                   READ CONV-WIDE
                       NOT AT END
                           MOVE CONV-WIDE-RECORD TO WS-CV-RECORD
                   END-READ
               WHEN OTHER
                   READ CONV-FILE
                       NOT AT END
                           MOVE CONV-FILE-RECORD TO WS-CV-RECORD
                   END-READ
           END-EVALUATE
           IF WS-CONV-STATUS NOT = '00'
               SET CONV-EOF TO TRUE
           END-IF.

       WRITE-CONV-RECORD.
           EVALUATE WS-ORG
               WHEN 'C'
                   MOVE WS-CV-RECORD TO CONV-SCORE-RECORD
                   WRITE CONV-SCORE-RECORD
               WHEN 'L'
                   MOVE WS-CV-RECORD TO CONV-LINES-RECORD
                   WRITE CONV-LINES-RECORD
               WHEN 'A'
                   MOVE WS-CV-RECORD TO CONV-OLD-INDEX-RECORD
                   WRITE CONV-OLD-INDEX-RECORD
               WHEN 'W'
                   MOVE WS-CV-RECORD TO CONV-WIDE-RECORD
                   WRITE CONV-WIDE-RECORD
               WHEN OTHER
                   MOVE WS-CV-RECORD TO CONV-FILE-RECORD
                   WRITE CONV-FILE-RECORD
           END-EVALUATE.

       CLOSE-CONV-FILE.
           EVALUATE WS-ORG
               WHEN 'C'
                   CLOSE CONV-SCORE
               WHEN 'L'
                   CLOSE CONV-LINES
               WHEN 'A'
                   CLOSE CONV-OLD-INDEX
               WHEN 'W'
                   CLOSE CONV-WIDE
               WHEN OTHER
                   CLOSE CONV-FILE
           END-EVALUATE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
