      *================================================================
      * DOOMPROM.COB - Scenario-Certified Config Promotion
      * DOOMTUNE and the operator console used to write tuning
      * straight into DOOM.AICONFIG, and the audit trail only said
      * what had already gone into play - the pass that halved
      * CFG-DANGER-DIST was found days later by watching it lose.
      * Proposals now wait in DOOM.CFGPEND. This job certifies one:
      * the live session files are parked (DOOMFSET, PROMHOLD.*),
      * the proposed values are put in DOOM.AICONFIG, and every
      * script named in DOOM.SCENLIB is run through DOOMSCEN from a
      * fresh file set. Only if every scenario passes do the values
      * stay live - audited through DOOMCFGA as promoted. Otherwise
      * the old DOOM.AICONFIG goes back, the refusal is audited and
      * one more DOOM.CFGHIST line names each failing scenario.
      * Either way the proposal is used up and the live session
      * files are put back exactly as they were. Each run appends
      * a block to DOOM.PROMRPT with every scenario's own report.
      *
      * DOOM.SCENLIB is line sequential and hand-edited: one script
      * file name per line (16 characters at most, the room a
      * DOOM.CFGHIST line has to name it); blank lines and lines
      * starting '*' are skipped. A missing or empty library
      * certifies nothing - the proposal is left pending.
      *
      * PROMHOLD.AICONFIG holds the live config while scenarios run.
      * Finding it at start means a run died part way: the parked
      * files and the old config are put back before anything else.
      *
      * RETURN-CODE 0 promoted (or nothing pending), 4 refused,
      * 8 nothing could be certified - this includes a DOOM.CFGPEND
      * or DOOM.AICONFIG whose layout header DOOMVER rejects; both
      * are left exactly as they are until DOOMCONV has upgraded
      * them.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMPROM.
       AUTHOR. DOOM-COBOL-SYSTEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-CONFIG ASSIGN TO 'DOOM.CFGPEND'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT AI-CONFIG ASSIGN TO 'DOOM.AICONFIG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT HELD-CONFIG ASSIGN TO 'PROMHOLD.AICONFIG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

           SELECT SCENARIO-LIBRARY ASSIGN TO 'DOOM.SCENLIB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCENLIB-STATUS.

      *    DOOMSCEN's own report for the scenario just run - folded
      *    into the promotion report so the reason for a refusal is
      *    on the same page as the refusal.
           SELECT SCENARIO-REPORT ASSIGN TO 'DOOM.SCENRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCENRPT-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'DOOM.PROMRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-CONFIG.
       01  PENDING-CONFIG-RECORD          PIC X(80).

       FD  AI-CONFIG.
       COPY DOOMCFG.

       FD  HELD-CONFIG.
       01  HELD-CONFIG-RECORD.
           05  HELD-EXISTED               PIC X.
           05  HELD-CONFIG-IMAGE          PIC X(80).

       FD  SCENARIO-LIBRARY.
       01  SCENARIO-LIBRARY-LINE.
           05  SCL-NAME                   PIC X(16).
           05  FILLER                     PIC X(64).

       FD  SCENARIO-REPORT.
       01  SCENARIO-REPORT-RECORD         PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.
      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged on open before any record of it is used.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMPROM'.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.
       01  WS-VER-HOLD             PIC X(80).
       01  WS-PENDING-STATUS              PIC XX.
           88  PENDING-MISSING            VALUE '35'.
       01  WS-CONFIG-STATUS               PIC XX.
           88  CONFIG-MISSING             VALUE '35'.
       01  WS-HELD-STATUS                 PIC XX.
           88  HELD-MISSING               VALUE '35'.
       01  WS-SCENLIB-STATUS              PIC XX.
           88  SCENLIB-MISSING            VALUE '35'.
           88  SCENLIB-EOF                VALUE '10'.
       01  WS-SCENRPT-STATUS              PIC XX.
           88  SCENRPT-MISSING            VALUE '35'.
           88  SCENRPT-EOF                VALUE '10'.
       01  WS-REPORT-STATUS               PIC XX.
           88  REPORT-MISSING             VALUE '35'.

      *    The proposal and the live record it would replace, both
      *    as whole images so either can be laid back down exactly.
       01  WS-PENDING-IMAGE               PIC X(80).
       01  WS-LIVE-IMAGE                  PIC X(80).
       01  WS-LIVE-EXISTED                PIC X VALUE 'N'.
       01  WS-PENDING-REJECTED            PIC X VALUE 'N'.

      *    The scenario library, in run order, with each verdict.
       01  WS-LIBRARY-TABLE.
           05  WS-LIB-COUNT               PIC 99 VALUE ZERO.
           05  WS-LIB-ENTRY OCCURS 50 TIMES.
               10  WS-LIB-NAME            PIC X(16).
               10  WS-LIB-RESULT          PIC X(4).
               10  WS-LIB-FAILS           PIC 99.
       01  WS-LIB-I                       PIC 99.
       01  WS-FAILED-COUNT                PIC 99 VALUE ZERO.

      *    Shaped to match DOOMFSET's LINKAGE - the live set is
      *    parked, seeded fresh for each scenario and restored
      *    through there.
       01  WS-FSET-PARM.
           05  WS-FS-FUNCTION             PIC X.
           05  WS-FS-PREFIX               PIC X(20) VALUE 'PROMHOLD.'.

      *    Shaped to match DOOMSCEN's LINKAGE - the script to run
      *    and room for its verdict to come back.
       01  WS-SCEN-PARM.
           05  WS-SCEN-PARM-LEN           PIC S9(4) COMP VALUE 22.
           05  WS-SCEN-NAME               PIC X(16).
           05  WS-SCEN-RESULT             PIC X(4).
           05  WS-SCEN-FAIL-COUNT         PIC 99.

      *    Shaped to match DOOMCFGA's LINKAGE - the verdict and each
      *    failing scenario leave a line on DOOM.CFGHIST.
       01  WS-CFGA-PARM.
           05  WS-CA-PROGRAM       PIC X(8) VALUE 'DOOMPROM'.
           05  WS-CA-TICK          PIC 9(8) VALUE ZERO.
           05  WS-CA-OLD-VALUES.
               10  WS-CA-OLD-LOW-HEALTH   PIC 9(3).
               10  WS-CA-OLD-LOW-AMMO     PIC 9(3).
               10  WS-CA-OLD-DANGER       PIC 9(5).
               10  WS-CA-OLD-RADIUS       PIC 9(3).
               10  WS-CA-OLD-DOOR         PIC 9(3).
           05  WS-CA-NEW-VALUES.
               10  WS-CA-NEW-LOW-HEALTH   PIC 9(3).
               10  WS-CA-NEW-LOW-AMMO     PIC 9(3).
               10  WS-CA-NEW-DANGER       PIC 9(5).
               10  WS-CA-NEW-RADIUS       PIC 9(3).
               10  WS-CA-NEW-DOOR         PIC 9(3).
           05  WS-CA-FAILED-SCENARIO REDEFINES WS-CA-NEW-VALUES
                                   PIC X(17).
           05  WS-CA-ACTION        PIC X.
           05  WS-CA-OPERATOR-ID   PIC X(5) VALUE SPACES.

       01  WS-RUN-STAMP                   PIC X(21).
       01  WS-REPORT-LINE                 PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE ZERO TO RETURN-CODE
           PERFORM OPEN-PROMOTION-REPORT
           PERFORM RECOVER-INTERRUPTED-RUN
           PERFORM LOAD-PENDING-CONFIG
           IF PENDING-MISSING
               MOVE 'NO PENDING CONFIG ON DOOM.CFGPEND - NOTHING TO DO'
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               CLOSE REPORT-FILE
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-PENDING-REJECTED = 'Y'
               MOVE 'DOOM.CFGPEND LAYOUT REJECTED - PROPOSAL KEPT'
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-LIVE-CONFIG
           IF WS-LIVE-EXISTED = 'R'
               MOVE 'DOOM.AICONFIG LAYOUT REJECTED - PROPOSAL KEPT'
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-SCENARIO-LIBRARY
           IF WS-LIB-COUNT = ZERO
               MOVE 'NO SCENARIOS ON DOOM.SCENLIB - PROPOSAL KEPT'
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM HOLD-LIVE-SET
           PERFORM INSTALL-PENDING-CONFIG
           PERFORM VARYING WS-LIB-I FROM 1 BY 1
                   UNTIL WS-LIB-I > WS-LIB-COUNT
               PERFORM RUN-ONE-SCENARIO
           END-PERFORM

           IF WS-FAILED-COUNT = ZERO
               PERFORM RESTORE-LIVE-SET
               PERFORM AUDIT-PROMOTION
               MOVE 'VERDICT: PROMOTED - PROPOSED CONFIG IS NOW LIVE'
                   TO WS-REPORT-LINE
               MOVE ZERO TO RETURN-CODE
           ELSE
               PERFORM PUT-BACK-LIVE-CONFIG
               PERFORM RESTORE-LIVE-SET
               PERFORM AUDIT-REFUSAL
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'VERDICT: REFUSED - ' DELIMITED BY SIZE
                      WS-FAILED-COUNT DELIMITED BY SIZE
                      ' SCENARIO(S) FAILED, LIVE CONFIG UNCHANGED'
                          DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-REPORT-LINE
           PERFORM DROP-HELD-CONFIG
           DELETE FILE PENDING-CONFIG
           CLOSE REPORT-FILE
           GOBACK.

       OPEN-PROMOTION-REPORT.
      *    Appended, one block per run, so the history of what was
      *    tried and why it was turned down stays on file.
           OPEN EXTEND REPORT-FILE
           IF REPORT-MISSING
               OPEN OUTPUT REPORT-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CONFIG PROMOTION RUN - ' DELIMITED BY SIZE
                  WS-RUN-STAMP(1:8) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RUN-STAMP(9:6) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       RECOVER-INTERRUPTED-RUN.
           MOVE '00' TO WS-HELD-STATUS
           OPEN INPUT HELD-CONFIG
           IF HELD-MISSING
               CONTINUE
           ELSE
               MOVE SPACE TO HELD-EXISTED
               READ HELD-CONFIG
                   AT END CONTINUE
               END-READ
               CLOSE HELD-CONFIG
      *        An empty hold file died before anything was parked -
      *        the live files were never touched.
               IF HELD-EXISTED = 'Y' OR HELD-EXISTED = 'N'
                   MOVE HELD-EXISTED TO WS-LIVE-EXISTED
                   MOVE HELD-CONFIG-IMAGE TO WS-LIVE-IMAGE
                   PERFORM PUT-BACK-LIVE-CONFIG
                   PERFORM RESTORE-LIVE-SET
                   MOVE 'INTERRUPTED RUN FOUND - LIVE FILES RESTORED'
                       TO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               PERFORM DROP-HELD-CONFIG
           END-IF.

       LOAD-PENDING-CONFIG.
           MOVE '00' TO WS-PENDING-STATUS
           MOVE SPACES TO WS-PENDING-IMAGE
           OPEN INPUT PENDING-CONFIG
           IF NOT PENDING-MISSING
               PERFORM CHECK-PENDING-VERSION
               EVALUATE TRUE
                   WHEN WS-VP-ACCEPTED
                       READ PENDING-CONFIG
                           AT END SET PENDING-MISSING TO TRUE
                           NOT AT END
                               MOVE PENDING-CONFIG-RECORD
                                   TO WS-PENDING-IMAGE
                       END-READ
                   WHEN WS-VP-RESULT = 'R'
                       MOVE 'Y' TO WS-PENDING-REJECTED
                   WHEN OTHER
                       SET PENDING-MISSING TO TRUE
               END-EVALUATE
               CLOSE PENDING-CONFIG
           END-IF
           IF NOT PENDING-MISSING
              AND WS-PENDING-REJECTED = 'N'
               MOVE WS-PENDING-IMAGE TO CONFIG-RECORD
               PERFORM TAKE-NEW-VALUES
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'PROPOSED: HEALTH ' DELIMITED BY SIZE
                      WS-CA-NEW-LOW-HEALTH DELIMITED BY SIZE
                      ' AMMO ' DELIMITED BY SIZE
                      WS-CA-NEW-LOW-AMMO DELIMITED BY SIZE
                      ' DANGER ' DELIMITED BY SIZE
                      WS-CA-NEW-DANGER DELIMITED BY SIZE
                      ' RADIUS ' DELIMITED BY SIZE
                      WS-CA-NEW-RADIUS DELIMITED BY SIZE
                      ' DOOR ' DELIMITED BY SIZE
                      WS-CA-NEW-DOOR DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       LOAD-LIVE-CONFIG.
      *    What is in play now becomes the OLD side of every audit
      *    line this run leaves, and what goes back on a refusal.
           MOVE 'N' TO WS-LIVE-EXISTED
           MOVE SPACES TO WS-LIVE-IMAGE
           MOVE '00' TO WS-CONFIG-STATUS
           OPEN INPUT AI-CONFIG
           IF NOT CONFIG-MISSING
               PERFORM CHECK-CONFIG-VERSION
               IF WS-VP-ACCEPTED
                   READ AI-CONFIG
                       NOT AT END
                           MOVE 'Y' TO WS-LIVE-EXISTED
                           MOVE CONFIG-RECORD TO WS-LIVE-IMAGE
                   END-READ
               END-IF
               IF WS-VP-RESULT = 'R'
                   MOVE 'R' TO WS-LIVE-EXISTED
               END-IF
               CLOSE AI-CONFIG
           END-IF
           MOVE ZERO TO WS-CA-OLD-VALUES
           IF WS-LIVE-EXISTED = 'Y'
               MOVE WS-LIVE-IMAGE TO CONFIG-RECORD
               IF CFG-LOW-HEALTH IS NUMERIC
                   MOVE CFG-LOW-HEALTH TO WS-CA-OLD-LOW-HEALTH
               END-IF
               IF CFG-LOW-AMMO IS NUMERIC
                   MOVE CFG-LOW-AMMO TO WS-CA-OLD-LOW-AMMO
               END-IF
               IF CFG-DANGER-DIST IS NUMERIC
                   MOVE CFG-DANGER-DIST TO WS-CA-OLD-DANGER
               END-IF
               IF CFG-ALERT-RADIUS IS NUMERIC
                   MOVE CFG-ALERT-RADIUS TO WS-CA-OLD-RADIUS
               END-IF
               IF CFG-DOOR-TICKS IS NUMERIC
                   MOVE CFG-DOOR-TICKS TO WS-CA-OLD-DOOR
               END-IF
           END-IF.

       TAKE-PROPOSER.
      *    DOOM.CFGHIST has always named nobody with a blank, so a
      *    proposal no operator made (*NONE) goes on it that way.
           IF CFG-NO-OPERATOR
               MOVE SPACES TO WS-CA-OPERATOR-ID
           ELSE
               MOVE CFG-CHANGED-BY TO WS-CA-OPERATOR-ID
           END-IF.

       TAKE-NEW-VALUES.
           MOVE ZERO TO WS-CA-NEW-VALUES
           IF CFG-LOW-HEALTH IS NUMERIC
               MOVE CFG-LOW-HEALTH TO WS-CA-NEW-LOW-HEALTH
           END-IF
           IF CFG-LOW-AMMO IS NUMERIC
               MOVE CFG-LOW-AMMO TO WS-CA-NEW-LOW-AMMO
           END-IF
           IF CFG-DANGER-DIST IS NUMERIC
               MOVE CFG-DANGER-DIST TO WS-CA-NEW-DANGER
           END-IF
           IF CFG-ALERT-RADIUS IS NUMERIC
               MOVE CFG-ALERT-RADIUS TO WS-CA-NEW-RADIUS
           END-IF
           IF CFG-DOOR-TICKS IS NUMERIC
               MOVE CFG-DOOR-TICKS TO WS-CA-NEW-DOOR
           END-IF.

       LOAD-SCENARIO-LIBRARY.
           MOVE ZERO TO WS-LIB-COUNT
           MOVE '00' TO WS-SCENLIB-STATUS
           OPEN INPUT SCENARIO-LIBRARY
           IF NOT SCENLIB-MISSING
               PERFORM UNTIL SCENLIB-EOF OR WS-LIB-COUNT >= 50
                   READ SCENARIO-LIBRARY
                       AT END SET SCENLIB-EOF TO TRUE
                       NOT AT END
                           IF SCL-NAME NOT = SPACES
                              AND SCL-NAME(1:1) NOT = '*'
                               ADD 1 TO WS-LIB-COUNT
                               MOVE SCL-NAME
                                   TO WS-LIB-NAME(WS-LIB-COUNT)
                               MOVE SPACES
                                   TO WS-LIB-RESULT(WS-LIB-COUNT)
                               MOVE ZERO
                                   TO WS-LIB-FAILS(WS-LIB-COUNT)
                           END-IF
                   END-READ
                   IF NOT SCENLIB-EOF
                      AND WS-SCENLIB-STATUS NOT = '00'
                       SET SCENLIB-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE SCENARIO-LIBRARY
           END-IF.

       HOLD-LIVE-SET.
      *    The live config is held first - its presence is what
      *    tells a restarted run that the session files are parked.
           OPEN OUTPUT HELD-CONFIG
           MOVE WS-LIVE-EXISTED TO HELD-EXISTED
           MOVE WS-LIVE-IMAGE TO HELD-CONFIG-IMAGE
           WRITE HELD-CONFIG-RECORD
           CLOSE HELD-CONFIG
           MOVE 'C' TO WS-FS-FUNCTION
           CALL 'DOOMFSET' USING WS-FSET-PARM.

       INSTALL-PENDING-CONFIG.
           OPEN OUTPUT AI-CONFIG
           PERFORM WRITE-CONFIG-HEADER
           MOVE WS-PENDING-IMAGE TO CONFIG-RECORD
           WRITE CONFIG-RECORD
           CLOSE AI-CONFIG.

       RUN-ONE-SCENARIO.
      *    Each script starts from a clean slate - only the map
      *    comes back from the parked set - so no scenario can pass
      *    or fail on what the one before it left behind.
           MOVE 'S' TO WS-FS-FUNCTION
           CALL 'DOOMFSET' USING WS-FSET-PARM
           MOVE WS-LIB-NAME(WS-LIB-I) TO WS-SCEN-NAME
           MOVE SPACES TO WS-SCEN-RESULT
           MOVE ZERO TO WS-SCEN-FAIL-COUNT
           CALL 'DOOMSCEN' USING WS-SCEN-PARM
           MOVE WS-SCEN-RESULT TO WS-LIB-RESULT(WS-LIB-I)
           MOVE WS-SCEN-FAIL-COUNT TO WS-LIB-FAILS(WS-LIB-I)
      *    A script that could not be judged certifies nothing.
           IF WS-SCEN-RESULT NOT = 'PASS'
               ADD 1 TO WS-FAILED-COUNT
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SCENARIO ' DELIMITED BY SIZE
                  WS-SCEN-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SCEN-RESULT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM COPY-SCENARIO-REPORT.

       COPY-SCENARIO-REPORT.
           MOVE '00' TO WS-SCENRPT-STATUS
           OPEN INPUT SCENARIO-REPORT
           IF NOT SCENRPT-MISSING
               PERFORM UNTIL SCENRPT-EOF
                   READ SCENARIO-REPORT
                       AT END SET SCENRPT-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-REPORT-LINE
                           MOVE SCENARIO-REPORT-RECORD(1:76)
                               TO WS-REPORT-LINE(5:76)
                           PERFORM WRITE-REPORT-LINE
                   END-READ
                   IF NOT SCENRPT-EOF
                      AND WS-SCENRPT-STATUS NOT = '00'
                       SET SCENRPT-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE SCENARIO-REPORT
           END-IF.

       RESTORE-LIVE-SET.
           MOVE 'R' TO WS-FS-FUNCTION
           CALL 'DOOMFSET' USING WS-FSET-PARM.

       PUT-BACK-LIVE-CONFIG.
      *    A config that did not exist before goes back to not
      *    existing - every reader falls back to its own defaults.
           IF WS-LIVE-EXISTED = 'Y'
               OPEN OUTPUT AI-CONFIG
               PERFORM WRITE-CONFIG-HEADER
               MOVE WS-LIVE-IMAGE TO CONFIG-RECORD
               WRITE CONFIG-RECORD
               CLOSE AI-CONFIG
           ELSE
               DELETE FILE AI-CONFIG
           END-IF.

       DROP-HELD-CONFIG.
           DELETE FILE HELD-CONFIG.

       AUDIT-PROMOTION.
           MOVE WS-PENDING-IMAGE TO CONFIG-RECORD
           PERFORM TAKE-NEW-VALUES
           PERFORM TAKE-PROPOSER
           MOVE 'P' TO WS-CA-ACTION
           CALL 'DOOMCFGA' USING WS-CFGA-PARM.

       AUDIT-REFUSAL.
      *    The refusal carries the values turned down; each failing
      *    scenario follows it by name.
           MOVE WS-PENDING-IMAGE TO CONFIG-RECORD
           PERFORM TAKE-NEW-VALUES
           PERFORM TAKE-PROPOSER
           MOVE 'R' TO WS-CA-ACTION
           CALL 'DOOMCFGA' USING WS-CFGA-PARM
           MOVE 'F' TO WS-CA-ACTION
           PERFORM VARYING WS-LIB-I FROM 1 BY 1
                   UNTIL WS-LIB-I > WS-LIB-COUNT
               IF WS-LIB-RESULT(WS-LIB-I) NOT = 'PASS'
                   MOVE SPACES TO WS-CA-FAILED-SCENARIO
                   MOVE WS-LIB-NAME(WS-LIB-I)
                       TO WS-CA-FAILED-SCENARIO
                   CALL 'DOOMCFGA' USING WS-CFGA-PARM
               END-IF
           END-PERFORM.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       CHECK-PENDING-VERSION.
      *    The first record is the layout header - DOOMVER judges
      *    it. An empty file leaves the result unset, so nothing
      *    more is read from it.
           MOVE 'V' TO WS-VP-FUNCTION
           MOVE 'DOOM.CFGPEND' TO WS-VP-FILE-NAME
           MOVE 'DOOMCFG' TO WS-VP-LAYOUT
           MOVE SPACE TO WS-VP-RESULT
           READ PENDING-CONFIG
               NOT AT END
                   MOVE PENDING-CONFIG-RECORD TO WS-VP-HEADER
                   CALL 'DOOMVER' USING WS-VER-PARM
           END-READ.

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
