      *     trips too easily, ease CFG-LOW-AMMO down 2.
      * Guardrails: LOW-HEALTH 010-060, LOW-AMMO 005-050,
      * DANGER-DIST 00100-00500.
      * The tuned values are a proposal, not a change: they go to
      * DOOM.CFGPEND (audited as proposed) and only reach
      * DOOM.AICONFIG once DOOMPROM has run the scenario library
      * against them and every scenario still passes.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMTUNE.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT PENDING-CONFIG ASSIGN TO 'DOOM.CFGPEND'
               ORGANIZATION IS SEQUENTIAL.

           SELECT LOG-FILE ASSIGN TO 'DOOM.AILOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AILOG-STATUS.
       FD  AI-CONFIG.
       COPY DOOMCFG.

       FD  PENDING-CONFIG.
       01  PENDING-CONFIG-RECORD          PIC X(80).

       FD  LOG-FILE.
       01  LOG-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged on open before any record of it is used.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMTUNE'.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.
       01  WS-VER-HOLD             PIC X(80).
       01  WS-REPORT-STATUS               PIC XX.
           88  REPORT-MISSING             VALUE '35'.
           88  REPORT-EOF                 VALUE '10'.
           05  WS-OLD-LOW-AMMO            PIC 9(3).
           05  WS-OLD-DANGER-DIST        PIC 9(5).

      *    The proposal, laid out exactly as DOOMCFG.CPY so DOOMPROM
      *    can copy it into the live file byte for byte.
       01  WS-PROPOSED-CONFIG.
           05  WS-PC-LOW-HEALTH           PIC 9(3).
           05  WS-PC-LOW-AMMO             PIC 9(3).
           05  WS-PC-DANGER-DIST          PIC 9(5).
           05  WS-PC-ALERT-RADIUS         PIC 9(3).
           05  WS-PC-DOOR-TICKS           PIC 9(3).
           05  WS-PC-CHANGED-BY           PIC X(5).
           05  FILLER                     PIC X(58).

      *    Shaped to match DOOMCFGA's LINKAGE - every config write
      *    leaves a before/after line on DOOM.CFGHIST.
       01  WS-CFGA-PARM.
               10  WS-CA-NEW-DANGER       PIC 9(5).
               10  WS-CA-NEW-RADIUS       PIC 9(3).
               10  WS-CA-NEW-DOOR         PIC 9(3).
           05  WS-CA-ACTION        PIC X VALUE 'Q'.
           05  WS-CA-OPERATOR-ID   PIC X(5) VALUE SPACES.

      *    Guardrails - the tuner never steps outside these no
      *    matter what the report says.
       READ-CURRENT-CONFIG.
           OPEN INPUT AI-CONFIG
           IF NOT CONFIG-MISSING
               PERFORM CHECK-CONFIG-VERSION
               IF WS-VP-ACCEPTED
                   READ AI-CONFIG
                       NOT AT END
                           IF CFG-LOW-HEALTH IS NUMERIC
                              AND CFG-LOW-HEALTH > ZERO
                               MOVE CFG-LOW-HEALTH TO WS-LOW-HEALTH
                           END-IF
                           IF CFG-LOW-AMMO IS NUMERIC
                              AND CFG-LOW-AMMO > ZERO
                               MOVE CFG-LOW-AMMO TO WS-LOW-AMMO
                           END-IF
                           IF CFG-DANGER-DIST IS NUMERIC
                              AND CFG-DANGER-DIST > ZERO
                               MOVE CFG-DANGER-DIST TO WS-DANGER-DIST
                           END-IF
                           IF CFG-ALERT-RADIUS IS NUMERIC
                               MOVE CFG-ALERT-RADIUS TO WS-ALERT-RADIUS
                           END-IF
                           IF CFG-DOOR-TICKS IS NUMERIC
                               MOVE CFG-DOOR-TICKS TO WS-DOOR-TICKS
                           END-IF
                   END-READ
               END-IF
               CLOSE AI-CONFIG
           END-IF.

           END-IF.

       WRITE-NEW-CONFIG.
           MOVE SPACES TO WS-PROPOSED-CONFIG
           MOVE WS-LOW-HEALTH TO WS-PC-LOW-HEALTH
           MOVE WS-LOW-AMMO TO WS-PC-LOW-AMMO
           MOVE WS-DANGER-DIST TO WS-PC-DANGER-DIST
           MOVE WS-ALERT-RADIUS TO WS-PC-ALERT-RADIUS
           MOVE WS-DOOR-TICKS TO WS-PC-DOOR-TICKS
      *    Tuning proposes on its own account - no operator did.
           MOVE '*NONE' TO WS-PC-CHANGED-BY
           OPEN OUTPUT PENDING-CONFIG
           PERFORM WRITE-PENDING-HEADER
           WRITE PENDING-CONFIG-RECORD FROM WS-PROPOSED-CONFIG
           CLOSE PENDING-CONFIG

      *    The audit line goes on DOOM.CFGHIST before anything else
      *    can overwrite the proposal again.
           MOVE WS-OLD-LOW-HEALTH TO WS-CA-OLD-LOW-HEALTH
           MOVE WS-OLD-LOW-AMMO TO WS-CA-OLD-LOW-AMMO
           MOVE WS-OLD-DANGER-DIST TO WS-CA-OLD-DANGER

       LOG-TUNING.
           MOVE SPACES TO WS-LOG-MSG
           STRING 'TUNING PROPOSED: HEALTH ' DELIMITED BY SIZE
                  WS-OLD-LOW-HEALTH DELIMITED BY SIZE
                  '>' DELIMITED BY SIZE
                  WS-LOW-HEALTH DELIMITED BY SIZE
           CLOSE LOG-FILE

           MOVE WS-LOG-MSG(1:60) TO WS-JP-TEXT
           CALL 'DOOMJRNL' USING WS-JRNL-PARM.

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
