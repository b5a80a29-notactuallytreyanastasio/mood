      *================================================================
      * DOOMEVNT - Engine Event Feed Ingestion
      * DOOM.COMMANDACK only says the engine consumed a command; what
      * actually happened in the real game comes back on DOOM.EVENTS,
      * one DOOM-ENGINE-EVENT line per pickup, damage hit, kill and
      * door opening, appended by the engine side. Each run takes the
      * lines past DOOM.EVTPOS (the count already ingested), holds
      * them up against what DOOMSIM and DOOMCBT predicted, and
      * applies what the engine says happened:
      *   DAMAGE - the engine's total per tick is compared with the
      *            COBOL prediction already on DOOM.DMGLOG for that
      *            tick, then each hit is posted to the ledger with
      *            source 'E' so the two never get added together.
      *   KILL   - the monster is found in the DOOM.GAMESTAT frame
      *            (same type, same cell, else the nearest live one of
      *            the type). Already a corpse means both sides agree;
      *            alive means COBOL missed it - the corpse is made in
      *            the frame and the ENTITIES twin, and the kill goes
      *            to DOOM.SCORE with DOOM.ENTSNAP marked so DOOMAI2
      *            does not count it a second time.
      *   PICKUP - an ENTITIES item of that subtype still standing on
      *            the cell means COBOL missed it - the record is
      *            dropped and any rounds join the score's picked-up
      *            columns.
      *   DOOR   - an opening with no DOOM.DOORSTATE entry for the
      *            cell means COBOL has the door shut.
      * Every disagreement is one line on DOOM.EVTEXCP by tick and
      * event type; the run's totals go to the session journal.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMEVNT.
       AUTHOR. DOOM-COBOL-SYSTEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FEED ASSIGN TO 'DOOM.EVENTS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENTS-STATUS.

           SELECT EVENT-POS ASSIGN TO 'DOOM.EVTPOS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVTPOS-STATUS.

           SELECT EVENT-EXCEPTIONS ASSIGN TO 'DOOM.EVTEXCP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT RICH-STATE ASSIGN TO 'DOOM.GAMESTAT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RICH-STATUS.

           SELECT ENTITIES ASSIGN TO 'ENTITIES'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENTITIES-STATUS.

           SELECT DOOR-STATE ASSIGN TO 'DOOM.DOORSTATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DOOR-STATUS.

           SELECT DAMAGE-LOG ASSIGN TO 'DOOM.DMGLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DMGLOG-STATUS.

           SELECT SCORE-FILE ASSIGN TO 'DOOM.SCORE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.

           SELECT ENTITY-SNAPSHOT ASSIGN TO 'DOOM.ENTSNAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENTSNAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EVENT-FEED.
       01  EVENT-FEED-RECORD              PIC X(80).

       FD  EVENT-POS.
       01  EVENT-POS-RECORD.
           05  EPS-INGESTED    PIC 9(6).
           05  FILLER          PIC X(14).

       FD  EVENT-EXCEPTIONS.
       01  EXCEPTION-LINE.
           05  EXC-TICK        PIC 9(8).
           05  FILLER          PIC X.
           05  EXC-KIND        PIC X(8).
           05  FILLER          PIC X.
           05  EXC-TEXT        PIC X(62).

       FD  RICH-STATE.
       01  RICH-STATE-RECORD              PIC X(80).

       FD  ENTITIES
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  ENTITY-RECORD.
           05  TACT-ENT-TYPE       PIC X.
           05  TACT-ENT-SUBTYPE    PIC 99.
           05  TACT-ENT-X          PIC S9(9) SIGN LEADING SEPARATE.
           05  TACT-ENT-Y          PIC S9(9) SIGN LEADING SEPARATE.
           05  TACT-ENT-Z          PIC S9(9) SIGN LEADING SEPARATE.
           05  TACT-ENT-DISTANCE   PIC 9(5).
           05  TACT-ENT-ANGLE      PIC S9(3) SIGN LEADING SEPARATE.
           05  TACT-ENT-HEALTH     PIC 9(3).
           05  TACT-ENT-STATE      PIC X.
           05  FILLER              PIC X(66).

       FD  DOOR-STATE.
       COPY DOOMDST.

       FD  DAMAGE-LOG.
       COPY DOOMDMR.

       FD  SCORE-FILE.
       COPY DOOMSCR.

       FD  ENTITY-SNAPSHOT.
       COPY DOOMESN.

       WORKING-STORAGE SECTION.
      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged on open before any record of it is used.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMEVNT'.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.
       01  WS-VER-HOLD             PIC X(80).
       COPY DOOMSTAT.

       01  WS-EVENTS-STATUS               PIC XX.
           88  EVENTS-MISSING             VALUE '35'.
           88  EVENTS-EOF                 VALUE '10'.
       01  WS-EVTPOS-STATUS               PIC XX.
           88  EVTPOS-MISSING             VALUE '35'.
       01  WS-EXCP-STATUS                 PIC XX.
           88  EXCP-MISSING               VALUE '35'.
       01  WS-RICH-STATUS                 PIC XX.
           88  RICH-MISSING               VALUE '35'.
           88  RICH-EOF                   VALUE '10'.
       01  WS-ENTITIES-STATUS             PIC XX.
           88  ENTITIES-MISSING           VALUE '35'.
           88  ENTITIES-EOF               VALUE '10'.
       01  WS-DOOR-STATUS                 PIC XX.
           88  DOOR-MISSING               VALUE '35'.
           88  DOOR-EOF                   VALUE '10'.
       01  WS-DMGLOG-STATUS               PIC XX.
           88  DMGLOG-MISSING             VALUE '35'.
           88  DMGLOG-EOF                 VALUE '10'.
       01  WS-SCORE-STATUS                PIC XX.
           88  SCORE-MISSING              VALUE '35'.
       01  WS-ENTSNAP-STATUS              PIC XX.
           88  ENTSNAP-MISSING            VALUE '35'.

      *    Feed position - lines already ingested on earlier runs,
      *    and this run's count as it reads. A feed shorter than the
      *    position is a new feed the engine started over, taken
      *    from the top.
       01  WS-FEED-WORK.
           05  WS-FEED-INGESTED           PIC 9(6) VALUE ZERO.
           05  WS-FEED-RECNO              PIC 9(6) VALUE ZERO.
           05  WS-NEW-EVENTS              PIC 9(5) VALUE ZERO.
           05  WS-EXCEPTIONS              PIC 9(5) VALUE ZERO.
           05  WS-FIRST-TICK              PIC 9(8) VALUE ZERO.
           05  WS-LAST-TICK               PIC 9(8) VALUE ZERO.
           05  WS-EXCP-OPEN               PIC X VALUE 'N'.

      *    The frame as DOOMSIM keeps it - slot 1 STATE, 2 PLAYER,
      *    3 AMMO, entities after.
       01  WS-RICH-TABLE.
           05  WS-RICH-COUNT              PIC 99 VALUE ZERO.
           05  WS-RICH-REC OCCURS 67 TIMES PIC X(80).
           05  WS-RICH-CHANGED            PIC X VALUE 'N'.
           05  WS-LEVEL                   PIC 99 VALUE 1.

       01  WS-ENT-TABLE.
           05  WS-ENT-COUNT               PIC 99 VALUE ZERO.
           05  WS-ENT-REC OCCURS 50 TIMES PIC X(120).
           05  WS-ENT-DROPPED OCCURS 50 TIMES PIC X.
           05  WS-ENT-CHANGED             PIC X VALUE 'N'.

      *    Doors COBOL has standing open on the current level.
       01  WS-DOOR-TABLE.
           05  WS-DOOR-COUNT              PIC 99 VALUE ZERO.
           05  WS-DOOR-ENTRY OCCURS 50 TIMES.
               10  WS-DOOR-X              PIC 99.
               10  WS-DOOR-Y              PIC 99.

      *    Damage by tick over the ticks the new events cover - what
      *    the engine reported against what DMGLOG already predicted.
       01  WS-TICK-TABLE.
           05  WS-TICK-COUNT              PIC 9(3) VALUE ZERO.
           05  WS-TICK-ENTRY OCCURS 500 TIMES.
               10  WS-TK-TICK             PIC 9(8).
               10  WS-TK-ENGINE           PIC 9(6).
               10  WS-TK-PREDICTED        PIC 9(6).

      *    The engine's damage hits waiting to be posted to DMGLOG.
       01  WS-HIT-TABLE.
           05  WS-HIT-COUNT               PIC 9(3) VALUE ZERO.
           05  WS-HIT-ENTRY OCCURS 500 TIMES.
               10  WS-HIT-TICK            PIC 9(8).
               10  WS-HIT-CAUSE           PIC X(8).
               10  WS-HIT-AMOUNT          PIC 9(4).

      *    Per event kind: lines taken, agreements, exceptions.
       01  WS-KIND-STATS.
           05  WS-KIND-ENTRY OCCURS 4 TIMES.
               10  WS-KS-EVENTS           PIC 9(5).
               10  WS-KS-AGREED           PIC 9(5).
               10  WS-KS-EXCEPTIONS       PIC 9(5).
       01  WS-KIND-IX                     PIC 9.
       01  WS-KIND-NAMES.
           05  FILLER          PIC X(8) VALUE 'PICKUP  '.
           05  FILLER          PIC X(8) VALUE 'DAMAGE  '.
           05  FILLER          PIC X(8) VALUE 'KILL    '.
           05  FILLER          PIC X(8) VALUE 'DOOR    '.
       01  WS-KIND-NAME-TABLE REDEFINES WS-KIND-NAMES.
           05  WS-KIND-NAME OCCURS 4 TIMES PIC X(8).

      *    Monster type names, as ENTITY-TYPE numbers them and as the
      *    damage ledger spells the causes.
       01  WS-TYPE-NAMES.
           05  FILLER          PIC X(8) VALUE 'IMP     '.
           05  FILLER          PIC X(8) VALUE 'DEMON   '.
           05  FILLER          PIC X(8) VALUE 'BARON   '.
           05  FILLER          PIC X(8) VALUE 'ZOMBIE  '.
           05  FILLER          PIC X(8) VALUE 'SERGEANT'.
           05  FILLER          PIC X(8) VALUE 'CACODMN '.
           05  FILLER          PIC X(8) VALUE 'LOSTSOUL'.
           05  FILLER          PIC X(8) VALUE 'CYBER   '.
           05  FILLER          PIC X(8) VALUE 'SPIDER  '.
           05  FILLER          PIC X(8) VALUE 'BARREL  '.
       01  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
           05  WS-TYPE-NAME OCCURS 10 TIMES PIC X(8).

       01  WS-MATCH-WORK.
           05  WS-MATCH-SLOT              PIC 99.
           05  WS-MATCH-ENEMY             PIC 99.
           05  WS-MATCH-EXACT             PIC X.
           05  WS-MATCH-DIST              PIC 9(9).
           05  WS-ENEMY-SEEN              PIC 99.
           05  WS-DIST                    PIC 9(9).
           05  WS-MATCH-NAME              PIC X(8).
           05  WS-MATCH-HEALTH            PIC 999.
           05  WS-MATCH-X                 PIC S9(8).
           05  WS-MATCH-Y                 PIC S9(8).

       01  WS-PICKUP-WORK.
           05  WS-PAY-BULLETS             PIC 9(4).
           05  WS-PAY-SHELLS              PIC 9(4).
           05  WS-PAY-CELLS               PIC 9(4).
           05  WS-PAY-ROCKETS             PIC 9(4).
           05  WS-SCORE-CHANGED           PIC X VALUE 'N'.
           05  WS-SCORE-EXISTED           PIC X VALUE 'N'.
           05  WS-SNAP-CHANGED            PIC X VALUE 'N'.
           05  WS-ENTSNAP-EXISTED         PIC X VALUE 'N'.
           05  WS-KILLS-APPLIED           PIC 99 VALUE ZERO.
           05  WS-KILL-TYPE OCCURS 20 TIMES PIC 99.
           05  WS-KILL-ENEMY OCCURS 20 TIMES PIC 99.

       01  WS-TEXT-WORK.
           05  WS-EXC-TICK                PIC 9(8).
           05  WS-EXC-KIND                PIC X(8).
           05  WS-EXC-TEXT                PIC X(62).
           05  WS-ED-X                    PIC -(4)9.
           05  WS-ED-Y                    PIC -(4)9.
           05  WS-ED-SUB                  PIC 99.
           05  WS-ED-HP                   PIC ZZ9.
           05  WS-ED-A                    PIC Z(5)9.
           05  WS-ED-B                    PIC Z(5)9.
           05  WS-ED-N                    PIC Z(4)9.
           05  WS-ED-E                    PIC Z(4)9.

       01  WS-I                           PIC 9(3).
       01  WS-J                           PIC 9(3).

      *    Shaped to match DOOMJRNL's LINKAGE - the run's totals are
      *    part of the session's story.
       01  WS-JRNL-PARM.
           05  WS-JP-PROGRAM       PIC X(8) VALUE 'DOOMEVNT'.
           05  WS-JP-TICK          PIC 9(8) VALUE ZERO.
           05  WS-JP-TEXT          PIC X(60).

      *    Shaped to match the leading fields of DOOMCTX's LINKAGE -
      *    what the engine reports collected leaves the tick context
      *    too.
       01  WS-CTX-PARM.
           05  WS-CX-FUNCTION      PIC X VALUE 'R'.
           05  WS-CX-SCOPE         PIC X VALUE 'E'.
           05  WS-CX-LEVEL         PIC 99 VALUE ZERO.
           05  WS-CX-RESULT        PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN
           PERFORM READ-FEED-POSITION
           PERFORM LOAD-RICH-FRAME
           PERFORM LOAD-ENTITIES
           PERFORM LOAD-OPEN-DOORS
           PERFORM INGEST-NEW-EVENTS
           IF WS-FEED-RECNO < WS-FEED-INGESTED
               MOVE ZERO TO WS-FEED-INGESTED
               PERFORM INGEST-NEW-EVENTS
           END-IF
           IF WS-FEED-RECNO NOT = WS-FEED-INGESTED
               IF WS-TICK-COUNT > ZERO
                   PERFORM RECONCILE-DAMAGE
                   PERFORM POST-ENGINE-DAMAGE
               END-IF
               IF WS-RICH-CHANGED = 'Y'
                   PERFORM WRITE-RICH-FRAME
               END-IF
               IF WS-ENT-CHANGED = 'Y'
                   PERFORM WRITE-ENTITIES
               END-IF
               IF WS-SCORE-CHANGED = 'Y' OR WS-KILLS-APPLIED > ZERO
                   PERFORM UPDATE-SCORE
               END-IF
               IF WS-KILLS-APPLIED > ZERO
                   PERFORM MARK-SNAPSHOT-SCORED
               END-IF
               MOVE WS-FEED-RECNO TO WS-FEED-INGESTED
               PERFORM WRITE-FEED-POSITION
               PERFORM JOURNAL-INGEST-TOTALS
           END-IF
           IF WS-EXCP-OPEN = 'Y'
               CLOSE EVENT-EXCEPTIONS
           END-IF
           GOBACK.

       INITIALIZE-RUN.
      *    Everything here is per run - DOOMBAT CALLs this once per
      *    tick in the same run unit and storage survives between.
           MOVE ZERO TO WS-FEED-RECNO
           MOVE ZERO TO WS-NEW-EVENTS
           MOVE ZERO TO WS-EXCEPTIONS
           MOVE ZERO TO WS-FIRST-TICK
           MOVE ZERO TO WS-LAST-TICK
           MOVE 'N' TO WS-EXCP-OPEN
           MOVE 'N' TO WS-RICH-CHANGED
           MOVE 'N' TO WS-ENT-CHANGED
           MOVE 'N' TO WS-SCORE-CHANGED
           MOVE 'N' TO WS-SNAP-CHANGED
           MOVE ZERO TO WS-KILLS-APPLIED
           MOVE ZERO TO WS-PAY-BULLETS
           MOVE ZERO TO WS-PAY-SHELLS
           MOVE ZERO TO WS-PAY-CELLS
           MOVE ZERO TO WS-PAY-ROCKETS
           MOVE ZERO TO WS-TICK-COUNT
           MOVE ZERO TO WS-HIT-COUNT
           MOVE 1 TO WS-LEVEL
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
               MOVE ZERO TO WS-KS-EVENTS(WS-I)
               MOVE ZERO TO WS-KS-AGREED(WS-I)
               MOVE ZERO TO WS-KS-EXCEPTIONS(WS-I)
           END-PERFORM.

       READ-FEED-POSITION.
           MOVE ZERO TO WS-FEED-INGESTED
           OPEN INPUT EVENT-POS
           IF NOT EVTPOS-MISSING
               READ EVENT-POS
                   NOT AT END
                       IF EPS-INGESTED IS NUMERIC
                           MOVE EPS-INGESTED TO WS-FEED-INGESTED
                       END-IF
               END-READ
               CLOSE EVENT-POS
           END-IF.

       WRITE-FEED-POSITION.
           OPEN OUTPUT EVENT-POS
           MOVE SPACES TO EVENT-POS-RECORD
           MOVE WS-FEED-INGESTED TO EPS-INGESTED
           WRITE EVENT-POS-RECORD
           CLOSE EVENT-POS.

       LOAD-RICH-FRAME.
           MOVE ZERO TO WS-RICH-COUNT
           MOVE '00' TO WS-RICH-STATUS
           OPEN INPUT RICH-STATE
           IF RICH-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL RICH-EOF OR WS-RICH-COUNT >= 67
                   READ RICH-STATE
                       AT END SET RICH-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RICH-COUNT
                           MOVE RICH-STATE-RECORD
                               TO WS-RICH-REC(WS-RICH-COUNT)
                   END-READ
                   IF NOT RICH-EOF AND WS-RICH-STATUS NOT = '00'
                       SET RICH-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE RICH-STATE
           END-IF
           IF WS-RICH-COUNT > ZERO
               MOVE WS-RICH-REC(1) TO STATE-HEADER
               IF VALID-STATE-REC AND STATE-LEVEL IS NUMERIC
                  AND STATE-LEVEL > ZERO
                   MOVE STATE-LEVEL TO WS-LEVEL
               END-IF
           END-IF.

       WRITE-RICH-FRAME.
           OPEN OUTPUT RICH-STATE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-RICH-COUNT
               MOVE WS-RICH-REC(WS-I) TO RICH-STATE-RECORD
               WRITE RICH-STATE-RECORD
           END-PERFORM
           CLOSE RICH-STATE.

       LOAD-ENTITIES.
           MOVE ZERO TO WS-ENT-COUNT
           MOVE '00' TO WS-ENTITIES-STATUS
           OPEN INPUT ENTITIES
           IF ENTITIES-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL ENTITIES-EOF OR WS-ENT-COUNT >= 50
                   READ ENTITIES
                       AT END SET ENTITIES-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ENT-COUNT
                           MOVE ENTITY-RECORD
                               TO WS-ENT-REC(WS-ENT-COUNT)
                           MOVE 'N' TO WS-ENT-DROPPED(WS-ENT-COUNT)
                   END-READ
                   IF NOT ENTITIES-EOF
                      AND WS-ENTITIES-STATUS NOT = '00'
                       SET ENTITIES-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE ENTITIES
           END-IF.

       WRITE-ENTITIES.
      *    Dropped records are the items the engine says were
      *    collected - left out, the way DOOMSIM drops its own.
           OPEN OUTPUT ENTITIES
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ENT-COUNT
               IF WS-ENT-DROPPED(WS-I) = 'N'
                   MOVE WS-ENT-REC(WS-I) TO ENTITY-RECORD
                   WRITE ENTITY-RECORD
               END-IF
           END-PERFORM
           CLOSE ENTITIES
           CALL 'DOOMCTX' USING WS-CTX-PARM.

       LOAD-OPEN-DOORS.
           MOVE ZERO TO WS-DOOR-COUNT
           MOVE '00' TO WS-DOOR-STATUS
           OPEN INPUT DOOR-STATE
           IF DOOR-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL DOOR-EOF OR WS-DOOR-COUNT >= 50
                   READ DOOR-STATE
                       AT END SET DOOR-EOF TO TRUE
                       NOT AT END
                           IF DST-LEVEL IS NUMERIC
                              AND DST-LEVEL = WS-LEVEL
                              AND DST-X IS NUMERIC
                              AND DST-Y IS NUMERIC
                               ADD 1 TO WS-DOOR-COUNT
                               MOVE DST-X TO WS-DOOR-X(WS-DOOR-COUNT)
                               MOVE DST-Y TO WS-DOOR-Y(WS-DOOR-COUNT)
                           END-IF
                   END-READ
                   IF NOT DOOR-EOF AND WS-DOOR-STATUS NOT = '00'
                       SET DOOR-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE DOOR-STATE
           END-IF.

       INGEST-NEW-EVENTS.
           MOVE ZERO TO WS-FEED-RECNO
           MOVE '00' TO WS-EVENTS-STATUS
           OPEN INPUT EVENT-FEED
           IF EVENTS-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL EVENTS-EOF
                   READ EVENT-FEED INTO DOOM-ENGINE-EVENT
                       AT END SET EVENTS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FEED-RECNO
                           IF WS-FEED-RECNO > WS-FEED-INGESTED
                               PERFORM INGEST-ONE-EVENT
                                   THRU INGEST-ONE-EVENT-EXIT
                           END-IF
                   END-READ
                   IF NOT EVENTS-EOF AND WS-EVENTS-STATUS NOT = '00'
                       SET EVENTS-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE EVENT-FEED
           END-IF.

       INGEST-ONE-EVENT.
           MOVE ZERO TO WS-KIND-IX
           IF NOT VALID-EVENT-REC OR EVT-TICK IS NOT NUMERIC
               MOVE ZERO TO WS-EXC-TICK
               MOVE 'FEED    ' TO WS-EXC-KIND
               MOVE SPACES TO WS-EXC-TEXT
               MOVE WS-FEED-RECNO TO WS-ED-N
               STRING 'UNREADABLE EVENT LINE ' DELIMITED BY SIZE
                      WS-ED-N DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               PERFORM WRITE-EXCEPTION
               GO TO INGEST-ONE-EVENT-EXIT
           END-IF
           IF EVT-AMOUNT IS NOT NUMERIC
               MOVE ZERO TO EVT-AMOUNT
           END-IF
           IF EVT-SUBJECT IS NOT NUMERIC
               MOVE ZERO TO EVT-SUBJECT
           END-IF
           IF EVT-X IS NOT NUMERIC
               MOVE ZERO TO EVT-X
           END-IF
           IF EVT-Y IS NOT NUMERIC
               MOVE ZERO TO EVT-Y
           END-IF
           ADD 1 TO WS-NEW-EVENTS
           IF WS-FIRST-TICK = ZERO OR EVT-TICK < WS-FIRST-TICK
               MOVE EVT-TICK TO WS-FIRST-TICK
           END-IF
           IF EVT-TICK > WS-LAST-TICK
               MOVE EVT-TICK TO WS-LAST-TICK
           END-IF
           MOVE EVT-TICK TO WS-EXC-TICK
           MOVE EVT-KIND TO WS-EXC-KIND
           MOVE SPACES TO WS-EXC-TEXT
           EVALUATE TRUE
               WHEN EVT-PICKUP
                   MOVE 1 TO WS-KIND-IX
                   ADD 1 TO WS-KS-EVENTS(WS-KIND-IX)
                   PERFORM TAKE-PICKUP-EVENT
               WHEN EVT-DAMAGE
                   MOVE 2 TO WS-KIND-IX
                   ADD 1 TO WS-KS-EVENTS(WS-KIND-IX)
                   PERFORM TAKE-DAMAGE-EVENT
               WHEN EVT-KILL
                   MOVE 3 TO WS-KIND-IX
                   ADD 1 TO WS-KS-EVENTS(WS-KIND-IX)
                   PERFORM TAKE-KILL-EVENT
               WHEN EVT-DOOR
                   MOVE 4 TO WS-KIND-IX
                   ADD 1 TO WS-KS-EVENTS(WS-KIND-IX)
                   PERFORM TAKE-DOOR-EVENT
               WHEN OTHER
                   MOVE 'UNKNOWN EVENT KIND - LINE SKIPPED'
                       TO WS-EXC-TEXT
                   PERFORM WRITE-EXCEPTION
           END-EVALUATE.

       INGEST-ONE-EVENT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * DAMAGE - totalled per tick now, held up against the ledger
      * once every new line is in (RECONCILE-DAMAGE).
      *----------------------------------------------------------------
       TAKE-DAMAGE-EVENT.
           MOVE ZERO TO WS-J
           PERFORM VARYING WS-I FROM WS-TICK-COUNT BY -1
                   UNTIL WS-I < 1 OR WS-J > ZERO
               IF WS-TK-TICK(WS-I) = EVT-TICK
                   MOVE WS-I TO WS-J
               END-IF
           END-PERFORM
           IF WS-J = ZERO
               IF WS-TICK-COUNT >= 500
                   MOVE 'TICK TABLE FULL - DAMAGE NOT RECONCILED'
                       TO WS-EXC-TEXT
                   PERFORM WRITE-EXCEPTION
               ELSE
                   ADD 1 TO WS-TICK-COUNT
                   MOVE WS-TICK-COUNT TO WS-J
                   MOVE EVT-TICK TO WS-TK-TICK(WS-J)
                   MOVE ZERO TO WS-TK-ENGINE(WS-J)
                   MOVE ZERO TO WS-TK-PREDICTED(WS-J)
               END-IF
           END-IF
           IF WS-J > ZERO
               ADD EVT-AMOUNT TO WS-TK-ENGINE(WS-J)
           END-IF
           IF WS-HIT-COUNT < 500
               ADD 1 TO WS-HIT-COUNT
               MOVE EVT-TICK TO WS-HIT-TICK(WS-HIT-COUNT)
               MOVE EVT-CAUSE TO WS-HIT-CAUSE(WS-HIT-COUNT)
               MOVE EVT-AMOUNT TO WS-HIT-AMOUNT(WS-HIT-COUNT)
           END-IF.

       RECONCILE-DAMAGE.
      *    What COBOL predicted is every player-side ledger line for
      *    the tick - monster infighting never reaches the player,
      *    and lines an earlier run posted from the engine are the
      *    engine's own word, not a prediction.
           MOVE '00' TO WS-DMGLOG-STATUS
           OPEN INPUT DAMAGE-LOG
           IF NOT DMGLOG-MISSING
               PERFORM UNTIL DMGLOG-EOF
                   READ DAMAGE-LOG
                       AT END SET DMGLOG-EOF TO TRUE
                       NOT AT END
                           PERFORM TALLY-PREDICTED-DAMAGE
                   END-READ
                   IF NOT DMGLOG-EOF AND WS-DMGLOG-STATUS NOT = '00'
                       SET DMGLOG-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE DAMAGE-LOG
           END-IF
           MOVE 2 TO WS-KIND-IX
           MOVE 'DAMAGE  ' TO WS-EXC-KIND
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TICK-COUNT
               IF WS-TK-ENGINE(WS-I) = WS-TK-PREDICTED(WS-I)
                   ADD 1 TO WS-KS-AGREED(WS-KIND-IX)
               ELSE
                   MOVE WS-TK-TICK(WS-I) TO WS-EXC-TICK
                   MOVE WS-TK-ENGINE(WS-I) TO WS-ED-A
                   MOVE WS-TK-PREDICTED(WS-I) TO WS-ED-B
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING 'ENGINE TOOK ' DELIMITED BY SIZE
                          WS-ED-A DELIMITED BY SIZE
                          ' - COBOL PREDICTED ' DELIMITED BY SIZE
                          WS-ED-B DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-PERFORM.

       TALLY-PREDICTED-DAMAGE.
           IF DMG-TICK IS NUMERIC AND DMG-AMOUNT IS NUMERIC
              AND DMG-CAUSE(1:3) NOT = 'MI-'
              AND NOT DMG-ENGINE-REPORTED
              AND DMG-TICK >= WS-FIRST-TICK
              AND DMG-TICK <= WS-LAST-TICK
               MOVE ZERO TO WS-J
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-TICK-COUNT OR WS-J > ZERO
                   IF WS-TK-TICK(WS-I) = DMG-TICK
                       MOVE WS-I TO WS-J
                   END-IF
               END-PERFORM
      *        A tick COBOL hurt the player on that the engine
      *        reported no damage for is a disagreement too.
               IF WS-J = ZERO AND WS-TICK-COUNT < 500
                   ADD 1 TO WS-TICK-COUNT
                   MOVE WS-TICK-COUNT TO WS-J
                   MOVE DMG-TICK TO WS-TK-TICK(WS-J)
                   MOVE ZERO TO WS-TK-ENGINE(WS-J)
                   MOVE ZERO TO WS-TK-PREDICTED(WS-J)
               END-IF
               IF WS-J > ZERO
                   ADD DMG-AMOUNT TO WS-TK-PREDICTED(WS-J)
               END-IF
           END-IF.

       POST-ENGINE-DAMAGE.
           IF WS-HIT-COUNT > ZERO
               OPEN EXTEND DAMAGE-LOG
               IF DMGLOG-MISSING
                   OPEN OUTPUT DAMAGE-LOG
               END-IF
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-HIT-COUNT
                   MOVE SPACES TO DAMAGE-EVENT-RECORD
                   MOVE WS-HIT-TICK(WS-I) TO DMG-TICK
                   MOVE WS-HIT-CAUSE(WS-I) TO DMG-CAUSE
                   MOVE WS-HIT-AMOUNT(WS-I) TO DMG-AMOUNT
                   MOVE 'E' TO DMG-SOURCE
                   WRITE DAMAGE-EVENT-RECORD
               END-PERFORM
               CLOSE DAMAGE-LOG
           END-IF.

      *----------------------------------------------------------------
      * KILL - the frame's own entity, by type and cell.
      *----------------------------------------------------------------
       TAKE-KILL-EVENT.
           IF EVT-SUBJECT < 1 OR EVT-SUBJECT > 10
               MOVE EVT-SUBJECT TO WS-ED-SUB
               STRING 'NO SUCH MONSTER TYPE ' DELIMITED BY SIZE
                      WS-ED-SUB DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE WS-TYPE-NAME(EVT-SUBJECT) TO WS-MATCH-NAME
               PERFORM FIND-KILLED-ENTITY
               IF WS-MATCH-SLOT = ZERO
                   PERFORM EDIT-EVENT-CELL
                   STRING 'ENGINE KILLED ' DELIMITED BY SIZE
                          WS-MATCH-NAME DELIMITED BY SPACE
                          ' AT ' DELIMITED BY SIZE
                          WS-ED-X DELIMITED BY SIZE
                          ',' DELIMITED BY SIZE
                          WS-ED-Y DELIMITED BY SIZE
                          ' - NOT IN FRAME' DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
                   PERFORM WRITE-EXCEPTION
               ELSE
                   IF WS-MATCH-HEALTH = ZERO
                       ADD 1 TO WS-KS-AGREED(WS-KIND-IX)
                   ELSE
                       MOVE WS-MATCH-HEALTH TO WS-ED-HP
                       PERFORM EDIT-EVENT-CELL
                       STRING 'ENGINE KILLED ' DELIMITED BY SIZE
                              WS-MATCH-NAME DELIMITED BY SPACE
                              ' AT ' DELIMITED BY SIZE
                              WS-ED-X DELIMITED BY SIZE
                              ',' DELIMITED BY SIZE
                              WS-ED-Y DELIMITED BY SIZE
                              ' - COBOL HP ' DELIMITED BY SIZE
                              WS-ED-HP DELIMITED BY SIZE
                           INTO WS-EXC-TEXT
                       PERFORM WRITE-EXCEPTION
                       PERFORM APPLY-ENGINE-KILL
                   END-IF
               END-IF
           END-IF.

       FIND-KILLED-ENTITY.
      *    Same type on the same cell wins outright; otherwise the
      *    nearest one of the type still standing - the engine's
      *    cell can lag or lead ours by the odd step. WS-ENEMY-SEEN
      *    counts valid entities in frame order, the slot numbering
      *    DOOM.ENTSNAP's SNAP-SCORED uses.
           MOVE ZERO TO WS-MATCH-SLOT
           MOVE ZERO TO WS-MATCH-ENEMY
           MOVE ZERO TO WS-ENEMY-SEEN
           MOVE 'N' TO WS-MATCH-EXACT
           MOVE 999999999 TO WS-MATCH-DIST
           PERFORM VARYING WS-I FROM 4 BY 1
                   UNTIL WS-I > WS-RICH-COUNT OR WS-MATCH-EXACT = 'Y'
               MOVE WS-RICH-REC(WS-I) TO ENTITY-ENTRY(1)
               IF VALID-ENTITY-REC(1)
                   ADD 1 TO WS-ENEMY-SEEN
                   IF ENTITY-TYPE(1) = EVT-SUBJECT
                       COMPUTE WS-DIST =
                           FUNCTION ABS(ENTITY-X(1) - EVT-X)
                         + FUNCTION ABS(ENTITY-Y(1) - EVT-Y)
                       IF WS-DIST = ZERO
                           MOVE 'Y' TO WS-MATCH-EXACT
                           PERFORM NOTE-KILL-MATCH
                       ELSE
                           IF ENTITY-HEALTH(1) > ZERO
                              AND WS-DIST < WS-MATCH-DIST
                               MOVE WS-DIST TO WS-MATCH-DIST
                               PERFORM NOTE-KILL-MATCH
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       NOTE-KILL-MATCH.
           MOVE WS-I TO WS-MATCH-SLOT
           MOVE WS-ENEMY-SEEN TO WS-MATCH-ENEMY
           MOVE ENTITY-HEALTH(1) TO WS-MATCH-HEALTH
           MOVE ENTITY-X(1) TO WS-MATCH-X
           MOVE ENTITY-Y(1) TO WS-MATCH-Y.

       APPLY-ENGINE-KILL.
      *    The corpse is made where COBOL had the monster; its
      *    ENTITIES twin stands on the same cell, as SIM keeps them.
           MOVE WS-RICH-REC(WS-MATCH-SLOT) TO ENTITY-ENTRY(1)
           MOVE ZERO TO ENTITY-HEALTH(1)
           MOVE ENTITY-ENTRY(1) TO WS-RICH-REC(WS-MATCH-SLOT)
           MOVE 'Y' TO WS-RICH-CHANGED
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ENT-COUNT
               MOVE WS-ENT-REC(WS-I) TO ENTITY-RECORD
               IF TACT-ENT-TYPE = 'M'
                  AND TACT-ENT-X = WS-MATCH-X
                  AND TACT-ENT-Y = WS-MATCH-Y
                   MOVE ZERO TO TACT-ENT-HEALTH
                   MOVE ENTITY-RECORD TO WS-ENT-REC(WS-I)
                   MOVE 'Y' TO WS-ENT-CHANGED
               END-IF
           END-PERFORM
      *    Barrels are not kills; the nine monster types score.
           IF EVT-SUBJECT <= 9 AND WS-KILLS-APPLIED < 20
               ADD 1 TO WS-KILLS-APPLIED
               MOVE EVT-SUBJECT TO WS-KILL-TYPE(WS-KILLS-APPLIED)
               MOVE WS-MATCH-ENEMY TO WS-KILL-ENEMY(WS-KILLS-APPLIED)
           END-IF.

      *----------------------------------------------------------------
      * PICKUP - an item record COBOL still has on the cell.
      *----------------------------------------------------------------
       TAKE-PICKUP-EVENT.
           MOVE ZERO TO WS-J
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ENT-COUNT OR WS-J > ZERO
               MOVE WS-ENT-REC(WS-I) TO ENTITY-RECORD
               IF TACT-ENT-TYPE = 'I'
                  AND WS-ENT-DROPPED(WS-I) = 'N'
                  AND TACT-ENT-SUBTYPE = EVT-SUBJECT
                  AND TACT-ENT-X = EVT-X
                  AND TACT-ENT-Y = EVT-Y
                   MOVE WS-I TO WS-J
               END-IF
           END-PERFORM
           IF WS-J = ZERO
               ADD 1 TO WS-KS-AGREED(WS-KIND-IX)
           ELSE
               MOVE EVT-SUBJECT TO WS-ED-SUB
               PERFORM EDIT-EVENT-CELL
               STRING 'ENGINE TOOK ITEM ' DELIMITED BY SIZE
                      WS-ED-SUB DELIMITED BY SIZE
                      ' AT ' DELIMITED BY SIZE
                      WS-ED-X DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      WS-ED-Y DELIMITED BY SIZE
                      ' - COBOL STILL HAS IT' DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               PERFORM WRITE-EXCEPTION
               MOVE 'Y' TO WS-ENT-DROPPED(WS-J)
               MOVE 'Y' TO WS-ENT-CHANGED
               PERFORM PAY-PICKUP-ROUNDS
           END-IF.

       PAY-PICKUP-ROUNDS.
      *    Same pools and standard payouts as DOOMSIM's
      *    CHECK-ITEM-PICKUP; the engine's own amount wins when it
      *    reports one.
           EVALUATE EVT-SUBJECT
               WHEN 20
                   IF EVT-AMOUNT > ZERO
                       ADD EVT-AMOUNT TO WS-PAY-BULLETS
                   ELSE
                       ADD 20 TO WS-PAY-BULLETS
                   END-IF
               WHEN 21
                   IF EVT-AMOUNT > ZERO
                       ADD EVT-AMOUNT TO WS-PAY-SHELLS
                   ELSE
                       ADD 10 TO WS-PAY-SHELLS
                   END-IF
               WHEN 22
                   IF EVT-AMOUNT > ZERO
                       ADD EVT-AMOUNT TO WS-PAY-CELLS
                   ELSE
                       ADD 20 TO WS-PAY-CELLS
                   END-IF
               WHEN 23
                   IF EVT-AMOUNT > ZERO
                       ADD EVT-AMOUNT TO WS-PAY-ROCKETS
                   ELSE
                       ADD 2 TO WS-PAY-ROCKETS
                   END-IF
               WHEN 24 THRU 29
                   IF EVT-AMOUNT > ZERO
                       ADD EVT-AMOUNT TO WS-PAY-BULLETS
                   ELSE
                       ADD 20 TO WS-PAY-BULLETS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF EVT-SUBJECT >= 20 AND EVT-SUBJECT <= 29
               MOVE 'Y' TO WS-SCORE-CHANGED
           END-IF.

      *----------------------------------------------------------------
      * DOOR - an opening COBOL has no open-door entry for.
      *----------------------------------------------------------------
       TAKE-DOOR-EVENT.
           MOVE ZERO TO WS-J
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-DOOR-COUNT OR WS-J > ZERO
               IF WS-DOOR-X(WS-I) = EVT-X
                  AND WS-DOOR-Y(WS-I) = EVT-Y
                   MOVE WS-I TO WS-J
               END-IF
           END-PERFORM
           IF WS-J > ZERO
               ADD 1 TO WS-KS-AGREED(WS-KIND-IX)
           ELSE
               PERFORM EDIT-EVENT-CELL
               STRING 'ENGINE OPENED DOOR AT ' DELIMITED BY SIZE
                      WS-ED-X DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      WS-ED-Y DELIMITED BY SIZE
                      ' - COBOL HAS IT SHUT' DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF.

      *----------------------------------------------------------------
      * Applying what the engine says happened to the score files.
      *----------------------------------------------------------------
       UPDATE-SCORE.
      *    Same running-counters idiom as DOOMSIM's
      *    COUNT-PICKED-ROUNDS.
           MOVE 'N' TO WS-SCORE-EXISTED
           INITIALIZE SCORE-RECORD
           OPEN I-O SCORE-FILE
           IF NOT SCORE-MISSING
               PERFORM CHECK-SCORE-VERSION
               IF WS-VP-RESULT = 'R'
                   MOVE 'R' TO WS-SCORE-EXISTED
               END-IF
               IF WS-VP-ACCEPTED
                   READ SCORE-FILE
                       AT END
                           INITIALIZE SCORE-RECORD
                       NOT AT END
                           MOVE 'Y' TO WS-SCORE-EXISTED
                   END-READ
               END-IF
           END-IF
           ADD WS-PAY-BULLETS TO SCORE-PICKED-BULLETS
           ADD WS-PAY-SHELLS TO SCORE-PICKED-SHELLS
           ADD WS-PAY-CELLS TO SCORE-PICKED-CELLS
           ADD WS-PAY-ROCKETS TO SCORE-PICKED-ROCKETS
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-KILLS-APPLIED
               ADD 1 TO SCORE-KILLS-BY-TYPE(WS-KILL-TYPE(WS-I))
           END-PERFORM
      *    A score file DOOMVER rejected is left exactly as it is.
           EVALUATE WS-SCORE-EXISTED
               WHEN 'Y'
                   REWRITE SCORE-RECORD
                   CLOSE SCORE-FILE
               WHEN 'R'
                   CLOSE SCORE-FILE
               WHEN OTHER
                   CLOSE SCORE-FILE
                   OPEN OUTPUT SCORE-FILE
                   PERFORM WRITE-SCORE-HEADER
                   WRITE SCORE-RECORD
                   CLOSE SCORE-FILE
           END-EVALUATE.

       MARK-SNAPSHOT-SCORED.
      *    DOOMAI2 credits a corpse whose SNAP-SCORED slot is not yet
      *    'Y' - the kills counted above must not be counted again.
           MOVE 'N' TO WS-ENTSNAP-EXISTED
           INITIALIZE ENTITY-SNAPSHOT-RECORD
           OPEN I-O ENTITY-SNAPSHOT
           IF NOT ENTSNAP-MISSING
               READ ENTITY-SNAPSHOT
                   AT END
                       INITIALIZE ENTITY-SNAPSHOT-RECORD
                   NOT AT END
                       MOVE 'Y' TO WS-ENTSNAP-EXISTED
               END-READ
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-KILLS-APPLIED
               IF WS-KILL-ENEMY(WS-I) > ZERO
                  AND WS-KILL-ENEMY(WS-I) <= 64
                   MOVE 'Y' TO SNAP-SCORED(WS-KILL-ENEMY(WS-I))
               END-IF
           END-PERFORM
           IF WS-ENTSNAP-EXISTED = 'Y'
               REWRITE ENTITY-SNAPSHOT-RECORD
               CLOSE ENTITY-SNAPSHOT
           ELSE
               CLOSE ENTITY-SNAPSHOT
               OPEN OUTPUT ENTITY-SNAPSHOT
               WRITE ENTITY-SNAPSHOT-RECORD
               CLOSE ENTITY-SNAPSHOT
           END-IF.

      *----------------------------------------------------------------
      * Exceptions report and journal.
      *----------------------------------------------------------------
       EDIT-EVENT-CELL.
           MOVE EVT-X TO WS-ED-X
           MOVE EVT-Y TO WS-ED-Y.

       WRITE-EXCEPTION.
           IF WS-EXCP-OPEN = 'N'
               OPEN EXTEND EVENT-EXCEPTIONS
               IF EXCP-MISSING
                   OPEN OUTPUT EVENT-EXCEPTIONS
               END-IF
               MOVE 'Y' TO WS-EXCP-OPEN
           END-IF
           MOVE SPACES TO EXCEPTION-LINE
           MOVE WS-EXC-TICK TO EXC-TICK
           MOVE WS-EXC-KIND TO EXC-KIND
           MOVE WS-EXC-TEXT TO EXC-TEXT
           WRITE EXCEPTION-LINE
           ADD 1 TO WS-EXCEPTIONS
           IF WS-KIND-IX >= 1 AND WS-KIND-IX <= 4
               ADD 1 TO WS-KS-EXCEPTIONS(WS-KIND-IX)
           END-IF.

       JOURNAL-INGEST-TOTALS.
           MOVE WS-LAST-TICK TO WS-JP-TICK
           MOVE WS-NEW-EVENTS TO WS-ED-N
           MOVE WS-EXCEPTIONS TO WS-ED-E
           MOVE SPACES TO WS-JP-TEXT
           STRING 'ENGINE FEED' DELIMITED BY SIZE
                  WS-ED-N DELIMITED BY SIZE
                  ' EVENTS,' DELIMITED BY SIZE
                  WS-ED-E DELIMITED BY SIZE
                  ' DISAGREEMENTS WITH COBOL' DELIMITED BY SIZE
               INTO WS-JP-TEXT
           CALL 'DOOMJRNL' USING WS-JRNL-PARM
           PERFORM VARYING WS-KIND-IX FROM 1 BY 1
                   UNTIL WS-KIND-IX > 4
               IF WS-KS-EVENTS(WS-KIND-IX) > ZERO
                   PERFORM JOURNAL-KIND-TOTALS
               END-IF
           END-PERFORM.

       JOURNAL-KIND-TOTALS.
      *    Damage agrees and disagrees by tick, the rest by line.
           MOVE WS-KS-EVENTS(WS-KIND-IX) TO WS-ED-N
           MOVE WS-KS-AGREED(WS-KIND-IX) TO WS-ED-A
           MOVE WS-KS-EXCEPTIONS(WS-KIND-IX) TO WS-ED-E
           MOVE SPACES TO WS-JP-TEXT
           STRING '  ' DELIMITED BY SIZE
                  WS-KIND-NAME(WS-KIND-IX) DELIMITED BY SIZE
                  WS-ED-N DELIMITED BY SIZE
                  ' IN, AGREED' DELIMITED BY SIZE
                  WS-ED-A DELIMITED BY SIZE
                  ', EXCEPTIONS' DELIMITED BY SIZE
                  WS-ED-E DELIMITED BY SIZE
               INTO WS-JP-TEXT
           CALL 'DOOMJRNL' USING WS-JRNL-PARM.

       CHECK-SCORE-VERSION.
      *    The first record is the layout header - DOOMVER judges
      *    it. An empty file leaves the result unset, so nothing
      *    more is read from it.
           MOVE 'V' TO WS-VP-FUNCTION
           MOVE 'DOOM.SCORE' TO WS-VP-FILE-NAME
           MOVE 'DOOMSCR' TO WS-VP-LAYOUT
           MOVE SPACE TO WS-VP-RESULT
           READ SCORE-FILE
               NOT AT END
                   MOVE SCORE-RECORD TO WS-VP-HEADER
                   CALL 'DOOMVER' USING WS-VER-PARM
           END-READ.

       WRITE-SCORE-HEADER.
      *    Header first on every fresh copy; the record area is put
      *    back as it was for the data record that follows.
           MOVE SCORE-RECORD TO WS-VER-HOLD
           MOVE 'H' TO WS-VP-FUNCTION
           MOVE 'DOOMSCR' TO WS-VP-LAYOUT
           CALL 'DOOMVER' USING WS-VER-PARM
           MOVE WS-VP-HEADER TO SCORE-RECORD
           WRITE SCORE-RECORD
           MOVE WS-VER-HOLD TO SCORE-RECORD.
