      *================================================================
      * DOOMVRPT.COB - Versus Standings Report
      * Folds the frag ledger (DOOM.VSLEDGER, layout in DOOMFRG.CPY)
      * into the standings of the latest versus session - everything
      * after its last 'B' line - in DOOM.VSRPT: per seat the frags,
      * the deaths and how they came (fragged by the other seat,
      * suicide on a hazard floor or to a barrel or rocket blast,
      * killed by a monster), and the seat's accuracy - volleys that
      * struck something out of volleys fired, and how many of those
      * struck the other seat. The frags follow in tick order.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMVRPT.
       AUTHOR. DOOM-COBOL-SYSTEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERSUS-LEDGER ASSIGN TO 'DOOM.VSLEDGER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VSL-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'DOOM.VSRPT'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VERSUS-LEDGER.
       COPY DOOMFRG.

       FD  REPORT-FILE.
       01  REPORT-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-VSL-STATUS                  PIC XX.
           88  VSL-MISSING                VALUE '35'.
           88  VSL-EOF                    VALUE '10'.

      *    The session being stood up - its opening line's facts.
       01  WS-SESSION.
           05  WS-SESSION-FOUND           PIC X VALUE 'N'.
           05  WS-START-TICK              PIC 9(8) VALUE ZERO.
           05  WS-LAST-TICK               PIC 9(8) VALUE ZERO.
           05  WS-FRAG-LIMIT              PIC 9(3) VALUE ZERO.
           05  WS-TICK-LIMIT              PIC 9(5) VALUE ZERO.

       01  WS-SEAT-TABLE.
           05  WS-SEAT OCCURS 2 TIMES.
               10  WS-SEAT-FRAGS          PIC 9(5).
               10  WS-SEAT-DEATHS         PIC 9(5).
               10  WS-SEAT-FRAGGED        PIC 9(5).
               10  WS-SEAT-HAZARD         PIC 9(5).
               10  WS-SEAT-BARREL         PIC 9(5).
               10  WS-SEAT-OTHER-SUICIDE  PIC 9(5).
               10  WS-SEAT-MONSTER        PIC 9(5).
               10  WS-SEAT-VOLLEYS        PIC 9(7).
               10  WS-SEAT-SHOTS          PIC 9(7).
               10  WS-SEAT-HITS           PIC 9(7).
               10  WS-SEAT-SEAT-HITS      PIC 9(7).

      *    The frag lines, in the order they happened.
       01  WS-FRAG-TABLE.
           05  WS-FRAG-COUNT              PIC 9(5) VALUE ZERO.
           05  WS-FRAG OCCURS 50 TIMES.
               10  WS-FRG-TICK            PIC 9(8).
               10  WS-FRG-KILLER          PIC 9.
               10  WS-FRG-VICTIM          PIC 9.
               10  WS-FRG-WEAPON          PIC X(8).

       01  WS-WORK.
           05  WS-S                       PIC 9.
           05  WS-I                       PIC 9(5).
           05  WS-PCT                     PIC 999.
           05  WS-LEADER                  PIC 9.

       01  WS-REPORT-LINE                 PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           INITIALIZE WS-SEAT-TABLE
           PERFORM SCAN-LEDGER
           PERFORM PRINT-REPORT
           GOBACK.

       SCAN-LEDGER.
           OPEN INPUT VERSUS-LEDGER
           IF VSL-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL VSL-EOF
                   READ VERSUS-LEDGER
                       AT END SET VSL-EOF TO TRUE
                       NOT AT END
                           PERFORM TALLY-ONE-LINE
                   END-READ
                   IF NOT VSL-EOF AND WS-VSL-STATUS NOT = '00'
                       SET VSL-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE VERSUS-LEDGER
           END-IF.

       TALLY-ONE-LINE.
      *    A 'B' line opens a new session, so everything before it
      *    is dropped - only the latest session is stood up.
           IF FRG-TICK IS NUMERIC
               MOVE FRG-TICK TO WS-LAST-TICK
           END-IF
           EVALUATE TRUE
               WHEN FRG-SESSION-START
                   INITIALIZE WS-SEAT-TABLE
                   MOVE ZERO TO WS-FRAG-COUNT
                   MOVE 'Y' TO WS-SESSION-FOUND
                   MOVE FRG-TICK TO WS-START-TICK
                   MOVE FRG-FRAG-LIMIT TO WS-FRAG-LIMIT
                   MOVE FRG-TICK-LIMIT TO WS-TICK-LIMIT
               WHEN FRG-VOLLEY
                   IF FRG-ACTOR-SEAT = 1 OR FRG-ACTOR-SEAT = 2
                       MOVE FRG-ACTOR-SEAT TO WS-S
                       ADD 1 TO WS-SEAT-VOLLEYS(WS-S)
                       IF FRG-SHOTS IS NUMERIC
                           ADD FRG-SHOTS TO WS-SEAT-SHOTS(WS-S)
                       END-IF
                       IF FRG-VOLLEY-HIT
                           ADD 1 TO WS-SEAT-HITS(WS-S)
                       END-IF
                       IF FRG-VICTIM-SEAT = 1 OR FRG-VICTIM-SEAT = 2
                           ADD 1 TO WS-SEAT-SEAT-HITS(WS-S)
                       END-IF
                   END-IF
               WHEN FRG-FRAG
                   PERFORM TALLY-FRAG
               WHEN FRG-SUICIDE
               WHEN FRG-MONSTER-KILL
                   PERFORM TALLY-WORLD-DEATH
           END-EVALUATE.

       TALLY-FRAG.
           IF FRG-ACTOR-SEAT = 1 OR FRG-ACTOR-SEAT = 2
               ADD 1 TO WS-SEAT-FRAGS(FRG-ACTOR-SEAT)
           END-IF
           IF FRG-VICTIM-SEAT = 1 OR FRG-VICTIM-SEAT = 2
               ADD 1 TO WS-SEAT-DEATHS(FRG-VICTIM-SEAT)
               ADD 1 TO WS-SEAT-FRAGGED(FRG-VICTIM-SEAT)
           END-IF
           ADD 1 TO WS-FRAG-COUNT
           IF WS-FRAG-COUNT <= 50
               MOVE FRG-TICK TO WS-FRG-TICK(WS-FRAG-COUNT)
               MOVE FRG-ACTOR-SEAT TO WS-FRG-KILLER(WS-FRAG-COUNT)
               MOVE FRG-VICTIM-SEAT TO WS-FRG-VICTIM(WS-FRAG-COUNT)
               MOVE FRG-CAUSE TO WS-FRG-WEAPON(WS-FRAG-COUNT)
           END-IF.

       TALLY-WORLD-DEATH.
           IF FRG-VICTIM-SEAT = 1 OR FRG-VICTIM-SEAT = 2
               MOVE FRG-VICTIM-SEAT TO WS-S
               ADD 1 TO WS-SEAT-DEATHS(WS-S)
               EVALUATE TRUE
                   WHEN FRG-MONSTER-KILL
                       ADD 1 TO WS-SEAT-MONSTER(WS-S)
                   WHEN FRG-CAUSE = 'HAZARD  '
                       ADD 1 TO WS-SEAT-HAZARD(WS-S)
                   WHEN FRG-CAUSE = 'BARREL  '
                       ADD 1 TO WS-SEAT-BARREL(WS-S)
                   WHEN OTHER
                       ADD 1 TO WS-SEAT-OTHER-SUICIDE(WS-S)
               END-EVALUATE
           END-IF.

       PRINT-REPORT.
           OPEN OUTPUT REPORT-FILE

           MOVE 'VERSUS STANDINGS - LATEST SESSION' TO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-SESSION-FOUND = 'N'
               MOVE 'NO VERSUS SESSION ON THE LEDGER' TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'TICKS ' DELIMITED BY SIZE
                      WS-START-TICK DELIMITED BY SIZE
                      ' TO ' DELIMITED BY SIZE
                      WS-LAST-TICK DELIMITED BY SIZE
                      ' FRAG LIMIT ' DELIMITED BY SIZE
                      WS-FRAG-LIMIT DELIMITED BY SIZE
                      ' TICK LIMIT ' DELIMITED BY SIZE
                      WS-TICK-LIMIT DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM PRINT-LEADER
               PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 2
                   PERFORM PRINT-ONE-SEAT
               END-PERFORM
               PERFORM PRINT-FRAG-LINES
           END-IF

           CLOSE REPORT-FILE.

       PRINT-LEADER.
           MOVE ZERO TO WS-LEADER
           IF WS-SEAT-FRAGS(1) > WS-SEAT-FRAGS(2)
               MOVE 1 TO WS-LEADER
           END-IF
           IF WS-SEAT-FRAGS(2) > WS-SEAT-FRAGS(1)
               MOVE 2 TO WS-LEADER
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-LEADER = ZERO
               STRING 'LEVEL ON FRAGS - ' DELIMITED BY SIZE
                      WS-SEAT-FRAGS(1) DELIMITED BY SIZE
                      ' EACH' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           ELSE
               STRING 'SEAT ' DELIMITED BY SIZE
                      WS-LEADER DELIMITED BY SIZE
                      ' LEADS ON FRAGS' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           END-IF
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       PRINT-ONE-SEAT.
           IF WS-SEAT-VOLLEYS(WS-S) > ZERO
               COMPUTE WS-PCT = WS-SEAT-HITS(WS-S) * 100
                   / WS-SEAT-VOLLEYS(WS-S)
           ELSE
               MOVE ZERO TO WS-PCT
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SEAT ' DELIMITED BY SIZE
                  WS-S DELIMITED BY SIZE
                  '  FRAGS ' DELIMITED BY SIZE
                  WS-SEAT-FRAGS(WS-S) DELIMITED BY SIZE
                  '  DEATHS ' DELIMITED BY SIZE
                  WS-SEAT-DEATHS(WS-S) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  FRAGGED ' DELIMITED BY SIZE
                  WS-SEAT-FRAGGED(WS-S) DELIMITED BY SIZE
                  '  BY MONSTER ' DELIMITED BY SIZE
                  WS-SEAT-MONSTER(WS-S) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  SUICIDES - HAZARD ' DELIMITED BY SIZE
                  WS-SEAT-HAZARD(WS-S) DELIMITED BY SIZE
                  '  BARREL ' DELIMITED BY SIZE
                  WS-SEAT-BARREL(WS-S) DELIMITED BY SIZE
                  '  OTHER ' DELIMITED BY SIZE
                  WS-SEAT-OTHER-SUICIDE(WS-S) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  VOLLEYS ' DELIMITED BY SIZE
                  WS-SEAT-VOLLEYS(WS-S) DELIMITED BY SIZE
                  ' SHOTS ' DELIMITED BY SIZE
                  WS-SEAT-SHOTS(WS-S) DELIMITED BY SIZE
                  ' STRUCK ' DELIMITED BY SIZE
                  WS-SEAT-HITS(WS-S) DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-PCT DELIMITED BY SIZE
                  ' PCT' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  VOLLEYS ON THE OTHER SEAT ' DELIMITED BY SIZE
                  WS-SEAT-SEAT-HITS(WS-S) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       PRINT-FRAG-LINES.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-FRAG-COUNT = ZERO
               MOVE 'NO FRAGS THIS SESSION' TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               MOVE 'FRAGS' TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-FRAG-COUNT OR WS-I > 50
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  TICK ' DELIMITED BY SIZE
                          WS-FRG-TICK(WS-I) DELIMITED BY SIZE
                          '  SEAT ' DELIMITED BY SIZE
                          WS-FRG-KILLER(WS-I) DELIMITED BY SIZE
                          ' KILLED SEAT ' DELIMITED BY SIZE
                          WS-FRG-VICTIM(WS-I) DELIMITED BY SIZE
                          ' WITH ' DELIMITED BY SIZE
                          WS-FRG-WEAPON(WS-I) DELIMITED BY SPACE
                          INTO WS-REPORT-LINE
                   MOVE WS-REPORT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-PERFORM
               IF WS-FRAG-COUNT > 50
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  ... AND ' DELIMITED BY SIZE
                          WS-FRAG-COUNT DELIMITED BY SIZE
                          ' IN ALL' DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   MOVE WS-REPORT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-IF.
