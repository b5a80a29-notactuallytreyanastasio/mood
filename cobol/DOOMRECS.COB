      * existing record and what the old mark was - DOOMINT turns
      * those into the intermission callouts. A first completion
      * sets its records quietly; only beating a standing mark is
      * flagged. RP-FUNCTION 'Q' only looks: the level's standing
      * marks come back in RP-OLD-TICKS/ACC/KILL (zero where none
      * stands) and nothing is written - DOOMATLS prints them in the
      * level atlas. Anything else judges the run as above.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMRECS.
           05  RP-OLD-ACC          PIC 999.
           05  RP-KILL-BROKEN      PIC X.
           05  RP-OLD-KILL         PIC 999.
           05  RP-FUNCTION         PIC X.
               88  RP-QUERY        VALUE 'Q'.

       PROCEDURE DIVISION USING RECS-PARM.
       MAIN-PROCEDURE.
           IF RP-LEVEL IS NOT NUMERIC OR RP-LEVEL = ZERO
               GOBACK
           END-IF
           IF RP-QUERY
               PERFORM QUERY-STANDING-RECORD
               GOBACK
           END-IF

           PERFORM READ-STANDING-RECORD
           PERFORM JUDGE-THIS-RUN
               MOVE ZERO TO REC-BEST-KILLPCT
           END-IF.

       QUERY-STANDING-RECORD.
      *    A look only - no book yet is no records yet, and it is
      *    not created just to be looked at.
           OPEN INPUT RECORDS-FILE
           IF NOT RECORDS-MISSING
               MOVE RP-LEVEL TO REC-LEVEL
               READ RECORDS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF REC-BEST-TICKS IS NUMERIC
                           MOVE REC-BEST-TICKS TO RP-OLD-TICKS
                       END-IF
                       IF REC-BEST-ACC IS NUMERIC
                           MOVE REC-BEST-ACC TO RP-OLD-ACC
                       END-IF
                       IF REC-BEST-KILLPCT IS NUMERIC
                           MOVE REC-BEST-KILLPCT TO RP-OLD-KILL
                       END-IF
               END-READ
               CLOSE RECORDS-FILE
           END-IF.

       JUDGE-THIS-RUN.
           MOVE 'N' TO WS-CHANGED
           IF RP-TICKS IS NUMERIC AND RP-TICKS > ZERO
