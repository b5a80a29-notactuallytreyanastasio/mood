           88  STAGE-EOF       VALUE '10'.
       01  WS-COMMIT-STATUS    PIC XX.
           88  COMMIT-MISSING  VALUE '35'.
           88  COMMIT-EOF      VALUE '10'.
       01  WS-GAMESTATE-STATUS PIC XX.
           88  GAMESTATE-MISSING VALUE '35'.
       01  WS-LEVEL-STATUS     PIC XX.
           GOBACK.

       READ-LAST-SERIAL.
      *    DOOMCMIT appends a line per publish - the last one counts.
           MOVE ZERO TO WS-LAST-SERIAL
           OPEN INPUT COMMIT-FILE
           IF NOT COMMIT-MISSING
               PERFORM UNTIL COMMIT-EOF
                   READ COMMIT-FILE
                       AT END SET COMMIT-EOF TO TRUE
                       NOT AT END
                           IF CMT-SERIAL IS NUMERIC
                               MOVE CMT-SERIAL TO WS-LAST-SERIAL
                           END-IF
                   END-READ
                   IF NOT COMMIT-EOF AND WS-COMMIT-STATUS NOT = '00'
                       SET COMMIT-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE COMMIT-FILE
           END-IF.

