      * this tiny step publishes them together: a staging with no
      * 'ED' end marker is an interrupted step and is discarded
      * whole; a complete one is applied to the live files and its
      * serial appended to DOOM.TICKCMT so the same staging is never
      * applied twice. The GAMESTAT and LEVEL writes are absolute
      * images, so re-applying after a crash mid-publish is
      * harmless; the one narrow window left is a crash between the
      * move-log append and the serial stamp, which can duplicate a
      * single move-log line on recovery - DOOMRPLY flags that
      * loudly if it ever happens, and DOOMCTOT's nightly proof
      * shows it as a move log out of balance with its serials.
      * The last DOOM.TICKCMT line is the duplicate guard; the
      * lines are the count of publishes. When DOOMHKP archives the
      * move log it cuts this file back to its last line, marked
      * CMT-CARRIED-FORWARD so it is not counted a second time.
      * Run this immediately after every DOOMMV invocation.
      *================================================================
       IDENTIFICATION DIVISION.
       01  COMMIT-REC.
           05  CMT-SERIAL      PIC 9(8).
           05  CMT-TICK        PIC 9(8).
           05  CMT-CARRIED     PIC X.
               88  CMT-CARRIED-FORWARD VALUE 'C'.
           05  FILLER          PIC X(3).

       FD  GAME-STATE.
       01  GAME-STATE-REC      PIC X(79).
           88  STAGE-EOF       VALUE '10'.
       01  WS-COMMIT-STATUS    PIC XX.
           88  COMMIT-MISSING  VALUE '35'.
           88  COMMIT-EOF      VALUE '10'.
       01  WS-GAMESTATE-STATUS PIC XX.
           88  GAMESTATE-MISSING VALUE '35'.
       01  WS-LEVEL-STATUS     PIC XX.
       01  WS-LAST-SERIAL      PIC 9(8) VALUE ZERO.
       01  WS-I                PIC 99.

      *    Shaped to match the leading fields of DOOMCTX's LINKAGE - the
      *    published rows and a level change reach the tick context
      *    before any later step reads it.
       01  WS-CTX-PARM.
           05  WS-CX-FUNCTION      PIC X VALUE 'R'.
           05  WS-CX-SCOPE         PIC X VALUE 'A'.
           05  WS-CX-LEVEL         PIC 99 VALUE ZERO.
           05  WS-CX-RESULT        PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-STAGING
               GOBACK
           END-IF
           PERFORM APPLY-STAGED-CHANGES
           CALL 'DOOMCTX' USING WS-CTX-PARM
           PERFORM STAMP-COMMIT
           PERFORM CLEAR-STAGING
           GOBACK.
           END-IF.

       READ-LAST-SERIAL.
      *    One line per publish - the last one is the latest serial.
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

           CLOSE MOVE-LOG.

       STAMP-COMMIT.
           OPEN EXTEND COMMIT-FILE
           IF COMMIT-MISSING
               OPEN OUTPUT COMMIT-FILE
           END-IF
           MOVE SPACES TO COMMIT-REC
           MOVE WS-STAGE-SERIAL TO CMT-SERIAL
           MOVE WS-STAGE-TICK TO CMT-TICK
