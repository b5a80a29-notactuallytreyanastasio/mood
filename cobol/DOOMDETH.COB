      * window (or right after DOOMBAT's session loop stops on
      * PLAYER DEAD), this detects the death, freezes the evidence -
      * the final DOOM.SCORE, the AI report and the move log are
      * archived under the session identifier with DOOMPOST's death
      * dossier on the last ticks, and a terminal DOOMSNAP is taken
      * - then resets the live files to a clean level-1 start:
      * fresh GAMESTAT player block, a fresh
      * DOOM.GAMESTAT frame, cleared DOOM.PATHPLAN / DOOM.AIMSTATE /
      * DOOM.TGTSTATE, zeroed DOOM.ENTSNAP and DOOM.SCORE, an empty
      * visited mask and restart record, and a retired session id so
       COPY DOOMAIX.

       WORKING-STORAGE SECTION.
      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged on open before any record of it is used.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMDETH'.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.
       01  WS-VER-HOLD             PIC X(80).
       COPY DOOMSTAT.

      *    Shaped to match DOOMPOST's LINKAGE - the dossier's window
      *    is DOOMPOST's own default.
       01  WS-POST-PARM.
           05  WS-POST-PARM-LEN           PIC S9(4) COMP.
           05  WS-POST-FUNCTION           PIC X.
           05  WS-POST-WINDOW             PIC 9(3).
           05  WS-POST-SESSION            PIC X(8).
           05  WS-POST-FINAL-TICK         PIC 9(8).
           05  WS-POST-LEVEL              PIC 99.
           05  WS-POST-RESULT             PIC X.
               88  WS-POST-DOSSIER-WRITTEN VALUE 'Y'.

       01  WS-ARCHIDX-STATUS              PIC XX.
           88  ARCHIDX-MISSING            VALUE '35'.
       01  WS-DEATH-FACTS.
      *    Terminal snapshot first - the restore point of record for
      *    the post-mortem.
           CALL 'DOOMSNAP'
           PERFORM DRAW-DEATH-DOSSIER
           PERFORM ARCHIVE-SESSION-FILES
           PERFORM APPEND-ARCHIVE-INDEX
               THRU APPEND-ARCHIVE-INDEX-EXIT
           PERFORM RESET-LIVE-FILES
           GOBACK.

               CLOSE RICH-STATE
           END-IF.

       DRAW-DEATH-DOSSIER.
      *    The post-mortem on the ticks before the death, drawn while
      *    the trail, ledger and reel are still the dying session's.
           MOVE 23 TO WS-POST-PARM-LEN
           MOVE 'D' TO WS-POST-FUNCTION
           MOVE ZERO TO WS-POST-WINDOW
           MOVE WS-SESSION-ID TO WS-POST-SESSION
           MOVE WS-FINAL-TICK TO WS-POST-FINAL-TICK
           MOVE WS-DEATH-LEVEL TO WS-POST-LEVEL
           MOVE 'N' TO WS-POST-RESULT
           CALL 'DOOMPOST' USING WS-POST-PARM.

       APPEND-ARCHIVE-INDEX.
      *    An index whose header DOOMVER rejects is an older
      *    layout this line would not match - it is left for
      *    DOOMCONV and the line goes unwritten, on the journal
      *    instead. A missing or empty index starts with its header.
           MOVE SPACE TO WS-VP-RESULT
           OPEN INPUT ARCHIVE-INDEX
           IF NOT ARCHIDX-MISSING
               PERFORM CHECK-ARCHIDX-VERSION
               CLOSE ARCHIVE-INDEX
           END-IF
           EVALUATE TRUE
           WHEN WS-VP-ACCEPTED
               OPEN EXTEND ARCHIVE-INDEX
           WHEN WS-VP-RESULT = 'R'
               MOVE SPACES TO WS-JP-TEXT
               STRING 'NOT INDEXED - DOOM.ARCHIDX NEEDS DOOMCONV: '
                      DELIMITED BY SIZE
                      WS-SESSION-ID DELIMITED BY SIZE
                      INTO WS-JP-TEXT
               MOVE WS-FINAL-TICK TO WS-JP-TICK
               CALL 'DOOMJRNL' USING WS-JRNL-PARM
               GO TO APPEND-ARCHIVE-INDEX-EXIT
           WHEN OTHER
               OPEN OUTPUT ARCHIVE-INDEX
               PERFORM WRITE-ARCHIDX-HEADER
           END-EVALUATE
           MOVE SPACES TO ARCHIVE-INDEX-RECORD
           MOVE WS-SESSION-ID TO AIX-SESSION
           MOVE FUNCTION CURRENT-DATE(1:8) TO AIX-DATE
           MOVE WS-FINAL-TICK TO AIX-FINAL-TICK
           MOVE WS-DEATH-LEVEL TO AIX-LEVEL
           SET AIX-LOOSE TO TRUE
           IF WS-POST-DOSSIER-WRITTEN
               SET AIX-HAS-POSTMORT TO TRUE
           ELSE
               SET AIX-NO-POSTMORT TO TRUE
           END-IF
           WRITE ARCHIVE-INDEX-RECORD
           CLOSE ARCHIVE-INDEX.

       APPEND-ARCHIVE-INDEX-EXIT.
           EXIT.

       CHECK-PLAYER-DEAD.
           MOVE 'N' TO WS-PLAYER-IS-DEAD
           OPEN INPUT RICH-STATE
           PERFORM ARCHIVE-ONE-FILE
           MOVE 'DOOM.MOVELOG' TO WS-ARCH-IN-NAME
           MOVE 'MOVELOG' TO WS-ARCH-SUFFIX
           PERFORM ARCHIVE-ONE-FILE
           MOVE 'DOOM.POSTMORT' TO WS-ARCH-IN-NAME
           MOVE 'POSTMORT' TO WS-ARCH-SUFFIX
           PERFORM ARCHIVE-ONE-FILE.

       ARCHIVE-ONE-FILE.
           PERFORM TRUNCATE-ONE-FILE
           MOVE 'DOOM.VISITED' TO WS-RESET-NAME
           PERFORM TRUNCATE-ONE-FILE
           MOVE 'DOOM.SEEN' TO WS-RESET-NAME
           PERFORM TRUNCATE-ONE-FILE
           MOVE 'DOOM.PERCEIVE' TO WS-RESET-NAME
           PERFORM TRUNCATE-ONE-FILE
      *    Whatever was being carried died with the player.
           MOVE 'DOOM.INVENTORY' TO WS-RESET-NAME
           PERFORM TRUNCATE-ONE-FILE
      *    Nor should the last life's messages linger on the frame.
           MOVE 'DOOM.MSGQ' TO WS-RESET-NAME
           PERFORM TRUNCATE-ONE-FILE
      *    The dossier is archived; its trail starts over with the
      *    new life.
           MOVE 'DOOM.POSTTRAIL' TO WS-RESET-NAME
           PERFORM TRUNCATE-ONE-FILE
           MOVE 'DOOM.SPAWNLVL' TO WS-RESET-NAME
           PERFORM TRUNCATE-ONE-FILE
           MOVE 'DOOM.INTLEVEL' TO WS-RESET-NAME
           PERFORM TRUNCATE-ONE-FILE
           MOVE 'ENTITIES' TO WS-RESET-NAME
           PERFORM TRUNCATE-ONE-FILE
      *    The tick context pictured the world just emptied out.
           MOVE 'DOOM.TICKCTX' TO WS-RESET-NAME
           PERFORM TRUNCATE-ONE-FILE
      *    Levels left behind start over too - the next life finds
      *    them as the manifest lays them out.
           MOVE 'DOOM.LVLSTATE' TO WS-RESET-NAME
           PERFORM TRUNCATE-ONE-FILE
      *    ...and so do their ambushes, armed afresh when the
      *    spawner next lays a level out.
           MOVE 'DOOM.AMBUSH' TO WS-RESET-NAME
           PERFORM TRUNCATE-ONE-FILE

           OPEN OUTPUT ENTITY-SNAPSHOT
           INITIALIZE ENTITY-SNAPSHOT-RECORD
           CLOSE ENTITY-SNAPSHOT

           OPEN OUTPUT SCORE-FILE
           PERFORM WRITE-SCORE-HEADER
           INITIALIZE SCORE-RECORD
           WRITE SCORE-RECORD
           CLOSE SCORE-FILE
                  INTO WS-JP-TEXT
           MOVE WS-FINAL-TICK TO WS-JP-TICK
           CALL 'DOOMJRNL' USING WS-JRNL-PARM.

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

       CHECK-ARCHIDX-VERSION.
      *    The first record is the layout header - DOOMVER judges
      *    it. An empty file leaves the result unset, so nothing
      *    more is read from it.
           MOVE 'V' TO WS-VP-FUNCTION
           MOVE 'DOOM.ARCHIDX' TO WS-VP-FILE-NAME
           MOVE 'DOOMAIX' TO WS-VP-LAYOUT
           MOVE SPACE TO WS-VP-RESULT
           READ ARCHIVE-INDEX
               NOT AT END
                   MOVE ARCHIVE-INDEX-RECORD TO WS-VP-HEADER
                   CALL 'DOOMVER' USING WS-VER-PARM
           END-READ.

       WRITE-ARCHIDX-HEADER.
      *    Header first on every fresh copy; the record area is put
      *    back as it was for the data record that follows.
           MOVE ARCHIVE-INDEX-RECORD TO WS-VER-HOLD
           MOVE 'H' TO WS-VP-FUNCTION
           MOVE 'DOOMAIX' TO WS-VP-LAYOUT
           CALL 'DOOMVER' USING WS-VER-PARM
           MOVE WS-VP-HEADER TO ARCHIVE-INDEX-RECORD
           WRITE ARCHIVE-INDEX-RECORD
           MOVE WS-VER-HOLD TO ARCHIVE-INDEX-RECORD.
