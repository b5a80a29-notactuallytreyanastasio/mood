      *================================================================
      * DOOMVER.COB - Record-Layout Version Check
      * The copybook layouts kept growing new fields inside their
      * FILLER, and every reader guessed at an older record from
      * which columns were blank - a guess that fails the first time
      * a field legitimately holds spaces. Every versioned control
      * and state file now starts with a DOOMVHD.CPY header record,
      * and this is the one place that knows the current version of
      * each layout:
      *   'H' header - hand back the header a writer puts first,
      *       stamped with the layout's current version, today's
      *       date and the writing program;
      *   'V' verify - judge the header record a reader has just
      *       read on opening the file. The current version of the
      *       expected layout is accepted. Anything else - no header
      *       at all (a version 00 file from before the headers), a
      *       different layout, an older version DOOMCONV has not
      *       upgraded yet or a newer one this release does not know
      *       - is rejected through DOOMDIAG, so it is dumped,
      *       journaled and paged like any other file failure, and
      *       the caller leaves the file alone.
      * The version comes back in the PARM either way.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMVER.
       AUTHOR. DOOM-COBOL-SYSTEM.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY DOOMVHD.

      *    Current version of every versioned layout. Raising one
      *    means a DOOMCONV step from the version before it - and,
      *    for DOOMALC, raising WS-ALC-VERSION in DOOMALRQ, which
      *    cannot call here (this program's rejections page through
      *    it).
       01  WS-LAYOUT-VERSIONS.
           05  FILLER  PIC X(10) VALUE 'DOOMCFG 02'.
           05  FILLER  PIC X(10) VALUE 'DOOMSCR 01'.
           05  FILLER  PIC X(10) VALUE 'DOOMMAN 02'.
           05  FILLER  PIC X(10) VALUE 'DOOMLVM 01'.
           05  FILLER  PIC X(10) VALUE 'DOOMRET 01'.
           05  FILLER  PIC X(10) VALUE 'DOOMBCT 03'.
           05  FILLER  PIC X(10) VALUE 'DOOMAIX 01'.
           05  FILLER  PIC X(10) VALUE 'DOOMSTL 01'.
           05  FILLER  PIC X(10) VALUE 'DOOMALC 01'.
           05  FILLER  PIC X(10) VALUE 'DOOMOPR 01'.
       01  WS-LAYOUT-TABLE REDEFINES WS-LAYOUT-VERSIONS.
           05  WS-LT OCCURS 10 TIMES.
               10  WS-LT-LAYOUT        PIC X(8).
               10  WS-LT-VERSION       PIC 99.

       01  WS-L                        PIC 99.
       01  WS-CURRENT-VERSION          PIC 99.
       01  WS-REASON                   PIC X(60).

      *    Shaped to match DOOMDIAG's LINKAGE - a rejected file takes
      *    the suite's common failure path.
       01  WS-DIAG-PARM.
           05  WS-DG-PROGRAM           PIC X(8).
           05  WS-DG-TICK              PIC 9(8) VALUE ZERO.
           05  WS-DG-FILE-NAME         PIC X(14).
           05  WS-DG-STATUS            PIC XX VALUE 'VH'.
           05  WS-DG-RECORD            PIC X(120).

       LINKAGE SECTION.
       01  VER-PARM.
           05  VP-FUNCTION             PIC X.
           05  VP-PROGRAM              PIC X(8).
           05  VP-FILE-NAME            PIC X(14).
           05  VP-LAYOUT               PIC X(8).
           05  VP-HEADER               PIC X(30).
           05  VP-VERSION              PIC 99.
           05  VP-RESULT               PIC X.
               88  VP-ACCEPTED         VALUE 'A'.
               88  VP-REJECTED         VALUE 'R'.

       PROCEDURE DIVISION USING VER-PARM.
       MAIN-PROCEDURE.
           MOVE ZERO TO WS-CURRENT-VERSION
           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > 10
               IF WS-LT-LAYOUT(WS-L) = VP-LAYOUT
                   MOVE WS-LT-VERSION(WS-L) TO WS-CURRENT-VERSION
               END-IF
           END-PERFORM

           IF VP-FUNCTION = 'H'
               PERFORM BUILD-HEADER
           ELSE
               PERFORM VERIFY-HEADER THRU VERIFY-HEADER-EXIT
           END-IF
           GOBACK.

       BUILD-HEADER.
           MOVE SPACES TO VERSION-HEADER
           SET VHD-PRESENT TO TRUE
           MOVE VP-LAYOUT TO VHD-LAYOUT
           MOVE WS-CURRENT-VERSION TO VHD-VERSION
           MOVE FUNCTION CURRENT-DATE(1:8) TO VHD-WRITTEN-DATE
           MOVE VP-PROGRAM TO VHD-WRITTEN-BY
           MOVE VERSION-HEADER TO VP-HEADER
           MOVE WS-CURRENT-VERSION TO VP-VERSION
           IF WS-CURRENT-VERSION = ZERO
               SET VP-REJECTED TO TRUE
           ELSE
               SET VP-ACCEPTED TO TRUE
           END-IF.

       VERIFY-HEADER.
           MOVE VP-HEADER TO VERSION-HEADER
           MOVE ZERO TO VP-VERSION
           SET VP-ACCEPTED TO TRUE
           IF NOT VHD-PRESENT
               MOVE 'NO HEADER (VERSION 00) - UPGRADE WITH DOOMCONV'
                   TO WS-REASON
               GO TO VERIFY-HEADER-REJECT
           END-IF
           IF VHD-VERSION IS NUMERIC
               MOVE VHD-VERSION TO VP-VERSION
           END-IF
           IF VHD-LAYOUT NOT = VP-LAYOUT
               MOVE SPACES TO WS-REASON
               STRING 'LAYOUT ' DELIMITED BY SIZE
                      VHD-LAYOUT DELIMITED BY SIZE
                      ' WHERE ' DELIMITED BY SIZE
                      VP-LAYOUT DELIMITED BY SIZE
                      ' EXPECTED' DELIMITED BY SIZE
                      INTO WS-REASON
               GO TO VERIFY-HEADER-REJECT
           END-IF
           IF VHD-VERSION NOT NUMERIC
              OR VHD-VERSION > WS-CURRENT-VERSION
               MOVE SPACES TO WS-REASON
               STRING 'VERSION ' DELIMITED BY SIZE
                      VHD-VERSION DELIMITED BY SIZE
                      ' NOT KNOWN TO THIS RELEASE (CURRENT '
                      DELIMITED BY SIZE
                      WS-CURRENT-VERSION DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                      INTO WS-REASON
               GO TO VERIFY-HEADER-REJECT
           END-IF
           IF VHD-VERSION < WS-CURRENT-VERSION
               MOVE SPACES TO WS-REASON
               STRING 'VERSION ' DELIMITED BY SIZE
                      VHD-VERSION DELIMITED BY SIZE
                      ' IS BEHIND ' DELIMITED BY SIZE
                      WS-CURRENT-VERSION DELIMITED BY SIZE
                      ' - UPGRADE WITH DOOMCONV' DELIMITED BY SIZE
                      INTO WS-REASON
               GO TO VERIFY-HEADER-REJECT
           END-IF
           GO TO VERIFY-HEADER-EXIT.

       VERIFY-HEADER-REJECT.
           SET VP-REJECTED TO TRUE
           MOVE VP-PROGRAM TO WS-DG-PROGRAM
           MOVE VP-FILE-NAME TO WS-DG-FILE-NAME
           MOVE SPACES TO WS-DG-RECORD
           STRING WS-REASON DELIMITED BY '  '
                  ' : ' DELIMITED BY SIZE
                  VP-HEADER DELIMITED BY SIZE
                  INTO WS-DG-RECORD
           CALL 'DOOMDIAG' USING WS-DIAG-PARM.

       VERIFY-HEADER-EXIT.
           EXIT.
