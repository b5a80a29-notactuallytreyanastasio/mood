      *================================================================
      * DOOMFSET.COB - Session File Set Park / Seed / Restore
      * Every program opens fixed names, so the only way to run a
      * session off to one side of the live one is to move the live
      * files out of its way and put them back afterwards. This owns
      * the list of files a session writes and does the moving for
      * anyone who needs a private session - the overnight job queue
      * and the config promotion run - so they can never disagree
      * about what "the live set" is. Functions:
      *   'C' copy every live file in the set to <prefix><name>,
      *       dropping any stale copy first so a live file that
      *       doesn't exist is remembered as not existing;
      *   'S' seed a fresh session from the copies under <prefix>:
      *       'K' files come back from their copy, 'C' files are
      *       dropped (every program reads a missing file as a fresh
      *       start) - the copies stay where they are;
      *   'R' restore from <prefix>: each copy goes back over the
      *       live name and is dropped, and a live file with no copy
      *       (it didn't exist when parked) is removed;
      *   'L' load from <prefix>: like 'R', but the copies are kept -
      *       a demo's start set is loaded for every playback of it.
      * DOOM.FILMIDX and DOOM.SNAPINDEX only name their frames and
      * snapshots, so the DOOM.FILM.<tick> and DOOM.SNAP.<tick> files
      * each lists travel with the set too: copied out with it,
      * dropped from the live side when it is seeded, and on a
      * restore or load whatever the outgoing session's lists name is
      * dropped before the parked ones come back - a session that
      * ran off to one side never leaves a frame or snapshot behind
      * under a tick the live lists point at.
      * Shared catalogs and control files (DOOM.AICONFIG,
      * DOOM.MANIFEST with its DOOM.MANIFEST.PEND proposal and
      * DOOM.MANHIST history, DOOM.LEVELMETA, DOOM.LEVELDIM,
      * DOOM.SWITCHMAP, DOOM.STEPLIST, DOOM.BATCHCTL, DOOM.ALERTCTL,
      * the DOOM.OPERATORS roster (which holds each operator's
      * password as typed, and so is never copied by this program,
      * by DOOMDEMO or by DOOMPACK - it stays the one file of its
      * name),
      * the DOOM.BESTIARY and DOOM.ARSENAL stat catalogs with their
      * DOOM.CATHIST history and DOOM.CATLIST listing) and the
      * cross-session DOOM.ARCHIDX and DOOM.ALERTS queue are not
      * part of the set, nor are demo recordings (DOOM.DEMO.<session>
      * and the DOOM.DEMORPT playback check), which outlive the
      * session they were recorded in, nor DOOMTOUR's DOOM.TOURLIST
      * and DOOM.TOURRPT, nor DOOMPACK's DOOM.ARCPACK.<stamp> packs,
      * DOOM.ARCREQ requests and DOOM.PACKRPT, nor DOOMCONV's
      * DOOM.CONVRPT and <name>.V<nn> pre-conversion copies, nor
      * DOOMCTOT's nightly DOOM.CTLTOT proof, nor DOOMATLS's
      * DOOM.ATLAS level binder. A new file a session writes belongs
      * in the table below.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMFSET.
       AUTHOR. DOOM-COBOL-SYSTEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Whatever a set file really is - line, relative or keyed -
      *    removing it only needs the name.
           SELECT DROP-FILE ASSIGN TO DYNAMIC WS-DROP-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DROP-STATUS.

      *    A film reel or snapshot list, live or parked - same
      *    records DOOMFILM and DOOMSNAP write.
           SELECT FILM-REEL ASSIGN TO DYNAMIC WS-LIST-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT SNAP-LIST ASSIGN TO DYNAMIC WS-LIST-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DROP-FILE.
       01  DROP-REC                       PIC X(80).

       FD  FILM-REEL.
       01  FILM-REEL-RECORD.
           05  FRL-TICK                   PIC 9(8).
           05  FILLER                     PIC X.
           05  FRL-NAME                   PIC X(20).
           05  FILLER                     PIC X(11).

       FD  SNAP-LIST.
       01  SNAP-LIST-RECORD.
           05  SNL-TAG                    PIC X(5).
           05  SNL-TICK                   PIC X(8).
           05  FILLER                     PIC X(67).

       WORKING-STORAGE SECTION.
       01  WS-DROP-STATUS                 PIC XX.
       01  WS-LIST-STATUS                 PIC XX.
           88  LIST-MISSING               VALUE '35'.
           88  LIST-EOF                   VALUE '10'.

      *    The mutable file set. 'C' files start a private session
      *    empty; 'K' files start it as a copy of the live file,
      *    which for LEVEL means every private session plays the
      *    same map the live one does.
       01  WS-MUTABLE-FILE-VALUES.
           05  FILLER PIC X(21) VALUE 'LEVEL               K'.
           05  FILLER PIC X(21) VALUE 'GAMESTAT            C'.
           05  FILLER PIC X(21) VALUE 'ENTITIES            C'.
           05  FILLER PIC X(21) VALUE 'TACTICS             C'.
           05  FILLER PIC X(21) VALUE 'DISPLAY             C'.
           05  FILLER PIC X(21) VALUE 'DISPLAY.ANSI        C'.
           05  FILLER PIC X(21) VALUE 'DOOM.GAMESTAT       C'.
           05  FILLER PIC X(21) VALUE 'DOOM.SCORE          C'.
           05  FILLER PIC X(21) VALUE 'DOOM.SCOREHIST      C'.
           05  FILLER PIC X(21) VALUE 'DOOM.JOURNAL        C'.
           05  FILLER PIC X(21) VALUE 'DOOM.JOURNALX       C'.
           05  FILLER PIC X(21) VALUE 'DOOM.SESSIONID      C'.
           05  FILLER PIC X(21) VALUE 'DOOM.AILOG          C'.
           05  FILLER PIC X(21) VALUE 'DOOM.AIREPORT       C'.
           05  FILLER PIC X(21) VALUE 'DOOM.AIDIVERGE      C'.
           05  FILLER PIC X(21) VALUE 'DOOM.MOVELOG        C'.
           05  FILLER PIC X(21) VALUE 'DOOM.VISITED        C'.
           05  FILLER PIC X(21) VALUE 'DOOM.ENTSNAP        C'.
           05  FILLER PIC X(21) VALUE 'DOOM.SPAWNLVL       C'.
           05  FILLER PIC X(21) VALUE 'DOOM.INTLEVEL       C'.
           05  FILLER PIC X(21) VALUE 'DOOM.INTERMSN       C'.
           05  FILLER PIC X(21) VALUE 'DOOM.PATHPLAN       C'.
           05  FILLER PIC X(21) VALUE 'DOOM.PLANGOAL       C'.
           05  FILLER PIC X(21) VALUE 'DOOM.AIMSTATE       C'.
           05  FILLER PIC X(21) VALUE 'DOOM.TGTSTATE       C'.
           05  FILLER PIC X(21) VALUE 'DOOM.DOORSTATE      C'.
           05  FILLER PIC X(21) VALUE 'DOOM.COMMANDS       C'.
           05  FILLER PIC X(21) VALUE 'DOOM.COMMANDS.AI1   C'.
           05  FILLER PIC X(21) VALUE 'DOOM.COMMANDS.AI2   C'.
           05  FILLER PIC X(21) VALUE 'DOOM.COMMANDS.TACT  C'.
           05  FILLER PIC X(21) VALUE 'DOOM.COMMANDS.PATH  C'.
           05  FILLER PIC X(21) VALUE 'DOOM.COMMANDS.OPER  C'.
           05  FILLER PIC X(21) VALUE 'DOOM.COMMANDACK     C'.
           05  FILLER PIC X(21) VALUE 'DOOM.ENGRECMD       C'.
           05  FILLER PIC X(21) VALUE 'DOOM.TICKSTG        C'.
           05  FILLER PIC X(21) VALUE 'DOOM.TICKCMT        C'.
           05  FILLER PIC X(21) VALUE 'DOOM.BATCHRST       C'.
           05  FILLER PIC X(21) VALUE 'DOOM.TICKTIME       C'.
           05  FILLER PIC X(21) VALUE 'DOOM.DMGLOG         C'.
           05  FILLER PIC X(21) VALUE 'DOOM.SKILL          C'.
           05  FILLER PIC X(21) VALUE 'DOOM.ENGINESEL      C'.
           05  FILLER PIC X(21) VALUE 'DOOM.SOLOSEL        C'.
           05  FILLER PIC X(21) VALUE 'DOOM.STATLEASE      C'.
           05  FILLER PIC X(21) VALUE 'DOOM.SNAPINDEX      C'.
           05  FILLER PIC X(21) VALUE 'DOOM.FILMIDX        C'.
           05  FILLER PIC X(21) VALUE 'DOOM.FILMPOS        C'.
           05  FILLER PIC X(21) VALUE 'DOOM.VSLEDGER       C'.
           05  FILLER PIC X(21) VALUE 'DOOM.EVENTS         C'.
           05  FILLER PIC X(21) VALUE 'DOOM.EVTPOS         C'.
           05  FILLER PIC X(21) VALUE 'DOOM.EVTEXCP        C'.
           05  FILLER PIC X(21) VALUE 'DOOM.SEEN           C'.
           05  FILLER PIC X(21) VALUE 'DOOM.PERCEIVE       C'.
           05  FILLER PIC X(21) VALUE 'DOOM.INVENTORY      C'.
           05  FILLER PIC X(21) VALUE 'DOOM.POSTTRAIL      C'.
           05  FILLER PIC X(21) VALUE 'DOOM.POSTMORT       C'.
           05  FILLER PIC X(21) VALUE 'DOOM.MSGQ           C'.
           05  FILLER PIC X(21) VALUE 'DOOM.TICKCTX        C'.
           05  FILLER PIC X(21) VALUE 'DOOM.LVLSTATE       C'.
           05  FILLER PIC X(21) VALUE 'DOOM.AMBUSH         C'.
           05  FILLER PIC X(21) VALUE 'DOOM.RECORDS        C'.
           05  FILLER PIC X(21) VALUE 'DOOM.AMMOLDGR       C'.
       01  WS-MUTABLE-FILES REDEFINES WS-MUTABLE-FILE-VALUES.
           05  WS-MF OCCURS 61 TIMES.
               10  WS-MF-NAME             PIC X(20).
               10  WS-MF-CLASS            PIC X.
       01  WS-MF-COUNT                    PIC 99 VALUE 61.
       01  WS-I                           PIC 99.

       01  WS-COPY-FROM                   PIC X(40).
       01  WS-COPY-TO                     PIC X(40).
       01  WS-DROP-NAME                   PIC X(40).
       01  WS-PARKED-NAME                 PIC X(40).

      *    Walking a reel or snapshot list: which side's list is read
      *    ('L' live, 'P' parked under the prefix) and what is done
      *    with each file it names - 'D' drop the live file, 'X' drop
      *    the parked one, 'C' copy live to parked, 'R' copy parked
      *    to live and drop the parked one, 'K' copy parked to live
      *    and keep it.
       01  WS-LIST-SIDE                   PIC X.
       01  WS-MEMBER-ACTION               PIC X.
       01  WS-LIST-NAME                   PIC X(40).
       01  WS-LIST-BASE                   PIC X(20).
       01  WS-MEMBER-NAME                 PIC X(20).
       01  WS-LIVE-MEMBER                 PIC X(40).
       01  WS-PARKED-MEMBER               PIC X(40).

       LINKAGE SECTION.
       01  FSET-PARM.
           05  FS-FUNCTION         PIC X.
           05  FS-PREFIX           PIC X(20).

       PROCEDURE DIVISION USING FSET-PARM.
       MAIN-PROCEDURE.
      *    The frames and snapshots are moved before the lists that
      *    name them, while both sides' lists are still as they were.
           EVALUATE FS-FUNCTION
               WHEN 'C'
                   MOVE 'P' TO WS-LIST-SIDE
                   MOVE 'X' TO WS-MEMBER-ACTION
                   PERFORM WALK-SET-LISTS
                   MOVE 'L' TO WS-LIST-SIDE
                   MOVE 'C' TO WS-MEMBER-ACTION
                   PERFORM WALK-SET-LISTS
               WHEN 'S'
                   MOVE 'L' TO WS-LIST-SIDE
                   MOVE 'D' TO WS-MEMBER-ACTION
                   PERFORM WALK-SET-LISTS
               WHEN 'R'
                   MOVE 'L' TO WS-LIST-SIDE
                   MOVE 'D' TO WS-MEMBER-ACTION
                   PERFORM WALK-SET-LISTS
                   MOVE 'P' TO WS-LIST-SIDE
                   MOVE 'R' TO WS-MEMBER-ACTION
                   PERFORM WALK-SET-LISTS
               WHEN 'L'
                   MOVE 'L' TO WS-LIST-SIDE
                   MOVE 'D' TO WS-MEMBER-ACTION
                   PERFORM WALK-SET-LISTS
                   MOVE 'P' TO WS-LIST-SIDE
                   MOVE 'K' TO WS-MEMBER-ACTION
                   PERFORM WALK-SET-LISTS
           END-EVALUATE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MF-COUNT
               MOVE SPACES TO WS-PARKED-NAME
               STRING FS-PREFIX DELIMITED BY SPACE
                      WS-MF-NAME(WS-I) DELIMITED BY SPACE
                      INTO WS-PARKED-NAME
               EVALUATE FS-FUNCTION
                   WHEN 'C'
                       PERFORM COPY-OUT-ONE-FILE
                   WHEN 'S'
                       PERFORM SEED-ONE-FILE
                   WHEN 'R'
                       PERFORM RESTORE-ONE-FILE
                   WHEN 'L'
                       PERFORM LOAD-ONE-FILE
               END-EVALUATE
           END-PERFORM
           MOVE ZERO TO RETURN-CODE
           GOBACK.

       COPY-OUT-ONE-FILE.
           MOVE WS-PARKED-NAME TO WS-DROP-NAME
           PERFORM DROP-ONE-FILE
           MOVE WS-MF-NAME(WS-I) TO WS-COPY-FROM
           MOVE WS-PARKED-NAME TO WS-COPY-TO
           CALL 'CBL_COPY_FILE' USING WS-COPY-FROM WS-COPY-TO.

       SEED-ONE-FILE.
           MOVE WS-MF-NAME(WS-I) TO WS-DROP-NAME
           PERFORM DROP-ONE-FILE
           IF WS-MF-CLASS(WS-I) = 'K'
               MOVE WS-PARKED-NAME TO WS-COPY-FROM
               MOVE WS-MF-NAME(WS-I) TO WS-COPY-TO
               CALL 'CBL_COPY_FILE' USING WS-COPY-FROM WS-COPY-TO
           END-IF.

       RESTORE-ONE-FILE.
           MOVE WS-MF-NAME(WS-I) TO WS-DROP-NAME
           PERFORM DROP-ONE-FILE
           MOVE WS-PARKED-NAME TO WS-COPY-FROM
           MOVE WS-MF-NAME(WS-I) TO WS-COPY-TO
           CALL 'CBL_COPY_FILE' USING WS-COPY-FROM WS-COPY-TO
           IF RETURN-CODE = ZERO
               MOVE WS-PARKED-NAME TO WS-DROP-NAME
               PERFORM DROP-ONE-FILE
           END-IF.

       LOAD-ONE-FILE.
           MOVE WS-MF-NAME(WS-I) TO WS-DROP-NAME
           PERFORM DROP-ONE-FILE
           MOVE WS-PARKED-NAME TO WS-COPY-FROM
           MOVE WS-MF-NAME(WS-I) TO WS-COPY-TO
           CALL 'CBL_COPY_FILE' USING WS-COPY-FROM WS-COPY-TO.

      *----------------------------------------------------------------
      * Frames and snapshots named by the reel and snapshot list.
      *----------------------------------------------------------------
       WALK-SET-LISTS.
           MOVE 'DOOM.FILMIDX' TO WS-LIST-BASE
           PERFORM BUILD-LIST-NAME
           MOVE '00' TO WS-LIST-STATUS
           OPEN INPUT FILM-REEL
           IF WS-LIST-STATUS = '00'
               PERFORM UNTIL LIST-EOF
                   READ FILM-REEL
                       AT END SET LIST-EOF TO TRUE
                       NOT AT END
                           IF FRL-NAME NOT = SPACES
                               MOVE FRL-NAME TO WS-MEMBER-NAME
                               PERFORM MOVE-ONE-MEMBER
                           END-IF
                   END-READ
                   IF NOT LIST-EOF
                      AND WS-LIST-STATUS NOT = '00'
                       SET LIST-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE FILM-REEL
           END-IF

      *    Same DOOM.SNAP.<tick> naming DOOMLOAD builds off a list
      *    line's tick columns.
           MOVE 'DOOM.SNAPINDEX' TO WS-LIST-BASE
           PERFORM BUILD-LIST-NAME
           MOVE '00' TO WS-LIST-STATUS
           OPEN INPUT SNAP-LIST
           IF WS-LIST-STATUS = '00'
               PERFORM UNTIL LIST-EOF
                   READ SNAP-LIST
                       AT END SET LIST-EOF TO TRUE
                       NOT AT END
                           IF SNL-TAG = 'TICK '
                               MOVE SPACES TO WS-MEMBER-NAME
                               STRING 'DOOM.SNAP.' DELIMITED BY SIZE
                                      SNL-TICK DELIMITED BY SIZE
                                      INTO WS-MEMBER-NAME
                               PERFORM MOVE-ONE-MEMBER
                           END-IF
                   END-READ
                   IF NOT LIST-EOF
                      AND WS-LIST-STATUS NOT = '00'
                       SET LIST-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE SNAP-LIST
           END-IF.

       BUILD-LIST-NAME.
           MOVE SPACES TO WS-LIST-NAME
           IF WS-LIST-SIDE = 'P'
               STRING FS-PREFIX DELIMITED BY SPACE
                      WS-LIST-BASE DELIMITED BY SPACE
                      INTO WS-LIST-NAME
           ELSE
               MOVE WS-LIST-BASE TO WS-LIST-NAME
           END-IF.

       MOVE-ONE-MEMBER.
           MOVE WS-MEMBER-NAME TO WS-LIVE-MEMBER
           MOVE SPACES TO WS-PARKED-MEMBER
           STRING FS-PREFIX DELIMITED BY SPACE
                  WS-MEMBER-NAME DELIMITED BY SPACE
                  INTO WS-PARKED-MEMBER
           EVALUATE WS-MEMBER-ACTION
               WHEN 'D'
                   MOVE WS-LIVE-MEMBER TO WS-DROP-NAME
                   PERFORM DROP-ONE-FILE
               WHEN 'X'
                   MOVE WS-PARKED-MEMBER TO WS-DROP-NAME
                   PERFORM DROP-ONE-FILE
               WHEN 'C'
                   MOVE WS-PARKED-MEMBER TO WS-DROP-NAME
                   PERFORM DROP-ONE-FILE
                   MOVE WS-LIVE-MEMBER TO WS-COPY-FROM
                   MOVE WS-PARKED-MEMBER TO WS-COPY-TO
                   CALL 'CBL_COPY_FILE' USING WS-COPY-FROM WS-COPY-TO
               WHEN 'R'
                   MOVE WS-PARKED-MEMBER TO WS-COPY-FROM
                   MOVE WS-LIVE-MEMBER TO WS-COPY-TO
                   CALL 'CBL_COPY_FILE' USING WS-COPY-FROM WS-COPY-TO
                   IF RETURN-CODE = ZERO
                       MOVE WS-PARKED-MEMBER TO WS-DROP-NAME
                       PERFORM DROP-ONE-FILE
                   END-IF
               WHEN 'K'
                   MOVE WS-PARKED-MEMBER TO WS-COPY-FROM
                   MOVE WS-LIVE-MEMBER TO WS-COPY-TO
                   CALL 'CBL_COPY_FILE' USING WS-COPY-FROM WS-COPY-TO
           END-EVALUATE.

       DROP-ONE-FILE.
           DELETE FILE DROP-FILE
           MOVE '00' TO WS-DROP-STATUS.
