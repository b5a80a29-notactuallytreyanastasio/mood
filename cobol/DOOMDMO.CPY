      *================================================================
      * DOOMDMO.CPY - DOOM Demo Recording Record
      * One layout for DOOM.DEMO.<session> (the tick-by-tick command
      * stream) and DOOM.DEMO.<session>.END (the state the recorded
      * session had reached), so DOOMDEMO reads both the same way.
      *   DH  header - the tick recording started at, with the
      *       session settings playback must run under;
      *   TK  one per recorded tick - the direction and player-id
      *       the batch driver handed that tick's steps;
      *   CS  command set marker - the arbitrated DOOM.COMMANDS for
      *       the tick follow; a second CS for the same tick (an
      *       abended tick run again) replaces the first;
      *   CM  one DOOM.COMMANDS record as arbitration left it;
      *   XT  END file - the last tick recorded;
      *   XG  END file - the compact GAMESTAT record;
      *   XR  END file - one DOOM.GAMESTAT frame record, in order;
      *   XS  END file - the DOOM.SCORE record.
      *================================================================
       01  DEMO-RECORD.
           05  DMO-TYPE                   PIC X(2).
               88  DMO-HEADER             VALUE 'DH'.
               88  DMO-TICK-LINE          VALUE 'TK'.
               88  DMO-COMMAND-SET        VALUE 'CS'.
               88  DMO-COMMAND            VALUE 'CM'.
               88  DMO-END-TICK           VALUE 'XT'.
               88  DMO-END-GAMESTATE      VALUE 'XG'.
               88  DMO-END-FRAME          VALUE 'XR'.
               88  DMO-END-SCORE          VALUE 'XS'.
           05  DMO-TICK                   PIC 9(8).
           05  DMO-DATA                   PIC X(80).
           05  DMO-HEADER-DETAIL REDEFINES DMO-DATA.
               10  DMO-SESSION            PIC X(8).
               10  DMO-GAME-MODE          PIC X.
               10  DMO-FRAG-LIMIT         PIC 9(3).
               10  DMO-TICK-LIMIT         PIC 9(5).
               10  DMO-RECORDED-DATE      PIC 9(8).
               10  DMO-RECORDED-TIME      PIC 9(6).
               10  FILLER                 PIC X(49).
           05  DMO-TICK-DETAIL REDEFINES DMO-DATA.
               10  DMO-HAD-PARM           PIC X.
               10  DMO-DIRECTION          PIC X(2).
               10  DMO-PLAYER-ID          PIC 9.
               10  FILLER                 PIC X(76).
           05  FILLER                     PIC X(10).
