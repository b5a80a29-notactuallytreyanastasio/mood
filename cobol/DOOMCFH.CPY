      * together with the source program, session and tick, so "what
      * were the values yesterday and who changed them" is one look
      * at the drift report instead of days of archaeology.
      * Changes no longer go straight into play: DOOMTUNE and the
      * console save write DOOM.CFGPEND and leave a 'Q' (proposed)
      * line; DOOMPROM certifies the proposal against the scenario
      * library and leaves a 'P' (promoted) line when the values
      * reach DOOM.AICONFIG, or an 'R' (refused) line followed by one
      * 'F' line per failing scenario, the scenario's name riding in
      * the new-values columns. Blank is a direct write to the live
      * file - the console rollback, and lines from before
      * promotion existed. Only blank and 'P' lines ever changed
      * what was in play.
      * CFH-OPERATOR-ID is the DOOM.OPERATORS id signed on at the
      * console that made the change - on a 'P', 'R' or 'F' line the
      * one who proposed the values DOOMPROM judged. Blank is a
      * change no person made (DOOMTUNE's own proposals) or a line
      * from before the console asked who was at it.
      *================================================================
       01  CONFIG-HISTORY-RECORD.
           05  CFH-DATE            PIC X(8).
               10  CFH-NEW-DANGER      PIC 9(5).
               10  CFH-NEW-RADIUS      PIC 9(3).
               10  CFH-NEW-DOOR        PIC 9(3).
           05  CFH-FAILED-SCENARIO REDEFINES CFH-NEW-VALUES
                                   PIC X(17).
           05  CFH-ACTION          PIC X.
               88  CFH-DIRECT-WRITE    VALUE ' '.
               88  CFH-PROPOSED        VALUE 'Q'.
               88  CFH-PROMOTED        VALUE 'P'.
               88  CFH-REFUSED         VALUE 'R'.
               88  CFH-SCENARIO-FAIL   VALUE 'F'.
               88  CFH-WENT-LIVE       VALUE ' ' 'P'.
           05  CFH-OPERATOR-ID     PIC X(5).
