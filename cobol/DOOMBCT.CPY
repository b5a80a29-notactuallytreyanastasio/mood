      *            rewrites the command back to PAUSE itself).
      * RESUME   - clear the hold and run flat out (the driver
      *            rewrites the command to RUN once acknowledged).
      * RUN or a missing file means no operator control is in
      * effect. Every acknowledgment lands in the journal so the
      * session report shows where the operator held the run.
      * GAME-MODE 'V' makes the next DOOMBAT session a versus
      * (deathmatch) session: the two GAMESTAT seats take alternate
      * ticks, a killed seat respawns, and the run ends when either
      * seat reaches FRAG-LIMIT or after TICK-LIMIT ticks (zero in
      * either means no such limit). Spaces is the solo
      * game. The driver reads these when a session starts and
      * leaves them alone when it writes its PAUSE/RUN
      * acknowledgments.
      * DOOM.BATCHCTL starts with a DOOMVHD.CPY header, layout
      * DOOMBCT. From version 01 the command is never blank (DOOMCONV
      * writes RUN where an older file had spaces) and both limits
      * are numeric, zero meaning no limit.
      * RENDER-FOG 'Y' renders the session's frames in fog mode (see
      * DOOMREND), anything else the whole level as always. Added at
      * version 02; DOOMCONV writes 'N' into an 01 file.
      * BCT-OPERATOR-ID is the DOOM.OPERATORS id signed on at the
      * console that set the command, repeated by DOOMBAT in its
      * journal acknowledgments; the driver's own PAUSE/RUN rewrite
      * carries it over untouched. *NONE when no operator set it.
      * Added at version 03; DOOMCONV writes *NONE into an 02 file.
      *================================================================
       01  BATCH-CONTROL-RECORD.
           05  BCT-COMMAND         PIC X(8).
               88  BCT-STEP        VALUE 'STEP    '.
               88  BCT-RESUME      VALUE 'RESUME  '.
               88  BCT-RUN         VALUE 'RUN     ' SPACES.
           05  BCT-GAME-MODE       PIC X.
               88  BCT-VERSUS      VALUE 'V'.
           05  BCT-FRAG-LIMIT      PIC 9(3).
           05  BCT-TICK-LIMIT      PIC 9(5).
           05  BCT-RENDER-FOG      PIC X.
               88  BCT-FOG-ON      VALUE 'Y'.
           05  BCT-OPERATOR-ID     PIC X(5).
               88  BCT-NO-OPERATOR VALUE '*NONE'.
           05  FILLER              PIC X(57).
