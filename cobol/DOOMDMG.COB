      * DOOMCBT - calls through here instead of each keeping its own
      * half-ledger, the same one-writer idea DOOMJRNL brought to
      * the journal. Append-only DOOM.DMGLOG, layout in DOOMDMR.CPY,
      * read back by DOOMLETH's lethality ranking. DOOMSIM's
      * monster infighting writes here too, under its MI- causes.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMDMG.
