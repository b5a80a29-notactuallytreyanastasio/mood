      * The secrets pair is stamped by DOOMINT at level cut-over -
      * '?' cells the level carries against '?' cells the visited
      * mask shows entered - so the archive DOOMSCUT takes carries
      * exploration quality alongside the combat counters.
      * The picked-up pools count every round collected during the
      * level - map pickup cells through DOOMMV and item records
      * through DOOMSIM - so the per-level ammo ledger can balance
      * starting stock plus pickups against fire and what remains.
      * DOOM.SCORE starts with a DOOMVHD.CPY header (layout DOOMSCR);
      * from version 01 every counter here is numeric - a record
      * from before secrets or pickups existed has had them zeroed
      * by DOOMCONV instead of being read as blank columns.
       01  SCORE-RECORD.
           05  SCORE-SHOTS-FIRED       PIC 9(6).
           05  SCORE-SHOTS-HIT         PIC 9(6).
