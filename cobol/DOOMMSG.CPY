      *================================================================
      * DOOMMSG.CPY - DOOM Player Message Record (DOOM.MSGQ)
      * One record per message posted for the player to read on the
      * rendered frame - a key picked up, a locked door bounced off,
      * a secret found, a switch thrown, a weapon or item taken, a
      * barrel going up, monsters waking. Kept by DOOMMSG and nobody
      * else: the posting programs call it, DOOMREND calls it to
      * read, and it prunes what has outlived its hold time.
      *   MSG-PLAYER-ID  - seat the message is for; zero is both;
      *   MSG-CATEGORY   - drives the message line's color:
      *                    K key, D locked door, S secret, T switch,
      *                    W weapon/item pickup, X explosion,
      *                    A monsters waking.
      *================================================================
       01  MESSAGE-RECORD.
           05  MSG-RECORD-TYPE            PIC X(8).
               88  VALID-MSG-REC          VALUE 'MESSAGE '.
           05  MSG-TICK                   PIC 9(8).
           05  MSG-PLAYER-ID              PIC 9.
           05  MSG-CATEGORY               PIC X.
               88  MSG-KEY                VALUE 'K'.
               88  MSG-LOCKED             VALUE 'D'.
               88  MSG-SECRET             VALUE 'S'.
               88  MSG-SWITCH             VALUE 'T'.
               88  MSG-PICKUP             VALUE 'W'.
               88  MSG-EXPLOSION          VALUE 'X'.
               88  MSG-WAKING             VALUE 'A'.
           05  MSG-TEXT                   PIC X(40).
           05  FILLER                     PIC X(22).
