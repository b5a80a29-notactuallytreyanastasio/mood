                   88  ENT-MED-RANGE      VALUE 00257 THRU 00512.
                   88  ENT-LONG-RANGE     VALUE 00513 THRU 99999.
               10  ENTITY-ANGLE-TO        PIC S999.
      *        Byte 1 marks how the record ended: 'X' a barrel whose
      *        blast DOOMCBT has already resolved, 'I' a monster
      *        killed by another monster (a kill, but not our hit).
      *        The grudge pair is DOOMSIM's infighting: the frame
      *        record number of the monster that last hurt this one
      *        and the ticks it keeps chasing that monster instead
      *        of the player. Spaces (engine-fed frames, records
      *        from before infighting) read as no grudge.
               10  ENTITY-FLAGS.
                   15  ENTITY-END-MARK    PIC X.
                       88  ENT-SPENT-BARREL   VALUE 'X'.
                       88  ENT-INFIGHT-KILL   VALUE 'I'.
                   15  ENTITY-GRUDGE-SLOT PIC 99.
                   15  ENTITY-GRUDGE-TICKS PIC 9.
                   15  FILLER             PIC X(4).
               10  FILLER                 PIC X(30).

      *    A projectile in flight sits in an entity slot (4 up) of
      *    DOOM.GAMESTAT under its own record type, so every reader
      *    that gates on VALID-ENTITY-REC passes it by. Kind and
      *    damage line up with ENTITY-TYPE and ENTITY-HEALTH, the
      *    cell with ENTITY-X/Y. It flies a straight line from its
      *    origin along the heading (the offset to the cell it was
      *    aimed at), SPEED cells a tick; OWNER is the frame record
      *    of the monster that fired it, 00 the player. A spent
      *    record is a free slot the next shot may reuse.
       01  DOOM-MISSILE-RECORD.
           05  MISSILE-RECORD-TYPE        PIC X(8).
               88  VALID-MISSILE-REC      VALUE 'MISSILE '.
           05  MISSILE-KIND               PIC 99.
               88  MSL-FIREBALL           VALUE 01.
               88  MSL-CACO-BALL          VALUE 02.
               88  MSL-ROCKET             VALUE 03.
               88  MSL-PLASMA             VALUE 04.
           05  MISSILE-DAMAGE             PIC 999.
           05  MISSILE-POSITION.
               10  MISSILE-X              PIC S9(8).
               10  MISSILE-Y              PIC S9(8).
           05  MISSILE-ORIGIN-X           PIC S9(4).
           05  MISSILE-ORIGIN-Y           PIC S9(4).
           05  MISSILE-HEAD-X             PIC S9(4).
           05  MISSILE-HEAD-Y             PIC S9(4).
           05  MISSILE-TRAVELLED          PIC 9(3).
           05  MISSILE-SPEED              PIC 9.
           05  MISSILE-OWNER              PIC 99.
               88  MSL-PLAYER-SHOT        VALUE 00.
           05  MISSILE-STATUS             PIC X.
               88  MSL-IN-FLIGHT          VALUE 'F'.
               88  MSL-SPENT              VALUE 'S'.
           05  MISSILE-FIRED-TICK         PIC 9(8).
           05  FILLER                     PIC X(20).

       01  DOOM-COMMAND-RECORD.
           05  CMD-RECORD-TYPE            PIC X(8).
               88  VALID-CMD-REC          VALUE 'COMMAND '.
               88  CMD-USE                VALUE 'USE     '.
               88  CMD-WEAPON             VALUE 'WEAPON  '.
               88  CMD-WAIT               VALUE 'WAIT    '.
      *        Use a carried item - CMD-DIRECTION names the slot
      *        (ITEM-MEDKIT..ITEM-BERSERK below), DOOMEXEC takes it
      *        out of DOOM.INVENTORY through DOOMITEM and applies it.
               88  CMD-ITEM               VALUE 'ITEM    '.
           05  CMD-DIRECTION              PIC X(8).
               88  DIR-FORWARD            VALUE 'FORWARD '.
               88  DIR-BACK               VALUE 'BACK    '.
               88  DIR-LEFT               VALUE 'LEFT    '.
               88  DIR-RIGHT              VALUE 'RIGHT   '.
               88  ITEM-MEDKIT            VALUE 'MEDKIT  '.
               88  ITEM-RADSUIT           VALUE 'RADSUIT '.
               88  ITEM-INVULN            VALUE 'INVULN  '.
               88  ITEM-BERSERK           VALUE 'BERSERK '.
           05  CMD-VALUE                  PIC 9(4).
           05  CMD-PRIORITY               PIC 9.
               88  PRI-CRITICAL           VALUE 9.
           05  CMD-REASON                 PIC X(20).
           05  CMD-ENGINE-ID              PIC X(8).
           05  CMD-TIMESTAMP              PIC 9(8).
      *        The console operator who queued a manual override on
      *        DOOM.COMMANDS.OPER; DOOMARB only lets a supervisor's
      *        entry win the tick. Blank on engine commands.
           05  CMD-OPERATOR-ID            PIC X(5).
           05  FILLER                     PIC X(10).

      *    Written back by the engine side once it actually consumes a
      *    tick's DOOM-COMMAND-RECORD, so COBOL has a way to tell a
           05  ACK-TIMESTAMP              PIC 9(8).
           05  FILLER                     PIC X(46).

      *    Appended by the engine side to DOOM.EVENTS, one line per
      *    thing that actually happened in the real game - an item
      *    picked up, damage taken, a monster killed, a door opened.
      *    DOOMEVNT ingests the lines it has not seen yet and holds
      *    them up against what DOOMSIM and DOOMCBT predicted for the
      *    same tick. SUBJECT is the item subtype on a PICKUP and the
      *    monster type (01-10, as ENTITY-TYPE) on a KILL; AMOUNT is
      *    the rounds or points a PICKUP paid (zero for the standard
      *    payout) and the damage BEFORE the armor split on a DAMAGE,
      *    whose CAUSE is named as on DOOM.DMGLOG. POSITION is the
      *    map cell of the item, monster or door.
       01  DOOM-ENGINE-EVENT.
           05  EVT-RECORD-TYPE            PIC X(8).
               88  VALID-EVENT-REC        VALUE 'EVENT   '.
           05  EVT-TICK                   PIC 9(8).
           05  EVT-KIND                   PIC X(8).
               88  EVT-PICKUP             VALUE 'PICKUP  '.
               88  EVT-DAMAGE             VALUE 'DAMAGE  '.
               88  EVT-KILL               VALUE 'KILL    '.
               88  EVT-DOOR               VALUE 'DOOR    '.
           05  EVT-SUBJECT                PIC 99.
           05  EVT-AMOUNT                 PIC 9(4).
           05  EVT-CAUSE                  PIC X(8).
           05  EVT-POSITION.
               10  EVT-X                  PIC S9(8).
               10  EVT-Y                  PIC S9(8).
           05  EVT-ENGINE-ID              PIC X(8).
           05  FILLER                     PIC X(18).

       01  DOOM-AI-WORKSPACE.
           05  AI-MODE                    PIC X.
               88  MODE-SURVIVAL          VALUE 'S'.
