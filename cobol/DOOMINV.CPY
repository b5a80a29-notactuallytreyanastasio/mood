      *================================================================
      * DOOMINV.CPY - DOOM Carried Inventory Record (DOOM.INVENTORY)
      * One record per seat, kept by DOOMITEM and nobody else. A
      * portable medkit or a powerup picked up goes into its slot
      * instead of paying out on the spot; an ITEM command names the
      * slot to use and DOOMEXEC applies it then. Slot numbers are
      * the ones DOOMITEM's PARM and the ITEM-MEDKIT..ITEM-BERSERK
      * command words in DOOMSTAT.CPY both go by:
      *   1 medkit   - 25 health, capped at 200 like a floor pickup;
      *   2 radsuit  - starts FLAG-RADSUIT-TIMER;
      *   3 invuln   - starts FLAG-INVULN-TIMER;
      *   4 berserk  - sets FLAG-BERSERK and tops health up to 100.
      * INV-TICK is the tick of the last change, zero for a record
      * that has never moved. No record for a seat - or no file -
      * is an empty inventory.
      *================================================================
       01  INVENTORY-RECORD.
           05  INV-RECORD-TYPE            PIC X(8).
               88  VALID-INV-REC          VALUE 'INVENTRY'.
           05  INV-PLAYER-ID              PIC 9.
           05  INV-SLOTS.
               10  INV-MEDKITS            PIC 99.
               10  INV-RADSUITS           PIC 99.
               10  INV-INVULNS            PIC 99.
               10  INV-BERSERKS           PIC 99.
           05  INV-SLOT-TABLE REDEFINES INV-SLOTS.
               10  INV-SLOT-COUNT OCCURS 4 TIMES PIC 99.
           05  INV-TICK                   PIC 9(8).
           05  FILLER                     PIC X(55).
