      *================================================================
      * DOOMBST.CPY - DOOM Bestiary Catalog Record
      * One record per ENTITY-TYPE in the indexed DOOM.BESTIARY,
      * keyed by BST-TYPE - every per-type figure the spawner, the
      * simulator, combat, the tactical engine, the renderer and the
      * balance analyzer work from, so a change to one monster is
      * one record change instead of a code change in each of them.
      * Type 10 is the barrel; key 00 holds the figures used for
      * any type the catalog has no record of. Percentages scale a
      * figure at the easy (DOOM.SKILL 1) and nightmare (3)
      * settings - normal is the figure as written. A zero shot
      * damage means the type has no ranged attack, a non-zero
      * missile kind that its ranged attack is thrown as that
      * MISSILE-KIND, a zero flee bar that it never breaks and runs,
      * and a zero drop subtype that it leaves nothing behind.
      * Written only through DOOMCATM, which stamps who changed the
      * record and when; everybody else reads it through DOOMCATL.
      *================================================================
       01  BESTIARY-RECORD.
           05  BST-TYPE                   PIC 99.
           05  BST-NAME                   PIC X(10).
           05  BST-GLYPH                  PIC X.
           05  BST-SPAWN-HP               PIC 999.
           05  BST-EASY-HP-PCT            PIC 999.
           05  BST-NMARE-HP-PCT           PIC 999.
           05  BST-MELEE-DAMAGE           PIC 999.
           05  BST-SHOT-DAMAGE            PIC 999.
           05  BST-EASY-DMG-PCT           PIC 999.
           05  BST-NMARE-DMG-PCT          PIC 999.
           05  BST-MISSILE-KIND           PIC 99.
           05  BST-PAIN-CHANCE            PIC 999.
           05  BST-FLEE-BAR               PIC 999.
           05  BST-DROP-SUBTYPE           PIC 99.
           05  BST-THREAT-WEIGHT          PIC 9(4).
           05  BST-TARGET-TIER            PIC 999.
           05  BST-CHANGED-DATE           PIC 9(8).
           05  BST-CHANGED-BY             PIC X(8).
           05  FILLER                     PIC X(13).
