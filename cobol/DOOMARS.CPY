      *================================================================
      * DOOMARS.CPY - DOOM Arsenal Catalog Record
      * One record per weapon number (CURRENT-WEAPON, WEAPON-FIST 0
      * through WEAPON-CHAINSAW 7) in the indexed DOOM.ARSENAL, keyed
      * by ARS-WEAPON - the name combat, the HUD and the balance
      * analyzer show for it and the damage one shot of it deals.
      * Numbers 8 and 9 carry the figures an out-of-range weapon
      * number is scored at. Written only through DOOMCATM, which
      * stamps who changed the record and when; everybody else
      * reads it through DOOMCATL.
      *================================================================
       01  ARSENAL-RECORD.
           05  ARS-WEAPON                 PIC 9.
           05  ARS-NAME                   PIC X(8).
           05  ARS-SHOT-DAMAGE            PIC 999.
           05  ARS-CHANGED-DATE           PIC 9(8).
           05  ARS-CHANGED-BY             PIC X(8).
           05  FILLER                     PIC X(52).
