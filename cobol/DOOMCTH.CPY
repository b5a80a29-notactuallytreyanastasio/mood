      *================================================================
      * DOOMCTH.CPY - Stat Catalog Change History Record
      * One line per change DOOMCATM makes to DOOM.BESTIARY or
      * DOOM.ARSENAL, appended to DOOM.CATHIST - when, which
      * operator, which catalog and key, and the whole record
      * before and after, so every balance change can be traced
      * and undone by hand. An add carries the built-in figures the
      * type or weapon played at as its before image; a delete
      * carries, as its after image, the built-in figures the
      * program falls back to once the record is gone.
      *================================================================
       01  CATALOG-HISTORY-RECORD.
           05  CTH-DATE                   PIC X(8).
           05  CTH-TIME                   PIC X(8).
           05  CTH-OPERATOR               PIC X(8).
           05  CTH-CATALOG                PIC X.
               88  CTH-BESTIARY           VALUE 'B'.
               88  CTH-ARSENAL            VALUE 'A'.
           05  CTH-KEY                    PIC 99.
           05  CTH-ACTION                 PIC X.
               88  CTH-ADDED              VALUE 'A'.
               88  CTH-CHANGED            VALUE 'C'.
               88  CTH-DELETED            VALUE 'D'.
           05  CTH-BEFORE-IMAGE           PIC X(80).
           05  CTH-AFTER-IMAGE            PIC X(80).
           05  FILLER                     PIC X(12).
