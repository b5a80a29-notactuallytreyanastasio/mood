      *================================================================
      * DOOMMNH.CPY - Level Manifest Change History Record
      * One line per placement DOOMMANM adds, changes or deletes in
      * DOOM.MANIFEST, appended to DOOM.MANHIST - when, which
      * operator, which level, and the whole DOOMMAN.CPY record
      * before and after, so a moved spawn point can be traced to
      * whoever moved it and put back by hand. An add carries
      * spaces as its before image, a delete spaces as its after
      * image.
      *================================================================
       01  MANIFEST-HISTORY-RECORD.
           05  MNH-DATE                   PIC X(8).
           05  MNH-TIME                   PIC X(8).
           05  MNH-OPERATOR               PIC X(8).
           05  MNH-LEVEL                  PIC 99.
           05  MNH-ACTION                 PIC X.
               88  MNH-ADDED              VALUE 'A'.
               88  MNH-CHANGED            VALUE 'C'.
               88  MNH-DELETED            VALUE 'D'.
           05  MNH-BEFORE-IMAGE           PIC X(80).
           05  MNH-AFTER-IMAGE            PIC X(80).
           05  FILLER                     PIC X(13).
