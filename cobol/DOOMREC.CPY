      * highest accuracy percent, highest kill percent. DOOMRECS
      * maintains it at level cut-over and reports back which
      * records a run just beat; DOOMINT turns those into callout
      * lines on the intermission, and DOOMATLS asks it for the
      * marks it prints in the level atlas. Zero in a field means no
      * record stands yet.
      *================================================================
       01  LEVEL-RECORDS-RECORD.
           05  REC-LEVEL           PIC 99.
