      * directory listing. DOOMTRND walks the index for the
      * longitudinal view: survival ticks, deepest level reached,
      * accuracy trend, deaths by level, sessions per day.
      * Once DOOMPACK has packed a session's loose archives into a
      * consolidated DOOM.ARCPACK.<stamp> file, the line carries the
      * pack's name and the date it was packed, and the session's
      * files are read from (or retrieved out of) that pack.
      * AIX-PACK-STATUS is 'L' while the session's archives are
      * still loose files, 'P' once packed.
      * AIX-POSTMORT 'Y' says DOOMPOST drew the death dossier at the
      * closeout and it was archived with the session as member
      * POSTMORT; 'N' is a session closed without one - before the
      * dossier existed, or on its budget rather than a death.
      * The index starts with a DOOMVHD.CPY header record (layout
      * DOOMAIX, version 01). Version 00 was the 40-byte line from
      * before the pack and post-mortem fields; DOOMCONV re-blocks
      * it to 80 bytes and writes 'L' and 'N' into every line, so
      * neither field is ever blank.
      *================================================================
       01  ARCHIVE-INDEX-RECORD.
           05  AIX-SESSION         PIC X(8).
           05  AIX-FINAL-TICK      PIC 9(8).
           05  FILLER              PIC X.
           05  AIX-LEVEL           PIC 99.
           05  FILLER              PIC X.
           05  AIX-PACK-STATUS     PIC X.
               88  AIX-LOOSE       VALUE 'L'.
               88  AIX-PACKED      VALUE 'P'.
           05  FILLER              PIC X.
           05  AIX-PACK-NAME       PIC X(28).
           05  FILLER              PIC X.
           05  AIX-PACK-DATE       PIC X(8).
           05  FILLER              PIC X.
           05  AIX-POSTMORT        PIC X.
               88  AIX-HAS-POSTMORT VALUE 'Y'.
               88  AIX-NO-POSTMORT VALUE 'N'.
           05  FILLER              PIC X(9).
