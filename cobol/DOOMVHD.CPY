      *================================================================
      * DOOMVHD.CPY - Record-Layout Version Header
      * The first record of every versioned control and state file.
      * It names the copybook layout the records below it follow and
      * the version of that layout they were written to, so a reader
      * knows what it is holding instead of guessing from which
      * columns are blank. DOOMVER builds it for writers and checks
      * it for readers; DOOMCONV upgrades a file one version at a
      * time. A file with no header is version 00 - anything written
      * before the headers existed - and is not read until DOOMCONV
      * has upgraded it. The header is shorter than any versioned
      * record and is written into the front of one, blank-padded.
      *================================================================
       01  VERSION-HEADER.
           05  VHD-MARKER              PIC X(4).
               88  VHD-PRESENT         VALUE '*VH*'.
           05  VHD-LAYOUT              PIC X(8).
           05  VHD-VERSION             PIC 99.
           05  VHD-WRITTEN-DATE        PIC X(8).
           05  VHD-WRITTEN-BY          PIC X(8).
