      *================================================================
      * DOOMAPK.CPY - Consolidated Session Archive Record
      * Layout of a DOOM.ARCPACK.<stamp> file, written by DOOMPACK's
      * monthly pass. One pack holds every closed session packed in
      * that pass, in four parts, each record typed in its first
      * four bytes:
      *   HDR  - one line: when packed, sessions, members, lines;
      *   DIR  - the member directory, one line per archived file:
      *          session, member suffix, the original file name,
      *          where its lines start in the data part and how
      *          many there are;
      *   DATA - the archived files' lines themselves, a member's
      *          lines together and in directory order, each 132-
      *          byte line exactly as DOOMDETH/DOOMJOBQ wrote it;
      *   END  - one line repeating the header counts, so a pack
      *          cut short is known for what it is.
      *================================================================
       01  ARCHIVE-PACK-RECORD.
           05  APK-TYPE                PIC X(4).
               88  APK-HEADER          VALUE 'HDR '.
               88  APK-DIRECTORY       VALUE 'DIR '.
               88  APK-DATA            VALUE 'DATA'.
               88  APK-TRAILER         VALUE 'END '.
           05  APK-SESSION             PIC X(8).
           05  APK-MEMBER              PIC X(8).
           05  APK-BODY                PIC X(132).
           05  APK-DIR-ENTRY REDEFINES APK-BODY.
               10  APK-DIR-ORIGINAL    PIC X(32).
               10  APK-DIR-FIRST       PIC 9(8).
               10  APK-DIR-LINES       PIC 9(8).
               10  FILLER              PIC X(84).
           05  APK-COUNTS REDEFINES APK-BODY.
               10  APK-PACK-DATE       PIC X(8).
               10  APK-PACK-TIME       PIC X(6).
               10  APK-SESSIONS        PIC 9(4).
               10  APK-MEMBERS         PIC 9(5).
               10  APK-LINES           PIC 9(8).
               10  FILLER              PIC X(101).
