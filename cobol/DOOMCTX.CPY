      *================================================================
      * DOOMCTX.CPY - Tick Context Record (DOOM.TICKCTX)
      * One tick's picture of the world, built by DOOMCTX at the top
      * of the tick (the CTX step) so the map readers downstream take
      * it from one file instead of each going back to LEVEL,
      * DOOM.LEVELDIM, DOOM.VISITED and ENTITIES on its own. Kept by
      * DOOMCTX and nobody else. The file runs, in this order:
      *   one 'CTXHEAD ' record - the tick and level it was built
      *            for, the level's dimensions and which of the live
      *            files were there to copy;
      *   'CTXMAP  ' records   - LEVEL rows 1 to CTXH-ROWS, CTX-SEQ
      *            the row; a row missing from LEVEL is held as all
      *            walls, and CTXH-ROWS-FOUND is how many rows ran
      *            unbroken from the top before the first one missing;
      *   'CTXVISIT' records   - DOOM.VISITED rows the same way, a
      *            missing row held as nothing visited;
      *   'CTXENTTY' records   - the ENTITIES records in file order,
      *            CTX-SEQ the position, the first 50 only.
      * The row and entity images sit in CTX-BODY exactly as they
      * were read.
      *================================================================
       01  TICK-CONTEXT-RECORD.
           05  CTX-RECORD-TYPE            PIC X(8).
               88  CTX-HEADER-REC         VALUE 'CTXHEAD '.
               88  CTX-MAP-REC            VALUE 'CTXMAP  '.
               88  CTX-VISITED-REC        VALUE 'CTXVISIT'.
               88  CTX-ENTITY-REC         VALUE 'CTXENTTY'.
           05  CTX-SEQ                    PIC 99.
           05  CTX-BODY                   PIC X(120).
       01  TICK-CONTEXT-HEADER.
           05  FILLER                     PIC X(10).
           05  CTXH-TICK                  PIC 9(8).
           05  CTXH-LEVEL                 PIC 99.
           05  CTXH-ROWS                  PIC 99.
           05  CTXH-COLS                  PIC 99.
           05  CTXH-ROWS-FOUND            PIC 99.
           05  CTXH-MAP-PRESENT           PIC X.
               88  CTXH-HAS-MAP           VALUE 'Y'.
           05  CTXH-VISITED-PRESENT       PIC X.
               88  CTXH-HAS-VISITED       VALUE 'Y'.
           05  CTXH-ENTITIES-PRESENT      PIC X.
               88  CTXH-HAS-ENTITIES      VALUE 'Y'.
           05  CTXH-ENTITY-COUNT          PIC 99.
           05  FILLER                     PIC X(99).
