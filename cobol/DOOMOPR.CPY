      *================================================================
      * DOOMOPR.CPY - Operator Roster Record (DOOM.OPERATORS)
      * One record per person allowed at the operator console. Kept
      * by DOOMOPRS and nobody else: the console calls it to sign
      * on and to maintain the roster, DOOMARB calls it to check
      * that a queued override came from a supervisor.
      *   OPR-ID         - the id the console signs on with, and the
      *                    one stamped on DOOM.CFGHIST lines, queued
      *                    override commands and DOOM.BATCHCTL;
      *   OPR-AUTHORITY  - V view only (looks, changes nothing),
      *                    O shift operator (saves, batch control,
      *                    step list, alerts), S supervisor (all of
      *                    that plus skill changes, config rollback,
      *                    manual overrides and the roster itself).
      * The file starts with a DOOMVHD.CPY header record (layout
      * DOOMOPR, version 01); DOOMCONV stamps a roster from before
      * the header.
      *================================================================
       01  OPERATOR-RECORD.
           05  OPR-RECORD-TYPE            PIC X(8).
               88  VALID-OPR-REC          VALUE 'OPERATOR'.
           05  OPR-ID                     PIC X(5).
           05  OPR-NAME                   PIC X(20).
           05  OPR-AUTHORITY              PIC X.
               88  OPR-VIEW-ONLY          VALUE 'V'.
               88  OPR-SHIFT-OPERATOR     VALUE 'O'.
               88  OPR-SUPERVISOR         VALUE 'S'.
               88  OPR-KNOWN-AUTHORITY    VALUE 'V' 'O' 'S'.
           05  OPR-PASSWORD               PIC X(8).
           05  FILLER                     PIC X(38).
