      *================================================================
      * DOOMSTL.CPY - Batch Step List Record
      * One record per DOOMBAT step in DOOM.STEPLIST, in run order,
      * maintained from the operator console. The record's position
      * in the file is the step number DOOM.BATCHRST and
      * DOOM.TICKTIME carry - STL-SEQ repeats it for the reader and
      * the console renumbers it on every save. STL-ENABLED 'N' keeps
      * a step in the list (and its number) but skips it, so a soak
      * run can switch rendering off without losing its place.
      * Step names DOOMBAT knows:
      *   CTX  MV   CMIT INT  SPWN SIM  ALRT AI   TACT
      *   AI2  PLAN PATH ARB  EXEC CBT  REND FILM
      *   EVNT SEEN PERC POST
      * The file starts with a DOOMVHD.CPY header record (layout
      * DOOMSTL, version 01); DOOMCONV stamps a list from before the
      * header and fills a blank STL-CHANGED-BY with *NONE. Up to
      * 30 steps are read - the size of every step table that
      * carries the list.
      * A missing or empty file means the built-in list DOOMSTEP
      * supplies - the classic tick with perception, every engine,
      * arbitration, the command applier, combat and the sight mask
      * all running (EVNT, which needs an engine feeding it, is
      * left out).
      * STL-CHANGED-BY is the DOOM.OPERATORS id signed on at the
      * console when the list was last saved - the same on every
      * record of one save. *NONE on a list no operator saved (the
      * one DOOMTOUR plays each solo run under) - never blank.
      *================================================================
       01  STEP-LIST-RECORD.
           05  STL-SEQ             PIC 99.
           05  FILLER              PIC X.
           05  STL-STEP-NAME       PIC X(4).
           05  FILLER              PIC X.
           05  STL-ENABLED         PIC X.
               88  STL-STEP-ON     VALUE 'Y'.
               88  STL-STEP-OFF    VALUE 'N'.
           05  FILLER              PIC X.
           05  STL-CHANGED-BY      PIC X(5).
               88  STL-NO-OPERATOR VALUE '*NONE'.
           05  FILLER              PIC X(65).
