      * DOOMTTM.CPY - Batch Step Timing Record
      * One line per executed batch step in DOOM.TICKTIME, appended
      * by DOOMBAT's RUN-STEPS as each step of each tick completes:
      * the tick, the step number and short name (position and name
      * in DOOM.STEPLIST), and the elapsed wall clock in hundredths of
      * a second. DOOMPERF reads the file back for the average/worst
      * per step and the ticks that blew the budget - the basic
      * batch-window planning data.
      *================================================================
       01  TICK-TIME-RECORD.
           05  TTM-TICK            PIC 9(8).
           05  TTM-STEP            PIC 99.
           05  TTM-STEP-NAME       PIC X(4).
           05  TTM-HSECS           PIC 9(6).
           05  FILLER              PIC X(5).
