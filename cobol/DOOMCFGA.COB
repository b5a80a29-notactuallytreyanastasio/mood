      * old values, new values, source program, session and tick
      * appended to DOOM.CFGHIST (layout in DOOMCFH.CPY), read back
      * by DOOMCFGR's drift report and the console's rollback.
      * CA-ACTION says what kind of line it is (see DOOMCFH.CPY) -
      * a proposal parked in DOOM.CFGPEND, a promotion or refusal
      * by DOOMPROM, or a direct write to the live file.
      * CA-OPERATOR-ID names the console operator behind the change
      * (blank for DOOMTUNE's own proposals) - see DOOMOPRS.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMCFGA.
               10  CA-NEW-DANGER       PIC 9(5).
               10  CA-NEW-RADIUS       PIC 9(3).
               10  CA-NEW-DOOR         PIC 9(3).
           05  CA-ACTION           PIC X.
           05  CA-OPERATOR-ID      PIC X(5).

       PROCEDURE DIVISION USING CFGA-PARM.
       MAIN-PROCEDURE.
           END-IF
           MOVE CA-OLD-VALUES TO CFH-OLD-VALUES
           MOVE CA-NEW-VALUES TO CFH-NEW-VALUES
           MOVE CA-ACTION TO CFH-ACTION
           MOVE CA-OPERATOR-ID TO CFH-OPERATOR-ID
           WRITE CONFIG-HISTORY-RECORD
           CLOSE CONFIG-HISTORY
           GOBACK.
