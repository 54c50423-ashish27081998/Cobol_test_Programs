      * Cross-job dependency gate over the central run log: a
      * dependent job runs this first, naming its prerequisite
      * programs on control cards.  The gate looks for each
      * prerequisite's end record from tonight's batch night with a
      * clean return code, and sets RC-SEVERE to stop the job when any
      * prerequisite has not completed - so COSTRPT can no longer
      * price yesterday's extract because the scheduler misfired.
      * The run log already knew the truth; now something consults
      * it before running.  A night stream crosses midnight, so
      * "tonight" is the batch night SCHDCHK checks, noon to noon: a
      * gate run before noon accepts an end record from noon
      * yesterday onward, and one run from noon on accepts only an
      * end record from noon today onward - this morning's run
      * belongs to the night just gone.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY BUSDAYP.
        01 GATE-PARM-STATUS           PIC XX VALUE "00".
        01 RUN-LOG-STATUS             PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
        01 PREREQ-MET-SWITCH          PIC X VALUE "N".
           88 PREREQ-MET                   VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 PRIOR-DATE                 PIC 9(08) VALUE ZERO.
        01 TIME-WORK                  PIC 9(08).
        01 GATE-TIME-SWITCH           PIC X VALUE "N".
           88 GATE-BEFORE-NOON             VALUE "Y".
        01 PREREQS-CHECKED            PIC 9(03) VALUE ZERO.
        01 PREREQS-UNMET              PIC 9(03) VALUE ZERO.

       Begin.
         DISPLAY "RUNGATE: DEPENDENCY GATE STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         ACCEPT TIME-WORK FROM TIME.
         IF TIME-WORK (1:2) < "12"
             MOVE "Y"        TO GATE-TIME-SWITCH
             MOVE "A"        TO BD-FUNCTION
             MOVE TODAY-DATE TO BD-FROM-DATE
             MOVE -1         TO BD-ADD-DAYS
             CALL "BUSDAY" USING BUSDAY-PARMS
             MOVE BD-RESULT-DATE TO PRIOR-DATE
         END-IF.
         OPEN INPUT GATE-PARM-FILE.
         IF GATE-PARM-STATUS NOT = "00"
             DISPLAY "RUNGATE: NO PREREQUISITE CARDS ON "
         END-IF.

       CHECK-ONE-PREREQUISITE.
      * The prerequisite is met by an end record from tonight with
      * RC-NORMAL or RC-WARNING - a warning finish did its work; an
      * error or a start with no end did not.  Before noon tonight
      * is yesterday from noon and today so far; from noon on it is
      * today from noon, and this morning's records do not count.
         ADD 1 TO PREREQS-CHECKED.
         MOVE "N" TO PREREQ-MET-SWITCH.
         MOVE "N" TO LOG-EOF-SWITCH.
         PERFORM UNTIL LOG-EOF
             IF RLOG-PROGRAM = GATE-PREREQ-PROGRAM
              AND RLOG-IS-END
              AND ((RLOG-RUN-DATE = TODAY-DATE
                    AND (GATE-BEFORE-NOON
                         OR RLOG-RUN-TIME >= 120000))
                   OR (RLOG-RUN-DATE = PRIOR-DATE
                       AND RLOG-RUN-TIME >= 120000))
              AND RLOG-RETURN-CODE <= RC-WARNING
                 MOVE "Y" TO PREREQ-MET-SWITCH
             END-IF
         MOVE "N" TO LOG-EOF-SWITCH.
         IF PREREQ-MET
             DISPLAY GATE-PREREQ-PROGRAM
                     " COMPLETED CLEAN TONIGHT"
         ELSE
             ADD 1 TO PREREQS-UNMET
             DISPLAY GATE-PREREQ-PROGRAM
                     " HAS NOT COMPLETED CLEAN TONIGHT"
         END-IF.
