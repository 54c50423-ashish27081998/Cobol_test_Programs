      * summary is written for PAYXTRCT to carry to the bureau under
      * its existing header/trailer controls.  The bureau has
      * offered a rate cut for hours arriving electronically.
      * Every good punch pair is also appended to the clocked-hours
      * history, which outlives the card feed, so the garage can
      * set job time booked against time actually clocked.
      * A missing punch on a day the person was off sick, per the
      * sickness-spell file SICKABS keeps, is not an exception -
      * it is counted as excused and left off the report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ALTERNATE RECORD KEY IS PERSM-L-SURNAME
                   WITH DUPLICATES
               FILE STATUS IS PERSON-MASTER-STATUS.
           SELECT SICKNESS-SPELL-FILE ASSIGN TO "SICKSPEL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SICK-KEY
               FILE STATUS IS SICKNESS-SPELL-STATUS.
           SELECT CLOCK-REJECT-FILE ASSIGN TO "CLOKREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOCK-REJECT-STATUS.
           SELECT PERIOD-HOURS-FILE ASSIGN TO "PAYHOURS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-HOURS-STATUS.
           SELECT CLOCK-HISTORY-FILE ASSIGN TO "CLOKHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOCK-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-MASTER-FILE.
           COPY PERSMAST.

       FD  SICKNESS-SPELL-FILE.
           COPY SICKSPEL.

       FD  CLOCK-REJECT-FILE.
       01  CLOCK-REJECT-REC            PIC X(80).

           02 PHRS-PERSON-ID           PIC 9(10).
           02 PHRS-HOURS               PIC 9(04)V9.

       FD  CLOCK-HISTORY-FILE.
           COPY CLOKHIST.

       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY DATEVALP.
        01 CLOCK-TRANS-STATUS         PIC XX VALUE "00".
        01 PERSON-MASTER-STATUS       PIC XX VALUE "00".
        01 SICKNESS-SPELL-STATUS      PIC XX VALUE "00".
        01 CLOCK-REJECT-STATUS        PIC XX VALUE "00".
        01 EXCEPTION-RPT-STATUS       PIC XX VALUE "00".
        01 PERIOD-HOURS-STATUS        PIC XX VALUE "00".
        01 CLOCK-HISTORY-STATUS       PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 PERSON-FOUND-SWITCH        PIC X VALUE "N".
           88 PERSON-FOUND                 VALUE "Y".
        01 SICKNESS-FILE-SWITCH       PIC X VALUE "N".
           88 SICKNESS-FILE-OPEN           VALUE "Y".
        01 OFF-SICK-SWITCH            PIC X VALUE "N".
           88 OFF-SICK                     VALUE "Y".
        01 SPELL-BROWSE-SWITCH        PIC X VALUE "N".
           88 SPELL-BROWSE-DONE            VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 PUNCHES-READ               PIC 9(07) VALUE ZERO.
        01 PUNCHES-REJECTED           PIC 9(07) VALUE ZERO.
        01 MISSING-PUNCH-COUNT        PIC 9(05) VALUE ZERO.
        01 SICK-EXCUSED-COUNT         PIC 9(05) VALUE ZERO.
        01 PUNCH-HOURS                PIC 9(02)V9.
        01 IN-MINUTES                 PIC S9(05).
        01 OUT-MINUTES                PIC S9(05).
                     PERSON-MASTER-STATUS
             STOP RUN RETURNING RC-SEVERE
         END-IF.
         OPEN INPUT SICKNESS-SPELL-FILE.
         IF SICKNESS-SPELL-STATUS = "00"
             MOVE "Y" TO SICKNESS-FILE-SWITCH
         END-IF.
         OPEN OUTPUT CLOCK-REJECT-FILE.
         OPEN OUTPUT EXCEPTION-RPT-FILE.
         OPEN EXTEND CLOCK-HISTORY-FILE.
         IF CLOCK-HISTORY-STATUS = "35"
             OPEN OUTPUT CLOCK-HISTORY-FILE
         END-IF.
         PERFORM PROCESS-CLOCK-TRANSACTIONS.
         PERFORM WRITE-PERIOD-HOURS.
         CLOSE PERSON-MASTER-FILE CLOCK-REJECT-FILE
               EXCEPTION-RPT-FILE CLOCK-HISTORY-FILE.
         IF SICKNESS-FILE-OPEN
             CLOSE SICKNESS-SPELL-FILE
         END-IF.
         DISPLAY "PUNCHES READ: " PUNCHES-READ.
         DISPLAY "PUNCHES REJECTED: " PUNCHES-REJECTED.
         DISPLAY "MISSING PUNCHES: " MISSING-PUNCH-COUNT.
         DISPLAY "MISSING PUNCHES EXCUSED - SICK: "
                 SICK-EXCUSED-COUNT.
         IF PUNCHES-REJECTED > 0 OR MISSING-PUNCH-COUNT > 0
             STOP RUN RETURNING RC-WARNING
         ELSE
       TALLY-ONE-PUNCH.
         IF CLCK-TIME-OUT = ZERO OR
            CLCK-TIME-OUT <= CLCK-TIME-IN
             PERFORM CHECK-SICKNESS-SPELL
             IF OFF-SICK
                 ADD 1 TO SICK-EXCUSED-COUNT
             ELSE
                 ADD 1 TO MISSING-PUNCH-COUNT
                 MOVE SPACES TO EXCEPTION-RPT-REC
                 STRING CLCK-PERSON-ID " ON " CLCK-DATE
                        " IN " CLCK-TIME-IN
                        " OUT " CLCK-TIME-OUT
                        " - MISSING OR BAD PUNCH"
                     DELIMITED BY SIZE INTO EXCEPTION-RPT-REC
                 WRITE EXCEPTION-RPT-REC
             END-IF
         ELSE
      * HHMM splits through DIVIDE/REMAINDER the way DATEVAL's
      * leap rule does - a division inside a COMPUTE keeps its
             COMPUTE PUNCH-HOURS ROUNDED =
                     (OUT-MINUTES - IN-MINUTES) / 60
             PERFORM ADD-HOURS-TO-PERSON
             MOVE CLCK-PERSON-ID TO CLKH-PERSON-ID
             MOVE CLCK-DATE      TO CLKH-DATE
             MOVE PUNCH-HOURS    TO CLKH-HOURS
             MOVE CLCK-TIME-IN   TO CLKH-TIME-IN
             MOVE CLCK-TIME-OUT  TO CLKH-TIME-OUT
             WRITE CLOCK-HISTORY-REC
         END-IF.

       CHECK-SICKNESS-SPELL.
      * Browse the person's spells in start-date order; one that
      * began on or before the punch date and was still open, or
      * ended with a return after it, covers the day.
         MOVE "N" TO OFF-SICK-SWITCH.
         MOVE "N" TO SPELL-BROWSE-SWITCH.
         IF SICKNESS-FILE-OPEN
             MOVE CLCK-PERSON-ID TO SICK-PERSON-ID
             MOVE ZERO TO SICK-START-DATE
             START SICKNESS-SPELL-FILE
                 KEY IS NOT LESS THAN SICK-KEY
                 INVALID KEY MOVE "Y" TO SPELL-BROWSE-SWITCH
             END-START
             PERFORM UNTIL SPELL-BROWSE-DONE
                 READ SICKNESS-SPELL-FILE NEXT RECORD
                     AT END MOVE "Y" TO SPELL-BROWSE-SWITCH
                 END-READ
                 IF NOT SPELL-BROWSE-DONE
                     IF SICK-PERSON-ID NOT = CLCK-PERSON-ID OR
                        SICK-START-DATE > CLCK-DATE
                         MOVE "Y" TO SPELL-BROWSE-SWITCH
                     ELSE
                         IF SICK-SPELL-OPEN OR
                            SICK-RETURN-DATE > CLCK-DATE
                             MOVE "Y" TO OFF-SICK-SWITCH
                             MOVE "Y" TO SPELL-BROWSE-SWITCH
                         END-IF
                     END-IF
                 END-IF
             END-PERFORM
         END-IF.

       ADD-HOURS-TO-PERSON.
