       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FISCMNT.
      * Maintains the fiscal calendar master the way CALMNT keeps
      * the shop calendar: a transaction file of period cards,
      * each date validated through the shared DATEVAL subprogram,
      * every change logged old/new.  A "P" card stores one period
      * with its first and last dates, an "R" card retires the
      * period ending on the given date, and a "G" card lays down a
      * whole fiscal year of twelve 4-4-5 periods from the year's
      * first day - finance sets the year up with one card instead
      * of twelve and only keys the odd period that breaks the
      * pattern.  A period that would overlap another is refused:
      * one date, one period.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCAL-TRANS-FILE ASSIGN TO "FISCTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FISCAL-TRANS-STATUS.
           SELECT FISCAL-CALENDAR-FILE ASSIGN TO "FISCCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCAL-END-DATE
               FILE STATUS IS FISCAL-CALENDAR-STATUS.
           SELECT FISCAL-LOG-FILE ASSIGN TO "FISCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FISCAL-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FISCAL-TRANS-FILE.
      * "P" stores a period, "R" retires the period ending on
      * FTRN-END-DATE, "G" generates FTRN-FISCAL-YEAR from
      * FTRN-START-DATE (its end date and period are not used).
       01  FISCAL-TRANS-REC.
           02 FTRN-ACTION              PIC X(01).
              88 FTRN-ACTION-VALID         VALUE "P" "R" "G".
              88 FTRN-IS-PERIOD            VALUE "P".
              88 FTRN-IS-RETIRE            VALUE "R".
              88 FTRN-IS-GENERATE          VALUE "G".
           02 FTRN-FISCAL-YEAR         PIC 9(04).
           02 FTRN-PERIOD              PIC 9(02).
           02 FTRN-START-DATE.
              03 FTRN-START-YEAR       PIC 9(04).
              03 FTRN-START-MONTH      PIC 9(02).
              03 FTRN-START-DAY        PIC 9(02).
           02 FTRN-END-DATE.
              03 FTRN-END-YEAR         PIC 9(04).
              03 FTRN-END-MONTH        PIC 9(02).
              03 FTRN-END-DAY          PIC 9(02).

       FD  FISCAL-CALENDAR-FILE.
           COPY FISCCAL.

       FD  FISCAL-LOG-FILE.
       01  FISCAL-LOG-REC              PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY DATEVALP.
           COPY BUSDAYP.
        01 FISCAL-TRANS-STATUS        PIC XX VALUE "00".
        01 FISCAL-CALENDAR-STATUS     PIC XX VALUE "00".
        01 FISCAL-LOG-STATUS          PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 ENTRY-FOUND-SWITCH         PIC X VALUE "N".
           88 ENTRY-FOUND                  VALUE "Y".
        01 CARD-VALID-SWITCH          PIC X VALUE "N".
           88 CARD-VALID                   VALUE "Y".
        01 OVERLAP-SWITCH             PIC X VALUE "N".
           88 PERIOD-OVERLAPS              VALUE "Y".
        01 SCAN-DONE-SWITCH           PIC X VALUE "N".
           88 SCAN-DONE                    VALUE "Y".
        01 OLD-PERIOD-TEXT            PIC X(20).
        01 NEW-PERIOD-TEXT            PIC X(20).
        01 RUN-DATE                   PIC 9(08).
        01 ENTRIES-APPLIED            PIC 9(05) VALUE ZERO.
        01 ENTRIES-REJECTED           PIC 9(05) VALUE ZERO.
        01 NEW-PERIOD.
           02 NEW-FISCAL-YEAR         PIC 9(04).
           02 NEW-QUARTER             PIC 9(01).
           02 NEW-PERIOD-NUMBER       PIC 9(02).
           02 NEW-START-DATE          PIC 9(08).
           02 NEW-END-DATE            PIC 9(08).
        01 QUOTIENT-WORK              PIC 9(02).
        01 REMAINDER-WORK             PIC 9(02).
        01 GENERATE-PERIOD            PIC 9(02).
        01 GENERATE-START             PIC 9(08).
        01 REJECT-REASON              PIC X(30).

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "FISCMNT: FISCAL CALENDAR MAINTENANCE STARTING".
         ACCEPT RUN-DATE FROM DATE YYYYMMDD.
         OPEN I-O FISCAL-CALENDAR-FILE.
         IF FISCAL-CALENDAR-STATUS = "35"
      * First-ever run - no fiscal calendar yet, so create an
      * empty one rather than refuse to start.
             OPEN OUTPUT FISCAL-CALENDAR-FILE
             CLOSE FISCAL-CALENDAR-FILE
             OPEN I-O FISCAL-CALENDAR-FILE
         END-IF.
         OPEN INPUT FISCAL-TRANS-FILE.
         IF FISCAL-TRANS-STATUS NOT = "00"
             DISPLAY "FISCMNT: NO FISCAL CALENDAR TRANSACTIONS"
             CLOSE FISCAL-CALENDAR-FILE
             STOP RUN RETURNING RC-NORMAL
         END-IF.
         OPEN EXTEND FISCAL-LOG-FILE.
         IF FISCAL-LOG-STATUS = "35"
             OPEN OUTPUT FISCAL-LOG-FILE
         END-IF.
         READ FISCAL-TRANS-FILE
             AT END MOVE "Y" TO END-OF-FILE-SWITCH
         END-READ.
         PERFORM UNTIL END-OF-FILE
             PERFORM APPLY-ONE-FISCAL-CARD
             READ FISCAL-TRANS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
         END-PERFORM.
         CLOSE FISCAL-TRANS-FILE FISCAL-CALENDAR-FILE
               FISCAL-LOG-FILE.
         DISPLAY "FISCAL PERIODS APPLIED: " ENTRIES-APPLIED.
         DISPLAY "FISCAL CARDS REJECTED: " ENTRIES-REJECTED.
         IF ENTRIES-REJECTED > 0
             STOP RUN RETURNING RC-WARNING
         ELSE
             STOP RUN RETURNING RC-NORMAL
         END-IF.

       APPLY-ONE-FISCAL-CARD.
         PERFORM VALIDATE-FISCAL-CARD.
         IF NOT CARD-VALID
             PERFORM LOG-REJECTED-CARD
         ELSE
             IF FTRN-IS-RETIRE
                 PERFORM RETIRE-ONE-PERIOD
             ELSE
                 IF FTRN-IS-GENERATE
                     PERFORM GENERATE-FISCAL-YEAR
                 ELSE
                     MOVE FTRN-FISCAL-YEAR TO NEW-FISCAL-YEAR
                     MOVE FTRN-PERIOD      TO NEW-PERIOD-NUMBER
                     MOVE FTRN-START-DATE  TO NEW-START-DATE
                     MOVE FTRN-END-DATE    TO NEW-END-DATE
                     PERFORM STORE-ONE-PERIOD
                 END-IF
             END-IF
         END-IF.

       VALIDATE-FISCAL-CARD.
      * Each card type checks only the dates it uses: a retire
      * needs its end date, a generate its start date and year, a
      * period card everything.
         MOVE "Y" TO CARD-VALID-SWITCH.
         MOVE SPACES TO REJECT-REASON.
         IF NOT FTRN-ACTION-VALID
             MOVE "N" TO CARD-VALID-SWITCH
             MOVE "BAD ACTION" TO REJECT-REASON
         END-IF.
         IF CARD-VALID AND NOT FTRN-IS-RETIRE
             IF FTRN-FISCAL-YEAR NOT NUMERIC
                OR FTRN-FISCAL-YEAR = ZERO
                 MOVE "N" TO CARD-VALID-SWITCH
                 MOVE "BAD FISCAL YEAR" TO REJECT-REASON
             ELSE
                 MOVE FTRN-START-YEAR  TO DV-YEAR
                 MOVE FTRN-START-MONTH TO DV-MONTH
                 MOVE FTRN-START-DAY   TO DV-DAY
                 CALL "DATEVAL" USING DATE-VALIDATION-PARMS
                 IF NOT DV-DATE-VALID
                     MOVE "N" TO CARD-VALID-SWITCH
                     MOVE "BAD START DATE" TO REJECT-REASON
                 END-IF
             END-IF
         END-IF.
         IF CARD-VALID AND NOT FTRN-IS-GENERATE
             MOVE FTRN-END-YEAR  TO DV-YEAR
             MOVE FTRN-END-MONTH TO DV-MONTH
             MOVE FTRN-END-DAY   TO DV-DAY
             CALL "DATEVAL" USING DATE-VALIDATION-PARMS
             IF NOT DV-DATE-VALID
                 MOVE "N" TO CARD-VALID-SWITCH
                 MOVE "BAD END DATE" TO REJECT-REASON
             END-IF
         END-IF.
         IF CARD-VALID AND FTRN-IS-PERIOD
             IF FTRN-PERIOD NOT NUMERIC
                OR FTRN-PERIOD < 1 OR FTRN-PERIOD > 13
                 MOVE "N" TO CARD-VALID-SWITCH
                 MOVE "PERIOD NOT 01-13" TO REJECT-REASON
             ELSE
                 IF FTRN-END-DATE < FTRN-START-DATE
                     MOVE "N" TO CARD-VALID-SWITCH
                     MOVE "ENDS BEFORE IT STARTS"
                         TO REJECT-REASON
                 END-IF
             END-IF
         END-IF.

       LOG-REJECTED-CARD.
         MOVE SPACES TO FISCAL-LOG-REC.
         STRING RUN-DATE " REJECTED - " REJECT-REASON " "
                FTRN-ACTION " " FTRN-FISCAL-YEAR "/" FTRN-PERIOD
                " " FTRN-START-DATE "-" FTRN-END-DATE
             DELIMITED BY SIZE INTO FISCAL-LOG-REC.
         WRITE FISCAL-LOG-REC.
         ADD 1 TO ENTRIES-REJECTED.

       GENERATE-FISCAL-YEAR.
      * Twelve periods from the year's first day: the third period
      * of every quarter runs five weeks, the other two four.
         MOVE FTRN-START-DATE  TO GENERATE-START.
         MOVE FTRN-FISCAL-YEAR TO NEW-FISCAL-YEAR.
         PERFORM VARYING GENERATE-PERIOD FROM 1 BY 1
                 UNTIL GENERATE-PERIOD > 12
             MOVE GENERATE-PERIOD TO NEW-PERIOD-NUMBER
             MOVE GENERATE-START  TO NEW-START-DATE
             DIVIDE GENERATE-PERIOD BY 3 GIVING QUOTIENT-WORK
                 REMAINDER REMAINDER-WORK
             MOVE "A" TO BD-FUNCTION
             MOVE GENERATE-START TO BD-FROM-DATE
             IF REMAINDER-WORK = 0
                 MOVE 34 TO BD-ADD-DAYS
             ELSE
                 MOVE 27 TO BD-ADD-DAYS
             END-IF
             CALL "BUSDAY" USING BUSDAY-PARMS
             MOVE BD-RESULT-DATE TO NEW-END-DATE
             PERFORM STORE-ONE-PERIOD
             MOVE "A" TO BD-FUNCTION
             MOVE NEW-END-DATE TO BD-FROM-DATE
             MOVE 1 TO BD-ADD-DAYS
             CALL "BUSDAY" USING BUSDAY-PARMS
             MOVE BD-RESULT-DATE TO GENERATE-START
         END-PERFORM.

       STORE-ONE-PERIOD.
         DIVIDE NEW-PERIOD-NUMBER BY 3 GIVING QUOTIENT-WORK
             REMAINDER REMAINDER-WORK.
         IF REMAINDER-WORK > 0
             ADD 1 TO QUOTIENT-WORK
         END-IF.
         IF QUOTIENT-WORK > 4
      * A thirteenth period closes out the fourth quarter.
             MOVE 4 TO QUOTIENT-WORK
         END-IF.
         MOVE QUOTIENT-WORK TO NEW-QUARTER.
         PERFORM CHECK-PERIOD-OVERLAP.
         IF PERIOD-OVERLAPS
             MOVE SPACES TO FISCAL-LOG-REC
             STRING RUN-DATE " REJECTED - PERIOD "
                    NEW-FISCAL-YEAR "/" NEW-PERIOD-NUMBER " "
                    NEW-START-DATE "-" NEW-END-DATE
                    " OVERLAPS " FCAL-FISCAL-YEAR "/" FCAL-PERIOD
                 DELIMITED BY SIZE INTO FISCAL-LOG-REC
             WRITE FISCAL-LOG-REC
             ADD 1 TO ENTRIES-REJECTED
         ELSE
             MOVE NEW-END-DATE TO FCAL-END-DATE
             READ FISCAL-CALENDAR-FILE
                 INVALID KEY
                     MOVE "N" TO ENTRY-FOUND-SWITCH
                     MOVE "NONE" TO OLD-PERIOD-TEXT
                 NOT INVALID KEY
                     MOVE "Y" TO ENTRY-FOUND-SWITCH
                     MOVE SPACES TO OLD-PERIOD-TEXT
                     STRING FCAL-FISCAL-YEAR "/" FCAL-PERIOD
                            " " FCAL-START-DATE
                         DELIMITED BY SIZE INTO OLD-PERIOD-TEXT
             END-READ
             MOVE NEW-END-DATE      TO FCAL-END-DATE
             MOVE NEW-START-DATE    TO FCAL-START-DATE
             MOVE NEW-FISCAL-YEAR   TO FCAL-FISCAL-YEAR
             MOVE NEW-QUARTER       TO FCAL-QUARTER
             MOVE NEW-PERIOD-NUMBER TO FCAL-PERIOD
             IF ENTRY-FOUND
                 REWRITE FISCAL-CALENDAR-REC
             ELSE
                 WRITE FISCAL-CALENDAR-REC
             END-IF
             ADD 1 TO ENTRIES-APPLIED
             MOVE SPACES TO NEW-PERIOD-TEXT
             STRING FCAL-FISCAL-YEAR "/" FCAL-PERIOD
                    " " FCAL-START-DATE
                 DELIMITED BY SIZE INTO NEW-PERIOD-TEXT
             MOVE SPACES TO FISCAL-LOG-REC
             STRING RUN-DATE " ENDING " NEW-END-DATE
                    " OLD " OLD-PERIOD-TEXT
                    " NEW " NEW-PERIOD-TEXT
                 DELIMITED BY SIZE INTO FISCAL-LOG-REC
             WRITE FISCAL-LOG-REC
         END-IF.

       CHECK-PERIOD-OVERLAP.
      * Every period ending on or after the new start date and
      * starting on or before the new end date shares a day with
      * it; the one with the same end date is the entry being
      * replaced and does not count.
         MOVE "N" TO OVERLAP-SWITCH.
         MOVE "N" TO SCAN-DONE-SWITCH.
         MOVE NEW-START-DATE TO FCAL-END-DATE.
         START FISCAL-CALENDAR-FILE
               KEY IS NOT LESS THAN FCAL-END-DATE
             INVALID KEY MOVE "Y" TO SCAN-DONE-SWITCH
         END-START.
         PERFORM UNTIL SCAN-DONE OR PERIOD-OVERLAPS
             READ FISCAL-CALENDAR-FILE NEXT RECORD
                 AT END MOVE "Y" TO SCAN-DONE-SWITCH
             END-READ
             IF NOT SCAN-DONE
                 IF FCAL-START-DATE > NEW-END-DATE
                     MOVE "Y" TO SCAN-DONE-SWITCH
                 ELSE
                     IF FCAL-END-DATE NOT = NEW-END-DATE
                         MOVE "Y" TO OVERLAP-SWITCH
                     END-IF
                 END-IF
             END-IF
         END-PERFORM.

       RETIRE-ONE-PERIOD.
         MOVE FTRN-END-DATE TO FCAL-END-DATE.
         READ FISCAL-CALENDAR-FILE
             INVALID KEY MOVE "N" TO ENTRY-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO ENTRY-FOUND-SWITCH
         END-READ.
         IF NOT ENTRY-FOUND
             MOVE SPACES TO FISCAL-LOG-REC
             STRING RUN-DATE " REJECTED - RETIRE OF PERIOD ENDING "
                    FTRN-END-DATE " - NOT ON CALENDAR"
                 DELIMITED BY SIZE INTO FISCAL-LOG-REC
             WRITE FISCAL-LOG-REC
             ADD 1 TO ENTRIES-REJECTED
         ELSE
             DELETE FISCAL-CALENDAR-FILE
             ADD 1 TO ENTRIES-APPLIED
             MOVE SPACES TO FISCAL-LOG-REC
             STRING RUN-DATE " RETIRED PERIOD ENDING "
                    FTRN-END-DATE " WAS " FCAL-FISCAL-YEAR "/"
                    FCAL-PERIOD " " FCAL-START-DATE
                 DELIMITED BY SIZE INTO FISCAL-LOG-REC
             WRITE FISCAL-LOG-REC
         END-IF.
