       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PERDCLS.
      * Period-end close control: PERDTRAN cards open a fiscal
      * period, put it into closing, or close it, each card carrying
      * the operator ID and password and checked against the
      * operator master's period-close authority the way OPERMENU
      * guards its functions - an unknown operator, a wrong password
      * or a missing authority byte is refused and logged to the
      * shared OPERDENY denial log.  Accepted changes land on the
      * keyed period-status file the posting programs consult
      * through FISCPER, and are logged old/new on PERDLOG.  For
      * every period in closing, and every period closed today, the
      * close checklist lists the runs the close needs and whether
      * each one's latest end record on RUNLOG since the period
      * began shows a clean return code - finance closes against
      * evidence instead of a round of phone calls.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-TRANS-FILE ASSIGN TO "PERDTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-TRANS-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPRM-OPERATOR-ID
               FILE STATUS IS OPERATOR-MASTER-STATUS.
           SELECT PERIOD-STATUS-FILE ASSIGN TO "PERDSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSTA-YEAR-PERIOD
               FILE STATUS IS PERIOD-STATUS-STATUS.
           SELECT FISCAL-CALENDAR-FILE ASSIGN TO "FISCCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCAL-END-DATE
               FILE STATUS IS FISCAL-CALENDAR-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
           SELECT PERIOD-LOG-FILE ASSIGN TO "PERDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-LOG-STATUS.
           SELECT DENIAL-LOG-FILE ASSIGN TO "OPERDENY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DENIAL-LOG-STATUS.
           SELECT CHECKLIST-FILE ASSIGN TO "CLOSECHK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKLIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-TRANS-FILE.
      * New status "O" open, "G" closing, "C" closed.
       01  PERIOD-TRANS-REC.
           02 PTRN-OPERATOR-ID         PIC X(08).
           02 PTRN-PASSWORD            PIC X(08).
           02 PTRN-YEAR-PERIOD.
              03 PTRN-FISCAL-YEAR      PIC 9(04).
              03 PTRN-PERIOD           PIC 9(02).
           02 PTRN-YEAR-PERIOD-NUM REDEFINES PTRN-YEAR-PERIOD
                                       PIC 9(06).
           02 PTRN-NEW-STATUS          PIC X(01).
              88 PTRN-STATUS-VALID         VALUE "O" "G" "C".

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  PERIOD-STATUS-FILE.
           COPY PERDSTAT.

       FD  FISCAL-CALENDAR-FILE.
           COPY FISCCAL.

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       FD  PERIOD-LOG-FILE.
       01  PERIOD-LOG-REC              PIC X(80).

       FD  DENIAL-LOG-FILE.
       01  DENIAL-LOG-REC              PIC X(80).

       FD  CHECKLIST-FILE.
       01  CHECKLIST-REC               PIC X(100).

       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY RPTHEAD.
        01 PERIOD-TRANS-STATUS        PIC XX VALUE "00".
        01 OPERATOR-MASTER-STATUS     PIC XX VALUE "00".
        01 PERIOD-STATUS-STATUS       PIC XX VALUE "00".
        01 FISCAL-CALENDAR-STATUS     PIC XX VALUE "00".
        01 RUN-LOG-STATUS             PIC XX VALUE "00".
        01 PERIOD-LOG-STATUS          PIC XX VALUE "00".
        01 DENIAL-LOG-STATUS          PIC XX VALUE "00".
        01 CHECKLIST-STATUS           PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 LOG-END-SWITCH             PIC X VALUE "N".
           88 END-OF-LOG                   VALUE "Y".
        01 CALENDAR-END-SWITCH        PIC X VALUE "N".
           88 END-OF-CALENDAR              VALUE "Y".
        01 OPERATOR-OK-SWITCH         PIC X VALUE "N".
           88 OPERATOR-OK                  VALUE "Y".
        01 STATUS-FOUND-SWITCH        PIC X VALUE "N".
           88 STATUS-FOUND                 VALUE "Y".
        01 OPERATOR-FILE-SWITCH       PIC X VALUE "N".
           88 OPERATOR-FILE-OPEN           VALUE "Y".
        01 CALENDAR-FILE-SWITCH       PIC X VALUE "N".
           88 CALENDAR-FILE-OPEN           VALUE "Y".
        01 RUN-DATE                   PIC 9(08).
        01 DENIAL-REASON              PIC X(30).
        01 OLD-STATUS                 PIC X(01).
        01 CHANGES-APPLIED            PIC 9(05) VALUE ZERO.
        01 CHANGES-REJECTED           PIC 9(05) VALUE ZERO.
        01 PERIODS-LISTED             PIC 9(05) VALUE ZERO.
        01 RUNS-OUTSTANDING           PIC 9(05) VALUE ZERO.
        01 CHECK-PERIOD               PIC 9(06).
        01 CHECK-PERIOD-PARTS REDEFINES CHECK-PERIOD.
           02 CHECK-FISCAL-YEAR       PIC 9(04).
           02 CHECK-PERIOD-NUMBER     PIC 9(02).
        01 CHECK-STATUS               PIC X(01).
        01 PERIOD-START-DATE          PIC 9(08).
        01 PERIOD-START-PARTS REDEFINES PERIOD-START-DATE.
           02 PERIOD-START-YEAR       PIC 9(04).
           02 PERIOD-START-MONTH      PIC 9(02).
           02 PERIOD-START-DAY        PIC 9(02).
        01 PRINT-LINE-WORK            PIC X(100).
        01 CHECK-RESULT-TEXT          PIC X(20).
      * The runs a period close needs to see finished: the cost
      * ledger, depreciation, leave accrual, mileage chargeback,
      * the departmental cost recharge and the GL extract.
        01 REQUIRED-RUN-AREA.
           02 FILLER                  PIC X(08) VALUE "VEHLPOST".
           02 FILLER                  PIC X(08) VALUE "DEPRRUN ".
           02 FILLER                  PIC X(08) VALUE "LEAVEACC".
           02 FILLER                  PIC X(08) VALUE "CHARGEBK".
           02 FILLER                  PIC X(08) VALUE "RCHGRUN ".
           02 FILLER                  PIC X(08) VALUE "GLEXTRCT".
        01 REQUIRED-RUN-TABLE REDEFINES REQUIRED-RUN-AREA.
           02 REQUIRED-RUN OCCURS 6 TIMES
                  INDEXED BY RUN-IDX  PIC X(08).
        01 REQUIRED-RUN-COUNT         PIC 9(02) VALUE 6.
        01 LATEST-END-AREA.
           02 LATEST-END OCCURS 6 TIMES.
              03 LEND-RUN-DATE        PIC 9(08).
              03 LEND-RUN-TIME        PIC 9(06).
              03 LEND-RETURN-CODE     PIC 9(02).

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "PERDCLS: PERIOD CLOSE CONTROL STARTING".
         ACCEPT RUN-DATE FROM DATE YYYYMMDD.
         OPEN I-O PERIOD-STATUS-FILE.
         IF PERIOD-STATUS-STATUS = "35"
      * First-ever run - no period-status file yet, so create an
      * empty one rather than refuse to start.
             OPEN OUTPUT PERIOD-STATUS-FILE
             CLOSE PERIOD-STATUS-FILE
             OPEN I-O PERIOD-STATUS-FILE
         END-IF.
         OPEN INPUT OPERATOR-MASTER-FILE.
         IF OPERATOR-MASTER-STATUS = "00"
             MOVE "Y" TO OPERATOR-FILE-SWITCH
         END-IF.
         OPEN INPUT PERIOD-TRANS-FILE.
         IF PERIOD-TRANS-STATUS NOT = "00"
             DISPLAY "PERDCLS: NO PERIOD STATUS CHANGES"
         ELSE
             OPEN EXTEND PERIOD-LOG-FILE
             IF PERIOD-LOG-STATUS = "35"
                 OPEN OUTPUT PERIOD-LOG-FILE
             END-IF
             READ PERIOD-TRANS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM APPLY-ONE-STATUS-CARD
                 READ PERIOD-TRANS-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE PERIOD-TRANS-FILE PERIOD-LOG-FILE
         END-IF.
         IF OPERATOR-FILE-OPEN
             CLOSE OPERATOR-MASTER-FILE
         END-IF.
         PERFORM PRINT-CLOSE-CHECKLISTS.
         CLOSE PERIOD-STATUS-FILE.
         DISPLAY "PERIOD STATUS CHANGES APPLIED: " CHANGES-APPLIED.
         DISPLAY "PERIOD STATUS CHANGES REFUSED: " CHANGES-REJECTED.
         DISPLAY "PERIODS ON CHECKLIST: " PERIODS-LISTED.
         DISPLAY "REQUIRED RUNS OUTSTANDING: " RUNS-OUTSTANDING.
         IF CHANGES-REJECTED > 0 OR RUNS-OUTSTANDING > 0
             STOP RUN RETURNING RC-WARNING
         ELSE
             STOP RUN RETURNING RC-NORMAL
         END-IF.

       APPLY-ONE-STATUS-CARD.
         PERFORM CHECK-OPERATOR-AUTHORITY.
         IF NOT OPERATOR-OK
             PERFORM LOG-DENIAL
             ADD 1 TO CHANGES-REJECTED
         ELSE
             IF PTRN-YEAR-PERIOD NOT NUMERIC
                OR PTRN-PERIOD < 1 OR PTRN-PERIOD > 13
                OR NOT PTRN-STATUS-VALID
                 MOVE SPACES TO PERIOD-LOG-REC
                 STRING RUN-DATE " REJECTED - BAD PERIOD CARD "
                        PTRN-YEAR-PERIOD " " PTRN-NEW-STATUS
                        " BY " PTRN-OPERATOR-ID
                     DELIMITED BY SIZE INTO PERIOD-LOG-REC
                 WRITE PERIOD-LOG-REC
                 ADD 1 TO CHANGES-REJECTED
             ELSE
                 PERFORM STORE-PERIOD-STATUS
             END-IF
         END-IF.

       CHECK-OPERATOR-AUTHORITY.
      * The same three tests OPERMENU's sign-on and function guard
      * make, in the same order.
         MOVE "N" TO OPERATOR-OK-SWITCH.
         IF NOT OPERATOR-FILE-OPEN
             MOVE "NO OPERATOR MASTER ON FILE" TO DENIAL-REASON
         ELSE
             MOVE PTRN-OPERATOR-ID TO OPRM-OPERATOR-ID
             READ OPERATOR-MASTER-FILE
                 INVALID KEY
                     MOVE "UNKNOWN OPERATOR ID" TO DENIAL-REASON
                 NOT INVALID KEY
                     IF OPRM-PASSWORD NOT = PTRN-PASSWORD
                         MOVE "WRONG PASSWORD" TO DENIAL-REASON
                     ELSE
                         IF NOT OPRM-MAY-CLOSE-PERIODS
                             MOVE "NOT AUTHORISED - PERIOD CLOSE"
                                 TO DENIAL-REASON
                         ELSE
                             MOVE "Y" TO OPERATOR-OK-SWITCH
                         END-IF
                     END-IF
             END-READ
         END-IF.

       LOG-DENIAL.
         OPEN EXTEND DENIAL-LOG-FILE.
         IF DENIAL-LOG-STATUS = "35"
             OPEN OUTPUT DENIAL-LOG-FILE
         END-IF.
         MOVE SPACES TO DENIAL-LOG-REC.
         STRING RUN-DATE " " PTRN-OPERATOR-ID " DENIED - "
                DENIAL-REASON
             DELIMITED BY SIZE INTO DENIAL-LOG-REC.
         WRITE DENIAL-LOG-REC.
         CLOSE DENIAL-LOG-FILE.

       STORE-PERIOD-STATUS.
         MOVE PTRN-YEAR-PERIOD-NUM TO PSTA-YEAR-PERIOD.
         READ PERIOD-STATUS-FILE
             INVALID KEY
                 MOVE "N" TO STATUS-FOUND-SWITCH
                 MOVE "O" TO OLD-STATUS
             NOT INVALID KEY
                 MOVE "Y" TO STATUS-FOUND-SWITCH
                 MOVE PSTA-STATUS TO OLD-STATUS
         END-READ.
         MOVE PTRN-YEAR-PERIOD-NUM TO PSTA-YEAR-PERIOD.
         MOVE PTRN-NEW-STATUS      TO PSTA-STATUS.
         MOVE PTRN-OPERATOR-ID     TO PSTA-CHANGED-BY.
         MOVE RUN-DATE             TO PSTA-CHANGED-DATE.
         IF STATUS-FOUND
             REWRITE PERIOD-STATUS-REC
         ELSE
             WRITE PERIOD-STATUS-REC
         END-IF.
         ADD 1 TO CHANGES-APPLIED.
         MOVE SPACES TO PERIOD-LOG-REC.
         STRING RUN-DATE " PERIOD " PTRN-YEAR-PERIOD
                " OLD " OLD-STATUS
                " NEW " PTRN-NEW-STATUS
                " BY " PTRN-OPERATOR-ID
             DELIMITED BY SIZE INTO PERIOD-LOG-REC.
         WRITE PERIOD-LOG-REC.

       PRINT-CLOSE-CHECKLISTS.
      * One key-order pass of the period-status file; a period in
      * closing, or closed by today's cards, gets its checklist.
         OPEN OUTPUT CHECKLIST-FILE.
         OPEN INPUT FISCAL-CALENDAR-FILE.
         IF FISCAL-CALENDAR-STATUS = "00"
             MOVE "Y" TO CALENDAR-FILE-SWITCH
         END-IF.
         MOVE LOW-VALUES TO PSTA-YEAR-PERIOD.
         START PERIOD-STATUS-FILE
               KEY IS NOT LESS THAN PSTA-YEAR-PERIOD
             INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
         END-START.
         PERFORM UNTIL END-OF-FILE
             READ PERIOD-STATUS-FILE NEXT RECORD
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             IF NOT END-OF-FILE
                 IF PSTA-IS-CLOSING
                    OR (PSTA-IS-CLOSED
                        AND PSTA-CHANGED-DATE = RUN-DATE)
                     MOVE PSTA-YEAR-PERIOD TO CHECK-PERIOD
                     MOVE PSTA-STATUS TO CHECK-STATUS
                     PERFORM PRINT-ONE-CHECKLIST
                 END-IF
             END-IF
         END-PERFORM.
         MOVE "N" TO END-OF-FILE-SWITCH.
         IF PERIODS-LISTED = 0
             MOVE SPACES TO PRINT-LINE-WORK
             MOVE "NO PERIOD IN CLOSING" TO PRINT-LINE-WORK
             PERFORM WRITE-CHECKLIST-PRINT-LINE
         END-IF.
         IF CALENDAR-FILE-OPEN
             CLOSE FISCAL-CALENDAR-FILE
         END-IF.
         CLOSE CHECKLIST-FILE.

       PRINT-ONE-CHECKLIST.
         ADD 1 TO PERIODS-LISTED.
         PERFORM FIND-PERIOD-START.
         PERFORM FIND-LATEST-RUNS.
         MOVE SPACES TO PRINT-LINE-WORK.
         PERFORM WRITE-CHECKLIST-PRINT-LINE.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "FISCAL PERIOD " CHECK-PERIOD
                " STATUS " CHECK-STATUS
                " RUNS SINCE " PERIOD-START-DATE
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-CHECKLIST-PRINT-LINE.
         PERFORM PRINT-ONE-REQUIRED-RUN
             VARYING RUN-IDX FROM 1 BY 1
             UNTIL RUN-IDX > REQUIRED-RUN-COUNT.

       FIND-PERIOD-START.
      * The period's first day from the fiscal calendar; a period
      * the calendar does not carry is its calendar month.
         MOVE CHECK-FISCAL-YEAR   TO PERIOD-START-YEAR.
         MOVE CHECK-PERIOD-NUMBER TO PERIOD-START-MONTH.
         MOVE 1                   TO PERIOD-START-DAY.
         IF CALENDAR-FILE-OPEN
             MOVE "N" TO CALENDAR-END-SWITCH
             MOVE LOW-VALUES TO FCAL-END-DATE
             START FISCAL-CALENDAR-FILE
                   KEY IS NOT LESS THAN FCAL-END-DATE
                 INVALID KEY MOVE "Y" TO CALENDAR-END-SWITCH
             END-START
             PERFORM UNTIL END-OF-CALENDAR
                 READ FISCAL-CALENDAR-FILE NEXT RECORD
                     AT END MOVE "Y" TO CALENDAR-END-SWITCH
                 END-READ
                 IF NOT END-OF-CALENDAR
                    AND FCAL-FISCAL-YEAR = CHECK-FISCAL-YEAR
                    AND FCAL-PERIOD = CHECK-PERIOD-NUMBER
                     MOVE FCAL-START-DATE TO PERIOD-START-DATE
                     MOVE "Y" TO CALENDAR-END-SWITCH
                 END-IF
             END-PERFORM
         END-IF.

       FIND-LATEST-RUNS.
      * One pass of the run log keeps, per required program, the
      * latest end-of-run record dated on or after the period's
      * first day.
         PERFORM VARYING RUN-IDX FROM 1 BY 1
                 UNTIL RUN-IDX > REQUIRED-RUN-COUNT
             MOVE ZERO TO LEND-RUN-DATE (RUN-IDX)
             MOVE ZERO TO LEND-RUN-TIME (RUN-IDX)
             MOVE ZERO TO LEND-RETURN-CODE (RUN-IDX)
         END-PERFORM.
         OPEN INPUT RUN-LOG-FILE.
         IF RUN-LOG-STATUS = "00"
             MOVE "N" TO LOG-END-SWITCH
             READ RUN-LOG-FILE
                 AT END MOVE "Y" TO LOG-END-SWITCH
             END-READ
             PERFORM UNTIL END-OF-LOG
                 IF RLOG-IS-END
                    AND RLOG-RUN-DATE >= PERIOD-START-DATE
                     PERFORM NOTE-ONE-RUN-END
                 END-IF
                 READ RUN-LOG-FILE
                     AT END MOVE "Y" TO LOG-END-SWITCH
                 END-READ
             END-PERFORM
             CLOSE RUN-LOG-FILE
         END-IF.

       NOTE-ONE-RUN-END.
         SET RUN-IDX TO 1.
         SEARCH REQUIRED-RUN
             AT END CONTINUE
             WHEN REQUIRED-RUN (RUN-IDX) = RLOG-PROGRAM
                 IF RLOG-RUN-DATE > LEND-RUN-DATE (RUN-IDX)
                    OR (RLOG-RUN-DATE = LEND-RUN-DATE (RUN-IDX)
                        AND RLOG-RUN-TIME >= LEND-RUN-TIME (RUN-IDX))
                     MOVE RLOG-RUN-DATE
                         TO LEND-RUN-DATE (RUN-IDX)
                     MOVE RLOG-RUN-TIME
                         TO LEND-RUN-TIME (RUN-IDX)
                     MOVE RLOG-RETURN-CODE
                         TO LEND-RETURN-CODE (RUN-IDX)
                 END-IF
         END-SEARCH.

       PRINT-ONE-REQUIRED-RUN.
      * A run is done when its latest end record came back below
      * RC-ERROR - a warning is a clean finish with something to
      * read, an error is not.
         IF LEND-RUN-DATE (RUN-IDX) = ZERO
             MOVE "NOT RUN" TO CHECK-RESULT-TEXT
             ADD 1 TO RUNS-OUTSTANDING
         ELSE
             IF LEND-RETURN-CODE (RUN-IDX) < RC-ERROR
                 MOVE "COMPLETE" TO CHECK-RESULT-TEXT
             ELSE
                 MOVE "FAILED - RERUN" TO CHECK-RESULT-TEXT
                 ADD 1 TO RUNS-OUTSTANDING
             END-IF
         END-IF.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "  " REQUIRED-RUN (RUN-IDX)
                "  LAST ENDED " LEND-RUN-DATE (RUN-IDX)
                " " LEND-RUN-TIME (RUN-IDX)
                "  RC " LEND-RETURN-CODE (RUN-IDX)
                "  " CHECK-RESULT-TEXT
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-CHECKLIST-PRINT-LINE.

       WRITE-CHECKLIST-PRINT-LINE.
         IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
             PERFORM WRITE-CHECKLIST-HEADINGS
         END-IF.
         MOVE PRINT-LINE-WORK TO CHECKLIST-REC.
         WRITE CHECKLIST-REC.
         ADD 1 TO RPT-LINE-COUNT.

       WRITE-CHECKLIST-HEADINGS.
         ADD 1 TO RPT-PAGE-COUNT.
         MOVE "PERIOD CLOSE CHECKLIST" TO RPT-TITLE-TEXT.
         MOVE RUN-DATE TO RPT-HEAD-DATE.
         MOVE RPT-PAGE-COUNT TO RPT-PAGE-NUMBER.
         MOVE SPACES TO CHECKLIST-REC.
         MOVE RPT-TITLE-LINE TO CHECKLIST-REC.
         WRITE CHECKLIST-REC.
         MOVE "PROGRAM   LAST END DATE/TIME   RETURN CODE   RESULT"
             TO RPT-COLUMN-TEXT.
         MOVE RPT-COLUMN-TEXT TO CHECKLIST-REC.
         WRITE CHECKLIST-REC.
         MOVE SPACES TO CHECKLIST-REC.
         WRITE CHECKLIST-REC.
         MOVE 3 TO RPT-LINE-COUNT.
