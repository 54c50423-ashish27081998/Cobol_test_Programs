       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PAYHIST.
      * Pay-rate and salary history maintenance.  Transactions tied
      * to PERSM-PERSON-ID post effective-dated pay records - basis
      * hourly or salaried, rate and grade - to the keyed pay-
      * history file, one record per person per effective date; a
      * card for a date already on file corrects it and a "D" card
      * removes a record keyed in error.  Every post is journalled
      * with full before and after images the way EXM2 journals
      * name changes.  The rate-change report then lists every
      * change effective in the period on the PAYRPER card (this
      * month to date without one) with the percentage increase
      * over the rate it replaced, so HR can finally say what
      * anyone was paid last March without asking the bureau.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-TRANS-FILE ASSIGN TO "PAYHTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-TRANS-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYH-KEY
               FILE STATUS IS PAY-HISTORY-STATUS.
           SELECT PAY-JOURNAL-FILE ASSIGN TO "PAYJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-JOURNAL-STATUS.
           SELECT PERSON-MASTER-FILE ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSM-PERSON-ID
               ALTERNATE RECORD KEY IS PERSM-L-SURNAME
                   WITH DUPLICATES
               FILE STATUS IS PERSON-MASTER-STATUS.
           SELECT PAY-REJECT-FILE ASSIGN TO "PAYHREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-REJECT-STATUS.
           SELECT PERIOD-PARM-FILE ASSIGN TO "PAYRPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-PARM-STATUS.
           SELECT RATE-CHANGE-RPT-FILE ASSIGN TO "PAYRCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-CHANGE-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-TRANS-FILE.
       01  PAY-TRANS-REC.
           02 PTRN-ACTION              PIC X(01).
              88 PTRN-IS-DELETE            VALUE "D".
              88 PTRN-ACTION-VALID         VALUE "A" "D".
           02 PTRN-PERSON-ID           PIC 9(10).
           02 PTRN-EFF-DATE.
              03 PTRN-EFF-YEAR         PIC 9(04).
              03 PTRN-EFF-MONTH        PIC 9(02).
              03 PTRN-EFF-DAY          PIC 9(02).
           02 PTRN-PAY-BASIS           PIC X(01).
              88 PTRN-BASIS-VALID          VALUE "H" "S".
           02 PTRN-RATE                PIC 9(07)V99.
           02 PTRN-GRADE               PIC X(03).
           02 PTRN-REASON              PIC X(04).

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  PAY-JOURNAL-FILE.
           COPY PAYJRNL.

       FD  PERSON-MASTER-FILE.
           COPY PERSMAST.

       FD  PAY-REJECT-FILE.
       01  PAY-REJECT-REC              PIC X(80).

       FD  PERIOD-PARM-FILE.
       01  PERIOD-PARM-REC.
           02 PPRM-FROM-DATE           PIC 9(08).
           02 PPRM-TO-DATE             PIC 9(08).

       FD  RATE-CHANGE-RPT-FILE.
       01  RATE-CHANGE-RPT-REC         PIC X(100).

       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY DATEVALP.
        01 PAY-TRANS-STATUS           PIC XX VALUE "00".
        01 PAY-HISTORY-STATUS         PIC XX VALUE "00".
        01 PAY-JOURNAL-STATUS         PIC XX VALUE "00".
        01 PERSON-MASTER-STATUS       PIC XX VALUE "00".
        01 PAY-REJECT-STATUS          PIC XX VALUE "00".
        01 PERIOD-PARM-STATUS         PIC XX VALUE "00".
        01 RATE-CHANGE-RPT-STATUS     PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 PERSON-FOUND-SWITCH        PIC X VALUE "N".
           88 PERSON-FOUND                 VALUE "Y".
        01 PAY-FOUND-SWITCH           PIC X VALUE "N".
           88 PAY-FOUND                    VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 RUN-TIME-WORK              PIC 9(08).
        01 REPORT-FROM-DATE           PIC 9(08).
        01 REPORT-TO-DATE             PIC 9(08).
        01 JOURNAL-TRANS-TYPE         PIC X(08).
        01 JOURNAL-BEFORE-IMAGE       PIC X(43).
        01 JOURNAL-AFTER-IMAGE        PIC X(43).
        01 REJECT-REASON              PIC X(30).
        01 PAY-ADDED                  PIC 9(05) VALUE ZERO.
        01 PAY-CHANGED                PIC 9(05) VALUE ZERO.
        01 PAY-DELETED                PIC 9(05) VALUE ZERO.
        01 PAY-REJECTED               PIC 9(05) VALUE ZERO.
        01 CHANGES-REPORTED           PIC 9(05) VALUE ZERO.
        01 PREVIOUS-PERSON-ID         PIC 9(10).
        01 PREVIOUS-BASIS             PIC X(01).
        01 PREVIOUS-RATE              PIC 9(07)V99.
        01 PREVIOUS-GRADE             PIC X(03).
        01 INCREASE-PCT               PIC S9(05)V99.
        01 EDITED-OLD-RATE            PIC Z(6)9.99.
        01 EDITED-NEW-RATE            PIC Z(6)9.99.
        01 EDITED-INCREASE            PIC -(5)9.99.
        01 CHANGE-NOTE                PIC X(16).

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "PAYHIST: PAY HISTORY MAINTENANCE STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         ACCEPT RUN-TIME-WORK FROM TIME.
         OPEN I-O PAY-HISTORY-FILE.
         IF PAY-HISTORY-STATUS = "35"
      * First-ever run - no pay history yet, so create an empty
      * one rather than refuse to start.
             OPEN OUTPUT PAY-HISTORY-FILE
             CLOSE PAY-HISTORY-FILE
             OPEN I-O PAY-HISTORY-FILE
         END-IF.
         OPEN INPUT PERSON-MASTER-FILE.
         IF PERSON-MASTER-STATUS NOT = "00"
             DISPLAY "PAYHIST: CANNOT OPEN PERSON-MASTER - "
                     PERSON-MASTER-STATUS
             STOP RUN RETURNING RC-SEVERE
         END-IF.
         OPEN EXTEND PAY-JOURNAL-FILE.
         IF PAY-JOURNAL-STATUS = "35"
             OPEN OUTPUT PAY-JOURNAL-FILE
         END-IF.
         OPEN OUTPUT PAY-REJECT-FILE.
         PERFORM PROCESS-PAY-TRANSACTIONS.
         CLOSE PAY-JOURNAL-FILE PAY-REJECT-FILE.
         PERFORM READ-REPORT-PERIOD.
         PERFORM BUILD-RATE-CHANGE-REPORT.
         CLOSE PAY-HISTORY-FILE PERSON-MASTER-FILE.
         DISPLAY "PAY RECORDS ADDED: " PAY-ADDED.
         DISPLAY "PAY RECORDS CORRECTED: " PAY-CHANGED.
         DISPLAY "PAY RECORDS DELETED: " PAY-DELETED.
         DISPLAY "PAY TRANSACTIONS REJECTED: " PAY-REJECTED.
         DISPLAY "RATE CHANGES REPORTED: " CHANGES-REPORTED.
         IF PAY-REJECTED > 0
             STOP RUN RETURNING RC-WARNING
         ELSE
             STOP RUN RETURNING RC-NORMAL
         END-IF.

       PROCESS-PAY-TRANSACTIONS.
         OPEN INPUT PAY-TRANS-FILE.
         IF PAY-TRANS-STATUS NOT = "00"
             DISPLAY "NO PAY TRANSACTIONS TO PROCESS"
         ELSE
             READ PAY-TRANS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM APPLY-ONE-PAY-TRANS
                 READ PAY-TRANS-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE PAY-TRANS-FILE
         END-IF.

       APPLY-ONE-PAY-TRANS.
         MOVE SPACES TO REJECT-REASON.
         MOVE PTRN-PERSON-ID TO PERSM-PERSON-ID.
         READ PERSON-MASTER-FILE
             INVALID KEY MOVE "N" TO PERSON-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO PERSON-FOUND-SWITCH
         END-READ.
         MOVE PTRN-EFF-YEAR  TO DV-YEAR.
         MOVE PTRN-EFF-MONTH TO DV-MONTH.
         MOVE PTRN-EFF-DAY   TO DV-DAY.
         CALL "DATEVAL" USING DATE-VALIDATION-PARMS.
         IF NOT PTRN-ACTION-VALID
             MOVE "BAD ACTION CODE" TO REJECT-REASON
         ELSE
         IF NOT PERSON-FOUND
             MOVE "NOT ON PERSON-MASTER" TO REJECT-REASON
         ELSE
         IF NOT DV-DATE-VALID
             MOVE "BAD EFFECTIVE DATE" TO REJECT-REASON
         ELSE
         IF NOT PTRN-IS-DELETE AND NOT PTRN-BASIS-VALID
             MOVE "PAY BASIS NOT H OR S" TO REJECT-REASON
         ELSE
         IF NOT PTRN-IS-DELETE AND
            (PTRN-RATE NOT NUMERIC OR PTRN-RATE = ZERO)
             MOVE "NO RATE KEYED" TO REJECT-REASON
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF.
         IF REJECT-REASON NOT = SPACES
             PERFORM REJECT-PAY-TRANS
         ELSE
             MOVE PTRN-PERSON-ID TO PAYH-PERSON-ID
             MOVE PTRN-EFF-DATE  TO PAYH-EFF-DATE
             READ PAY-HISTORY-FILE
                 INVALID KEY MOVE "N" TO PAY-FOUND-SWITCH
                 NOT INVALID KEY MOVE "Y" TO PAY-FOUND-SWITCH
             END-READ
             IF PTRN-IS-DELETE
                 IF PAY-FOUND
                     PERFORM DELETE-PAY-RECORD
                 ELSE
                     MOVE "NO PAY RECORD FOR THAT DATE"
                         TO REJECT-REASON
                     PERFORM REJECT-PAY-TRANS
                 END-IF
             ELSE
                 PERFORM STORE-PAY-RECORD
             END-IF
         END-IF.

       REJECT-PAY-TRANS.
         MOVE SPACES TO PAY-REJECT-REC.
         STRING "REJECTED - " PTRN-PERSON-ID " " PTRN-EFF-DATE
                " " REJECT-REASON
             DELIMITED BY SIZE INTO PAY-REJECT-REC.
         WRITE PAY-REJECT-REC.
         ADD 1 TO PAY-REJECTED.

       STORE-PAY-RECORD.
         IF PAY-FOUND
             MOVE PAY-HISTORY-REC TO JOURNAL-BEFORE-IMAGE
         ELSE
             MOVE SPACES TO JOURNAL-BEFORE-IMAGE
         END-IF.
         MOVE PTRN-PERSON-ID TO PAYH-PERSON-ID.
         MOVE PTRN-EFF-DATE  TO PAYH-EFF-DATE.
         MOVE PTRN-PAY-BASIS TO PAYH-PAY-BASIS.
         MOVE PTRN-RATE      TO PAYH-RATE.
         MOVE PTRN-GRADE     TO PAYH-GRADE.
         MOVE PTRN-REASON    TO PAYH-REASON.
         MOVE TODAY-DATE     TO PAYH-ENTERED-DATE.
         IF PAY-FOUND
             REWRITE PAY-HISTORY-REC
             ADD 1 TO PAY-CHANGED
             MOVE "PAYCHG" TO JOURNAL-TRANS-TYPE
         ELSE
             WRITE PAY-HISTORY-REC
             ADD 1 TO PAY-ADDED
             MOVE "PAYADD" TO JOURNAL-TRANS-TYPE
         END-IF.
         MOVE PAY-HISTORY-REC TO JOURNAL-AFTER-IMAGE.
         PERFORM WRITE-PAY-JOURNAL.

       DELETE-PAY-RECORD.
         MOVE PAY-HISTORY-REC TO JOURNAL-BEFORE-IMAGE.
         MOVE SPACES TO JOURNAL-AFTER-IMAGE.
         DELETE PAY-HISTORY-FILE.
         ADD 1 TO PAY-DELETED.
         MOVE "PAYDEL" TO JOURNAL-TRANS-TYPE.
         PERFORM WRITE-PAY-JOURNAL.

       WRITE-PAY-JOURNAL.
      * One journal record per WRITE, REWRITE or DELETE against the
      * pay history - the caller sets the type and both images.
         MOVE TODAY-DATE TO PYJR-RUN-DATE.
         MOVE RUN-TIME-WORK (1:6) TO PYJR-RUN-TIME.
         MOVE "PAYHIST" TO PYJR-OPERATOR.
         MOVE JOURNAL-TRANS-TYPE TO PYJR-TRANS-TYPE.
         MOVE JOURNAL-BEFORE-IMAGE TO PYJR-BEFORE-IMAGE.
         MOVE JOURNAL-AFTER-IMAGE TO PYJR-AFTER-IMAGE.
         WRITE PAY-JOURNAL-REC.

       READ-REPORT-PERIOD.
         MOVE TODAY-DATE TO REPORT-FROM-DATE.
         MOVE "01" TO REPORT-FROM-DATE (7:2).
         MOVE TODAY-DATE TO REPORT-TO-DATE.
         OPEN INPUT PERIOD-PARM-FILE.
         IF PERIOD-PARM-STATUS = "00"
             READ PERIOD-PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                     IF PPRM-FROM-DATE NUMERIC AND
                        PPRM-TO-DATE NUMERIC AND
                        PPRM-FROM-DATE <= PPRM-TO-DATE
                         MOVE PPRM-FROM-DATE TO REPORT-FROM-DATE
                         MOVE PPRM-TO-DATE   TO REPORT-TO-DATE
                     END-IF
             END-READ
             CLOSE PERIOD-PARM-FILE
         END-IF.

       BUILD-RATE-CHANGE-REPORT.
      * History is in person and date order, so the rate each change
      * replaced is simply the record before it for the same person.
         OPEN OUTPUT RATE-CHANGE-RPT-FILE.
         MOVE SPACES TO RATE-CHANGE-RPT-REC.
         STRING "PAY RATE CHANGES EFFECTIVE " REPORT-FROM-DATE
                " TO " REPORT-TO-DATE
             DELIMITED BY SIZE INTO RATE-CHANGE-RPT-REC.
         WRITE RATE-CHANGE-RPT-REC.
         MOVE SPACES TO RATE-CHANGE-RPT-REC.
         STRING "PERSON-ID  NAME                  EFFECTIVE B GRD"
                "   OLD RATE    NEW RATE  INCREASE%"
             DELIMITED BY SIZE INTO RATE-CHANGE-RPT-REC.
         WRITE RATE-CHANGE-RPT-REC.
         MOVE ZERO TO PREVIOUS-PERSON-ID.
         MOVE LOW-VALUES TO PAYH-KEY.
         START PAY-HISTORY-FILE KEY IS NOT LESS THAN PAYH-KEY
             INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
         END-START.
         PERFORM UNTIL END-OF-FILE
             READ PAY-HISTORY-FILE NEXT RECORD
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             IF NOT END-OF-FILE
                 IF PAYH-EFF-DATE >= REPORT-FROM-DATE AND
                    PAYH-EFF-DATE <= REPORT-TO-DATE
                     PERFORM REPORT-ONE-RATE-CHANGE
                 END-IF
                 MOVE PAYH-PERSON-ID TO PREVIOUS-PERSON-ID
                 MOVE PAYH-PAY-BASIS TO PREVIOUS-BASIS
                 MOVE PAYH-RATE      TO PREVIOUS-RATE
                 MOVE PAYH-GRADE     TO PREVIOUS-GRADE
             END-IF
         END-PERFORM.
         MOVE "N" TO END-OF-FILE-SWITCH.
         MOVE SPACES TO RATE-CHANGE-RPT-REC.
         STRING "RATE CHANGES IN PERIOD: " CHANGES-REPORTED
             DELIMITED BY SIZE INTO RATE-CHANGE-RPT-REC.
         WRITE RATE-CHANGE-RPT-REC.
         CLOSE RATE-CHANGE-RPT-FILE.

       REPORT-ONE-RATE-CHANGE.
      * A first record is a starting rate, not an increase; a move
      * between hourly and salaried has no comparable percentage.
         ADD 1 TO CHANGES-REPORTED.
         MOVE PAYH-PERSON-ID TO PERSM-PERSON-ID.
         READ PERSON-MASTER-FILE
             INVALID KEY MOVE SPACES TO PERSM-FULL-NAME
         END-READ.
         MOVE PAYH-RATE TO EDITED-NEW-RATE.
         MOVE ZERO TO EDITED-OLD-RATE.
         MOVE SPACES TO CHANGE-NOTE.
         IF PAYH-PERSON-ID NOT = PREVIOUS-PERSON-ID
             MOVE "STARTING RATE" TO CHANGE-NOTE
         ELSE
             MOVE PREVIOUS-RATE TO EDITED-OLD-RATE
             IF PAYH-PAY-BASIS NOT = PREVIOUS-BASIS
                 MOVE "BASIS CHANGED" TO CHANGE-NOTE
             ELSE
                 COMPUTE INCREASE-PCT ROUNDED =
                         (PAYH-RATE - PREVIOUS-RATE) * 100
                         / PREVIOUS-RATE
                     ON SIZE ERROR MOVE 99999.99 TO INCREASE-PCT
                 END-COMPUTE
                 MOVE INCREASE-PCT TO EDITED-INCREASE
                 MOVE EDITED-INCREASE TO CHANGE-NOTE
             END-IF
         END-IF.
         MOVE SPACES TO RATE-CHANGE-RPT-REC.
         STRING PAYH-PERSON-ID " " PERSM-FIRST-NAME " "
                PERSM-L-SURNAME " " PAYH-EFF-DATE " "
                PAYH-PAY-BASIS " " PAYH-GRADE " "
                EDITED-OLD-RATE " " EDITED-NEW-RATE " "
                CHANGE-NOTE
             DELIMITED BY SIZE INTO RATE-CHANGE-RPT-REC.
         WRITE RATE-CHANGE-RPT-REC.
