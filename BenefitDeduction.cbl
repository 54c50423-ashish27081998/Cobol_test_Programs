       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BENDEDN.
      * Monthly benefits premium deductions.  Premium cards post the
      * shop's premium table by plan and coverage tier; each active
      * person ENRLIMP shows enrolled in a plan is then priced at
      * the tier their dependants on PERSDEPB put them in - none is
      * employee only, one is employee plus one, more is family -
      * and the employee share goes to PAYDEDUC for PAYXTRCT to
      * carry to the bureau, once per person per month - added to
      * the feed CHARGEBK and PENALTY share, which PAYXTRCT empties
      * once sent, so the month's premiums go with the first
      * HRNIGHT bureau file after this run ends.  The
      * vendor's monthly bill is then held against the premiums we
      * worked out, person by person, and every difference in
      * plan, tier or amount, and everyone billed but not enrolled
      * or enrolled but not billed, goes on the reconciliation.
      * The spreadsheet and the phone call to the bureau retire.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREMIUM-TRANS-FILE ASSIGN TO "BENPTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREMIUM-TRANS-STATUS.
           SELECT PREMIUM-FILE ASSIGN TO "BENPREM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BPRM-KEY
               FILE STATUS IS PREMIUM-STATUS.
           SELECT MONTH-PARM-FILE ASSIGN TO "BENMONTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MONTH-PARM-STATUS.
           SELECT PERSON-ENROLL-FILE ASSIGN TO "PERSENRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PENR-PERSON-ID
               FILE STATUS IS PERSON-ENROLL-STATUS.
           SELECT DEPENDANT-FILE ASSIGN TO "PERSDEPB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDEP-KEY
               FILE STATUS IS DEPENDANT-STATUS.
           SELECT PERSON-MASTER-FILE ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSM-PERSON-ID
               ALTERNATE RECORD KEY IS PERSM-L-SURNAME
                   WITH DUPLICATES
               FILE STATUS IS PERSON-MASTER-STATUS.
           SELECT DEDUCTED-MONTH-FILE ASSIGN TO "BENDEDH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BDH-PERSON-ID
               FILE STATUS IS DEDUCTED-MONTH-STATUS.
           SELECT DEDUCTION-FILE ASSIGN TO "PAYDEDUC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEDUCTION-STATUS.
           SELECT VENDOR-BILL-FILE ASSIGN TO "BENBILL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-BILL-STATUS.
           SELECT PREMIUM-REJECT-FILE ASSIGN TO "BENPREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREMIUM-REJECT-STATUS.
           SELECT RECON-RPT-FILE ASSIGN TO "BENRECON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECON-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PREMIUM-TRANS-FILE.
       01  PREMIUM-TRANS-REC.
           02 BPTR-PLAN-CODE           PIC X(04).
           02 BPTR-TIER                PIC X(01).
              88 BPTR-TIER-VALID           VALUE "E" "P" "F".
           02 BPTR-MONTHLY-PREMIUM     PIC 9(05)V99.
           02 BPTR-EMPLOYEE-SHARE      PIC 9(05)V99.

       FD  PREMIUM-FILE.
           COPY BENPREM.

       FD  MONTH-PARM-FILE.
       01  MONTH-PARM-REC.
           02 MPRM-YEAR-MONTH          PIC 9(06).

       FD  PERSON-ENROLL-FILE.
           COPY PERSENRL.

       FD  DEPENDANT-FILE.
           COPY PERSDEPB.

       FD  PERSON-MASTER-FILE.
           COPY PERSMAST.

       FD  DEDUCTED-MONTH-FILE.
      * The last month each person's premium share went to payroll,
      * so a rerun inside the month cannot deduct it twice.
       01  DEDUCTED-MONTH-REC.
           02 BDH-PERSON-ID            PIC 9(10).
           02 BDH-LAST-MONTH           PIC 9(06).

       FD  DEDUCTION-FILE.
           COPY PAYDEDUC.

       FD  VENDOR-BILL-FILE.
       01  VENDOR-BILL-REC.
           02 BILL-PERSON-ID           PIC 9(10).
           02 BILL-PLAN-CODE           PIC X(04).
           02 BILL-TIER                PIC X(01).
           02 BILL-AMOUNT              PIC 9(05)V99.

       FD  PREMIUM-REJECT-FILE.
       01  PREMIUM-REJECT-REC          PIC X(80).

       FD  RECON-RPT-FILE.
       01  RECON-RPT-REC               PIC X(100).

       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY REFLOOKP.
        01 PREMIUM-TRANS-STATUS       PIC XX VALUE "00".
        01 PREMIUM-STATUS             PIC XX VALUE "00".
        01 MONTH-PARM-STATUS          PIC XX VALUE "00".
        01 PERSON-ENROLL-STATUS       PIC XX VALUE "00".
        01 DEPENDANT-STATUS           PIC XX VALUE "00".
        01 PERSON-MASTER-STATUS       PIC XX VALUE "00".
        01 DEDUCTED-MONTH-STATUS      PIC XX VALUE "00".
        01 DEDUCTION-STATUS           PIC XX VALUE "00".
        01 VENDOR-BILL-STATUS         PIC XX VALUE "00".
        01 PREMIUM-REJECT-STATUS      PIC XX VALUE "00".
        01 RECON-RPT-STATUS           PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 SEGMENT-EOF-SWITCH         PIC X VALUE "N".
           88 SEGMENT-EOF                  VALUE "Y".
        01 PERSON-FOUND-SWITCH        PIC X VALUE "N".
           88 PERSON-FOUND                 VALUE "Y".
        01 PREMIUM-FOUND-SWITCH       PIC X VALUE "N".
           88 PREMIUM-FOUND                VALUE "Y".
        01 DEDUCTED-FOUND-SWITCH      PIC X VALUE "N".
           88 DEDUCTED-FOUND               VALUE "Y".
        01 DEPENDANT-FILE-SWITCH      PIC X VALUE "N".
           88 DEPENDANT-FILE-OPEN          VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 TODAY-DATE-PARTS REDEFINES TODAY-DATE.
           02 TODAY-YEAR-MONTH        PIC 9(06).
           02 FILLER                  PIC 9(02).
        01 PREMIUM-MONTH              PIC 9(06).
        01 REJECT-REASON              PIC X(30).
        01 DEPENDANT-COUNT            PIC 9(02).
        01 COVERAGE-TIER              PIC X(01).
        01 UNIT-FIELD.
           02 UNIT-PLAN-CODE          PIC X(04).
           02 FILLER                  PIC X(01) VALUE "-".
           02 UNIT-TIER               PIC X(01).
        01 PREMIUMS-POSTED            PIC 9(05) VALUE ZERO.
        01 PREMIUMS-REJECTED          PIC 9(05) VALUE ZERO.
        01 PEOPLE-PRICED              PIC 9(05) VALUE ZERO.
        01 DEDUCTIONS-WRITTEN         PIC 9(05) VALUE ZERO.
        01 ALREADY-DEDUCTED           PIC 9(05) VALUE ZERO.
        01 NO-PREMIUM-COUNT           PIC 9(05) VALUE ZERO.
        01 RECON-DIFFERENCES          PIC 9(05) VALUE ZERO.
        01 BILL-LINES-READ            PIC 9(05) VALUE ZERO.
        01 TOTAL-DEDUCTED             PIC 9(09)V99 VALUE ZERO.
        01 TOTAL-COMPUTED             PIC 9(09)V99 VALUE ZERO.
        01 TOTAL-BILLED               PIC 9(09)V99 VALUE ZERO.
        01 TOTAL-DIFFERENCE           PIC S9(09)V99 VALUE ZERO.
        01 AMOUNT-DIFFERENCE          PIC S9(07)V99.
        01 DIFFERENCE-EDIT            PIC -(8)9.99.
        01 AMOUNT-EDIT                PIC Z(8)9.99.
        01 PRICED-COUNT               PIC 9(04) VALUE ZERO.
        01 PRICED-TABLE.
           02 PRICED-ENTRY OCCURS 0 TO 5000 TIMES
                  DEPENDING ON PRICED-COUNT
                  INDEXED BY PRCD-IDX.
               03 PRCD-PERSON-ID       PIC 9(10).
               03 PRCD-PLAN-CODE       PIC X(04).
               03 PRCD-TIER            PIC X(01).
               03 PRCD-PREMIUM         PIC 9(05)V99.
               03 PRCD-BILLED-SWITCH   PIC X(01).
                  88 PRCD-BILLED           VALUE "Y".

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "BENDEDN: BENEFITS PREMIUM DEDUCTIONS STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         PERFORM READ-PREMIUM-MONTH.
         OPEN I-O PREMIUM-FILE.
         IF PREMIUM-STATUS = "35"
      * First-ever run - no premium table yet, so create an empty
      * one rather than refuse to start.
             OPEN OUTPUT PREMIUM-FILE
             CLOSE PREMIUM-FILE
             OPEN I-O PREMIUM-FILE
         END-IF.
         OPEN I-O DEDUCTED-MONTH-FILE.
         IF DEDUCTED-MONTH-STATUS = "35"
             OPEN OUTPUT DEDUCTED-MONTH-FILE
             CLOSE DEDUCTED-MONTH-FILE
             OPEN I-O DEDUCTED-MONTH-FILE
         END-IF.
         OPEN INPUT PERSON-MASTER-FILE.
         IF PERSON-MASTER-STATUS NOT = "00"
             DISPLAY "BENDEDN: CANNOT OPEN PERSON-MASTER - "
                     PERSON-MASTER-STATUS
             STOP RUN RETURNING RC-SEVERE
         END-IF.
         OPEN INPUT PERSON-ENROLL-FILE.
         IF PERSON-ENROLL-STATUS NOT = "00"
             DISPLAY "BENDEDN: CANNOT OPEN PERSON-ENROLL - "
                     PERSON-ENROLL-STATUS
             STOP RUN RETURNING RC-SEVERE
         END-IF.
         OPEN INPUT DEPENDANT-FILE.
         IF DEPENDANT-STATUS = "00"
             MOVE "Y" TO DEPENDANT-FILE-SWITCH
         END-IF.
         OPEN OUTPUT PREMIUM-REJECT-FILE.
         PERFORM PROCESS-PREMIUM-TRANSACTIONS.
         CLOSE PREMIUM-REJECT-FILE.
         OPEN OUTPUT RECON-RPT-FILE.
         MOVE SPACES TO RECON-RPT-REC.
         STRING "BENEFITS PREMIUM DEDUCTIONS AND RECONCILIATION - "
                "MONTH " PREMIUM-MONTH
             DELIMITED BY SIZE INTO RECON-RPT-REC.
         WRITE RECON-RPT-REC.
         MOVE SPACES TO RECON-RPT-REC.
         WRITE RECON-RPT-REC.
         OPEN EXTEND DEDUCTION-FILE.
         IF DEDUCTION-STATUS = "35"
             OPEN OUTPUT DEDUCTION-FILE
         END-IF.
         PERFORM PRICE-ENROLLED-STAFF.
         CLOSE DEDUCTION-FILE.
         PERFORM RECONCILE-VENDOR-BILL.
         PERFORM WRITE-RECON-TOTALS.
         CLOSE RECON-RPT-FILE.
         CLOSE PREMIUM-FILE DEDUCTED-MONTH-FILE
               PERSON-MASTER-FILE PERSON-ENROLL-FILE.
         IF DEPENDANT-FILE-OPEN
             CLOSE DEPENDANT-FILE
         END-IF.
         DISPLAY "PREMIUMS POSTED: " PREMIUMS-POSTED.
         DISPLAY "PREMIUMS REJECTED: " PREMIUMS-REJECTED.
         DISPLAY "ENROLLED STAFF PRICED: " PEOPLE-PRICED.
         DISPLAY "DEDUCTIONS WRITTEN: " DEDUCTIONS-WRITTEN.
         DISPLAY "ALREADY DEDUCTED THIS MONTH: " ALREADY-DEDUCTED.
         DISPLAY "NO PREMIUM ON TABLE: " NO-PREMIUM-COUNT.
         DISPLAY "BILL DIFFERENCES: " RECON-DIFFERENCES.
         IF PREMIUMS-REJECTED > 0 OR NO-PREMIUM-COUNT > 0
            OR RECON-DIFFERENCES > 0
             STOP RUN RETURNING RC-WARNING
         ELSE
             STOP RUN RETURNING RC-NORMAL
         END-IF.

       READ-PREMIUM-MONTH.
      * The month being deducted comes off the BENMONTH card when
      * one is supplied, else it is the month of the run.
         MOVE TODAY-YEAR-MONTH TO PREMIUM-MONTH.
         OPEN INPUT MONTH-PARM-FILE.
         IF MONTH-PARM-STATUS = "00"
             READ MONTH-PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                     IF MPRM-YEAR-MONTH NUMERIC AND
                        MPRM-YEAR-MONTH > ZERO
                         MOVE MPRM-YEAR-MONTH TO PREMIUM-MONTH
                     END-IF
             END-READ
             CLOSE MONTH-PARM-FILE
         END-IF.

       PROCESS-PREMIUM-TRANSACTIONS.
         OPEN INPUT PREMIUM-TRANS-FILE.
         IF PREMIUM-TRANS-STATUS NOT = "00"
             DISPLAY "NO PREMIUM CHANGES TO POST"
         ELSE
             READ PREMIUM-TRANS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM POST-ONE-PREMIUM
                 READ PREMIUM-TRANS-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE PREMIUM-TRANS-FILE
         END-IF.

       POST-ONE-PREMIUM.
         MOVE SPACES TO REJECT-REASON.
         MOVE "BENPLAN " TO RL-CODE-TYPE.
         MOVE BPTR-PLAN-CODE TO RL-CODE-VALUE.
         CALL "REFLOOK" USING REF-LOOKUP-PARMS.
         IF BPTR-PLAN-CODE = SPACES OR
            (RL-TYPE-ON-TABLE AND NOT RL-CODE-FOUND)
             MOVE "UNKNOWN PLAN CODE" TO REJECT-REASON
         ELSE
             IF NOT BPTR-TIER-VALID
                 MOVE "TIER NOT E, P OR F" TO REJECT-REASON
             ELSE
                 IF BPTR-MONTHLY-PREMIUM NOT NUMERIC OR
                    BPTR-EMPLOYEE-SHARE NOT NUMERIC
                     MOVE "PREMIUM NOT NUMERIC" TO REJECT-REASON
                 ELSE
                     IF BPTR-EMPLOYEE-SHARE > BPTR-MONTHLY-PREMIUM
                         MOVE "SHARE EXCEEDS PREMIUM"
                             TO REJECT-REASON
                     END-IF
                 END-IF
             END-IF
         END-IF.
         IF REJECT-REASON NOT = SPACES
             MOVE SPACES TO PREMIUM-REJECT-REC
             STRING "REJECTED - " BPTR-PLAN-CODE " " BPTR-TIER
                    " " REJECT-REASON
                 DELIMITED BY SIZE INTO PREMIUM-REJECT-REC
             WRITE PREMIUM-REJECT-REC
             ADD 1 TO PREMIUMS-REJECTED
         ELSE
             MOVE BPTR-PLAN-CODE TO BPRM-PLAN-CODE
             MOVE BPTR-TIER      TO BPRM-TIER
             READ PREMIUM-FILE
                 INVALID KEY MOVE "N" TO PREMIUM-FOUND-SWITCH
                 NOT INVALID KEY MOVE "Y" TO PREMIUM-FOUND-SWITCH
             END-READ
             MOVE BPTR-PLAN-CODE       TO BPRM-PLAN-CODE
             MOVE BPTR-TIER            TO BPRM-TIER
             MOVE BPTR-MONTHLY-PREMIUM TO BPRM-MONTHLY-PREMIUM
             MOVE BPTR-EMPLOYEE-SHARE  TO BPRM-EMPLOYEE-SHARE
             IF PREMIUM-FOUND
                 REWRITE BENEFIT-PREMIUM-REC
             ELSE
                 WRITE BENEFIT-PREMIUM-REC
             END-IF
             ADD 1 TO PREMIUMS-POSTED
         END-IF.

       PRICE-ENROLLED-STAFF.
         MOVE LOW-VALUES TO PENR-PERSON-ID.
         START PERSON-ENROLL-FILE KEY IS NOT LESS THAN
               PENR-PERSON-ID
             INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
         END-START.
         PERFORM UNTIL END-OF-FILE
             READ PERSON-ENROLL-FILE NEXT RECORD
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             IF NOT END-OF-FILE AND NOT PENR-WAIVED
                 PERFORM PRICE-ONE-ENROLMENT
             END-IF
         END-PERFORM.
         MOVE "N" TO END-OF-FILE-SWITCH.

       PRICE-ONE-ENROLMENT.
      * Leavers stay on the enrollment file until the purge, but
      * payroll has stopped paying them - only the active are
      * priced.
         MOVE PENR-PERSON-ID TO PERSM-PERSON-ID.
         READ PERSON-MASTER-FILE
             INVALID KEY MOVE "N" TO PERSON-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO PERSON-FOUND-SWITCH
         END-READ.
         IF PERSON-FOUND AND PERSM-ACTIVE
             PERFORM COUNT-DEPENDANTS
             IF DEPENDANT-COUNT = 0
                 MOVE "E" TO COVERAGE-TIER
             ELSE
                 IF DEPENDANT-COUNT = 1
                     MOVE "P" TO COVERAGE-TIER
                 ELSE
                     MOVE "F" TO COVERAGE-TIER
                 END-IF
             END-IF
             MOVE PENR-PLAN-CODE TO BPRM-PLAN-CODE
             MOVE COVERAGE-TIER  TO BPRM-TIER
             READ PREMIUM-FILE
                 INVALID KEY MOVE "N" TO PREMIUM-FOUND-SWITCH
                 NOT INVALID KEY MOVE "Y" TO PREMIUM-FOUND-SWITCH
             END-READ
             IF NOT PREMIUM-FOUND
                 ADD 1 TO NO-PREMIUM-COUNT
                 MOVE SPACES TO RECON-RPT-REC
                 STRING PENR-PERSON-ID " " PERSM-L-SURNAME
                        " PLAN " PENR-PLAN-CODE
                        " TIER " COVERAGE-TIER
                        " - NO PREMIUM ON TABLE, NOT DEDUCTED"
                     DELIMITED BY SIZE INTO RECON-RPT-REC
                 WRITE RECON-RPT-REC
             ELSE
                 ADD 1 TO PEOPLE-PRICED
                 ADD BPRM-MONTHLY-PREMIUM TO TOTAL-COMPUTED
                 PERFORM ADD-PRICED-ENTRY
                 PERFORM DEDUCT-ONE-PREMIUM
             END-IF
         END-IF.

       COUNT-DEPENDANTS.
      * Beneficiaries share the file but are not covered, so only
      * type "D" segments count toward the tier.
         MOVE ZERO TO DEPENDANT-COUNT.
         MOVE "N" TO SEGMENT-EOF-SWITCH.
         IF DEPENDANT-FILE-OPEN
             MOVE PENR-PERSON-ID TO PDEP-PERSON-ID
             MOVE ZERO TO PDEP-SEQUENCE
             START DEPENDANT-FILE KEY IS NOT LESS THAN PDEP-KEY
                 INVALID KEY MOVE "Y" TO SEGMENT-EOF-SWITCH
             END-START
             PERFORM UNTIL SEGMENT-EOF
                 READ DEPENDANT-FILE NEXT RECORD
                     AT END MOVE "Y" TO SEGMENT-EOF-SWITCH
                 END-READ
                 IF NOT SEGMENT-EOF
                     IF PDEP-PERSON-ID NOT = PENR-PERSON-ID
                         MOVE "Y" TO SEGMENT-EOF-SWITCH
                     ELSE
                         IF PDEP-IS-DEPENDANT
                             ADD 1 TO DEPENDANT-COUNT
                         END-IF
                     END-IF
                 END-IF
             END-PERFORM
         END-IF.

       ADD-PRICED-ENTRY.
         IF PRICED-COUNT < 5000
             ADD 1 TO PRICED-COUNT
             SET PRCD-IDX TO PRICED-COUNT
             MOVE PENR-PERSON-ID       TO PRCD-PERSON-ID (PRCD-IDX)
             MOVE PENR-PLAN-CODE       TO PRCD-PLAN-CODE (PRCD-IDX)
             MOVE COVERAGE-TIER        TO PRCD-TIER (PRCD-IDX)
             MOVE BPRM-MONTHLY-PREMIUM TO PRCD-PREMIUM (PRCD-IDX)
             MOVE "N" TO PRCD-BILLED-SWITCH (PRCD-IDX)
         END-IF.

       DEDUCT-ONE-PREMIUM.
         MOVE PENR-PERSON-ID TO BDH-PERSON-ID.
         READ DEDUCTED-MONTH-FILE
             INVALID KEY MOVE "N" TO DEDUCTED-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO DEDUCTED-FOUND-SWITCH
         END-READ.
         IF DEDUCTED-FOUND AND BDH-LAST-MONTH >= PREMIUM-MONTH
             ADD 1 TO ALREADY-DEDUCTED
         ELSE
             IF BPRM-EMPLOYEE-SHARE > ZERO
                 MOVE PENR-PLAN-CODE TO UNIT-PLAN-CODE
                 MOVE COVERAGE-TIER  TO UNIT-TIER
                 MOVE PENR-PERSON-ID      TO PDED-PERSON-ID
                 MOVE UNIT-FIELD          TO PDED-VEH-ID
                 MOVE TODAY-DATE          TO PDED-DATE
                 MOVE ZERO                TO PDED-MILES
                 MOVE BPRM-EMPLOYEE-SHARE TO PDED-AMOUNT
                 WRITE PAY-DEDUCTION-REC
                 ADD 1 TO DEDUCTIONS-WRITTEN
                 ADD BPRM-EMPLOYEE-SHARE TO TOTAL-DEDUCTED
             END-IF
             MOVE PENR-PERSON-ID TO BDH-PERSON-ID
             MOVE PREMIUM-MONTH  TO BDH-LAST-MONTH
             IF DEDUCTED-FOUND
                 REWRITE DEDUCTED-MONTH-REC
             ELSE
                 WRITE DEDUCTED-MONTH-REC
             END-IF
         END-IF.

       RECONCILE-VENDOR-BILL.
         MOVE SPACES TO RECON-RPT-REC.
         WRITE RECON-RPT-REC.
         OPEN INPUT VENDOR-BILL-FILE.
         IF VENDOR-BILL-STATUS NOT = "00"
             MOVE SPACES TO RECON-RPT-REC
             MOVE "NO VENDOR BILL ON HAND - NOT RECONCILED"
                 TO RECON-RPT-REC
             WRITE RECON-RPT-REC
         ELSE
             READ VENDOR-BILL-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM MATCH-ONE-BILL-LINE
                 READ VENDOR-BILL-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE VENDOR-BILL-FILE
             IF PRICED-COUNT > 0
                 PERFORM REPORT-ONE-UNBILLED
                     VARYING PRCD-IDX FROM 1 BY 1
                     UNTIL PRCD-IDX > PRICED-COUNT
             END-IF
         END-IF.

       MATCH-ONE-BILL-LINE.
         ADD 1 TO BILL-LINES-READ.
         ADD BILL-AMOUNT TO TOTAL-BILLED.
         SET PRCD-IDX TO 1.
         SEARCH PRICED-ENTRY
             AT END
                 ADD 1 TO RECON-DIFFERENCES
                 MOVE BILL-AMOUNT TO AMOUNT-EDIT
                 MOVE SPACES TO RECON-RPT-REC
                 STRING BILL-PERSON-ID " PLAN " BILL-PLAN-CODE
                        " TIER " BILL-TIER " BILLED " AMOUNT-EDIT
                        " - BILLED BUT NOT ENROLLED"
                     DELIMITED BY SIZE INTO RECON-RPT-REC
                 WRITE RECON-RPT-REC
             WHEN PRCD-PERSON-ID (PRCD-IDX) = BILL-PERSON-ID
                 MOVE "Y" TO PRCD-BILLED-SWITCH (PRCD-IDX)
                 PERFORM COMPARE-ONE-BILL-LINE
         END-SEARCH.

       COMPARE-ONE-BILL-LINE.
         COMPUTE AMOUNT-DIFFERENCE =
                 BILL-AMOUNT - PRCD-PREMIUM (PRCD-IDX).
         IF BILL-PLAN-CODE NOT = PRCD-PLAN-CODE (PRCD-IDX) OR
            BILL-TIER NOT = PRCD-TIER (PRCD-IDX)
             ADD 1 TO RECON-DIFFERENCES
             MOVE SPACES TO RECON-RPT-REC
             STRING BILL-PERSON-ID " BILLED PLAN " BILL-PLAN-CODE
                    " TIER " BILL-TIER " - OURS PLAN "
                    PRCD-PLAN-CODE (PRCD-IDX)
                    " TIER " PRCD-TIER (PRCD-IDX)
                 DELIMITED BY SIZE INTO RECON-RPT-REC
             WRITE RECON-RPT-REC
         ELSE
             IF AMOUNT-DIFFERENCE NOT = ZERO
                 ADD 1 TO RECON-DIFFERENCES
                 MOVE AMOUNT-DIFFERENCE TO DIFFERENCE-EDIT
                 MOVE BILL-AMOUNT TO AMOUNT-EDIT
                 MOVE SPACES TO RECON-RPT-REC
                 STRING BILL-PERSON-ID " PLAN " BILL-PLAN-CODE
                        " TIER " BILL-TIER " BILLED " AMOUNT-EDIT
                        " DIFFERENCE " DIFFERENCE-EDIT
                     DELIMITED BY SIZE INTO RECON-RPT-REC
                 WRITE RECON-RPT-REC
             END-IF
         END-IF.

       REPORT-ONE-UNBILLED.
         IF NOT PRCD-BILLED (PRCD-IDX)
             ADD 1 TO RECON-DIFFERENCES
             MOVE PRCD-PREMIUM (PRCD-IDX) TO AMOUNT-EDIT
             MOVE SPACES TO RECON-RPT-REC
             STRING PRCD-PERSON-ID (PRCD-IDX)
                    " PLAN " PRCD-PLAN-CODE (PRCD-IDX)
                    " TIER " PRCD-TIER (PRCD-IDX)
                    " PREMIUM " AMOUNT-EDIT
                    " - ENROLLED BUT NOT BILLED"
                 DELIMITED BY SIZE INTO RECON-RPT-REC
             WRITE RECON-RPT-REC
         END-IF.

       WRITE-RECON-TOTALS.
         MOVE SPACES TO RECON-RPT-REC.
         WRITE RECON-RPT-REC.
         MOVE SPACES TO RECON-RPT-REC.
         MOVE TOTAL-DEDUCTED TO AMOUNT-EDIT.
         STRING "DEDUCTIONS WRITTEN: " DEDUCTIONS-WRITTEN
                "  EMPLOYEE SHARE: " AMOUNT-EDIT
             DELIMITED BY SIZE INTO RECON-RPT-REC.
         WRITE RECON-RPT-REC.
         MOVE SPACES TO RECON-RPT-REC.
         MOVE TOTAL-COMPUTED TO AMOUNT-EDIT.
         STRING "PREMIUMS COMPUTED: " PEOPLE-PRICED
                "  TOTAL: " AMOUNT-EDIT
             DELIMITED BY SIZE INTO RECON-RPT-REC.
         WRITE RECON-RPT-REC.
         MOVE SPACES TO RECON-RPT-REC.
         MOVE TOTAL-BILLED TO AMOUNT-EDIT.
         STRING "VENDOR BILL LINES: " BILL-LINES-READ
                "  TOTAL: " AMOUNT-EDIT
             DELIMITED BY SIZE INTO RECON-RPT-REC.
         WRITE RECON-RPT-REC.
         COMPUTE TOTAL-DIFFERENCE = TOTAL-BILLED - TOTAL-COMPUTED.
         MOVE TOTAL-DIFFERENCE TO DIFFERENCE-EDIT.
         MOVE SPACES TO RECON-RPT-REC.
         STRING "BILLED LESS COMPUTED: " DIFFERENCE-EDIT
                "  DIFFERENCES LISTED: " RECON-DIFFERENCES
             DELIMITED BY SIZE INTO RECON-RPT-REC.
         WRITE RECON-RPT-REC.
