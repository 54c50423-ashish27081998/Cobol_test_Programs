       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SUBJACC.
      * Personal-data subject access run.  Each SARTRAN card names a
      * PERSM-PERSON-ID and the operator asking for it, checked
      * against the operator master's person authority the way
      * PERDCLS checks its cards - a refusal goes to the shared
      * OPERDENY denial log.  Option "R" gathers everything held on
      * the person into readable sections on SARRPT: the master,
      * address, dependants and beneficiaries, licence, leave
      * ledger and spans, sickness spells, clocked hours, pay
      * history, payroll deductions, vehicle assignments,
      * incidents, penalty notices, the latest driver risk score,
      * training history, expense claims, the PERSJRNL change
      * history and benefits enrollment.  Option "L" instead lists
      * on SARLIST each file the person appears in with a record
      * count, for the retention and erasure process.  Every
      * request, granted or refused, is logged to SARLOG with the
      * requesting operator - HR stops asking a dozen places for
      * one printout.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-TRANS-FILE ASSIGN TO "SARTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUEST-TRANS-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPRM-OPERATOR-ID
               FILE STATUS IS OPERATOR-MASTER-STATUS.
           SELECT PERSON-MASTER-FILE ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSM-PERSON-ID
               ALTERNATE RECORD KEY IS PERSM-L-SURNAME
                   WITH DUPLICATES
               FILE STATUS IS PERSON-MASTER-STATUS.
           SELECT PERSON-ADDRESS-FILE ASSIGN TO "PERSADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PADR-PERSON-ID
               FILE STATUS IS PERSON-ADDRESS-STATUS.
           SELECT DEPENDANT-FILE ASSIGN TO "PERSDEPB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDEP-KEY
               FILE STATUS IS DEPENDANT-STATUS.
           SELECT LICENCE-MASTER-FILE ASSIGN TO "DRVLICM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DLIC-PERSON-ID
               FILE STATUS IS LICENCE-MASTER-STATUS.
           SELECT LEAVE-LEDGER-FILE ASSIGN TO "LEAVELDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LLGR-PERSON-ID
               FILE STATUS IS LEAVE-LEDGER-STATUS.
           SELECT LEAVE-SPAN-FILE ASSIGN TO "LEAVESPN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEAVE-SPAN-STATUS.
           SELECT SICKNESS-SPELL-FILE ASSIGN TO "SICKSPEL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SICK-KEY
               FILE STATUS IS SICKNESS-SPELL-STATUS.
           SELECT CLOCK-HISTORY-FILE ASSIGN TO "CLOKHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOCK-HISTORY-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYH-KEY
               FILE STATUS IS PAY-HISTORY-STATUS.
           SELECT DEDUCTION-FILE ASSIGN TO "PAYDEDUC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEDUCTION-STATUS.
           SELECT ASSIGN-MASTER-FILE ASSIGN TO "ASSGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASSG-VEH-ID
               FILE STATUS IS ASSIGN-MASTER-STATUS.
           SELECT INCIDENT-MASTER-FILE ASSIGN TO "INCDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INCD-KEY
               FILE STATUS IS INCIDENT-MASTER-STATUS.
           SELECT PENALTY-MASTER-FILE ASSIGN TO "PNLTYMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNLT-NOTICE-NO
               FILE STATUS IS PENALTY-MASTER-STATUS.
           SELECT SCORE-RPT-FILE ASSIGN TO "DRVSCORR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCORE-RPT-STATUS.
           SELECT TRAINING-HISTORY-FILE ASSIGN TO "TRNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRNH-KEY
               FILE STATUS IS TRAINING-HISTORY-STATUS.
           SELECT EXPENSE-CLAIM-FILE ASSIGN TO "EXPCLAIM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXPC-KEY
               FILE STATUS IS EXPENSE-CLAIM-STATUS.
           SELECT PERSON-JOURNAL-FILE ASSIGN TO "PERSJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERSON-JOURNAL-STATUS.
           SELECT PERSON-ENROLL-FILE ASSIGN TO "PERSENRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PENR-PERSON-ID
               FILE STATUS IS PERSON-ENROLL-STATUS.
           SELECT ACCESS-RPT-FILE ASSIGN TO "SARRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCESS-RPT-STATUS.
           SELECT FILE-LIST-FILE ASSIGN TO "SARLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-LIST-STATUS.
           SELECT REQUEST-LOG-FILE ASSIGN TO "SARLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUEST-LOG-STATUS.
           SELECT DENIAL-LOG-FILE ASSIGN TO "OPERDENY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DENIAL-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-TRANS-FILE.
      * Option "R" the full report, "L" the list of files only.
       01  REQUEST-TRANS-REC.
           02 SART-OPERATOR-ID         PIC X(08).
           02 SART-PASSWORD            PIC X(08).
           02 SART-PERSON-ID           PIC 9(10).
           02 SART-OPTION              PIC X(01).
              88 SART-FULL-REPORT          VALUE "R".
              88 SART-FILE-LIST            VALUE "L".
              88 SART-OPTION-VALID         VALUE "R" "L".

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  PERSON-MASTER-FILE.
           COPY PERSMAST.

       FD  PERSON-ADDRESS-FILE.
           COPY PERSADDR.

       FD  DEPENDANT-FILE.
           COPY PERSDEPB.

       FD  LICENCE-MASTER-FILE.
           COPY DRVLIC.

       FD  LEAVE-LEDGER-FILE.
           COPY LEAVELDG.

       FD  LEAVE-SPAN-FILE.
           COPY LEAVESPN.

       FD  SICKNESS-SPELL-FILE.
           COPY SICKSPEL.

       FD  CLOCK-HISTORY-FILE.
           COPY CLOKHIST.

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  DEDUCTION-FILE.
           COPY PAYDEDUC.

       FD  ASSIGN-MASTER-FILE.
           COPY ASSGMAST.

       FD  INCIDENT-MASTER-FILE.
           COPY INCDMAST.

       FD  PENALTY-MASTER-FILE.
           COPY PNLTYMST.

       FD  SCORE-RPT-FILE.
       01  SCORE-RPT-REC               PIC X(120).

       FD  TRAINING-HISTORY-FILE.
           COPY TRNHIST.

       FD  EXPENSE-CLAIM-FILE.
           COPY EXPCLAIM.

       FD  PERSON-JOURNAL-FILE.
           COPY PERSJRNL.

       FD  PERSON-ENROLL-FILE.
           COPY PERSENRL.

       FD  ACCESS-RPT-FILE.
       01  ACCESS-RPT-REC              PIC X(132).

       FD  FILE-LIST-FILE.
       01  FILE-LIST-REC.
           02 SARL-PERSON-ID           PIC 9(10).
           02 SARL-FILE-NAME           PIC X(08).
           02 SARL-RECORD-COUNT        PIC 9(07).
           02 SARL-DESCRIPTION         PIC X(30).
           02 SARL-REQUEST-DATE        PIC 9(08).

       FD  REQUEST-LOG-FILE.
       01  REQUEST-LOG-REC             PIC X(80).

       FD  DENIAL-LOG-FILE.
       01  DENIAL-LOG-REC              PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RETCODES.
        01 REQUEST-TRANS-STATUS       PIC XX VALUE "00".
        01 OPERATOR-MASTER-STATUS     PIC XX VALUE "00".
        01 PERSON-MASTER-STATUS       PIC XX VALUE "00".
        01 PERSON-ADDRESS-STATUS      PIC XX VALUE "00".
        01 DEPENDANT-STATUS           PIC XX VALUE "00".
        01 LICENCE-MASTER-STATUS      PIC XX VALUE "00".
        01 LEAVE-LEDGER-STATUS        PIC XX VALUE "00".
        01 LEAVE-SPAN-STATUS          PIC XX VALUE "00".
        01 SICKNESS-SPELL-STATUS      PIC XX VALUE "00".
        01 CLOCK-HISTORY-STATUS       PIC XX VALUE "00".
        01 PAY-HISTORY-STATUS         PIC XX VALUE "00".
        01 DEDUCTION-STATUS           PIC XX VALUE "00".
        01 ASSIGN-MASTER-STATUS       PIC XX VALUE "00".
        01 INCIDENT-MASTER-STATUS     PIC XX VALUE "00".
        01 PENALTY-MASTER-STATUS      PIC XX VALUE "00".
        01 SCORE-RPT-STATUS           PIC XX VALUE "00".
        01 TRAINING-HISTORY-STATUS    PIC XX VALUE "00".
        01 EXPENSE-CLAIM-STATUS       PIC XX VALUE "00".
        01 PERSON-JOURNAL-STATUS      PIC XX VALUE "00".
        01 PERSON-ENROLL-STATUS       PIC XX VALUE "00".
        01 ACCESS-RPT-STATUS          PIC XX VALUE "00".
        01 FILE-LIST-STATUS           PIC XX VALUE "00".
        01 REQUEST-LOG-STATUS         PIC XX VALUE "00".
        01 DENIAL-LOG-STATUS          PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 SEGMENT-EOF-SWITCH         PIC X VALUE "N".
           88 SEGMENT-EOF                  VALUE "Y".
        01 OPERATOR-OK-SWITCH         PIC X VALUE "N".
           88 OPERATOR-OK                  VALUE "Y".
        01 OPERATOR-FILE-SWITCH       PIC X VALUE "N".
           88 OPERATOR-FILE-OPEN           VALUE "Y".
        01 FILE-AVAILABLE-SWITCH      PIC X VALUE "N".
           88 FILE-AVAILABLE               VALUE "Y".
        01 SCORE-BLOCK-SWITCH         PIC X VALUE "N".
           88 IN-PERSON-SCORE-BLOCK        VALUE "Y".
        01 RUN-DATE                   PIC 9(08).
        01 RUN-TIME-WORK              PIC 9(08).
        01 DENIAL-REASON              PIC X(30).
        01 REQUEST-PERSON-ID          PIC 9(10).
        01 REQUEST-OPTION             PIC X(01).
           88 REPORT-REQUESTED             VALUE "R".
           88 FILE-LIST-REQUESTED          VALUE "L".
        01 SECTION-FILE-NAME          PIC X(08).
        01 SECTION-TITLE              PIC X(30).
        01 SECTION-HITS               PIC 9(07).
        01 FILES-HOLDING              PIC 9(03).
        01 RECORDS-HELD               PIC 9(07).
        01 REQUESTS-SERVED            PIC 9(05) VALUE ZERO.
        01 REQUESTS-REFUSED           PIC 9(05) VALUE ZERO.
        01 DETAIL-LINE                PIC X(132).
        01 AMOUNT-EDIT                PIC Z(6)9.99.
        01 RATE-EDIT                  PIC Z(6)9.99.
        01 DAYS-EDIT                  PIC Z(3)9.9.
        01 TAKEN-EDIT                 PIC Z(3)9.9.
        01 HOURS-EDIT                 PIC Z9.9.
        01 MILES-EDIT                 PIC -(7)9.
        01 SCORE-PREFIX.
           02 FILLER                  PIC X(07) VALUE "DRIVER ".
           02 SCORE-PREFIX-ID         PIC 9(10).

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "SUBJACC: SUBJECT ACCESS RUN STARTING".
         ACCEPT RUN-DATE FROM DATE YYYYMMDD.
         ACCEPT RUN-TIME-WORK FROM TIME.
         OPEN INPUT OPERATOR-MASTER-FILE.
         IF OPERATOR-MASTER-STATUS = "00"
             MOVE "Y" TO OPERATOR-FILE-SWITCH
         END-IF.
         OPEN INPUT REQUEST-TRANS-FILE.
         IF REQUEST-TRANS-STATUS NOT = "00"
             DISPLAY "SUBJACC: NO SUBJECT ACCESS REQUESTS"
         ELSE
             PERFORM OPEN-KEYED-FILES
             OPEN OUTPUT ACCESS-RPT-FILE
             OPEN OUTPUT FILE-LIST-FILE
             OPEN EXTEND REQUEST-LOG-FILE
             IF REQUEST-LOG-STATUS = "35"
                 OPEN OUTPUT REQUEST-LOG-FILE
             END-IF
             READ REQUEST-TRANS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM SERVE-ONE-REQUEST
                 READ REQUEST-TRANS-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE REQUEST-TRANS-FILE ACCESS-RPT-FILE
                   FILE-LIST-FILE REQUEST-LOG-FILE
             PERFORM CLOSE-KEYED-FILES
         END-IF.
         IF OPERATOR-FILE-OPEN
             CLOSE OPERATOR-MASTER-FILE
         END-IF.
         DISPLAY "SUBJECT ACCESS REQUESTS SERVED: " REQUESTS-SERVED.
         DISPLAY "SUBJECT ACCESS REQUESTS REFUSED: "
                 REQUESTS-REFUSED.
         IF REQUESTS-REFUSED > 0
             STOP RUN RETURNING RC-WARNING
         ELSE
             STOP RUN RETURNING RC-NORMAL
         END-IF.

       OPEN-KEYED-FILES.
      * Any file not on this system simply has nothing to show; the
      * sequential files are opened afresh for each request.
         OPEN INPUT PERSON-MASTER-FILE.
         OPEN INPUT PERSON-ADDRESS-FILE.
         OPEN INPUT DEPENDANT-FILE.
         OPEN INPUT LICENCE-MASTER-FILE.
         OPEN INPUT LEAVE-LEDGER-FILE.
         OPEN INPUT SICKNESS-SPELL-FILE.
         OPEN INPUT PAY-HISTORY-FILE.
         OPEN INPUT ASSIGN-MASTER-FILE.
         OPEN INPUT INCIDENT-MASTER-FILE.
         OPEN INPUT PENALTY-MASTER-FILE.
         OPEN INPUT TRAINING-HISTORY-FILE.
         OPEN INPUT EXPENSE-CLAIM-FILE.
         OPEN INPUT PERSON-ENROLL-FILE.

       CLOSE-KEYED-FILES.
         IF PERSON-MASTER-STATUS NOT = "35"
             CLOSE PERSON-MASTER-FILE
         END-IF.
         IF PERSON-ADDRESS-STATUS NOT = "35"
             CLOSE PERSON-ADDRESS-FILE
         END-IF.
         IF DEPENDANT-STATUS NOT = "35"
             CLOSE DEPENDANT-FILE
         END-IF.
         IF LICENCE-MASTER-STATUS NOT = "35"
             CLOSE LICENCE-MASTER-FILE
         END-IF.
         IF LEAVE-LEDGER-STATUS NOT = "35"
             CLOSE LEAVE-LEDGER-FILE
         END-IF.
         IF SICKNESS-SPELL-STATUS NOT = "35"
             CLOSE SICKNESS-SPELL-FILE
         END-IF.
         IF PAY-HISTORY-STATUS NOT = "35"
             CLOSE PAY-HISTORY-FILE
         END-IF.
         IF ASSIGN-MASTER-STATUS NOT = "35"
             CLOSE ASSIGN-MASTER-FILE
         END-IF.
         IF INCIDENT-MASTER-STATUS NOT = "35"
             CLOSE INCIDENT-MASTER-FILE
         END-IF.
         IF PENALTY-MASTER-STATUS NOT = "35"
             CLOSE PENALTY-MASTER-FILE
         END-IF.
         IF TRAINING-HISTORY-STATUS NOT = "35"
             CLOSE TRAINING-HISTORY-FILE
         END-IF.
         IF EXPENSE-CLAIM-STATUS NOT = "35"
             CLOSE EXPENSE-CLAIM-FILE
         END-IF.
         IF PERSON-ENROLL-STATUS NOT = "35"
             CLOSE PERSON-ENROLL-FILE
         END-IF.

       SERVE-ONE-REQUEST.
         PERFORM CHECK-OPERATOR-AUTHORITY.
         IF OPERATOR-OK
             IF SART-PERSON-ID NOT NUMERIC OR
                SART-PERSON-ID = ZERO
                 MOVE "PERSON ID NOT NUMERIC" TO DENIAL-REASON
             ELSE
                 IF NOT SART-OPTION-VALID
                     MOVE "OPTION NOT R OR L" TO DENIAL-REASON
                 END-IF
             END-IF
         ELSE
             PERFORM LOG-DENIAL
         END-IF.
         IF DENIAL-REASON NOT = SPACES
             ADD 1 TO REQUESTS-REFUSED
             MOVE SPACES TO REQUEST-LOG-REC
             STRING RUN-DATE " " RUN-TIME-WORK (1:6) " "
                    SART-OPERATOR-ID " PERSON " SART-PERSON-ID
                    " REFUSED - " DENIAL-REASON
                 DELIMITED BY SIZE INTO REQUEST-LOG-REC
             WRITE REQUEST-LOG-REC
         ELSE
             MOVE SART-PERSON-ID TO REQUEST-PERSON-ID
             MOVE SART-OPTION TO REQUEST-OPTION
             MOVE ZERO TO FILES-HOLDING
             MOVE ZERO TO RECORDS-HELD
             IF REPORT-REQUESTED
                 PERFORM WRITE-REQUEST-HEADING
             END-IF
             PERFORM SHOW-PERSON-MASTER
             PERFORM SHOW-ADDRESS
             PERFORM SHOW-DEPENDANTS
             PERFORM SHOW-LICENCE
             PERFORM SHOW-LEAVE-LEDGER
             PERFORM SHOW-LEAVE-SPANS
             PERFORM SHOW-SICKNESS-SPELLS
             PERFORM SHOW-CLOCKED-HOURS
             PERFORM SHOW-PAY-HISTORY
             PERFORM SHOW-DEDUCTIONS
             PERFORM SHOW-ASSIGNMENTS
             PERFORM SHOW-INCIDENTS
             PERFORM SHOW-PENALTY-NOTICES
             PERFORM SHOW-DRIVER-SCORE
             PERFORM SHOW-TRAINING-HISTORY
             PERFORM SHOW-EXPENSE-CLAIMS
             PERFORM SHOW-CHANGE-HISTORY
             PERFORM SHOW-ENROLLMENT
             IF REPORT-REQUESTED
                 PERFORM WRITE-REQUEST-FOOTING
             END-IF
             ADD 1 TO REQUESTS-SERVED
             MOVE SPACES TO REQUEST-LOG-REC
             STRING RUN-DATE " " RUN-TIME-WORK (1:6) " "
                    SART-OPERATOR-ID " PERSON " SART-PERSON-ID
                    " OPTION " SART-OPTION
                    " FILES " FILES-HOLDING
                    " RECORDS " RECORDS-HELD
                 DELIMITED BY SIZE INTO REQUEST-LOG-REC
             WRITE REQUEST-LOG-REC
         END-IF.

       CHECK-OPERATOR-AUTHORITY.
      * The same three tests OPERMENU's sign-on and function guard
      * make, in the same order; personal data is released only to
      * an operator trusted with person entry.
         MOVE "N" TO OPERATOR-OK-SWITCH.
         MOVE SPACES TO DENIAL-REASON.
         IF NOT OPERATOR-FILE-OPEN
             MOVE "NO OPERATOR MASTER ON FILE" TO DENIAL-REASON
         ELSE
             MOVE SART-OPERATOR-ID TO OPRM-OPERATOR-ID
             READ OPERATOR-MASTER-FILE
                 INVALID KEY
                     MOVE "UNKNOWN OPERATOR ID" TO DENIAL-REASON
                 NOT INVALID KEY
                     IF OPRM-PASSWORD NOT = SART-PASSWORD
                         MOVE "WRONG PASSWORD" TO DENIAL-REASON
                     ELSE
                         IF NOT OPRM-MAY-ENTER-PERSONS
                             MOVE "NOT AUTHORISED - PERSON DATA"
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
         STRING RUN-DATE " " SART-OPERATOR-ID " DENIED - "
                DENIAL-REASON
             DELIMITED BY SIZE INTO DENIAL-LOG-REC.
         WRITE DENIAL-LOG-REC.
         CLOSE DENIAL-LOG-FILE.

       WRITE-REQUEST-HEADING.
         MOVE SPACES TO ACCESS-RPT-REC.
         STRING "SUBJECT ACCESS REPORT - PERSON " REQUEST-PERSON-ID
                "   REQUESTED BY " SART-OPERATOR-ID
                "   RUN " RUN-DATE " " RUN-TIME-WORK (1:6)
             DELIMITED BY SIZE INTO ACCESS-RPT-REC.
         WRITE ACCESS-RPT-REC.

       WRITE-REQUEST-FOOTING.
         MOVE SPACES TO ACCESS-RPT-REC.
         WRITE ACCESS-RPT-REC.
         MOVE SPACES TO ACCESS-RPT-REC.
         STRING "END OF REPORT - PERSON " REQUEST-PERSON-ID
                " FOUND ON " FILES-HOLDING " FILES, "
                RECORDS-HELD " RECORDS"
             DELIMITED BY SIZE INTO ACCESS-RPT-REC.
         WRITE ACCESS-RPT-REC.
         MOVE SPACES TO ACCESS-RPT-REC.
         WRITE ACCESS-RPT-REC.

       BEGIN-SECTION.
      * SECTION-FILE-NAME and SECTION-TITLE are set by the caller.
         MOVE ZERO TO SECTION-HITS.
         IF REPORT-REQUESTED
             MOVE SPACES TO ACCESS-RPT-REC
             WRITE ACCESS-RPT-REC
             MOVE SPACES TO ACCESS-RPT-REC
             STRING "--- " SECTION-TITLE " (" SECTION-FILE-NAME ")"
                 DELIMITED BY SIZE INTO ACCESS-RPT-REC
             WRITE ACCESS-RPT-REC
         END-IF.

       COUNT-DETAIL-LINE.
         ADD 1 TO SECTION-HITS.
         PERFORM WRITE-DETAIL-LINE.

       WRITE-DETAIL-LINE.
         IF REPORT-REQUESTED
             MOVE SPACES TO ACCESS-RPT-REC
             STRING "    " DETAIL-LINE
                 DELIMITED BY SIZE INTO ACCESS-RPT-REC
             WRITE ACCESS-RPT-REC
         END-IF.

       END-SECTION.
         IF SECTION-HITS > 0
             ADD 1 TO FILES-HOLDING
             ADD SECTION-HITS TO RECORDS-HELD
             IF FILE-LIST-REQUESTED
                 MOVE REQUEST-PERSON-ID TO SARL-PERSON-ID
                 MOVE SECTION-FILE-NAME TO SARL-FILE-NAME
                 MOVE SECTION-HITS      TO SARL-RECORD-COUNT
                 MOVE SECTION-TITLE     TO SARL-DESCRIPTION
                 MOVE RUN-DATE          TO SARL-REQUEST-DATE
                 WRITE FILE-LIST-REC
             END-IF
         ELSE
             IF REPORT-REQUESTED
                 MOVE SPACES TO ACCESS-RPT-REC
                 IF FILE-AVAILABLE
                     MOVE "    NOTHING HELD" TO ACCESS-RPT-REC
                 ELSE
                     MOVE "    FILE NOT ON THIS SYSTEM"
                         TO ACCESS-RPT-REC
                 END-IF
                 WRITE ACCESS-RPT-REC
             END-IF
         END-IF.

       SHOW-PERSON-MASTER.
         MOVE "PERSMAST" TO SECTION-FILE-NAME.
         MOVE "PERSON MASTER" TO SECTION-TITLE.
         PERFORM BEGIN-SECTION.
         MOVE "N" TO FILE-AVAILABLE-SWITCH.
         IF PERSON-MASTER-STATUS NOT = "35"
             MOVE "Y" TO FILE-AVAILABLE-SWITCH
             MOVE REQUEST-PERSON-ID TO PERSM-PERSON-ID
             READ PERSON-MASTER-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE SPACES TO DETAIL-LINE
                     STRING "NAME " PERSM-FIRST-NAME " "
                            PERSM-L-SURNAME
                            "  BORN " PERSM-DOB
                            "  DEPT " PERSM-DEPT
                            "  STATUS " PERSM-STATUS
                         DELIMITED BY SIZE INTO DETAIL-LINE
                     PERFORM COUNT-DETAIL-LINE
             END-READ
         END-IF.
         PERFORM END-SECTION.

       SHOW-ADDRESS.
         MOVE "PERSADDR" TO SECTION-FILE-NAME.
         MOVE "ADDRESS AND CONTACT" TO SECTION-TITLE.
         PERFORM BEGIN-SECTION.
         MOVE "N" TO FILE-AVAILABLE-SWITCH.
         IF PERSON-ADDRESS-STATUS NOT = "35"
             MOVE "Y" TO FILE-AVAILABLE-SWITCH
             MOVE REQUEST-PERSON-ID TO PADR-PERSON-ID
             READ PERSON-ADDRESS-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE SPACES TO DETAIL-LINE
                     STRING PADR-ADDR-LINE-1 " " PADR-ADDR-LINE-2
                            " " PADR-CITY " " PADR-POSTAL-CODE
                            "  PHONE " PADR-PHONE
                         DELIMITED BY SIZE INTO DETAIL-LINE
                     PERFORM COUNT-DETAIL-LINE
             END-READ
         END-IF.
         PERFORM END-SECTION.

       SHOW-DEPENDANTS.
         MOVE "PERSDEPB" TO SECTION-FILE-NAME.
         MOVE "DEPENDANTS AND BENEFICIARIES" TO SECTION-TITLE.
         PERFORM BEGIN-SECTION.
         MOVE "N" TO FILE-AVAILABLE-SWITCH.
         IF DEPENDANT-STATUS NOT = "35"
             MOVE "Y" TO FILE-AVAILABLE-SWITCH
             MOVE "N" TO SEGMENT-EOF-SWITCH
             MOVE REQUEST-PERSON-ID TO PDEP-PERSON-ID
             MOVE ZERO TO PDEP-SEQUENCE
             START DEPENDANT-FILE KEY IS NOT LESS THAN PDEP-KEY
                 INVALID KEY MOVE "Y" TO SEGMENT-EOF-SWITCH
             END-START
             PERFORM UNTIL SEGMENT-EOF
                 READ DEPENDANT-FILE NEXT RECORD
                     AT END MOVE "Y" TO SEGMENT-EOF-SWITCH
                 END-READ
                 IF NOT SEGMENT-EOF
                     IF PDEP-PERSON-ID NOT = REQUEST-PERSON-ID
                         MOVE "Y" TO SEGMENT-EOF-SWITCH
                     ELSE
                         MOVE SPACES TO DETAIL-LINE
                         STRING "SEQ " PDEP-SEQUENCE
                                "  TYPE " PDEP-TYPE
                                "  " PDEP-NAME
                                "  BORN " PDEP-DOB
                             DELIMITED BY SIZE INTO DETAIL-LINE
                         PERFORM COUNT-DETAIL-LINE
                     END-IF
                 END-IF
             END-PERFORM
         END-IF.
         PERFORM END-SECTION.

       SHOW-LICENCE.
         MOVE "DRVLICM " TO SECTION-FILE-NAME.
         MOVE "DRIVING LICENCE" TO SECTION-TITLE.
         PERFORM BEGIN-SECTION.
         MOVE "N" TO FILE-AVAILABLE-SWITCH.
         IF LICENCE-MASTER-STATUS NOT = "35"
             MOVE "Y" TO FILE-AVAILABLE-SWITCH
             MOVE REQUEST-PERSON-ID TO DLIC-PERSON-ID
             READ LICENCE-MASTER-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE SPACES TO DETAIL-LINE
                     STRING "CLASS " DLIC-CLASS
                            "  NUMBER " DLIC-NUMBER
                            "  EXPIRES " DLIC-EXPIRY-DATE
                         DELIMITED BY SIZE INTO DETAIL-LINE
                     PERFORM COUNT-DETAIL-LINE
             END-READ
         END-IF.
         PERFORM END-SECTION.

       SHOW-LEAVE-LEDGER.
         MOVE "LEAVELDG" TO SECTION-FILE-NAME.
         MOVE "LEAVE LEDGER" TO SECTION-TITLE.
         PERFORM BEGIN-SECTION.
         MOVE "N" TO FILE-AVAILABLE-SWITCH.
         IF LEAVE-LEDGER-STATUS NOT = "35"
             MOVE "Y" TO FILE-AVAILABLE-SWITCH
             MOVE REQUEST-PERSON-ID TO LLGR-PERSON-ID
             READ LEAVE-LEDGER-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE LLGR-ACCRUED-DAYS TO DAYS-EDIT
                     MOVE LLGR-TAKEN-DAYS TO TAKEN-EDIT
                     MOVE SPACES TO DETAIL-LINE
                     STRING "ACCRUED " DAYS-EDIT
                            "  TAKEN " TAKEN-EDIT
                            "  LAST ACCRUAL PERIOD "
                            LLGR-LAST-ACCRUAL
                         DELIMITED BY SIZE INTO DETAIL-LINE
                     PERFORM COUNT-DETAIL-LINE
             END-READ
         END-IF.
         PERFORM END-SECTION.

       SHOW-LEAVE-SPANS.
         MOVE "LEAVESPN" TO SECTION-FILE-NAME.
         MOVE "APPROVED LEAVE" TO SECTION-TITLE.
         PERFORM BEGIN-SECTION.
         MOVE "N" TO FILE-AVAILABLE-SWITCH.
         OPEN INPUT LEAVE-SPAN-FILE.
         IF LEAVE-SPAN-STATUS = "00"
             MOVE "Y" TO FILE-AVAILABLE-SWITCH
             MOVE "N" TO SEGMENT-EOF-SWITCH
             PERFORM UNTIL SEGMENT-EOF
                 READ LEAVE-SPAN-FILE
                     AT END MOVE "Y" TO SEGMENT-EOF-SWITCH
                 END-READ
                 IF NOT SEGMENT-EOF AND
                    LSPN-PERSON-ID = REQUEST-PERSON-ID
                     MOVE LSPN-DAYS TO DAYS-EDIT
                     MOVE SPACES TO DETAIL-LINE
                     STRING "FROM " LSPN-FROM-DATE
                            "  DAYS " DAYS-EDIT
                         DELIMITED BY SIZE INTO DETAIL-LINE
                     PERFORM COUNT-DETAIL-LINE
                 END-IF
             END-PERFORM
             CLOSE LEAVE-SPAN-FILE
         END-IF.
         PERFORM END-SECTION.

       SHOW-SICKNESS-SPELLS.
         MOVE "SICKSPEL" TO SECTION-FILE-NAME.
         MOVE "SICKNESS ABSENCE" TO SECTION-TITLE.
         PERFORM BEGIN-SECTION.
         MOVE "N" TO FILE-AVAILABLE-SWITCH.
         IF SICKNESS-SPELL-STATUS NOT = "35"
             MOVE "Y" TO FILE-AVAILABLE-SWITCH
             MOVE "N" TO SEGMENT-EOF-SWITCH
             MOVE REQUEST-PERSON-ID TO SICK-PERSON-ID
             MOVE ZERO TO SICK-START-DATE
             START SICKNESS-SPELL-FILE KEY IS NOT LESS THAN SICK-KEY
                 INVALID KEY MOVE "Y" TO SEGMENT-EOF-SWITCH
             END-START
             PERFORM UNTIL SEGMENT-EOF
                 READ SICKNESS-SPELL-FILE NEXT RECORD
                     AT END MOVE "Y" TO SEGMENT-EOF-SWITCH
                 END-READ
                 IF NOT SEGMENT-EOF
                     IF SICK-PERSON-ID NOT = REQUEST-PERSON-ID
                         MOVE "Y" TO SEGMENT-EOF-SWITCH
                     ELSE
                         MOVE SPACES TO DETAIL-LINE
                         STRING "FROM " SICK-START-DATE
                                "  BACK " SICK-RETURN-DATE
                                "  REASON " SICK-REASON
                                "  ENTERED " SICK-ENTERED-DATE
                             DELIMITED BY SIZE INTO DETAIL-LINE
                         PERFORM COUNT-DETAIL-LINE
                     END-IF
                 END-IF
             END-PERFORM
         END-IF.
         PERFORM END-SECTION.

       SHOW-CLOCKED-HOURS.
         MOVE "CLOKHIST" TO SECTION-FILE-NAME.
         MOVE "TIMEKEEPING - CLOCKED HOURS" TO SECTION-TITLE.
         PERFORM BEGIN-SECTION.
         MOVE "N" TO FILE-AVAILABLE-SWITCH.
         OPEN INPUT CLOCK-HISTORY-FILE.
         IF CLOCK-HISTORY-STATUS = "00"
             MOVE "Y" TO FILE-AVAILABLE-SWITCH
             MOVE "N" TO SEGMENT-EOF-SWITCH
             PERFORM UNTIL SEGMENT-EOF
                 READ CLOCK-HISTORY-FILE
                     AT END MOVE "Y" TO SEGMENT-EOF-SWITCH
                 END-READ
                 IF NOT SEGMENT-EOF AND
                    CLKH-PERSON-ID = REQUEST-PERSON-ID
                     MOVE CLKH-HOURS TO HOURS-EDIT
                     MOVE SPACES TO DETAIL-LINE
                     STRING "DATE " CLKH-DATE
                            "  IN " CLKH-TIME-IN
                            "  OUT " CLKH-TIME-OUT
                            "  HOURS " HOURS-EDIT
                         DELIMITED BY SIZE INTO DETAIL-LINE
                     PERFORM COUNT-DETAIL-LINE
                 END-IF
             END-PERFORM
             CLOSE CLOCK-HISTORY-FILE
         END-IF.
         PERFORM END-SECTION.

       SHOW-PAY-HISTORY.
         MOVE "PAYHIST " TO SECTION-FILE-NAME.
         MOVE "PAY RATE HISTORY" TO SECTION-TITLE.
         PERFORM BEGIN-SECTION.
         MOVE "N" TO FILE-AVAILABLE-SWITCH.
         IF PAY-HISTORY-STATUS NOT = "35"
             MOVE "Y" TO FILE-AVAILABLE-SWITCH
             MOVE "N" TO SEGMENT-EOF-SWITCH
             MOVE REQUEST-PERSON-ID TO PAYH-PERSON-ID
             MOVE ZERO TO PAYH-EFF-DATE
             START PAY-HISTORY-FILE KEY IS NOT LESS THAN PAYH-KEY
                 INVALID KEY MOVE "Y" TO SEGMENT-EOF-SWITCH
             END-START
             PERFORM UNTIL SEGMENT-EOF
                 READ PAY-HISTORY-FILE NEXT RECORD
                     AT END MOVE "Y" TO SEGMENT-EOF-SWITCH
                 END-READ
                 IF NOT SEGMENT-EOF
                     IF PAYH-PERSON-ID NOT = REQUEST-PERSON-ID
                         MOVE "Y" TO SEGMENT-EOF-SWITCH
                     ELSE
                         MOVE PAYH-RATE TO RATE-EDIT
                         MOVE SPACES TO DETAIL-LINE
                         STRING "EFFECTIVE " PAYH-EFF-DATE
                                "  BASIS " PAYH-PAY-BASIS
                                "  RATE " RATE-EDIT
                                "  GRADE " PAYH-GRADE
                                "  REASON " PAYH-REASON
                             DELIMITED BY SIZE INTO DETAIL-LINE
                         PERFORM COUNT-DETAIL-LINE
                     END-IF
                 END-IF
             END-PERFORM
         END-IF.
         PERFORM END-SECTION.

       SHOW-DEDUCTIONS.
         MOVE "PAYDEDUC" TO SECTION-FILE-NAME.
         MOVE "PAYROLL DEDUCTIONS" TO SECTION-TITLE.
         PERFORM BEGIN-SECTION.
         MOVE "N" TO FILE-AVAILABLE-SWITCH.
         OPEN INPUT DEDUCTION-FILE.
         IF DEDUCTION-STATUS = "00"
             MOVE "Y" TO FILE-AVAILABLE-SWITCH
             MOVE "N" TO SEGMENT-EOF-SWITCH
             PERFORM UNTIL SEGMENT-EOF
                 READ DEDUCTION-FILE
                     AT END MOVE "Y" TO SEGMENT-EOF-SWITCH
                 END-READ
                 IF NOT SEGMENT-EOF AND
                    PDED-PERSON-ID = REQUEST-PERSON-ID
                     MOVE PDED-AMOUNT TO AMOUNT-EDIT
                     MOVE PDED-MILES TO MILES-EDIT
                     MOVE SPACES TO DETAIL-LINE
                     STRING "DATE " PDED-DATE
                            "  FOR " PDED-VEH-ID
                            "  MILES " MILES-EDIT
                            "  AMOUNT " AMOUNT-EDIT
                         DELIMITED BY SIZE INTO DETAIL-LINE
                     PERFORM COUNT-DETAIL-LINE
                 END-IF
             END-PERFORM
             CLOSE DEDUCTION-FILE
         END-IF.
         PERFORM END-SECTION.

       SHOW-ASSIGNMENTS.
      * Keyed by vehicle, so the whole master is read.
         MOVE "ASSGMAST" TO SECTION-FILE-NAME.
         MOVE "VEHICLE ASSIGNMENTS" TO SECTION-TITLE.
         PERFORM BEGIN-SECTION.
         MOVE "N" TO FILE-AVAILABLE-SWITCH.
         IF ASSIGN-MASTER-STATUS NOT = "35"
             MOVE "Y" TO FILE-AVAILABLE-SWITCH
             MOVE "N" TO SEGMENT-EOF-SWITCH
             MOVE LOW-VALUES TO ASSG-VEH-ID
             START ASSIGN-MASTER-FILE KEY IS NOT LESS THAN
                   ASSG-VEH-ID
                 INVALID KEY MOVE "Y" TO SEGMENT-EOF-SWITCH
             END-START
             PERFORM UNTIL SEGMENT-EOF
                 READ ASSIGN-MASTER-FILE NEXT RECORD
                     AT END MOVE "Y" TO SEGMENT-EOF-SWITCH
                 END-READ
                 IF NOT SEGMENT-EOF AND
                    ASSG-PERSON-ID = REQUEST-PERSON-ID
                     MOVE SPACES TO DETAIL-LINE
                     STRING "UNIT " ASSG-VEH-ID
                            "  SINCE " ASSG-DATE
                         DELIMITED BY SIZE INTO DETAIL-LINE
                     PERFORM COUNT-DETAIL-LINE
                 END-IF
             END-PERFORM
         END-IF.
         PERFORM END-SECTION.

       SHOW-INCIDENTS.
      * Keyed by vehicle and date; the driver of record is data.
         MOVE "INCDMAST" TO SECTION-FILE-NAME.
         MOVE "INCIDENTS" TO SECTION-TITLE.
         PERFORM BEGIN-SECTION.
         MOVE "N" TO FILE-AVAILABLE-SWITCH.
         IF INCIDENT-MASTER-STATUS NOT = "35"
             MOVE "Y" TO FILE-AVAILABLE-SWITCH
             MOVE "N" TO SEGMENT-EOF-SWITCH
             MOVE LOW-VALUES TO INCD-KEY
             START INCIDENT-MASTER-FILE KEY IS NOT LESS THAN
                   INCD-KEY
                 INVALID KEY MOVE "Y" TO SEGMENT-EOF-SWITCH
             END-START
             PERFORM UNTIL SEGMENT-EOF
                 READ INCIDENT-MASTER-FILE NEXT RECORD
                     AT END MOVE "Y" TO SEGMENT-EOF-SWITCH
                 END-READ
                 IF NOT SEGMENT-EOF AND
                    INCD-PERSON-ID = REQUEST-PERSON-ID
                     MOVE SPACES TO DETAIL-LINE
                     STRING "DATE " INCD-DATE
                            "  UNIT " INCD-VEH-ID
                            "  SEVERITY " INCD-SEVERITY
                            "  " INCD-DESCRIPTION
                         DELIMITED BY SIZE INTO DETAIL-LINE
                     PERFORM COUNT-DETAIL-LINE
                 END-IF
             END-PERFORM
         END-IF.
         PERFORM END-SECTION.

       SHOW-PENALTY-NOTICES.
         MOVE "PNLTYMST" TO SECTION-FILE-NAME.
         MOVE "TRAFFIC PENALTY NOTICES" TO SECTION-TITLE.
         PERFORM BEGIN-SECTION.
         MOVE "N" TO FILE-AVAILABLE-SWITCH.
         IF PENALTY-MASTER-STATUS NOT = "35"
             MOVE "Y" TO FILE-AVAILABLE-SWITCH
             MOVE "N" TO SEGMENT-EOF-SWITCH
             MOVE LOW-VALUES TO PNLT-NOTICE-NO
             START PENALTY-MASTER-FILE KEY IS NOT LESS THAN
                   PNLT-NOTICE-NO
                 INVALID KEY MOVE "Y" TO SEGMENT-EOF-SWITCH
             END-START
             PERFORM UNTIL SEGMENT-EOF
                 READ PENALTY-MASTER-FILE NEXT RECORD
                     AT END MOVE "Y" TO SEGMENT-EOF-SWITCH
                 END-READ
                 IF NOT SEGMENT-EOF AND
                    PNLT-PERSON-ID = REQUEST-PERSON-ID
                     MOVE PNLT-AMOUNT TO AMOUNT-EDIT
                     MOVE SPACES TO DETAIL-LINE
                     STRING "NOTICE " PNLT-NOTICE-NO
                            "  DATE " PNLT-OFFENCE-DATE
                            "  UNIT " PNLT-VEH-ID
                            "  TYPE " PNLT-TYPE
                            "  AMOUNT " AMOUNT-EDIT
                            "  STATUS " PNLT-STATUS
                         DELIMITED BY SIZE INTO DETAIL-LINE
                     PERFORM COUNT-DETAIL-LINE
                 END-IF
             END-PERFORM
         END-IF.
         PERFORM END-SECTION.

       SHOW-DRIVER-SCORE.
      * The score lives on the latest DRVSCORE report: the person's
      * DRIVER line and the indented detail lines under it.
         MOVE "DRVSCORR" TO SECTION-FILE-NAME.
         MOVE "DRIVER RISK SCORE" TO SECTION-TITLE.
         PERFORM BEGIN-SECTION.
         MOVE "N" TO FILE-AVAILABLE-SWITCH.
         MOVE REQUEST-PERSON-ID TO SCORE-PREFIX-ID.
         MOVE "N" TO SCORE-BLOCK-SWITCH.
         OPEN INPUT SCORE-RPT-FILE.
         IF SCORE-RPT-STATUS = "00"
             MOVE "Y" TO FILE-AVAILABLE-SWITCH
             MOVE "N" TO SEGMENT-EOF-SWITCH
             PERFORM UNTIL SEGMENT-EOF
                 READ SCORE-RPT-FILE
                     AT END MOVE "Y" TO SEGMENT-EOF-SWITCH
                 END-READ
                 IF NOT SEGMENT-EOF
                     PERFORM SHOW-ONE-SCORE-LINE
                 END-IF
             END-PERFORM
             CLOSE SCORE-RPT-FILE
         END-IF.
         PERFORM END-SECTION.

       SHOW-ONE-SCORE-LINE.
         IF SCORE-RPT-REC (1:17) = SCORE-PREFIX
             MOVE "Y" TO SCORE-BLOCK-SWITCH
             MOVE SCORE-RPT-REC TO DETAIL-LINE
             PERFORM COUNT-DETAIL-LINE
         ELSE
             IF IN-PERSON-SCORE-BLOCK AND
                SCORE-RPT-REC (1:2) = SPACES AND
                SCORE-RPT-REC NOT = SPACES
                 MOVE SCORE-RPT-REC TO DETAIL-LINE
                 PERFORM WRITE-DETAIL-LINE
             ELSE
                 MOVE "N" TO SCORE-BLOCK-SWITCH
             END-IF
         END-IF.

       SHOW-TRAINING-HISTORY.
         MOVE "TRNHIST " TO SECTION-FILE-NAME.
         MOVE "DRIVER TRAINING" TO SECTION-TITLE.
         PERFORM BEGIN-SECTION.
         MOVE "N" TO FILE-AVAILABLE-SWITCH.
         IF TRAINING-HISTORY-STATUS NOT = "35"
             MOVE "Y" TO FILE-AVAILABLE-SWITCH
             MOVE "N" TO SEGMENT-EOF-SWITCH
             MOVE REQUEST-PERSON-ID TO TRNH-PERSON-ID
             MOVE LOW-VALUES TO TRNH-COURSE-CODE
             MOVE ZERO TO TRNH-EVENT-DATE
             START TRAINING-HISTORY-FILE KEY IS NOT LESS THAN
                   TRNH-KEY
                 INVALID KEY MOVE "Y" TO SEGMENT-EOF-SWITCH
             END-START
             PERFORM UNTIL SEGMENT-EOF
                 READ TRAINING-HISTORY-FILE NEXT RECORD
                     AT END MOVE "Y" TO SEGMENT-EOF-SWITCH
                 END-READ
                 IF NOT SEGMENT-EOF
                     IF TRNH-PERSON-ID NOT = REQUEST-PERSON-ID
                         MOVE "Y" TO SEGMENT-EOF-SWITCH
                     ELSE
                         MOVE SPACES TO DETAIL-LINE
                         STRING "COURSE " TRNH-COURSE-CODE
                                "  DATE " TRNH-EVENT-DATE
                                "  EVENT " TRNH-EVENT-TYPE
                                "  LAPSES " TRNH-EXPIRY-DATE
                                "  RISK SCORE " TRNH-RISK-SCORE
                             DELIMITED BY SIZE INTO DETAIL-LINE
                         PERFORM COUNT-DETAIL-LINE
                     END-IF
                 END-IF
             END-PERFORM
         END-IF.
         PERFORM END-SECTION.

       SHOW-EXPENSE-CLAIMS.
         MOVE "EXPCLAIM" TO SECTION-FILE-NAME.
         MOVE "EXPENSE CLAIMS" TO SECTION-TITLE.
         PERFORM BEGIN-SECTION.
         MOVE "N" TO FILE-AVAILABLE-SWITCH.
         IF EXPENSE-CLAIM-STATUS NOT = "35"
             MOVE "Y" TO FILE-AVAILABLE-SWITCH
             MOVE "N" TO SEGMENT-EOF-SWITCH
             MOVE REQUEST-PERSON-ID TO EXPC-PERSON-ID
             MOVE ZERO TO EXPC-CLAIM-DATE
             MOVE ZERO TO EXPC-SEQUENCE
             START EXPENSE-CLAIM-FILE KEY IS NOT LESS THAN
                   EXPC-KEY
                 INVALID KEY MOVE "Y" TO SEGMENT-EOF-SWITCH
             END-START
             PERFORM UNTIL SEGMENT-EOF
                 READ EXPENSE-CLAIM-FILE NEXT RECORD
                     AT END MOVE "Y" TO SEGMENT-EOF-SWITCH
                 END-READ
                 IF NOT SEGMENT-EOF
                     IF EXPC-PERSON-ID NOT = REQUEST-PERSON-ID
                         MOVE "Y" TO SEGMENT-EOF-SWITCH
                     ELSE
                         MOVE SPACES TO DETAIL-LINE
                         STRING "DATE " EXPC-CLAIM-DATE
                                "  TYPE " EXPC-EXPENSE-TYPE
                                "  AMOUNT " EXPC-AMOUNT
                                "  UNIT " EXPC-VEH-ID
                                "  ORDER " EXPC-ORDER-REF
                                "  STATUS " EXPC-STATUS
                                "  APPROVER " EXPC-APPROVER-ID
                             DELIMITED BY SIZE INTO DETAIL-LINE
                         PERFORM COUNT-DETAIL-LINE
                     END-IF
                 END-IF
             END-PERFORM
         END-IF.
         PERFORM END-SECTION.

       SHOW-CHANGE-HISTORY.
      * Both images carry the person ID in their first ten bytes;
      * an add has no before image and a removal no after image.
         MOVE "PERSJRNL" TO SECTION-FILE-NAME.
         MOVE "PERSON MASTER CHANGE HISTORY" TO SECTION-TITLE.
         PERFORM BEGIN-SECTION.
         MOVE "N" TO FILE-AVAILABLE-SWITCH.
         OPEN INPUT PERSON-JOURNAL-FILE.
         IF PERSON-JOURNAL-STATUS = "00"
             MOVE "Y" TO FILE-AVAILABLE-SWITCH
             MOVE "N" TO SEGMENT-EOF-SWITCH
             PERFORM UNTIL SEGMENT-EOF
                 READ PERSON-JOURNAL-FILE
                     AT END MOVE "Y" TO SEGMENT-EOF-SWITCH
                 END-READ
                 IF NOT SEGMENT-EOF
                     IF PJRN-BEFORE-IMAGE (1:10) = REQUEST-PERSON-ID
                        OR PJRN-AFTER-IMAGE (1:10) = REQUEST-PERSON-ID
                         PERFORM SHOW-ONE-JOURNAL-ENTRY
                     END-IF
                 END-IF
             END-PERFORM
             CLOSE PERSON-JOURNAL-FILE
         END-IF.
         PERFORM END-SECTION.

       SHOW-ONE-JOURNAL-ENTRY.
         MOVE SPACES TO DETAIL-LINE.
         STRING PJRN-RUN-DATE " " PJRN-RUN-TIME
                "  " PJRN-TRANS-TYPE
                "  BY " PJRN-OPERATOR
             DELIMITED BY SIZE INTO DETAIL-LINE.
         PERFORM COUNT-DETAIL-LINE.
         MOVE SPACES TO DETAIL-LINE.
         STRING "  BEFORE " PJRN-BEFORE-IMAGE
             DELIMITED BY SIZE INTO DETAIL-LINE.
         PERFORM WRITE-DETAIL-LINE.
         MOVE SPACES TO DETAIL-LINE.
         STRING "  AFTER  " PJRN-AFTER-IMAGE
             DELIMITED BY SIZE INTO DETAIL-LINE.
         PERFORM WRITE-DETAIL-LINE.

       SHOW-ENROLLMENT.
         MOVE "PERSENRL" TO SECTION-FILE-NAME.
         MOVE "BENEFITS ENROLLMENT" TO SECTION-TITLE.
         PERFORM BEGIN-SECTION.
         MOVE "N" TO FILE-AVAILABLE-SWITCH.
         IF PERSON-ENROLL-STATUS NOT = "35"
             MOVE "Y" TO FILE-AVAILABLE-SWITCH
             MOVE REQUEST-PERSON-ID TO PENR-PERSON-ID
             READ PERSON-ENROLL-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE SPACES TO DETAIL-LINE
                     STRING "STATUS " PENR-ENROLL-STATUS
                            "  CONFIRMED " PENR-CONF-DATE
                            "  PLAN " PENR-PLAN-CODE
                         DELIMITED BY SIZE INTO DETAIL-LINE
                     PERFORM COUNT-DETAIL-LINE
             END-READ
         END-IF.
         PERFORM END-SECTION.
