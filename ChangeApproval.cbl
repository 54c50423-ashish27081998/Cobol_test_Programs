       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHGAPPR.
      * Second-operator approval of the parameter, reference-code
      * and contract-rate changes PARMMNT, REFCMNT and CUSTMNT queue
      * on the PENDCHG pending-change file through CHGQUEUE.
      * Decision cards from CHGATRAN approve or reject a pending
      * change by the key the report prints against it; the
      * approver signs on the way PERDCLS's operators do, with the
      * OPERMAST change-approval authority, and may never decide a
      * change they submitted themselves - either refusal goes to
      * OPERDENY.  An approved change goes onto its table the next
      * time the program that submitted it runs.  The daily report
      * lists every decision card, every change still awaiting
      * approval, and the changes approved, applied or rejected
      * today, each with who submitted it and who decided it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-TRANS-FILE ASSIGN TO "CHGATRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DECISION-TRANS-STATUS.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCHG-KEY
               FILE STATUS IS PENDING-CHANGE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPRM-OPERATOR-ID
               FILE STATUS IS OPERATOR-MASTER-STATUS.
           SELECT DENIAL-LOG-FILE ASSIGN TO "OPERDENY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DENIAL-LOG-STATUS.
           SELECT CHANGE-REPORT-FILE ASSIGN TO "CHGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHANGE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DECISION-TRANS-FILE.
      * Decision "A" approve, "R" reject; the change is named by the
      * day it was submitted and its sequence within the day.
       01  DECISION-TRANS-REC.
           02 CAPR-OPERATOR-ID         PIC X(08).
           02 CAPR-PASSWORD            PIC X(08).
           02 CAPR-CHANGE-DATE         PIC 9(08).
           02 CAPR-SEQUENCE            PIC 9(04).
           02 CAPR-DECISION            PIC X(01).
              88 CAPR-APPROVE              VALUE "A".
              88 CAPR-REJECT               VALUE "R".

       FD  PENDING-CHANGE-FILE.
           COPY PENDCHG.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  DENIAL-LOG-FILE.
       01  DENIAL-LOG-REC              PIC X(80).

       FD  CHANGE-REPORT-FILE.
       01  CHANGE-REPORT-REC           PIC X(100).

       WORKING-STORAGE SECTION.
           COPY RETCODES.
        01 DECISION-TRANS-STATUS      PIC XX VALUE "00".
        01 PENDING-CHANGE-STATUS      PIC XX VALUE "00".
        01 OPERATOR-MASTER-STATUS     PIC XX VALUE "00".
        01 DENIAL-LOG-STATUS          PIC XX VALUE "00".
        01 CHANGE-REPORT-STATUS       PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 OPERATOR-FILE-SWITCH       PIC X VALUE "N".
           88 OPERATOR-FILE-OPEN           VALUE "Y".
        01 OPERATOR-OK-SWITCH         PIC X VALUE "N".
           88 OPERATOR-OK                  VALUE "Y".
        01 CHANGE-FOUND-SWITCH        PIC X VALUE "N".
           88 CHANGE-FOUND                 VALUE "Y".
        01 CHANGE-SCAN-SWITCH         PIC X VALUE "N".
           88 CHANGE-SCAN-DONE             VALUE "Y".
        01 LIST-SECTION               PIC X VALUE SPACE.
           88 LIST-PENDING                 VALUE "P".
           88 LIST-APPROVED                VALUE "A".
           88 LIST-REJECTED                VALUE "R".
        01 LIST-THIS-SWITCH           PIC X VALUE "N".
           88 LIST-THIS-CHANGE             VALUE "Y".
        01 STATUS-WORD                PIC X(09).
        01 DENIAL-REASON              PIC X(30).
        01 REJECT-REASON              PIC X(30).
        01 TODAY-DATE                 PIC 9(08).
        01 CHANGES-APPROVED           PIC 9(05) VALUE ZERO.
        01 CHANGES-REJECTED           PIC 9(05) VALUE ZERO.
        01 DECISIONS-REFUSED          PIC 9(05) VALUE ZERO.
        01 CHANGES-LISTED             PIC 9(05) VALUE ZERO.
        01 CHANGES-AWAITING           PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "CHGAPPR: CHANGE APPROVAL RUN STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         OPEN I-O PENDING-CHANGE-FILE.
         IF PENDING-CHANGE-STATUS = "35"
      * First-ever run - no pending-change file yet, so create an
      * empty one rather than refuse to start.
             OPEN OUTPUT PENDING-CHANGE-FILE
             CLOSE PENDING-CHANGE-FILE
             OPEN I-O PENDING-CHANGE-FILE
         END-IF.
         IF PENDING-CHANGE-STATUS NOT = "00"
             DISPLAY "CHGAPPR: CANNOT OPEN PENDING CHANGES - "
                     PENDING-CHANGE-STATUS
             STOP RUN RETURNING RC-SEVERE
         END-IF.
         OPEN INPUT OPERATOR-MASTER-FILE.
         IF OPERATOR-MASTER-STATUS = "00"
             MOVE "Y" TO OPERATOR-FILE-SWITCH
         END-IF.
         OPEN OUTPUT CHANGE-REPORT-FILE.
         MOVE SPACES TO CHANGE-REPORT-REC.
         STRING "PARAMETER, CODE AND CONTRACT-RATE CHANGES "
                TODAY-DATE
             DELIMITED BY SIZE INTO CHANGE-REPORT-REC.
         WRITE CHANGE-REPORT-REC.
         MOVE SPACES TO CHANGE-REPORT-REC.
         WRITE CHANGE-REPORT-REC.
         MOVE "APPROVER DECISIONS" TO CHANGE-REPORT-REC.
         WRITE CHANGE-REPORT-REC.
         PERFORM APPLY-DECISIONS.
         IF OPERATOR-FILE-OPEN
             CLOSE OPERATOR-MASTER-FILE
         END-IF.
         MOVE SPACES TO CHANGE-REPORT-REC.
         WRITE CHANGE-REPORT-REC.
         MOVE "AWAITING APPROVAL" TO CHANGE-REPORT-REC.
         WRITE CHANGE-REPORT-REC.
         MOVE "P" TO LIST-SECTION.
         PERFORM LIST-CHANGES.
         MOVE CHANGES-LISTED TO CHANGES-AWAITING.
         MOVE SPACES TO CHANGE-REPORT-REC.
         WRITE CHANGE-REPORT-REC.
         MOVE "APPROVED - AWAITING APPLICATION, OR APPLIED TODAY"
             TO CHANGE-REPORT-REC.
         WRITE CHANGE-REPORT-REC.
         MOVE "A" TO LIST-SECTION.
         PERFORM LIST-CHANGES.
         MOVE SPACES TO CHANGE-REPORT-REC.
         WRITE CHANGE-REPORT-REC.
         MOVE "REJECTED TODAY" TO CHANGE-REPORT-REC.
         WRITE CHANGE-REPORT-REC.
         MOVE "R" TO LIST-SECTION.
         PERFORM LIST-CHANGES.
         MOVE SPACES TO CHANGE-REPORT-REC.
         WRITE CHANGE-REPORT-REC.
         MOVE SPACES TO CHANGE-REPORT-REC.
         STRING "APPROVED " CHANGES-APPROVED
                "  REJECTED " CHANGES-REJECTED
                "  CARDS REFUSED " DECISIONS-REFUSED
                "  AWAITING APPROVAL " CHANGES-AWAITING
             DELIMITED BY SIZE INTO CHANGE-REPORT-REC.
         WRITE CHANGE-REPORT-REC.
         CLOSE PENDING-CHANGE-FILE CHANGE-REPORT-FILE.
         DISPLAY "CHANGES APPROVED: " CHANGES-APPROVED.
         DISPLAY "CHANGES REJECTED: " CHANGES-REJECTED.
         DISPLAY "DECISIONS REFUSED: " DECISIONS-REFUSED.
         DISPLAY "CHANGES AWAITING APPROVAL: " CHANGES-AWAITING.
         IF DECISIONS-REFUSED > 0
             STOP RUN RETURNING RC-WARNING
         ELSE
             STOP RUN RETURNING RC-NORMAL
         END-IF.

       APPLY-DECISIONS.
         OPEN INPUT DECISION-TRANS-FILE.
         IF DECISION-TRANS-STATUS NOT = "00"
             DISPLAY "NO APPROVER DECISIONS TO APPLY"
         ELSE
             READ DECISION-TRANS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM APPLY-ONE-DECISION
                 READ DECISION-TRANS-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE DECISION-TRANS-FILE
         END-IF.

       APPLY-ONE-DECISION.
         PERFORM CHECK-OPERATOR-AUTHORITY.
         IF NOT OPERATOR-OK
             PERFORM LOG-DENIAL
             MOVE DENIAL-REASON TO REJECT-REASON
             PERFORM REJECT-DECISION-CARD
         ELSE
             MOVE CAPR-CHANGE-DATE TO PCHG-SUBMIT-DATE
             MOVE CAPR-SEQUENCE    TO PCHG-SEQUENCE
             READ PENDING-CHANGE-FILE
                 INVALID KEY MOVE "N" TO CHANGE-FOUND-SWITCH
                 NOT INVALID KEY MOVE "Y" TO CHANGE-FOUND-SWITCH
             END-READ
             IF NOT CHANGE-FOUND
                 MOVE "CHANGE NOT ON FILE" TO REJECT-REASON
                 PERFORM REJECT-DECISION-CARD
             ELSE
             IF NOT PCHG-PENDING
                 MOVE "CHANGE ALREADY DECIDED" TO REJECT-REASON
                 PERFORM REJECT-DECISION-CARD
             ELSE
             IF NOT CAPR-APPROVE AND NOT CAPR-REJECT
                 MOVE "UNKNOWN DECISION CODE" TO REJECT-REASON
                 PERFORM REJECT-DECISION-CARD
             ELSE
             IF CAPR-OPERATOR-ID = PCHG-SUBMITTED-BY
      * The whole point of the second signature - no operator may
      * decide their own change, approve or reject.
                 MOVE "OWN CHANGE - NEEDS 2ND OPERATOR"
                     TO DENIAL-REASON
                 PERFORM LOG-DENIAL
                 MOVE DENIAL-REASON TO REJECT-REASON
                 PERFORM REJECT-DECISION-CARD
             ELSE
                 PERFORM STORE-DECISION
             END-IF
             END-IF
             END-IF
             END-IF
         END-IF.

       CHECK-OPERATOR-AUTHORITY.
      * The same three tests OPERMENU's sign-on and function guard
      * make, in the same order.
         MOVE "N" TO OPERATOR-OK-SWITCH.
         IF NOT OPERATOR-FILE-OPEN
             MOVE "NO OPERATOR MASTER ON FILE" TO DENIAL-REASON
         ELSE
             MOVE CAPR-OPERATOR-ID TO OPRM-OPERATOR-ID
             READ OPERATOR-MASTER-FILE
                 INVALID KEY
                     MOVE "UNKNOWN OPERATOR ID" TO DENIAL-REASON
                 NOT INVALID KEY
                     IF OPRM-PASSWORD NOT = CAPR-PASSWORD
                         MOVE "WRONG PASSWORD" TO DENIAL-REASON
                     ELSE
                         IF NOT OPRM-MAY-APPROVE-CHANGE
                             MOVE "NOT AUTHORISED - CHANGES"
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
         STRING TODAY-DATE " " CAPR-OPERATOR-ID " DENIED - "
                DENIAL-REASON
             DELIMITED BY SIZE INTO DENIAL-LOG-REC.
         WRITE DENIAL-LOG-REC.
         CLOSE DENIAL-LOG-FILE.

       REJECT-DECISION-CARD.
         ADD 1 TO DECISIONS-REFUSED.
         MOVE SPACES TO CHANGE-REPORT-REC.
         STRING "REFUSED  " CAPR-CHANGE-DATE "/" CAPR-SEQUENCE
                " " CAPR-DECISION
                " BY " CAPR-OPERATOR-ID " - " REJECT-REASON
             DELIMITED BY SIZE INTO CHANGE-REPORT-REC.
         WRITE CHANGE-REPORT-REC.

       STORE-DECISION.
         IF CAPR-APPROVE
             MOVE "A" TO PCHG-STATUS
             ADD 1 TO CHANGES-APPROVED
         ELSE
             MOVE "R" TO PCHG-STATUS
             ADD 1 TO CHANGES-REJECTED
         END-IF.
         MOVE CAPR-OPERATOR-ID TO PCHG-DECIDED-BY.
         MOVE TODAY-DATE       TO PCHG-DECISION-DATE.
         REWRITE PENDING-CHANGE-REC.
         MOVE SPACES TO CHANGE-REPORT-REC.
         IF PCHG-APPROVED
             STRING "APPROVED " PCHG-SUBMIT-DATE "/" PCHG-SEQUENCE
                    " " PCHG-SOURCE " " PCHG-DESCRIPTION
                 DELIMITED BY SIZE INTO CHANGE-REPORT-REC
         ELSE
             STRING "REJECTED " PCHG-SUBMIT-DATE "/" PCHG-SEQUENCE
                    " " PCHG-SOURCE " " PCHG-DESCRIPTION
                 DELIMITED BY SIZE INTO CHANGE-REPORT-REC
         END-IF.
         WRITE CHANGE-REPORT-REC.
         MOVE SPACES TO CHANGE-REPORT-REC.
         STRING "         SUBMITTED BY " PCHG-SUBMITTED-BY
                " DECIDED BY " PCHG-DECIDED-BY
             DELIMITED BY SIZE INTO CHANGE-REPORT-REC.
         WRITE CHANGE-REPORT-REC.

       LIST-CHANGES.
      * One pass of the pending-change file per report section.
         MOVE ZERO TO CHANGES-LISTED.
         MOVE "N" TO CHANGE-SCAN-SWITCH.
         MOVE LOW-VALUES TO PCHG-KEY.
         START PENDING-CHANGE-FILE KEY IS NOT LESS THAN PCHG-KEY
             INVALID KEY MOVE "Y" TO CHANGE-SCAN-SWITCH
         END-START.
         PERFORM UNTIL CHANGE-SCAN-DONE
             READ PENDING-CHANGE-FILE NEXT RECORD
                 AT END MOVE "Y" TO CHANGE-SCAN-SWITCH
             END-READ
             IF NOT CHANGE-SCAN-DONE
                 PERFORM SELECT-ONE-CHANGE
                 IF LIST-THIS-CHANGE
                     PERFORM LIST-ONE-CHANGE
                 END-IF
             END-IF
         END-PERFORM.
         IF CHANGES-LISTED = ZERO
             MOVE "  NONE" TO CHANGE-REPORT-REC
             WRITE CHANGE-REPORT-REC
         END-IF.

       SELECT-ONE-CHANGE.
      * Approved changes stay on the report until their program has
      * applied them; applied, failed and rejected ones only on the
      * day it happened.
         MOVE "N" TO LIST-THIS-SWITCH.
         IF LIST-PENDING
             IF PCHG-PENDING
                 MOVE "Y" TO LIST-THIS-SWITCH
                 MOVE "PENDING" TO STATUS-WORD
             END-IF
         ELSE
         IF LIST-APPROVED
             IF PCHG-APPROVED
                 MOVE "Y" TO LIST-THIS-SWITCH
                 MOVE "APPROVED" TO STATUS-WORD
             ELSE
             IF (PCHG-APPLIED OR PCHG-APPLY-FAILED) AND
                (PCHG-DECISION-DATE = TODAY-DATE OR
                 PCHG-APPLIED-DATE = TODAY-DATE)
                 MOVE "Y" TO LIST-THIS-SWITCH
                 IF PCHG-APPLIED
                     MOVE "APPLIED" TO STATUS-WORD
                 ELSE
                     MOVE "FAILED" TO STATUS-WORD
                 END-IF
             END-IF
             END-IF
         ELSE
             IF PCHG-REJECTED AND PCHG-DECISION-DATE = TODAY-DATE
                 MOVE "Y" TO LIST-THIS-SWITCH
                 MOVE "REJECTED" TO STATUS-WORD
             END-IF
         END-IF
         END-IF.

       LIST-ONE-CHANGE.
         ADD 1 TO CHANGES-LISTED.
         MOVE SPACES TO CHANGE-REPORT-REC.
         STRING "  " PCHG-SUBMIT-DATE "/" PCHG-SEQUENCE
                " " PCHG-SOURCE " " STATUS-WORD
                " " PCHG-DESCRIPTION
             DELIMITED BY SIZE INTO CHANGE-REPORT-REC.
         WRITE CHANGE-REPORT-REC.
         MOVE SPACES TO CHANGE-REPORT-REC.
         IF PCHG-PENDING
             STRING "      SUBMITTED BY " PCHG-SUBMITTED-BY
                    " AT " PCHG-SUBMIT-TIME
                 DELIMITED BY SIZE INTO CHANGE-REPORT-REC
         ELSE
         IF PCHG-APPLIED OR PCHG-APPLY-FAILED
             STRING "      SUBMITTED BY " PCHG-SUBMITTED-BY
                    " DECIDED BY " PCHG-DECIDED-BY
                    " ON " PCHG-DECISION-DATE
                    " APPLIED ON " PCHG-APPLIED-DATE
                 DELIMITED BY SIZE INTO CHANGE-REPORT-REC
         ELSE
             STRING "      SUBMITTED BY " PCHG-SUBMITTED-BY
                    " DECIDED BY " PCHG-DECIDED-BY
                    " ON " PCHG-DECISION-DATE
                 DELIMITED BY SIZE INTO CHANGE-REPORT-REC
         END-IF
         END-IF.
         WRITE CHANGE-REPORT-REC.
