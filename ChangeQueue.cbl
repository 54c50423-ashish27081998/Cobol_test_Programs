       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHGQUEUE.
      * Shared dual-control subprogram, the POSTCTL register idea
      * applied to table maintenance: PARMMNT, REFCMNT and CUSTMNT's
      * contract-rate cards no longer change the table on one
      * operator's say-so.  Each card is submitted here under the
      * operator who signed it - checked against the operator
      * master's password the way OPERMENU signs on, a refusal
      * going to OPERDENY - and held on the PENDCHG pending-change
      * file until CHGAPPR records a second operator's decision.
      * The submitting program then asks for its approved changes,
      * applies each through its own validation, and marks it
      * applied or failed.  The files are opened on the first call
      * and stay open; the pending-change file is created empty
      * when there is none yet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-CHANGE-FILE.
           COPY PENDCHG.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  DENIAL-LOG-FILE.
       01  DENIAL-LOG-REC              PIC X(80).

       WORKING-STORAGE SECTION.
        01 PENDING-CHANGE-STATUS      PIC XX VALUE "00".
        01 OPERATOR-MASTER-STATUS     PIC XX VALUE "00".
        01 DENIAL-LOG-STATUS          PIC XX VALUE "00".
        01 FILE-STATE-SWITCH          PIC X VALUE "N".
           88 FILE-NOT-TRIED               VALUE "N".
           88 FILE-IS-OPEN                 VALUE "O".
           88 FILE-IS-ABSENT               VALUE "A".
        01 OPERATOR-FILE-SWITCH       PIC X VALUE "N".
           88 OPERATOR-FILE-OPEN           VALUE "Y".
        01 SCAN-DONE-SWITCH           PIC X VALUE "N".
           88 SCAN-DONE                    VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 TIME-WORK                  PIC 9(08).
        01 NEXT-SEQUENCE              PIC 9(05).

       LINKAGE SECTION.
           COPY CHGQUEP.

       PROCEDURE DIVISION USING CHANGE-QUEUE-PARMS.
       Begin.
         IF FILE-NOT-TRIED
             PERFORM OPEN-QUEUE-FILES
         END-IF.
         IF FILE-IS-ABSENT
             MOVE "F" TO CQ-RESULT
             GOBACK
         END-IF.
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         MOVE SPACES TO CQ-DENIAL-REASON.
         IF CQ-SUBMIT
             PERFORM SUBMIT-CHANGE
         ELSE
         IF CQ-NEXT-APPROVED
             PERFORM FIND-NEXT-APPROVED
         ELSE
         IF CQ-MARK-APPLIED
             PERFORM MARK-CHANGE-APPLIED
         ELSE
             MOVE "F" TO CQ-RESULT
         END-IF
         END-IF
         END-IF.
         GOBACK.

       OPEN-QUEUE-FILES.
         OPEN I-O PENDING-CHANGE-FILE.
         IF PENDING-CHANGE-STATUS = "35"
      * First-ever run - no pending-change file yet, so create an
      * empty one rather than refuse to start.
             OPEN OUTPUT PENDING-CHANGE-FILE
             CLOSE PENDING-CHANGE-FILE
             OPEN I-O PENDING-CHANGE-FILE
         END-IF.
         IF PENDING-CHANGE-STATUS = "00"
             MOVE "O" TO FILE-STATE-SWITCH
         ELSE
             DISPLAY "CHGQUEUE: CANNOT OPEN PENDING CHANGES - "
                     PENDING-CHANGE-STATUS
             MOVE "A" TO FILE-STATE-SWITCH
         END-IF.
         OPEN INPUT OPERATOR-MASTER-FILE.
         IF OPERATOR-MASTER-STATUS = "00"
             MOVE "Y" TO OPERATOR-FILE-SWITCH
         END-IF.

       SUBMIT-CHANGE.
      * The submitter must sign on like anyone else; approval needs
      * someone else, so no authority is asked of the submitter.
         IF NOT OPERATOR-FILE-OPEN
             MOVE "NO OPERATOR MASTER ON FILE" TO CQ-DENIAL-REASON
         ELSE
             MOVE CQ-OPERATOR-ID TO OPRM-OPERATOR-ID
             READ OPERATOR-MASTER-FILE
                 INVALID KEY
                     MOVE "UNKNOWN OPERATOR ID" TO CQ-DENIAL-REASON
                 NOT INVALID KEY
                     IF OPRM-PASSWORD NOT = CQ-PASSWORD
                         MOVE "WRONG PASSWORD" TO CQ-DENIAL-REASON
                     END-IF
             END-READ
         END-IF.
         IF CQ-DENIAL-REASON NOT = SPACES
             MOVE "D" TO CQ-RESULT
             PERFORM LOG-DENIAL
         ELSE
             PERFORM FIND-NEXT-SEQUENCE
             MOVE TODAY-DATE       TO PCHG-SUBMIT-DATE
             MOVE NEXT-SEQUENCE    TO PCHG-SEQUENCE
             MOVE CQ-SOURCE        TO PCHG-SOURCE
             MOVE "P"              TO PCHG-STATUS
             MOVE CQ-OPERATOR-ID   TO PCHG-SUBMITTED-BY
             ACCEPT TIME-WORK FROM TIME
             MOVE TIME-WORK (1:6)  TO PCHG-SUBMIT-TIME
             MOVE SPACES           TO PCHG-DECIDED-BY
             MOVE ZERO             TO PCHG-DECISION-DATE
             MOVE ZERO             TO PCHG-APPLIED-DATE
             MOVE CQ-DESCRIPTION   TO PCHG-DESCRIPTION
             MOVE CQ-TRANS-IMAGE   TO PCHG-TRANS-IMAGE
             IF NEXT-SEQUENCE > 9999
                 MOVE "F" TO CQ-RESULT
             ELSE
                 WRITE PENDING-CHANGE-REC
                     INVALID KEY
                         MOVE "F" TO CQ-RESULT
                     NOT INVALID KEY
                         MOVE "Q" TO CQ-RESULT
                         MOVE PCHG-KEY TO CQ-CHANGE-KEY
                 END-WRITE
             END-IF
         END-IF.

       FIND-NEXT-SEQUENCE.
         MOVE 1 TO NEXT-SEQUENCE.
         MOVE "N" TO SCAN-DONE-SWITCH.
         MOVE TODAY-DATE TO PCHG-SUBMIT-DATE.
         MOVE ZERO       TO PCHG-SEQUENCE.
         START PENDING-CHANGE-FILE KEY IS NOT LESS THAN PCHG-KEY
             INVALID KEY MOVE "Y" TO SCAN-DONE-SWITCH
         END-START.
         PERFORM UNTIL SCAN-DONE
             READ PENDING-CHANGE-FILE NEXT RECORD
                 AT END MOVE "Y" TO SCAN-DONE-SWITCH
             END-READ
             IF NOT SCAN-DONE
                 IF PCHG-SUBMIT-DATE NOT = TODAY-DATE
                     MOVE "Y" TO SCAN-DONE-SWITCH
                 ELSE
                     COMPUTE NEXT-SEQUENCE = PCHG-SEQUENCE + 1
                 END-IF
             END-IF
         END-PERFORM.

       LOG-DENIAL.
         OPEN EXTEND DENIAL-LOG-FILE.
         IF DENIAL-LOG-STATUS = "35"
             OPEN OUTPUT DENIAL-LOG-FILE
         END-IF.
         MOVE SPACES TO DENIAL-LOG-REC.
         STRING TODAY-DATE " " CQ-OPERATOR-ID " DENIED - "
                CQ-DENIAL-REASON
             DELIMITED BY SIZE INTO DENIAL-LOG-REC.
         WRITE DENIAL-LOG-REC.
         CLOSE DENIAL-LOG-FILE.

       FIND-NEXT-APPROVED.
         MOVE "E" TO CQ-RESULT.
         MOVE "N" TO SCAN-DONE-SWITCH.
         MOVE CQ-CHANGE-KEY TO PCHG-KEY.
         START PENDING-CHANGE-FILE KEY IS GREATER THAN PCHG-KEY
             INVALID KEY MOVE "Y" TO SCAN-DONE-SWITCH
         END-START.
         PERFORM UNTIL SCAN-DONE
             READ PENDING-CHANGE-FILE NEXT RECORD
                 AT END MOVE "Y" TO SCAN-DONE-SWITCH
             END-READ
             IF NOT SCAN-DONE
                 IF PCHG-SOURCE = CQ-SOURCE AND PCHG-APPROVED
                     MOVE "Y" TO SCAN-DONE-SWITCH
                     MOVE "Y" TO CQ-RESULT
                     MOVE PCHG-KEY          TO CQ-CHANGE-KEY
                     MOVE PCHG-TRANS-IMAGE  TO CQ-TRANS-IMAGE
                     MOVE PCHG-DESCRIPTION  TO CQ-DESCRIPTION
                     MOVE PCHG-SUBMITTED-BY TO CQ-SUBMITTED-BY
                     MOVE PCHG-DECIDED-BY   TO CQ-APPROVED-BY
                 END-IF
             END-IF
         END-PERFORM.

       MARK-CHANGE-APPLIED.
         MOVE CQ-CHANGE-KEY TO PCHG-KEY.
         READ PENDING-CHANGE-FILE
             INVALID KEY MOVE "F" TO CQ-RESULT
             NOT INVALID KEY
                 IF CQ-APPLY-FAILED
                     MOVE "F" TO PCHG-STATUS
                 ELSE
                     MOVE "C" TO PCHG-STATUS
                 END-IF
                 MOVE TODAY-DATE TO PCHG-APPLIED-DATE
                 REWRITE PENDING-CHANGE-REC
                     INVALID KEY MOVE "F" TO CQ-RESULT
                     NOT INVALID KEY MOVE "Y" TO CQ-RESULT
                 END-REWRITE
         END-READ.
