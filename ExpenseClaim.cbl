       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EXPCLAIM.
      * Employee expense claims.  Claim cards from EXPTRAN - the
      * person, the day the money was spent, the REFCODES expense
      * type (EXPTYPE), the amount, and the unit or haulage order
      * it was spent on when there was one - are checked through
      * DATEVAL and REFLOOK, against the type's limit on SHOPPARM
      * (EXP-LIM- and the type, in cents; no parameter, no limit),
      * and against the claimant being active on PERSMAST or
      * holding a unit on ASSGMAST that day, and go on the EXPCLAIM
      * master as pending.  Approval cards from EXPAPPR approve or
      * decline a pending claim; the approver signs on the way
      * PERDCLS's operators do, with the OPERMAST expense-approval
      * authority, and a refusal goes to OPERDENY.  Every approved
      * claim is then released, once: a reimbursement on PAYREIMB
      * for PAYXTRCT's next bureau feed, and for a claim against a
      * unit a line on tonight's EXPVEH feed for VEHLPOST to post
      * to the vehicle's cost ledger.  The run report lists each
      * claim taken, refused, decided and released, and every
      * claim still waiting for approval.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-TRANS-FILE ASSIGN TO "EXPTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLAIM-TRANS-STATUS.
           SELECT APPROVAL-TRANS-FILE ASSIGN TO "EXPAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVAL-TRANS-STATUS.
           SELECT EXPENSE-CLAIM-FILE ASSIGN TO "EXPCLAIM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXPC-KEY
               FILE STATUS IS EXPENSE-CLAIM-STATUS.
           SELECT PERSON-MASTER-FILE ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSM-PERSON-ID
               ALTERNATE RECORD KEY IS PERSM-L-SURNAME
                   WITH DUPLICATES
               FILE STATUS IS PERSON-MASTER-STATUS.
           SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEH-ID
               FILE STATUS IS VEHICLE-MASTER-STATUS.
           SELECT ASSIGN-MASTER-FILE ASSIGN TO "ASSGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASSG-VEH-ID
               FILE STATUS IS ASSIGN-MASTER-STATUS.
           SELECT SHOP-PARM-FILE ASSIGN TO "SHOPPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPRM-PARM-KEY
               FILE STATUS IS SHOP-PARM-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPRM-OPERATOR-ID
               FILE STATUS IS OPERATOR-MASTER-STATUS.
           SELECT DENIAL-LOG-FILE ASSIGN TO "OPERDENY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DENIAL-LOG-STATUS.
           SELECT REIMBURSEMENT-FILE ASSIGN TO "PAYREIMB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REIMBURSEMENT-STATUS.
           SELECT VEHICLE-EXPENSE-FILE ASSIGN TO "EXPVEH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VEHICLE-EXPENSE-STATUS.
           SELECT CLAIM-REPORT-FILE ASSIGN TO "EXPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLAIM-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-TRANS-FILE.
       01  CLAIM-TRANS-REC.
           02 EXTR-PERSON-ID           PIC 9(10).
           02 EXTR-CLAIM-DATE.
              03 EXTR-YEAR             PIC 9(04).
              03 EXTR-MONTH            PIC 9(02).
              03 EXTR-DAY              PIC 9(02).
           02 EXTR-CLAIM-DATE-NUM REDEFINES EXTR-CLAIM-DATE
                                       PIC 9(08).
           02 EXTR-EXPENSE-TYPE        PIC X(08).
           02 EXTR-AMOUNT              PIC 9(05)V99.
      * Either, both or neither; a claim naming a unit is posted to
      * that unit's cost when it is released.
           02 EXTR-VEH-ID              PIC X(06).
           02 EXTR-ORDER-REF           PIC X(10).

       FD  APPROVAL-TRANS-FILE.
      * Decision "A" approve, "D" decline; the claim is named by the
      * key the run report prints against it.
       01  APPROVAL-TRANS-REC.
           02 EAPR-OPERATOR-ID         PIC X(08).
           02 EAPR-PASSWORD            PIC X(08).
           02 EAPR-PERSON-ID           PIC 9(10).
           02 EAPR-CLAIM-DATE          PIC 9(08).
           02 EAPR-SEQUENCE            PIC 9(02).
           02 EAPR-DECISION            PIC X(01).
              88 EAPR-APPROVE              VALUE "A".
              88 EAPR-DECLINE              VALUE "D".

       FD  EXPENSE-CLAIM-FILE.
           COPY EXPCLAIM.

       FD  PERSON-MASTER-FILE.
           COPY PERSMAST.

       FD  VEHICLE-MASTER-FILE.
           COPY VEHMAST.

       FD  ASSIGN-MASTER-FILE.
           COPY ASSGMAST.

       FD  SHOP-PARM-FILE.
           COPY SHOPPARM.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  DENIAL-LOG-FILE.
       01  DENIAL-LOG-REC              PIC X(80).

       FD  REIMBURSEMENT-FILE.
           COPY PAYREIMB.

       FD  VEHICLE-EXPENSE-FILE.
           COPY EXPVEH.

       FD  CLAIM-REPORT-FILE.
       01  CLAIM-REPORT-REC            PIC X(100).

       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY DATEVALP.
           COPY REFLOOKP.
        01 CLAIM-TRANS-STATUS         PIC XX VALUE "00".
        01 APPROVAL-TRANS-STATUS      PIC XX VALUE "00".
        01 EXPENSE-CLAIM-STATUS       PIC XX VALUE "00".
        01 PERSON-MASTER-STATUS       PIC XX VALUE "00".
        01 VEHICLE-MASTER-STATUS      PIC XX VALUE "00".
        01 ASSIGN-MASTER-STATUS       PIC XX VALUE "00".
        01 SHOP-PARM-STATUS           PIC XX VALUE "00".
        01 OPERATOR-MASTER-STATUS     PIC XX VALUE "00".
        01 DENIAL-LOG-STATUS          PIC XX VALUE "00".
        01 REIMBURSEMENT-STATUS       PIC XX VALUE "00".
        01 VEHICLE-EXPENSE-STATUS     PIC XX VALUE "00".
        01 CLAIM-REPORT-STATUS        PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 CLAIM-SCAN-SWITCH          PIC X VALUE "N".
           88 CLAIM-SCAN-DONE              VALUE "Y".
        01 ASSIGN-SCAN-SWITCH         PIC X VALUE "N".
           88 ASSIGN-SCAN-DONE             VALUE "Y".
        01 PERSON-FOUND-SWITCH        PIC X VALUE "N".
           88 PERSON-FOUND                 VALUE "Y".
        01 VEHICLE-FOUND-SWITCH       PIC X VALUE "N".
           88 VEHICLE-FOUND                VALUE "Y".
        01 CLAIM-FOUND-SWITCH         PIC X VALUE "N".
           88 CLAIM-FOUND                  VALUE "Y".
        01 ON-DUTY-SWITCH             PIC X VALUE "N".
           88 ON-DUTY                      VALUE "Y".
        01 DUPLICATE-SWITCH           PIC X VALUE "N".
           88 DUPLICATE-CLAIM              VALUE "Y".
        01 ASSIGN-FILE-SWITCH         PIC X VALUE "N".
           88 ASSIGN-FILE-OPEN             VALUE "Y".
        01 SHOP-PARM-SWITCH           PIC X VALUE "N".
           88 SHOP-PARM-OPEN               VALUE "Y".
        01 OPERATOR-FILE-SWITCH       PIC X VALUE "N".
           88 OPERATOR-FILE-OPEN           VALUE "Y".
        01 OPERATOR-OK-SWITCH         PIC X VALUE "N".
           88 OPERATOR-OK                  VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 REJECT-REASON              PIC X(30).
        01 DENIAL-REASON              PIC X(30).
        01 TYPE-LIMIT                 PIC 9(07)V99.
        01 NEXT-SEQUENCE              PIC 9(03).
        01 DUPLICATE-SEQUENCE         PIC 9(02).
        01 CLAIMS-TAKEN               PIC 9(05) VALUE ZERO.
        01 CLAIMS-REFUSED             PIC 9(05) VALUE ZERO.
        01 CLAIMS-APPROVED            PIC 9(05) VALUE ZERO.
        01 CLAIMS-DECLINED            PIC 9(05) VALUE ZERO.
        01 DECISIONS-REFUSED          PIC 9(05) VALUE ZERO.
        01 CLAIMS-RELEASED            PIC 9(05) VALUE ZERO.
        01 VEHICLE-LINES-WRITTEN      PIC 9(05) VALUE ZERO.
        01 CLAIMS-AWAITING            PIC 9(05) VALUE ZERO.
        01 AMOUNT-RELEASED            PIC 9(09)V99 VALUE ZERO.
        01 AMOUNT-AWAITING            PIC 9(09)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "EXPCLAIM: EXPENSE CLAIM RUN STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         OPEN I-O EXPENSE-CLAIM-FILE.
         IF EXPENSE-CLAIM-STATUS = "35"
      * First-ever run - no claim master yet, so create an empty one
      * rather than refuse to start.
             OPEN OUTPUT EXPENSE-CLAIM-FILE
             CLOSE EXPENSE-CLAIM-FILE
             OPEN I-O EXPENSE-CLAIM-FILE
         END-IF.
         OPEN INPUT PERSON-MASTER-FILE.
         IF PERSON-MASTER-STATUS NOT = "00"
             DISPLAY "EXPCLAIM: CANNOT OPEN PERSON-MASTER - "
                     PERSON-MASTER-STATUS
             CLOSE EXPENSE-CLAIM-FILE
             STOP RUN RETURNING RC-SEVERE
         END-IF.
         OPEN INPUT VEHICLE-MASTER-FILE.
         IF VEHICLE-MASTER-STATUS NOT = "00"
             DISPLAY "EXPCLAIM: CANNOT OPEN VEHICLE-MASTER - "
                     VEHICLE-MASTER-STATUS
             CLOSE EXPENSE-CLAIM-FILE PERSON-MASTER-FILE
             STOP RUN RETURNING RC-SEVERE
         END-IF.
         OPEN INPUT ASSIGN-MASTER-FILE.
         IF ASSIGN-MASTER-STATUS = "00"
             MOVE "Y" TO ASSIGN-FILE-SWITCH
         END-IF.
         OPEN INPUT SHOP-PARM-FILE.
         IF SHOP-PARM-STATUS = "00"
             MOVE "Y" TO SHOP-PARM-SWITCH
         END-IF.
         OPEN INPUT OPERATOR-MASTER-FILE.
         IF OPERATOR-MASTER-STATUS = "00"
             MOVE "Y" TO OPERATOR-FILE-SWITCH
         END-IF.
         OPEN OUTPUT CLAIM-REPORT-FILE.
         MOVE SPACES TO CLAIM-REPORT-REC.
         STRING "EXPENSE CLAIM RUN " TODAY-DATE
             DELIMITED BY SIZE INTO CLAIM-REPORT-REC.
         WRITE CLAIM-REPORT-REC.
         MOVE SPACES TO CLAIM-REPORT-REC.
         WRITE CLAIM-REPORT-REC.
         MOVE "CLAIMS TAKEN THIS RUN" TO CLAIM-REPORT-REC.
         WRITE CLAIM-REPORT-REC.
         PERFORM CAPTURE-CLAIMS.
         MOVE SPACES TO CLAIM-REPORT-REC.
         WRITE CLAIM-REPORT-REC.
         MOVE "APPROVER DECISIONS" TO CLAIM-REPORT-REC.
         WRITE CLAIM-REPORT-REC.
         PERFORM APPLY-APPROVALS.
         CLOSE PERSON-MASTER-FILE VEHICLE-MASTER-FILE.
         IF ASSIGN-FILE-OPEN
             CLOSE ASSIGN-MASTER-FILE
         END-IF.
         IF SHOP-PARM-OPEN
             CLOSE SHOP-PARM-FILE
         END-IF.
         IF OPERATOR-FILE-OPEN
             CLOSE OPERATOR-MASTER-FILE
         END-IF.
         MOVE SPACES TO CLAIM-REPORT-REC.
         WRITE CLAIM-REPORT-REC.
         MOVE "RELEASED TO PAYROLL, AND AWAITING APPROVAL"
             TO CLAIM-REPORT-REC.
         WRITE CLAIM-REPORT-REC.
         PERFORM RELEASE-APPROVED-CLAIMS.
         MOVE SPACES TO CLAIM-REPORT-REC.
         WRITE CLAIM-REPORT-REC.
         MOVE SPACES TO CLAIM-REPORT-REC.
         STRING "RELEASED " CLAIMS-RELEASED " CLAIMS "
                AMOUNT-RELEASED
                "  AWAITING APPROVAL " CLAIMS-AWAITING " CLAIMS "
                AMOUNT-AWAITING
             DELIMITED BY SIZE INTO CLAIM-REPORT-REC.
         WRITE CLAIM-REPORT-REC.
         CLOSE EXPENSE-CLAIM-FILE CLAIM-REPORT-FILE.
         DISPLAY "CLAIMS TAKEN: " CLAIMS-TAKEN.
         DISPLAY "CLAIMS REFUSED: " CLAIMS-REFUSED.
         DISPLAY "CLAIMS APPROVED: " CLAIMS-APPROVED.
         DISPLAY "CLAIMS DECLINED: " CLAIMS-DECLINED.
         DISPLAY "DECISIONS REFUSED: " DECISIONS-REFUSED.
         DISPLAY "CLAIMS RELEASED TO PAYROLL: " CLAIMS-RELEASED.
         DISPLAY "  POSTED TO A UNIT'S COST: " VEHICLE-LINES-WRITTEN.
         DISPLAY "CLAIMS AWAITING APPROVAL: " CLAIMS-AWAITING.
         IF CLAIMS-REFUSED > 0 OR DECISIONS-REFUSED > 0
             STOP RUN RETURNING RC-WARNING
         ELSE
             STOP RUN RETURNING RC-NORMAL
         END-IF.

       CAPTURE-CLAIMS.
         OPEN INPUT CLAIM-TRANS-FILE.
         IF CLAIM-TRANS-STATUS NOT = "00"
             DISPLAY "NO EXPENSE CLAIMS TO TAKE IN"
         ELSE
             READ CLAIM-TRANS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM VALIDATE-ONE-CLAIM
                 READ CLAIM-TRANS-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE CLAIM-TRANS-FILE
         END-IF.

       VALIDATE-ONE-CLAIM.
         MOVE EXTR-PERSON-ID TO PERSM-PERSON-ID.
         READ PERSON-MASTER-FILE
             INVALID KEY MOVE "N" TO PERSON-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO PERSON-FOUND-SWITCH
         END-READ.
         MOVE EXTR-YEAR  TO DV-YEAR.
         MOVE EXTR-MONTH TO DV-MONTH.
         MOVE EXTR-DAY   TO DV-DAY.
         CALL "DATEVAL" USING DATE-VALIDATION-PARMS.
         MOVE "EXPTYPE "        TO RL-CODE-TYPE.
         MOVE EXTR-EXPENSE-TYPE TO RL-CODE-VALUE.
         CALL "REFLOOK" USING REF-LOOKUP-PARMS.
         MOVE "Y" TO VEHICLE-FOUND-SWITCH.
         IF EXTR-VEH-ID NOT = SPACES
             MOVE EXTR-VEH-ID TO VEH-ID
             READ VEHICLE-MASTER-FILE
                 INVALID KEY MOVE "N" TO VEHICLE-FOUND-SWITCH
             END-READ
         END-IF.
         IF NOT PERSON-FOUND
             MOVE "PERSON NOT ON MASTER" TO REJECT-REASON
             PERFORM REJECT-CLAIM-CARD
         ELSE
         IF NOT DV-DATE-VALID
             MOVE "INVALID CLAIM DATE" TO REJECT-REASON
             PERFORM REJECT-CLAIM-CARD
         ELSE
         IF EXTR-CLAIM-DATE-NUM > TODAY-DATE
             MOVE "CLAIM DATE IN THE FUTURE" TO REJECT-REASON
             PERFORM REJECT-CLAIM-CARD
         ELSE
         IF EXTR-EXPENSE-TYPE = SPACES OR
            (RL-TYPE-ON-TABLE AND NOT RL-CODE-FOUND)
             MOVE "UNKNOWN EXPENSE TYPE" TO REJECT-REASON
             PERFORM REJECT-CLAIM-CARD
         ELSE
         IF EXTR-AMOUNT NOT NUMERIC OR EXTR-AMOUNT = ZERO
             MOVE "NO CLAIM AMOUNT" TO REJECT-REASON
             PERFORM REJECT-CLAIM-CARD
         ELSE
         IF NOT VEHICLE-FOUND
             MOVE "VEHICLE NOT ON MASTER" TO REJECT-REASON
             PERFORM REJECT-CLAIM-CARD
         ELSE
             PERFORM FIND-TYPE-LIMIT
             PERFORM CHECK-ON-DUTY
             IF TYPE-LIMIT > ZERO AND EXTR-AMOUNT > TYPE-LIMIT
                 MOVE "OVER THE LIMIT FOR THE TYPE" TO REJECT-REASON
                 PERFORM REJECT-CLAIM-CARD
             ELSE
             IF NOT ON-DUTY
                 MOVE "NOT ACTIVE OR ON ASSIGNMENT" TO REJECT-REASON
                 PERFORM REJECT-CLAIM-CARD
             ELSE
                 PERFORM FIND-NEXT-SEQUENCE
                 IF DUPLICATE-CLAIM
                     MOVE SPACES TO REJECT-REASON
                     STRING "SAME AS CLAIM " DUPLICATE-SEQUENCE
                            " ALREADY TAKEN"
                         DELIMITED BY SIZE INTO REJECT-REASON
                     PERFORM REJECT-CLAIM-CARD
                 ELSE
                 IF NEXT-SEQUENCE > 99
                     MOVE "TOO MANY CLAIMS FOR THE DAY"
                         TO REJECT-REASON
                     PERFORM REJECT-CLAIM-CARD
                 ELSE
                     PERFORM STORE-NEW-CLAIM
                 END-IF
                 END-IF
             END-IF
             END-IF
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF.

       REJECT-CLAIM-CARD.
         ADD 1 TO CLAIMS-REFUSED.
         MOVE SPACES TO CLAIM-REPORT-REC.
         STRING "REFUSED  " EXTR-PERSON-ID " " EXTR-CLAIM-DATE
                " " EXTR-EXPENSE-TYPE " " EXTR-AMOUNT
                " - " REJECT-REASON
             DELIMITED BY SIZE INTO CLAIM-REPORT-REC.
         WRITE CLAIM-REPORT-REC.

       FIND-TYPE-LIMIT.
      * The limit is held in cents; a type with no parameter has no
      * limit.
         MOVE ZERO TO TYPE-LIMIT.
         IF SHOP-PARM-OPEN
             MOVE SPACES TO SPRM-PARM-KEY
             STRING "EXP-LIM-" EXTR-EXPENSE-TYPE
                 DELIMITED BY SIZE INTO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     COMPUTE TYPE-LIMIT = SPRM-PARM-VALUE / 100
             END-READ
         END-IF.

       CHECK-ON-DUTY.
      * Active on the person master will do; failing that, a unit
      * held on ASSGMAST from that day or before it shows the
      * claimant was out working for us.
         MOVE "N" TO ON-DUTY-SWITCH.
         IF PERSM-ACTIVE
             MOVE "Y" TO ON-DUTY-SWITCH
         ELSE
         IF ASSIGN-FILE-OPEN
             MOVE "N" TO ASSIGN-SCAN-SWITCH
             MOVE LOW-VALUES TO ASSG-VEH-ID
             START ASSIGN-MASTER-FILE
                 KEY IS NOT LESS THAN ASSG-VEH-ID
                 INVALID KEY MOVE "Y" TO ASSIGN-SCAN-SWITCH
             END-START
             PERFORM UNTIL ASSIGN-SCAN-DONE OR ON-DUTY
                 READ ASSIGN-MASTER-FILE NEXT RECORD
                     AT END MOVE "Y" TO ASSIGN-SCAN-SWITCH
                 END-READ
                 IF NOT ASSIGN-SCAN-DONE
                     IF ASSG-PERSON-ID = EXTR-PERSON-ID AND
                        ASSG-DATE NOT > EXTR-CLAIM-DATE-NUM
                         MOVE "Y" TO ON-DUTY-SWITCH
                     END-IF
                 END-IF
             END-PERFORM
         END-IF
         END-IF.

       FIND-NEXT-SEQUENCE.
      * The claimant's claims for the day read in sequence order;
      * the next card takes the sequence after the last.  One of
      * the same type, amount and unit that has not been declined
      * is the same receipt keyed twice.
         MOVE 1 TO NEXT-SEQUENCE.
         MOVE "N" TO DUPLICATE-SWITCH.
         MOVE "N" TO CLAIM-SCAN-SWITCH.
         MOVE EXTR-PERSON-ID      TO EXPC-PERSON-ID.
         MOVE EXTR-CLAIM-DATE-NUM TO EXPC-CLAIM-DATE.
         MOVE ZERO                TO EXPC-SEQUENCE.
         START EXPENSE-CLAIM-FILE KEY IS NOT LESS THAN EXPC-KEY
             INVALID KEY MOVE "Y" TO CLAIM-SCAN-SWITCH
         END-START.
         PERFORM UNTIL CLAIM-SCAN-DONE
             READ EXPENSE-CLAIM-FILE NEXT RECORD
                 AT END MOVE "Y" TO CLAIM-SCAN-SWITCH
             END-READ
             IF NOT CLAIM-SCAN-DONE
                 IF EXPC-PERSON-ID NOT = EXTR-PERSON-ID OR
                    EXPC-CLAIM-DATE NOT = EXTR-CLAIM-DATE-NUM
                     MOVE "Y" TO CLAIM-SCAN-SWITCH
                 ELSE
                     COMPUTE NEXT-SEQUENCE = EXPC-SEQUENCE + 1
                     IF EXPC-EXPENSE-TYPE = EXTR-EXPENSE-TYPE AND
                        EXPC-AMOUNT = EXTR-AMOUNT AND
                        EXPC-VEH-ID = EXTR-VEH-ID AND
                        NOT EXPC-DECLINED
                         MOVE "Y" TO DUPLICATE-SWITCH
                         MOVE EXPC-SEQUENCE TO DUPLICATE-SEQUENCE
                     END-IF
                 END-IF
             END-IF
         END-PERFORM.

       STORE-NEW-CLAIM.
         MOVE EXTR-PERSON-ID      TO EXPC-PERSON-ID.
         MOVE EXTR-CLAIM-DATE-NUM TO EXPC-CLAIM-DATE.
         MOVE NEXT-SEQUENCE       TO EXPC-SEQUENCE.
         MOVE EXTR-EXPENSE-TYPE   TO EXPC-EXPENSE-TYPE.
         MOVE EXTR-AMOUNT         TO EXPC-AMOUNT.
         MOVE EXTR-VEH-ID         TO EXPC-VEH-ID.
         MOVE EXTR-ORDER-REF      TO EXPC-ORDER-REF.
         MOVE "P"                 TO EXPC-STATUS.
         MOVE TODAY-DATE          TO EXPC-ENTERED-DATE.
         MOVE SPACES              TO EXPC-APPROVER-ID.
         MOVE ZERO                TO EXPC-DECISION-DATE.
         MOVE ZERO                TO EXPC-RELEASED-DATE.
         WRITE EXPENSE-CLAIM-REC
             INVALID KEY
                 MOVE "CLAIM KEY ALREADY ON FILE" TO REJECT-REASON
                 PERFORM REJECT-CLAIM-CARD
             NOT INVALID KEY
                 ADD 1 TO CLAIMS-TAKEN
                 MOVE SPACES TO CLAIM-REPORT-REC
                 STRING "TAKEN    " EXPC-PERSON-ID " "
                        EXPC-CLAIM-DATE " " EXPC-SEQUENCE " "
                        EXPC-EXPENSE-TYPE " " EXPC-AMOUNT
                        " UNIT " EXPC-VEH-ID
                        " ORDER " EXPC-ORDER-REF
                     DELIMITED BY SIZE INTO CLAIM-REPORT-REC
                 WRITE CLAIM-REPORT-REC
         END-WRITE.

       APPLY-APPROVALS.
         OPEN INPUT APPROVAL-TRANS-FILE.
         IF APPROVAL-TRANS-STATUS NOT = "00"
             DISPLAY "NO APPROVER DECISIONS TO APPLY"
         ELSE
             READ APPROVAL-TRANS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM APPLY-ONE-DECISION
                 READ APPROVAL-TRANS-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE APPROVAL-TRANS-FILE
         END-IF.

       APPLY-ONE-DECISION.
         PERFORM CHECK-OPERATOR-AUTHORITY.
         IF NOT OPERATOR-OK
             PERFORM LOG-DENIAL
             MOVE DENIAL-REASON TO REJECT-REASON
             PERFORM REJECT-DECISION-CARD
         ELSE
             MOVE EAPR-PERSON-ID  TO EXPC-PERSON-ID
             MOVE EAPR-CLAIM-DATE TO EXPC-CLAIM-DATE
             MOVE EAPR-SEQUENCE   TO EXPC-SEQUENCE
             READ EXPENSE-CLAIM-FILE
                 INVALID KEY MOVE "N" TO CLAIM-FOUND-SWITCH
                 NOT INVALID KEY MOVE "Y" TO CLAIM-FOUND-SWITCH
             END-READ
             IF NOT CLAIM-FOUND
                 MOVE "CLAIM NOT ON FILE" TO REJECT-REASON
                 PERFORM REJECT-DECISION-CARD
             ELSE
             IF NOT EXPC-PENDING
                 MOVE "CLAIM ALREADY DECIDED" TO REJECT-REASON
                 PERFORM REJECT-DECISION-CARD
             ELSE
             IF NOT EAPR-APPROVE AND NOT EAPR-DECLINE
                 MOVE "UNKNOWN DECISION CODE" TO REJECT-REASON
                 PERFORM REJECT-DECISION-CARD
             ELSE
                 PERFORM STORE-DECISION
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
             MOVE EAPR-OPERATOR-ID TO OPRM-OPERATOR-ID
             READ OPERATOR-MASTER-FILE
                 INVALID KEY
                     MOVE "UNKNOWN OPERATOR ID" TO DENIAL-REASON
                 NOT INVALID KEY
                     IF OPRM-PASSWORD NOT = EAPR-PASSWORD
                         MOVE "WRONG PASSWORD" TO DENIAL-REASON
                     ELSE
                         IF NOT OPRM-MAY-APPROVE-EXPENSE
                             MOVE "NOT AUTHORISED - EXPENSES"
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
         STRING TODAY-DATE " " EAPR-OPERATOR-ID " DENIED - "
                DENIAL-REASON
             DELIMITED BY SIZE INTO DENIAL-LOG-REC.
         WRITE DENIAL-LOG-REC.
         CLOSE DENIAL-LOG-FILE.

       REJECT-DECISION-CARD.
         ADD 1 TO DECISIONS-REFUSED.
         MOVE SPACES TO CLAIM-REPORT-REC.
         STRING "REFUSED  " EAPR-PERSON-ID " " EAPR-CLAIM-DATE
                " " EAPR-SEQUENCE " " EAPR-DECISION
                " BY " EAPR-OPERATOR-ID " - " REJECT-REASON
             DELIMITED BY SIZE INTO CLAIM-REPORT-REC.
         WRITE CLAIM-REPORT-REC.

       STORE-DECISION.
         IF EAPR-APPROVE
             MOVE "A" TO EXPC-STATUS
             ADD 1 TO CLAIMS-APPROVED
         ELSE
             MOVE "D" TO EXPC-STATUS
             ADD 1 TO CLAIMS-DECLINED
         END-IF.
         MOVE EAPR-OPERATOR-ID TO EXPC-APPROVER-ID.
         MOVE TODAY-DATE       TO EXPC-DECISION-DATE.
         REWRITE EXPENSE-CLAIM-REC.
         MOVE SPACES TO CLAIM-REPORT-REC.
         IF EXPC-APPROVED
             STRING "APPROVED " EXPC-PERSON-ID " " EXPC-CLAIM-DATE
                    " " EXPC-SEQUENCE " " EXPC-EXPENSE-TYPE
                    " " EXPC-AMOUNT " BY " EXPC-APPROVER-ID
                 DELIMITED BY SIZE INTO CLAIM-REPORT-REC
         ELSE
             STRING "DECLINED " EXPC-PERSON-ID " " EXPC-CLAIM-DATE
                    " " EXPC-SEQUENCE " " EXPC-EXPENSE-TYPE
                    " " EXPC-AMOUNT " BY " EXPC-APPROVER-ID
                 DELIMITED BY SIZE INTO CLAIM-REPORT-REC
         END-IF.
         WRITE CLAIM-REPORT-REC.

       RELEASE-APPROVED-CLAIMS.
      * Every approved claim goes to payroll the night it is
      * approved, and is marked released so it can never go twice.
      * Claims still pending are listed with the key the approver
      * quotes on the decision card.
         OPEN EXTEND REIMBURSEMENT-FILE.
         IF REIMBURSEMENT-STATUS = "35"
             OPEN OUTPUT REIMBURSEMENT-FILE
         END-IF.
         OPEN OUTPUT VEHICLE-EXPENSE-FILE.
         MOVE "N" TO CLAIM-SCAN-SWITCH.
         MOVE LOW-VALUES TO EXPC-KEY.
         START EXPENSE-CLAIM-FILE KEY IS NOT LESS THAN EXPC-KEY
             INVALID KEY MOVE "Y" TO CLAIM-SCAN-SWITCH
         END-START.
         PERFORM UNTIL CLAIM-SCAN-DONE
             READ EXPENSE-CLAIM-FILE NEXT RECORD
                 AT END MOVE "Y" TO CLAIM-SCAN-SWITCH
             END-READ
             IF NOT CLAIM-SCAN-DONE
                 IF EXPC-APPROVED
                     PERFORM RELEASE-ONE-CLAIM
                 ELSE
                 IF EXPC-PENDING
                     PERFORM LIST-AWAITING-CLAIM
                 END-IF
                 END-IF
             END-IF
         END-PERFORM.
         CLOSE REIMBURSEMENT-FILE VEHICLE-EXPENSE-FILE.

       RELEASE-ONE-CLAIM.
         MOVE EXPC-PERSON-ID    TO PRMB-PERSON-ID.
         MOVE EXPC-CLAIM-DATE   TO PRMB-CLAIM-DATE.
         MOVE EXPC-EXPENSE-TYPE TO PRMB-EXPENSE-TYPE.
         MOVE EXPC-VEH-ID       TO PRMB-VEH-ID.
         MOVE EXPC-AMOUNT       TO PRMB-AMOUNT.
         WRITE PAY-REIMBURSEMENT-REC.
         IF EXPC-VEH-ID NOT = SPACES
             MOVE EXPC-VEH-ID       TO EXPV-VEH-ID
             MOVE EXPC-PERSON-ID    TO EXPV-PERSON-ID
             MOVE EXPC-CLAIM-DATE   TO EXPV-CLAIM-DATE
             MOVE EXPC-EXPENSE-TYPE TO EXPV-EXPENSE-TYPE
             MOVE TODAY-DATE        TO EXPV-POST-DATE
             MOVE EXPC-AMOUNT       TO EXPV-AMOUNT
             WRITE VEHICLE-EXPENSE-REC
             ADD 1 TO VEHICLE-LINES-WRITTEN
         END-IF.
         MOVE "R"        TO EXPC-STATUS.
         MOVE TODAY-DATE TO EXPC-RELEASED-DATE.
         REWRITE EXPENSE-CLAIM-REC.
         ADD 1 TO CLAIMS-RELEASED.
         ADD EXPC-AMOUNT TO AMOUNT-RELEASED.
         MOVE SPACES TO CLAIM-REPORT-REC.
         STRING "RELEASED " EXPC-PERSON-ID " " EXPC-CLAIM-DATE
                " " EXPC-SEQUENCE " " EXPC-EXPENSE-TYPE
                " " EXPC-AMOUNT " UNIT " EXPC-VEH-ID
             DELIMITED BY SIZE INTO CLAIM-REPORT-REC.
         WRITE CLAIM-REPORT-REC.

       LIST-AWAITING-CLAIM.
         ADD 1 TO CLAIMS-AWAITING.
         ADD EXPC-AMOUNT TO AMOUNT-AWAITING.
         MOVE SPACES TO CLAIM-REPORT-REC.
         STRING "AWAITING " EXPC-PERSON-ID " " EXPC-CLAIM-DATE
                " " EXPC-SEQUENCE " " EXPC-EXPENSE-TYPE
                " " EXPC-AMOUNT " UNIT " EXPC-VEH-ID
                " TAKEN " EXPC-ENTERED-DATE
             DELIMITED BY SIZE INTO CLAIM-REPORT-REC.
         WRITE CLAIM-REPORT-REC.
