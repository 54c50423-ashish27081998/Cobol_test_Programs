       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CUSTMNT.
      * Maintains the customer master, the contract-rate file and
      * the sales-tax rate table: customer cards add or rename
      * customers and set their credit limit, payment terms, credit
      * hold, tax code and currency - a foreign currency only once
      * EXCHLOOK has a rate for it; contract-rate cards - validated
      * against both the customer master and the rate master - set
      * a customer/product override base, in the customer's
      * currency, with its effective window and any committed
      * distance or revenue the discount was given for, and whether
      * a shortfall is charged;
      * tax cards add an effective-dated rate for a tax code.  Every
      * change is logged old/new the way PARMMNT logs parameter
      * changes; hand-applied discounts are where our margin leaks.
      * A contract-rate card never goes straight onto the file: it
      * carries the submitting operator's ID and password and is
      * queued through CHGQUEUE for a second operator to approve in
      * CHGAPPR.  Every run first applies the contract changes
      * approved since the last one, logging who submitted and who
      * approved each, then queues the new cards.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATEM-PRODUCT-CODE
               FILE STATUS IS RATE-MASTER-STATUS.
           SELECT TAX-TRANS-FILE ASSIGN TO "TAXTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-TRANS-STATUS.
           SELECT TAX-RATE-FILE ASSIGN TO "TAXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAXR-KEY
               FILE STATUS IS TAX-RATE-STATUS.
           SELECT CUSTOMER-LOG-FILE ASSIGN TO "CUSTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOMER-LOG-STATUS.
       01  CUSTOMER-TRANS-REC.
           02 CTRN-CUST-CODE           PIC X(06).
           02 CTRN-CUST-NAME           PIC X(25).
           02 CTRN-CREDIT-LIMIT        PIC X(11).
           02 CTRN-CREDIT-LIMIT-N REDEFINES CTRN-CREDIT-LIMIT
                                       PIC 9(09)V99.
           02 CTRN-TERMS-CODE          PIC X(04).
           02 CTRN-HOLD-FLAG           PIC X(01).
           02 CTRN-TAX-CODE            PIC X(02).
           02 CTRN-CURRENCY            PIC X(03).

       FD  CONTRACT-TRANS-FILE.
       01  CONTRACT-TRANS-REC          PIC X(63).

       FD  TAX-TRANS-FILE.
       01  TAX-TRANS-REC.
           02 TTRN-TAX-CODE            PIC X(02).
           02 TTRN-EFF-FROM            PIC 9(08).
           02 TTRN-RATE-PCT            PIC 9(02)V999.

       FD  TAX-RATE-FILE.
           COPY TAXRATE.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.
        01 CONTRACT-RATE-STATUS       PIC XX VALUE "00".
        01 RATE-MASTER-STATUS         PIC XX VALUE "00".
        01 CUSTOMER-LOG-STATUS        PIC XX VALUE "00".
        01 TAX-TRANS-STATUS           PIC XX VALUE "00".
        01 TAX-RATE-STATUS            PIC XX VALUE "00".
        01 TAX-RATE-FOUND-SWITCH      PIC X VALUE "N".
           88 TAX-RATE-FOUND               VALUE "Y".
        01 OLD-TAX-RATE-PCT           PIC 9(02)V999.
        01 TAX-RATES-APPLIED          PIC 9(05) VALUE ZERO.
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 CUSTOMER-FOUND-SWITCH      PIC X VALUE "N".
        01 PRODUCT-FOUND-SWITCH       PIC X VALUE "N".
           88 PRODUCT-FOUND                VALUE "Y".
        01 OLD-CONTRACT-BASE          PIC S9(05)V99.
        01 OLD-CONTRACT-COMMITMENT.
           02 OLD-COMMIT-TYPE         PIC X(01).
           02 OLD-COMMIT-QTY          PIC 9(09)V99.
           02 OLD-SHORTFALL-FLAG      PIC X(01).
           02 OLD-SETTLED-DATE        PIC 9(08).
           02 OLD-EFF-FROM            PIC 9(08).
           02 OLD-EFF-TO              PIC 9(08).
        01 OLD-CUSTOMER-CREDIT.
           02 OLD-CREDIT-LIMIT        PIC 9(09)V99.
           02 OLD-TERMS-CODE          PIC X(04).
           02 OLD-HOLD-FLAG           PIC X(01).
           02 OLD-TAX-CODE            PIC X(02).
           02 OLD-CURRENCY            PIC X(03).
           COPY EXCHLOKP.
        01 RUN-DATE                   PIC 9(08).
        01 CUSTOMERS-APPLIED          PIC 9(05) VALUE ZERO.
        01 CONTRACTS-APPLIED          PIC 9(05) VALUE ZERO.
        01 CHANGES-REJECTED           PIC 9(05) VALUE ZERO.
        01 CONTRACTS-SUBMITTED        PIC 9(05) VALUE ZERO.
        01 REJECTED-BEFORE            PIC 9(05).
        01 CARD-VALID-SWITCH          PIC X VALUE "N".
           88 CARD-VALID                   VALUE "Y".
        01 CONTRACT-TRANS-CARD.
           02 RTRN-CUST-CODE           PIC X(06).
           02 RTRN-PRODUCT-CODE        PIC X(05).
           02 RTRN-BASE                PIC S9(05)V99.
           02 RTRN-EFF-FROM            PIC 9(08).
           02 RTRN-EFF-TO              PIC 9(08).
           02 RTRN-COMMIT-TYPE         PIC X(01).
              88 RTRN-COMMIT-VALID          VALUE " " "N" "D" "R".
              88 RTRN-COMMIT-REMOVED        VALUE "N".
              88 RTRN-COMMIT-SET            VALUE "D" "R".
           02 RTRN-COMMIT-QTY          PIC X(11).
           02 RTRN-COMMIT-QTY-N REDEFINES RTRN-COMMIT-QTY
                                       PIC 9(09)V99.
           02 RTRN-SHORTFALL-FLAG      PIC X(01).
           02 RTRN-OPERATOR-ID         PIC X(08).
           02 RTRN-PASSWORD            PIC X(08).
           COPY CHGQUEP.
           COPY MSTJRNLP.

       PROCEDURE DIVISION.
       Begin.
         END-IF.
         PERFORM PROCESS-CUSTOMER-TRANSACTIONS.
         PERFORM PROCESS-CONTRACT-TRANSACTIONS.
         PERFORM PROCESS-TAX-TRANSACTIONS.
         CLOSE CUSTOMER-MASTER-FILE CONTRACT-RATE-FILE
               CUSTOMER-LOG-FILE.
         DISPLAY "CUSTOMER CHANGES APPLIED: " CUSTOMERS-APPLIED.
         DISPLAY "CONTRACT RATES APPLIED: " CONTRACTS-APPLIED.
         DISPLAY "CONTRACT RATES SUBMITTED: " CONTRACTS-SUBMITTED.
         DISPLAY "TAX RATES APPLIED: " TAX-RATES-APPLIED.
         DISPLAY "CHANGES REJECTED: " CHANGES-REJECTED.
         IF CHANGES-REJECTED > 0
             STOP RUN RETURNING RC-WARNING
         CLOSE CUSTOMER-TRANS-FILE.

       APPLY-ONE-CUSTOMER.
         IF CTRN-CURRENCY NOT = SPACES
             PERFORM CHECK-CUSTOMER-CURRENCY
         END-IF.
         IF CTRN-CUST-CODE = SPACES
             MOVE SPACES TO CUSTOMER-LOG-REC
             STRING RUN-DATE " REJECTED - BLANK CUSTOMER CODE"
                 DELIMITED BY SIZE INTO CUSTOMER-LOG-REC
             WRITE CUSTOMER-LOG-REC
             ADD 1 TO CHANGES-REJECTED
         ELSE
         IF CTRN-CREDIT-LIMIT NOT = SPACES AND
            CTRN-CREDIT-LIMIT-N NOT NUMERIC
             MOVE SPACES TO CUSTOMER-LOG-REC
             STRING RUN-DATE " REJECTED - CUSTOMER " CTRN-CUST-CODE
                    " CREDIT LIMIT NOT NUMERIC"
                 DELIMITED BY SIZE INTO CUSTOMER-LOG-REC
             WRITE CUSTOMER-LOG-REC
             ADD 1 TO CHANGES-REJECTED
         ELSE
         IF CTRN-HOLD-FLAG NOT = SPACE AND
            CTRN-HOLD-FLAG NOT = "Y" AND CTRN-HOLD-FLAG NOT = "N"
             MOVE SPACES TO CUSTOMER-LOG-REC
             STRING RUN-DATE " REJECTED - CUSTOMER " CTRN-CUST-CODE
                    " HOLD FLAG NOT Y OR N"
                 DELIMITED BY SIZE INTO CUSTOMER-LOG-REC
             WRITE CUSTOMER-LOG-REC
             ADD 1 TO CHANGES-REJECTED
         ELSE
         IF CTRN-CURRENCY NOT = SPACES AND EX-RATE-MISSING
             MOVE SPACES TO CUSTOMER-LOG-REC
             STRING RUN-DATE " REJECTED - CUSTOMER " CTRN-CUST-CODE
                    " CURRENCY " CTRN-CURRENCY
                    " HAS NO EXCHANGE RATE"
                 DELIMITED BY SIZE INTO CUSTOMER-LOG-REC
             WRITE CUSTOMER-LOG-REC
             ADD 1 TO CHANGES-REJECTED
         ELSE
             MOVE CTRN-CUST-CODE TO CUST-CODE
             READ CUSTOMER-MASTER-FILE
                 INVALID KEY MOVE "N" TO CUSTOMER-FOUND-SWITCH
                 NOT INVALID KEY MOVE "Y" TO CUSTOMER-FOUND-SWITCH
             END-READ
      * A card that leaves the credit fields blank keeps what is on
      * file; a new customer starts with no limit, no terms and no
      * hold.
             IF CUSTOMER-FOUND
                 MOVE CUSTOMER-MASTER-REC TO MJ-BEFORE-IMAGE
                 MOVE "CHANGE"          TO MJ-TRANS-TYPE
                 MOVE CUST-CREDIT-LIMIT TO OLD-CREDIT-LIMIT
                 MOVE CUST-TERMS-CODE   TO OLD-TERMS-CODE
                 MOVE CUST-HOLD-FLAG    TO OLD-HOLD-FLAG
                 MOVE CUST-TAX-CODE     TO OLD-TAX-CODE
                 MOVE CUST-CURRENCY     TO OLD-CURRENCY
                 IF OLD-CURRENCY = LOW-VALUES
                     MOVE SPACES TO OLD-CURRENCY
                 END-IF
             ELSE
                 MOVE SPACES TO MJ-BEFORE-IMAGE
                 MOVE "ADD"  TO MJ-TRANS-TYPE
                 MOVE ZERO   TO OLD-CREDIT-LIMIT
                 MOVE SPACES TO OLD-TERMS-CODE
                 MOVE "N"    TO OLD-HOLD-FLAG
                 MOVE SPACES TO OLD-TAX-CODE
                 MOVE SPACES TO OLD-CURRENCY
             END-IF
             MOVE CTRN-CUST-CODE TO CUST-CODE
             MOVE CTRN-CUST-NAME TO CUST-NAME
             MOVE OLD-CREDIT-LIMIT TO CUST-CREDIT-LIMIT
             MOVE OLD-TERMS-CODE   TO CUST-TERMS-CODE
             MOVE OLD-HOLD-FLAG    TO CUST-HOLD-FLAG
             MOVE OLD-TAX-CODE     TO CUST-TAX-CODE
             MOVE OLD-CURRENCY     TO CUST-CURRENCY
             IF CTRN-CREDIT-LIMIT NOT = SPACES
                 MOVE CTRN-CREDIT-LIMIT-N TO CUST-CREDIT-LIMIT
             END-IF
             IF CTRN-TERMS-CODE NOT = SPACES
                 MOVE CTRN-TERMS-CODE TO CUST-TERMS-CODE
             END-IF
             IF CTRN-HOLD-FLAG NOT = SPACE
                 MOVE CTRN-HOLD-FLAG TO CUST-HOLD-FLAG
             END-IF
             IF CTRN-TAX-CODE NOT = SPACES
                 MOVE CTRN-TAX-CODE TO CUST-TAX-CODE
             END-IF
             IF CTRN-CURRENCY NOT = SPACES
                 MOVE EX-CURRENCY TO CUST-CURRENCY
             END-IF
             IF CUSTOMER-FOUND
                 REWRITE CUSTOMER-MASTER-REC
             ELSE
                 WRITE CUSTOMER-MASTER-REC
             END-IF
             PERFORM JOURNAL-CUSTOMER-CHANGE
             ADD 1 TO CUSTOMERS-APPLIED
             MOVE SPACES TO CUSTOMER-LOG-REC
             STRING RUN-DATE " CUSTOMER " CTRN-CUST-CODE
                    " SET TO " CTRN-CUST-NAME
                 DELIMITED BY SIZE INTO CUSTOMER-LOG-REC
             WRITE CUSTOMER-LOG-REC
             MOVE SPACES TO CUSTOMER-LOG-REC
             STRING RUN-DATE " CUSTOMER " CTRN-CUST-CODE
                    " CREDIT OLD " OLD-CREDIT-LIMIT
                    " " OLD-TERMS-CODE " HOLD " OLD-HOLD-FLAG
                    " NEW " CUST-CREDIT-LIMIT
                    " " CUST-TERMS-CODE " HOLD " CUST-HOLD-FLAG
                 DELIMITED BY SIZE INTO CUSTOMER-LOG-REC
             WRITE CUSTOMER-LOG-REC
             IF CUST-TAX-CODE NOT = OLD-TAX-CODE
                 MOVE SPACES TO CUSTOMER-LOG-REC
                 STRING RUN-DATE " CUSTOMER " CTRN-CUST-CODE
                        " TAX CODE OLD " OLD-TAX-CODE
                        " NEW " CUST-TAX-CODE
                     DELIMITED BY SIZE INTO CUSTOMER-LOG-REC
                 WRITE CUSTOMER-LOG-REC
             END-IF
             IF CUST-CURRENCY NOT = OLD-CURRENCY
                 MOVE SPACES TO CUSTOMER-LOG-REC
                 STRING RUN-DATE " CUSTOMER " CTRN-CUST-CODE
                        " CURRENCY OLD " OLD-CURRENCY
                        " NEW " CUST-CURRENCY
                     DELIMITED BY SIZE INTO CUSTOMER-LOG-REC
                 WRITE CUSTOMER-LOG-REC
             END-IF
         END-IF
         END-IF
         END-IF
         END-IF.

       JOURNAL-CUSTOMER-CHANGE.
      * Customer cards carry no operator, so the change journals
      * under the batch operator; the caller sets the type and the
      * before image.
         MOVE "CUSTMAST"          TO MJ-MASTER.
         MOVE CUST-CODE           TO MJ-KEY.
         MOVE "CUSTMNT"           TO MJ-PROGRAM.
         MOVE SPACES              TO MJ-OPERATOR.
         MOVE SPACES              TO MJ-RUN-ID.
         MOVE CUSTOMER-MASTER-REC TO MJ-AFTER-IMAGE.
         CALL "MSTJRNL" USING MASTER-JOURNAL-PARMS.

       CHECK-CUSTOMER-CURRENCY.
      * A currency is only accepted once the bank's rates for it are
      * loaded, so nothing can be invoiced in a currency no run can
      * convert.  The home currency is stored as blank.
         MOVE CTRN-CURRENCY TO EX-CURRENCY.
         MOVE RUN-DATE TO EX-DATE.
         CALL "EXCHLOOK" USING EXCHANGE-LOOKUP-PARMS.
         IF EX-HOME-CURRENCY
             MOVE SPACES TO EX-CURRENCY
         END-IF.

       PROCESS-CONTRACT-TRANSACTIONS.
         OPEN INPUT RATE-MASTER-FILE.
         MOVE "CUSTMNT " TO CQ-SOURCE.
         PERFORM APPLY-APPROVED-CONTRACTS.
         OPEN INPUT CONTRACT-TRANS-FILE.
         IF CONTRACT-TRANS-STATUS NOT = "00"
             DISPLAY "NO CONTRACT-RATE TRANSACTIONS TO PROCESS"
         ELSE
             READ CONTRACT-TRANS-FILE INTO CONTRACT-TRANS-CARD
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM SUBMIT-ONE-CONTRACT
                 READ CONTRACT-TRANS-FILE INTO CONTRACT-TRANS-CARD
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
         END-IF.
         CLOSE CONTRACT-TRANS-FILE RATE-MASTER-FILE.

       APPLY-APPROVED-CONTRACTS.
      * Replays each approved card through the same checks as ever,
      * under a line naming who submitted and who approved it; one
      * the files can no longer take is marked failed, not lost.
         MOVE ZERO TO CQ-CHANGE-KEY.
         MOVE "N" TO CQ-FUNCTION.
         CALL "CHGQUEUE" USING CHANGE-QUEUE-PARMS.
         PERFORM UNTIL NOT CQ-CHANGE-RETURNED
             MOVE CQ-TRANS-IMAGE TO CONTRACT-TRANS-CARD
             MOVE SPACES TO CUSTOMER-LOG-REC
             STRING RUN-DATE " APPROVED CHANGE " CQ-CHANGE-DATE "/"
                    CQ-CHANGE-SEQUENCE " SUBMITTED BY "
                    CQ-SUBMITTED-BY " APPROVED BY " CQ-APPROVED-BY
                 DELIMITED BY SIZE INTO CUSTOMER-LOG-REC
             WRITE CUSTOMER-LOG-REC
             MOVE CHANGES-REJECTED TO REJECTED-BEFORE
             PERFORM APPLY-ONE-CONTRACT
             IF CHANGES-REJECTED > REJECTED-BEFORE
                 MOVE "F" TO CQ-APPLY-FLAG
             ELSE
                 MOVE "C" TO CQ-APPLY-FLAG
             END-IF
             MOVE "M" TO CQ-FUNCTION
             CALL "CHGQUEUE" USING CHANGE-QUEUE-PARMS
             MOVE "N" TO CQ-FUNCTION
             CALL "CHGQUEUE" USING CHANGE-QUEUE-PARMS
         END-PERFORM.

       SUBMIT-ONE-CONTRACT.
      * A card that could never be applied is refused now rather
      * than put in front of an approver.
         PERFORM CHECK-CONTRACT-CARD.
         IF CARD-VALID
             MOVE RTRN-CUST-CODE    TO CRAT-CUST-CODE
             MOVE RTRN-PRODUCT-CODE TO CRAT-PRODUCT-CODE
             READ CONTRACT-RATE-FILE
                 INVALID KEY MOVE ZERO TO OLD-CONTRACT-BASE
                 NOT INVALID KEY MOVE CRAT-BASE TO OLD-CONTRACT-BASE
             END-READ
             MOVE SPACES TO CQ-DESCRIPTION
             STRING "CONTRATE " RTRN-CUST-CODE "/" RTRN-PRODUCT-CODE
                    " BASE " OLD-CONTRACT-BASE " TO " RTRN-BASE
                    " FROM " RTRN-EFF-FROM
                 DELIMITED BY SIZE INTO CQ-DESCRIPTION
             MOVE "S"                 TO CQ-FUNCTION
             MOVE RTRN-OPERATOR-ID    TO CQ-OPERATOR-ID
             MOVE RTRN-PASSWORD       TO CQ-PASSWORD
             MOVE SPACES              TO RTRN-PASSWORD
             MOVE CONTRACT-TRANS-CARD TO CQ-TRANS-IMAGE
             CALL "CHGQUEUE" USING CHANGE-QUEUE-PARMS
             MOVE SPACES TO CUSTOMER-LOG-REC
             IF CQ-QUEUED
                 STRING RUN-DATE " CONTRACT " RTRN-CUST-CODE
                        "/" RTRN-PRODUCT-CODE
                        " NEW " RTRN-BASE
                        " SUBMITTED BY " RTRN-OPERATOR-ID
                        " REF " CQ-CHANGE-SEQUENCE
                     DELIMITED BY SIZE INTO CUSTOMER-LOG-REC
                 ADD 1 TO CONTRACTS-SUBMITTED
             ELSE
             IF CQ-DENIED
                 STRING RUN-DATE " REJECTED - CONTRACT "
                        RTRN-CUST-CODE "/" RTRN-PRODUCT-CODE
                        " - DENIED - " CQ-DENIAL-REASON
                     DELIMITED BY SIZE INTO CUSTOMER-LOG-REC
                 ADD 1 TO CHANGES-REJECTED
             ELSE
                 STRING RUN-DATE " REJECTED - CONTRACT "
                        RTRN-CUST-CODE "/" RTRN-PRODUCT-CODE
                        " - NOT QUEUED - PENDING FILE ERROR"
                     DELIMITED BY SIZE INTO CUSTOMER-LOG-REC
                 ADD 1 TO CHANGES-REJECTED
             END-IF
             END-IF
             WRITE CUSTOMER-LOG-REC
         END-IF.

       CHECK-CONTRACT-CARD.
         MOVE "N" TO CARD-VALID-SWITCH.
         MOVE RTRN-CUST-CODE TO CUST-CODE.
         READ CUSTOMER-MASTER-FILE
             INVALID KEY MOVE "N" TO CUSTOMER-FOUND-SWITCH
             WRITE CUSTOMER-LOG-REC
             ADD 1 TO CHANGES-REJECTED
         ELSE
         IF NOT RTRN-COMMIT-VALID OR
            (RTRN-COMMIT-SET AND
             (RTRN-COMMIT-QTY-N NOT NUMERIC OR
              RTRN-COMMIT-QTY-N = ZERO)) OR
            (RTRN-SHORTFALL-FLAG NOT = SPACE AND
             RTRN-SHORTFALL-FLAG NOT = "Y" AND
             RTRN-SHORTFALL-FLAG NOT = "N")
             MOVE SPACES TO CUSTOMER-LOG-REC
             STRING RUN-DATE " REJECTED - CONTRACT "
                    RTRN-CUST-CODE "/" RTRN-PRODUCT-CODE
                    " - BAD COMMITMENT TYPE, QUANTITY OR FLAG"
                 DELIMITED BY SIZE INTO CUSTOMER-LOG-REC
             WRITE CUSTOMER-LOG-REC
             ADD 1 TO CHANGES-REJECTED
         ELSE
             MOVE "Y" TO CARD-VALID-SWITCH
         END-IF
         END-IF.

       APPLY-ONE-CONTRACT.
         PERFORM CHECK-CONTRACT-CARD.
         IF CARD-VALID
             MOVE RTRN-CUST-CODE    TO CRAT-CUST-CODE
             MOVE RTRN-PRODUCT-CODE TO CRAT-PRODUCT-CODE
             READ CONTRACT-RATE-FILE
                     MOVE "Y" TO CONTRACT-FOUND-SWITCH
                     MOVE CRAT-BASE TO OLD-CONTRACT-BASE
             END-READ
      * Commitment fields left blank keep what is on file; type "N"
      * drops the commitment.  A new window starts unsettled.
             MOVE SPACES TO OLD-COMMIT-TYPE
             MOVE ZERO   TO OLD-COMMIT-QTY
             MOVE "N"    TO OLD-SHORTFALL-FLAG
             MOVE ZERO   TO OLD-SETTLED-DATE
             MOVE ZERO   TO OLD-EFF-FROM
             MOVE ZERO   TO OLD-EFF-TO
             IF CONTRACT-FOUND
                 IF CRAT-COMMIT-DISTANCE OR CRAT-COMMIT-REVENUE
                     MOVE CRAT-COMMIT-TYPE TO OLD-COMMIT-TYPE
                 END-IF
                 IF CRAT-COMMIT-QTY NUMERIC
                     MOVE CRAT-COMMIT-QTY TO OLD-COMMIT-QTY
                 END-IF
                 IF CRAT-SHORTFALL-CHARGED
                     MOVE "Y" TO OLD-SHORTFALL-FLAG
                 END-IF
                 IF CRAT-SETTLED-DATE NUMERIC
                     MOVE CRAT-SETTLED-DATE TO OLD-SETTLED-DATE
                 END-IF
                 MOVE CRAT-EFF-FROM TO OLD-EFF-FROM
                 MOVE CRAT-EFF-TO   TO OLD-EFF-TO
             END-IF
             MOVE RTRN-CUST-CODE    TO CRAT-CUST-CODE
             MOVE RTRN-PRODUCT-CODE TO CRAT-PRODUCT-CODE
             MOVE RTRN-BASE         TO CRAT-BASE
             MOVE RTRN-EFF-FROM     TO CRAT-EFF-FROM
             MOVE RTRN-EFF-TO       TO CRAT-EFF-TO
             MOVE OLD-COMMIT-TYPE    TO CRAT-COMMIT-TYPE
             MOVE OLD-COMMIT-QTY     TO CRAT-COMMIT-QTY
             MOVE OLD-SHORTFALL-FLAG TO CRAT-SHORTFALL-FLAG
             MOVE OLD-SETTLED-DATE   TO CRAT-SETTLED-DATE
             MOVE CUST-CURRENCY      TO CRAT-CURRENCY
             IF CRAT-CURRENCY = LOW-VALUES
                 MOVE SPACES TO CRAT-CURRENCY
             END-IF
             IF RTRN-COMMIT-REMOVED
                 MOVE SPACES TO CRAT-COMMIT-TYPE
                 MOVE ZERO   TO CRAT-COMMIT-QTY
             END-IF
             IF RTRN-COMMIT-SET
                 MOVE RTRN-COMMIT-TYPE  TO CRAT-COMMIT-TYPE
                 MOVE RTRN-COMMIT-QTY-N TO CRAT-COMMIT-QTY
             END-IF
             IF RTRN-SHORTFALL-FLAG NOT = SPACE
                 MOVE RTRN-SHORTFALL-FLAG TO CRAT-SHORTFALL-FLAG
             END-IF
             IF RTRN-EFF-FROM NOT = OLD-EFF-FROM OR
                RTRN-EFF-TO NOT = OLD-EFF-TO
                 MOVE ZERO TO CRAT-SETTLED-DATE
             END-IF
             IF CONTRACT-FOUND
                 REWRITE CONTRACT-RATE-REC
             ELSE
                    " NEW " RTRN-BASE
                    " FROM " RTRN-EFF-FROM
                    " TO " RTRN-EFF-TO
                    " " CRAT-CURRENCY
                 DELIMITED BY SIZE INTO CUSTOMER-LOG-REC
             WRITE CUSTOMER-LOG-REC
             IF CRAT-COMMIT-TYPE NOT = OLD-COMMIT-TYPE OR
                CRAT-COMMIT-QTY NOT = OLD-COMMIT-QTY OR
                CRAT-SHORTFALL-FLAG NOT = OLD-SHORTFALL-FLAG
                 MOVE SPACES TO CUSTOMER-LOG-REC
                 STRING RUN-DATE " CONTRACT " RTRN-CUST-CODE
                        "/" RTRN-PRODUCT-CODE
                        " COMMITMENT OLD " OLD-COMMIT-TYPE
                        " " OLD-COMMIT-QTY " " OLD-SHORTFALL-FLAG
                        " NEW " CRAT-COMMIT-TYPE
                        " " CRAT-COMMIT-QTY " " CRAT-SHORTFALL-FLAG
                     DELIMITED BY SIZE INTO CUSTOMER-LOG-REC
                 WRITE CUSTOMER-LOG-REC
             END-IF
         END-IF.

       PROCESS-TAX-TRANSACTIONS.
         OPEN INPUT TAX-TRANS-FILE.
         IF TAX-TRANS-STATUS NOT = "00"
             DISPLAY "NO TAX-RATE TRANSACTIONS TO PROCESS"
         ELSE
             OPEN I-O TAX-RATE-FILE
             IF TAX-RATE-STATUS = "35"
                 OPEN OUTPUT TAX-RATE-FILE
                 CLOSE TAX-RATE-FILE
                 OPEN I-O TAX-RATE-FILE
             END-IF
             READ TAX-TRANS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM APPLY-ONE-TAX-RATE
                 READ TAX-TRANS-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE TAX-RATE-FILE
         END-IF.
         CLOSE TAX-TRANS-FILE.

       APPLY-ONE-TAX-RATE.
      * A rate change is a new effective-dated record; a card for a
      * code and date already on file corrects that rate.
         IF TTRN-TAX-CODE = SPACES OR
            TTRN-EFF-FROM NOT NUMERIC OR TTRN-EFF-FROM = ZERO OR
            TTRN-RATE-PCT NOT NUMERIC
             MOVE SPACES TO CUSTOMER-LOG-REC
             STRING RUN-DATE " REJECTED - TAX RATE " TTRN-TAX-CODE
                    " - CODE, DATE OR RATE MISSING"
                 DELIMITED BY SIZE INTO CUSTOMER-LOG-REC
             WRITE CUSTOMER-LOG-REC
             ADD 1 TO CHANGES-REJECTED
         ELSE
             MOVE TTRN-TAX-CODE TO TAXR-TAX-CODE
             MOVE TTRN-EFF-FROM TO TAXR-EFF-FROM
             READ TAX-RATE-FILE
                 INVALID KEY
                     MOVE "N" TO TAX-RATE-FOUND-SWITCH
                     MOVE ZERO TO OLD-TAX-RATE-PCT
                 NOT INVALID KEY
                     MOVE "Y" TO TAX-RATE-FOUND-SWITCH
                     MOVE TAXR-RATE-PCT TO OLD-TAX-RATE-PCT
             END-READ
             MOVE TTRN-TAX-CODE TO TAXR-TAX-CODE
             MOVE TTRN-EFF-FROM TO TAXR-EFF-FROM
             MOVE TTRN-RATE-PCT TO TAXR-RATE-PCT
             IF TAX-RATE-FOUND
                 REWRITE TAX-RATE-REC
             ELSE
                 WRITE TAX-RATE-REC
             END-IF
             ADD 1 TO TAX-RATES-APPLIED
             MOVE SPACES TO CUSTOMER-LOG-REC
             STRING RUN-DATE " TAX RATE " TTRN-TAX-CODE
                    " FROM " TTRN-EFF-FROM
                    " OLD " OLD-TAX-RATE-PCT
                    " NEW " TTRN-RATE-PCT
                 DELIMITED BY SIZE INTO CUSTOMER-LOG-REC
             WRITE CUSTOMER-LOG-REC
         END-IF.
