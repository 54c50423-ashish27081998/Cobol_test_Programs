       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ARCASH.
      * Accounts-receivable cash posting over the invoice register:
      * every invoice HAULINV has written to INVREG is picked up as
      * an open item on the keyed receivables ledger, and the
      * customers' remittance transactions - keyed by invoice number
      * and customer code - post full and part payments against it.
      * A payment that cannot be matched, or the excess of an
      * overpayment, goes to the unapplied-cash file with its reason
      * instead of vanishing.  The same run prints the aged-debtors
      * report per customer in 30/60/90/120+ day buckets from the
      * invoice date, and a statement per customer listing open
      * invoices and recent payments - finance stops chasing debts
      * from a spreadsheet.  A credit note on the register goes on
      * the ledger under its own number and reduces the balance of
      * the invoice it corrects.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-REGISTER-FILE ASSIGN TO "INVREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-REGISTER-STATUS.
           SELECT REMITTANCE-FILE ASSIGN TO "REMITTAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REMITTANCE-STATUS.
           SELECT AR-LEDGER-FILE ASSIGN TO "ARLEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARL-INV-NUMBER
               ALTERNATE RECORD KEY IS ARL-CUST-CODE
                   WITH DUPLICATES
               FILE STATUS IS AR-LEDGER-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-CODE
               FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT AR-RECEIPT-FILE ASSIGN TO "ARRECPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-RECEIPT-STATUS.
           SELECT UNAPPLIED-CASH-FILE ASSIGN TO "UNAPCASH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNAPPLIED-CASH-STATUS.
           SELECT AS-OF-PARM-FILE ASSIGN TO "ARASOF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AS-OF-PARM-STATUS.
           SELECT SHOP-PARM-FILE ASSIGN TO "SHOPPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPRM-PARM-KEY
               FILE STATUS IS SHOP-PARM-STATUS.
           SELECT AGED-DEBTORS-FILE ASSIGN TO "ARAGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGED-DEBTORS-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "ARSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-REGISTER-FILE.
           COPY INVREG.

       FD  REMITTANCE-FILE.
       01  REMITTANCE-REC.
           02 REMT-INV-NUMBER          PIC 9(08).
           02 REMT-CUST-CODE           PIC X(06).
           02 REMT-PAY-DATE            PIC 9(08).
           02 REMT-AMOUNT              PIC 9(09)V99.
           02 REMT-REFERENCE           PIC X(12).

       FD  AR-LEDGER-FILE.
           COPY ARLEDGR.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.

       FD  AR-RECEIPT-FILE.
           COPY ARRECPT.

       FD  UNAPPLIED-CASH-FILE.
           COPY UNAPCASH.

       FD  AS-OF-PARM-FILE.
       01  AS-OF-PARM-REC.
           02 AS-OF-PARM-DATE          PIC 9(08).

       FD  SHOP-PARM-FILE.
           COPY SHOPPARM.

       FD  AGED-DEBTORS-FILE.
       01  AGED-DEBTORS-REC            PIC X(132).

       FD  STATEMENT-FILE.
       01  STATEMENT-REC               PIC X(100).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           COPY RETCODES.
        01 INVOICE-REGISTER-STATUS    PIC XX VALUE "00".
        01 REMITTANCE-STATUS          PIC XX VALUE "00".
        01 AR-LEDGER-STATUS           PIC XX VALUE "00".
        01 CUSTOMER-MASTER-STATUS     PIC XX VALUE "00".
        01 AR-RECEIPT-STATUS          PIC XX VALUE "00".
        01 UNAPPLIED-CASH-STATUS      PIC XX VALUE "00".
        01 AS-OF-PARM-STATUS          PIC XX VALUE "00".
        01 SHOP-PARM-STATUS           PIC XX VALUE "00".
        01 AGED-DEBTORS-STATUS        PIC XX VALUE "00".
        01 STATEMENT-STATUS           PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 CUSTOMER-EOF-SWITCH        PIC X VALUE "N".
           88 CUSTOMER-EOF                 VALUE "Y".
        01 LEDGER-EOF-SWITCH          PIC X VALUE "N".
           88 LEDGER-EOF                   VALUE "Y".
        01 ITEM-FOUND-SWITCH          PIC X VALUE "N".
           88 ITEM-FOUND                   VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 AS-OF-DATE                 PIC 9(08).
        01 RECENT-CUTOFF-DATE         PIC 9(08).
        01 STATEMENT-DAYS             PIC 9(03) VALUE 30.
        01 UNAPPLIED-REASON           PIC X(30).
        01 UNAPPLIED-WORK-AMOUNT      PIC S9(09)V99.
        01 OUTSTANDING-AMOUNT         PIC S9(09)V99.
        01 APPLIED-AMOUNT             PIC S9(09)V99.
        01 ITEM-AGE-DAYS              PIC S9(07).
        01 INVOICES-PICKED-UP         PIC 9(07) VALUE ZERO.
        01 REMITTANCES-READ           PIC 9(07) VALUE ZERO.
        01 PAYMENTS-APPLIED           PIC 9(07) VALUE ZERO.
        01 PAYMENTS-UNAPPLIED         PIC 9(07) VALUE ZERO.
        01 CASH-RECEIVED-TOTAL        PIC S9(11)V99 VALUE ZERO.
        01 CASH-APPLIED-TOTAL         PIC S9(11)V99 VALUE ZERO.
        01 CASH-UNAPPLIED-TOTAL       PIC S9(11)V99 VALUE ZERO.
        01 STATEMENTS-PRINTED         PIC 9(05) VALUE ZERO.
        01 CUSTOMER-OPEN-COUNT        PIC 9(05).
        01 CUSTOMER-BUCKETS.
           02 CUST-BUCKET-CURRENT     PIC S9(11)V99.
           02 CUST-BUCKET-31-60       PIC S9(11)V99.
           02 CUST-BUCKET-61-90       PIC S9(11)V99.
           02 CUST-BUCKET-91-120      PIC S9(11)V99.
           02 CUST-BUCKET-OVER-120    PIC S9(11)V99.
           02 CUST-BUCKET-TOTAL       PIC S9(11)V99.
        01 GRAND-BUCKETS.
           02 GRAND-BUCKET-CURRENT    PIC S9(11)V99 VALUE ZERO.
           02 GRAND-BUCKET-31-60      PIC S9(11)V99 VALUE ZERO.
           02 GRAND-BUCKET-61-90      PIC S9(11)V99 VALUE ZERO.
           02 GRAND-BUCKET-91-120     PIC S9(11)V99 VALUE ZERO.
           02 GRAND-BUCKET-OVER-120   PIC S9(11)V99 VALUE ZERO.
           02 GRAND-BUCKET-TOTAL      PIC S9(11)V99 VALUE ZERO.
        01 EDITED-AMOUNT-1            PIC -(9)9.99.
        01 EDITED-AMOUNT-2            PIC -(9)9.99.
        01 EDITED-AMOUNT-3            PIC -(9)9.99.
        01 EDITED-AMOUNT-4            PIC -(9)9.99.
        01 EDITED-AMOUNT-5            PIC -(9)9.99.
        01 EDITED-AMOUNT-6            PIC -(9)9.99.
        01 RECEIPT-COUNT              PIC 9(05) VALUE ZERO.
        01 RECENT-RECEIPT-TABLE.
           02 RECENT-RECEIPT-ENTRY OCCURS 0 TO 9999 TIMES
                  DEPENDING ON RECEIPT-COUNT
                  INDEXED BY RCPT-IDX.
               03 RCPT-CUST-CODE       PIC X(06).
               03 RCPT-PAY-DATE        PIC 9(08).
               03 RCPT-INV-NUMBER      PIC 9(08).
               03 RCPT-AMOUNT          PIC S9(09)V99.
               03 RCPT-REFERENCE       PIC X(12).
           COPY BUSDAYP.
           COPY RPTHEAD.
        01 PRINT-LINE-WORK            PIC X(132).
        01 RUN-LOG-STATUS             PIC XX VALUE "00".
        01 LOG-EVENT-CODE             PIC X.
        01 FINAL-RETURN-CODE          PIC 9(02) VALUE ZERO.
        01 LOG-RECORDS-IN             PIC 9(09) VALUE ZERO.
        01 LOG-RECORDS-OUT            PIC 9(09) VALUE ZERO.
        01 LOG-RECORDS-REJ            PIC 9(09) VALUE ZERO.
        01 LOG-DATE-WORK              PIC 9(08).
        01 LOG-TIME-WORK              PIC 9(08).

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "ARCASH: RECEIVABLES CASH POSTING STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         MOVE "S" TO LOG-EVENT-CODE.
         PERFORM WRITE-RUN-LOG.
         PERFORM READ-AS-OF-PARM.
         PERFORM READ-SHOP-PARMS.
         OPEN I-O AR-LEDGER-FILE.
         IF AR-LEDGER-STATUS = "35"
      * First-ever run - no receivables ledger yet, so create an
      * empty one rather than refuse to start.
             OPEN OUTPUT AR-LEDGER-FILE
             CLOSE AR-LEDGER-FILE
             OPEN I-O AR-LEDGER-FILE
         END-IF.
         OPEN INPUT CUSTOMER-MASTER-FILE.
         PERFORM PICK-UP-NEW-INVOICES.
         PERFORM POST-REMITTANCES.
         PERFORM LOAD-RECENT-RECEIPTS.
         OPEN OUTPUT AGED-DEBTORS-FILE.
         OPEN OUTPUT STATEMENT-FILE.
         PERFORM AGE-EVERY-CUSTOMER.
         PERFORM WRITE-AGED-DEBTORS-TOTALS.
         CLOSE AGED-DEBTORS-FILE STATEMENT-FILE
               AR-LEDGER-FILE CUSTOMER-MASTER-FILE.
         DISPLAY "INVOICES PICKED UP: " INVOICES-PICKED-UP.
         DISPLAY "REMITTANCES READ: " REMITTANCES-READ.
         DISPLAY "PAYMENTS APPLIED: " PAYMENTS-APPLIED.
         DISPLAY "PAYMENTS TO UNAPPLIED CASH: " PAYMENTS-UNAPPLIED.
         DISPLAY "CASH RECEIVED: " CASH-RECEIVED-TOTAL.
         DISPLAY "CASH APPLIED: " CASH-APPLIED-TOTAL.
         DISPLAY "CASH UNAPPLIED: " CASH-UNAPPLIED-TOTAL.
         DISPLAY "STATEMENTS PRINTED: " STATEMENTS-PRINTED.
         IF PAYMENTS-UNAPPLIED > 0
             MOVE RC-WARNING TO FINAL-RETURN-CODE
         ELSE
             MOVE RC-NORMAL TO FINAL-RETURN-CODE
         END-IF.
         MOVE "E" TO LOG-EVENT-CODE.
         MOVE REMITTANCES-READ TO LOG-RECORDS-IN.
         MOVE PAYMENTS-APPLIED TO LOG-RECORDS-OUT.
         MOVE PAYMENTS-UNAPPLIED TO LOG-RECORDS-REJ.
         PERFORM WRITE-RUN-LOG.
         MOVE FINAL-RETURN-CODE TO RETURN-CODE.
         GOBACK.

       WRITE-RUN-LOG.
      * One standard run-log record per start and end of run, for
      * the morning batch summary.
         OPEN EXTEND RUN-LOG-FILE.
         IF RUN-LOG-STATUS = "35"
             OPEN OUTPUT RUN-LOG-FILE
         END-IF.
         MOVE "ARCASH  " TO RLOG-PROGRAM.
         MOVE LOG-EVENT-CODE TO RLOG-EVENT.
         ACCEPT LOG-DATE-WORK FROM DATE YYYYMMDD.
         MOVE LOG-DATE-WORK TO RLOG-RUN-DATE.
         ACCEPT LOG-TIME-WORK FROM TIME.
         MOVE LOG-TIME-WORK (1:6) TO RLOG-RUN-TIME.
         MOVE LOG-RECORDS-IN TO RLOG-RECORDS-IN.
         MOVE LOG-RECORDS-OUT TO RLOG-RECORDS-OUT.
         MOVE LOG-RECORDS-REJ TO RLOG-RECORDS-REJECTED.
         MOVE FINAL-RETURN-CODE TO RLOG-RETURN-CODE.
         WRITE RUN-LOG-REC.
         CLOSE RUN-LOG-FILE.

       READ-AS-OF-PARM.
      * Month-end runs age the ledger as of the last day of the
      * month from a control card; with no card the run ages as of
      * today, control-card style like VENDMTCH's tolerance.
         MOVE TODAY-DATE TO AS-OF-DATE.
         OPEN INPUT AS-OF-PARM-FILE.
         IF AS-OF-PARM-STATUS = "00"
             READ AS-OF-PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                     IF AS-OF-PARM-DATE NUMERIC AND
                        AS-OF-PARM-DATE > ZERO
                         MOVE AS-OF-PARM-DATE TO AS-OF-DATE
                     END-IF
             END-READ
             CLOSE AS-OF-PARM-FILE
         END-IF.

       READ-SHOP-PARMS.
      * How far back a statement's recent-payments section reaches
      * is a shop parameter, not a compiled-in month.
         OPEN INPUT SHOP-PARM-FILE.
         IF SHOP-PARM-STATUS = "00"
             MOVE "AR-STMT-DAYS    " TO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE SPRM-PARM-VALUE TO STATEMENT-DAYS
             END-READ
             CLOSE SHOP-PARM-FILE
         END-IF.
         MOVE "A" TO BD-FUNCTION.
         MOVE AS-OF-DATE TO BD-FROM-DATE.
         COMPUTE BD-ADD-DAYS = STATEMENT-DAYS * -1.
         CALL "BUSDAY" USING BUSDAY-PARMS.
         MOVE BD-RESULT-DATE TO RECENT-CUTOFF-DATE.

       PICK-UP-NEW-INVOICES.
      * The register is append-only, so every invoice not yet on
      * the ledger is new since the last run - a rerun picks up
      * nothing twice because the keyed WRITE refuses a duplicate.
         OPEN INPUT INVOICE-REGISTER-FILE.
         IF INVOICE-REGISTER-STATUS NOT = "00"
             DISPLAY "NO INVOICE REGISTER ON FILE"
         ELSE
             READ INVOICE-REGISTER-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM PICK-UP-ONE-INVOICE
                 READ INVOICE-REGISTER-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE INVOICE-REGISTER-FILE
         END-IF.

       PICK-UP-ONE-INVOICE.
         MOVE INV-NUMBER TO ARL-INV-NUMBER.
         READ AR-LEDGER-FILE
             INVALID KEY MOVE "N" TO ITEM-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO ITEM-FOUND-SWITCH
         END-READ.
         IF NOT ITEM-FOUND
             MOVE INV-NUMBER    TO ARL-INV-NUMBER
             MOVE INV-CUST-CODE TO ARL-CUST-CODE
             MOVE INV-DATE      TO ARL-INV-DATE
             MOVE INV-AMOUNT    TO ARL-INV-AMOUNT
             MOVE ZERO          TO ARL-PAID-AMOUNT
             MOVE ZERO          TO ARL-CREDIT-AMOUNT
             MOVE ZERO          TO ARL-LAST-PAY-DATE
             IF INV-IS-CREDIT
                 MOVE "C"       TO ARL-STATUS
             ELSE
                 MOVE "O"       TO ARL-STATUS
             END-IF
             WRITE AR-LEDGER-REC
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     ADD 1 TO INVOICES-PICKED-UP
                     IF INV-IS-CREDIT
                         PERFORM APPLY-CREDIT-TO-ITEM
                     END-IF
             END-WRITE
         END-IF.

       APPLY-CREDIT-TO-ITEM.
      * The credit note's (negative) amount comes off the invoice it
      * names; an invoice credited or paid down to nothing is
      * settled.
         MOVE INV-ORIG-NUMBER TO ARL-INV-NUMBER.
         READ AR-LEDGER-FILE
             INVALID KEY MOVE "N" TO ITEM-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO ITEM-FOUND-SWITCH
         END-READ.
         IF ITEM-FOUND
             SUBTRACT INV-AMOUNT FROM ARL-CREDIT-AMOUNT
             IF ARL-PAID-AMOUNT + ARL-CREDIT-AMOUNT >= ARL-INV-AMOUNT
                 MOVE "P" TO ARL-STATUS
             END-IF
             REWRITE AR-LEDGER-REC
         END-IF.

       POST-REMITTANCES.
         OPEN INPUT REMITTANCE-FILE.
         IF REMITTANCE-STATUS NOT = "00"
             DISPLAY "NO REMITTANCES TO POST"
         ELSE
             OPEN EXTEND AR-RECEIPT-FILE
             IF AR-RECEIPT-STATUS = "35"
                 OPEN OUTPUT AR-RECEIPT-FILE
             END-IF
             OPEN EXTEND UNAPPLIED-CASH-FILE
             IF UNAPPLIED-CASH-STATUS = "35"
                 OPEN OUTPUT UNAPPLIED-CASH-FILE
             END-IF
             READ REMITTANCE-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM POST-ONE-REMITTANCE
                 READ REMITTANCE-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE AR-RECEIPT-FILE UNAPPLIED-CASH-FILE
             CLOSE REMITTANCE-FILE
         END-IF.

       POST-ONE-REMITTANCE.
      * The invoice must be on the ledger, belong to the paying
      * customer and still be open; anything else is unapplied
      * cash.  A payment larger than the balance settles the
      * invoice and the excess goes to unapplied cash as an
      * overpayment.
         ADD 1 TO REMITTANCES-READ.
         IF REMT-AMOUNT NOT NUMERIC OR REMT-AMOUNT = ZERO
             MOVE ZERO TO UNAPPLIED-WORK-AMOUNT
             MOVE "AMOUNT MISSING OR NOT NUMERIC" TO UNAPPLIED-REASON
             PERFORM WRITE-UNAPPLIED-CASH
         ELSE
             ADD REMT-AMOUNT TO CASH-RECEIVED-TOTAL
             MOVE REMT-INV-NUMBER TO ARL-INV-NUMBER
             READ AR-LEDGER-FILE
                 INVALID KEY MOVE "N" TO ITEM-FOUND-SWITCH
                 NOT INVALID KEY MOVE "Y" TO ITEM-FOUND-SWITCH
             END-READ
             MOVE REMT-AMOUNT TO UNAPPLIED-WORK-AMOUNT
             IF NOT ITEM-FOUND
                 MOVE "INVOICE NOT ON REGISTER" TO UNAPPLIED-REASON
                 PERFORM WRITE-UNAPPLIED-CASH
             ELSE
             IF ARL-CUST-CODE NOT = REMT-CUST-CODE
                 MOVE "CUSTOMER DOES NOT MATCH INVOICE"
                     TO UNAPPLIED-REASON
                 PERFORM WRITE-UNAPPLIED-CASH
             ELSE
                 COMPUTE OUTSTANDING-AMOUNT =
                         ARL-INV-AMOUNT - ARL-PAID-AMOUNT
                                        - ARL-CREDIT-AMOUNT
                 IF ARL-IS-CREDIT-NOTE
                     MOVE "PAYMENT REFERENCES A CREDIT NOTE"
                         TO UNAPPLIED-REASON
                     PERFORM WRITE-UNAPPLIED-CASH
                 ELSE
                 IF ARL-IS-PAID OR OUTSTANDING-AMOUNT <= ZERO
                     MOVE "INVOICE ALREADY PAID" TO UNAPPLIED-REASON
                     PERFORM WRITE-UNAPPLIED-CASH
                 ELSE
                     PERFORM APPLY-PAYMENT-TO-ITEM
                 END-IF
                 END-IF
             END-IF
             END-IF
         END-IF.

       APPLY-PAYMENT-TO-ITEM.
         IF REMT-AMOUNT > OUTSTANDING-AMOUNT
             MOVE OUTSTANDING-AMOUNT TO APPLIED-AMOUNT
         ELSE
             MOVE REMT-AMOUNT TO APPLIED-AMOUNT
         END-IF.
         ADD APPLIED-AMOUNT TO ARL-PAID-AMOUNT.
         MOVE REMT-PAY-DATE TO ARL-LAST-PAY-DATE.
         IF ARL-PAID-AMOUNT + ARL-CREDIT-AMOUNT >= ARL-INV-AMOUNT
             MOVE "P" TO ARL-STATUS
         END-IF.
         REWRITE AR-LEDGER-REC.
         ADD 1 TO PAYMENTS-APPLIED.
         ADD APPLIED-AMOUNT TO CASH-APPLIED-TOTAL.
         MOVE TODAY-DATE      TO ARR-POST-DATE.
         MOVE REMT-PAY-DATE   TO ARR-PAY-DATE.
         MOVE REMT-CUST-CODE  TO ARR-CUST-CODE.
         MOVE REMT-INV-NUMBER TO ARR-INV-NUMBER.
         MOVE APPLIED-AMOUNT  TO ARR-AMOUNT.
         MOVE REMT-REFERENCE  TO ARR-REFERENCE.
         WRITE AR-RECEIPT-REC.
         IF REMT-AMOUNT > APPLIED-AMOUNT
             COMPUTE UNAPPLIED-WORK-AMOUNT =
                     REMT-AMOUNT - APPLIED-AMOUNT
             MOVE "OVERPAYMENT - EXCESS OVER BALANCE"
                 TO UNAPPLIED-REASON
             PERFORM WRITE-UNAPPLIED-CASH
         END-IF.

       WRITE-UNAPPLIED-CASH.
         MOVE TODAY-DATE            TO UNAP-POST-DATE.
         MOVE REMT-PAY-DATE         TO UNAP-PAY-DATE.
         MOVE REMT-CUST-CODE        TO UNAP-CUST-CODE.
         MOVE REMT-INV-NUMBER       TO UNAP-INV-NUMBER.
         MOVE UNAPPLIED-WORK-AMOUNT TO UNAP-AMOUNT.
         MOVE REMT-REFERENCE        TO UNAP-REFERENCE.
         MOVE UNAPPLIED-REASON      TO UNAP-REASON.
         WRITE UNAPPLIED-CASH-REC.
         ADD 1 TO PAYMENTS-UNAPPLIED.
         ADD UNAPPLIED-WORK-AMOUNT TO CASH-UNAPPLIED-TOTAL.

       LOAD-RECENT-RECEIPTS.
      * The statement's recent payments come from the receipts
      * journal, loaded once so each customer's statement is a
      * table search rather than another pass of the journal.
         OPEN INPUT AR-RECEIPT-FILE.
         IF AR-RECEIPT-STATUS = "00"
             READ AR-RECEIPT-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 IF ARR-PAY-DATE >= RECENT-CUTOFF-DATE AND
                    ARR-PAY-DATE <= AS-OF-DATE AND
                    RECEIPT-COUNT < 9999
                     ADD 1 TO RECEIPT-COUNT
                     SET RCPT-IDX TO RECEIPT-COUNT
                     MOVE ARR-CUST-CODE  TO RCPT-CUST-CODE (RCPT-IDX)
                     MOVE ARR-PAY-DATE   TO RCPT-PAY-DATE (RCPT-IDX)
                     MOVE ARR-INV-NUMBER TO RCPT-INV-NUMBER (RCPT-IDX)
                     MOVE ARR-AMOUNT     TO RCPT-AMOUNT (RCPT-IDX)
                     MOVE ARR-REFERENCE  TO RCPT-REFERENCE (RCPT-IDX)
                 END-IF
                 READ AR-RECEIPT-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE AR-RECEIPT-FILE
         END-IF.

       AGE-EVERY-CUSTOMER.
      * Customer master in key order; each customer's open items
      * come off the ledger's customer alternate key, so the aging
      * line and the statement are built from the same pass.
         MOVE LOW-VALUES TO CUST-CODE.
         START CUSTOMER-MASTER-FILE KEY IS NOT LESS THAN CUST-CODE
             INVALID KEY MOVE "Y" TO CUSTOMER-EOF-SWITCH
         END-START.
         PERFORM UNTIL CUSTOMER-EOF
             READ CUSTOMER-MASTER-FILE NEXT RECORD
                 AT END MOVE "Y" TO CUSTOMER-EOF-SWITCH
             END-READ
             IF NOT CUSTOMER-EOF
                 PERFORM AGE-ONE-CUSTOMER
             END-IF
         END-PERFORM.

       AGE-ONE-CUSTOMER.
         INITIALIZE CUSTOMER-BUCKETS.
         MOVE ZERO TO CUSTOMER-OPEN-COUNT.
         PERFORM WRITE-STATEMENT-HEADING.
         MOVE "N" TO LEDGER-EOF-SWITCH.
         MOVE CUST-CODE TO ARL-CUST-CODE.
         START AR-LEDGER-FILE KEY IS EQUAL TO ARL-CUST-CODE
             INVALID KEY MOVE "Y" TO LEDGER-EOF-SWITCH
         END-START.
         PERFORM UNTIL LEDGER-EOF
             READ AR-LEDGER-FILE NEXT RECORD
                 AT END MOVE "Y" TO LEDGER-EOF-SWITCH
             END-READ
             IF NOT LEDGER-EOF
                 IF ARL-CUST-CODE NOT = CUST-CODE
                     MOVE "Y" TO LEDGER-EOF-SWITCH
                 ELSE
                     PERFORM AGE-ONE-OPEN-ITEM
                 END-IF
             END-IF
         END-PERFORM.
         PERFORM WRITE-STATEMENT-PAYMENTS.
         PERFORM WRITE-STATEMENT-FOOTING.
         IF CUSTOMER-OPEN-COUNT > 0
             PERFORM WRITE-AGED-DEBTORS-LINE
         END-IF.

       AGE-ONE-OPEN-ITEM.
      * Only an item with money still owing - and invoiced on or
      * before the as-of date - ages; the bucket is the calendar
      * days from invoice date to the as-of date.
         COMPUTE OUTSTANDING-AMOUNT =
                 ARL-INV-AMOUNT - ARL-PAID-AMOUNT - ARL-CREDIT-AMOUNT.
         IF ARL-IS-OPEN AND OUTSTANDING-AMOUNT NOT = ZERO AND
            ARL-INV-DATE <= AS-OF-DATE
             ADD 1 TO CUSTOMER-OPEN-COUNT
             MOVE "C" TO BD-FUNCTION
             MOVE ARL-INV-DATE TO BD-FROM-DATE
             MOVE AS-OF-DATE TO BD-TO-DATE
             CALL "BUSDAY" USING BUSDAY-PARMS
             MOVE BD-CALENDAR-DAYS TO ITEM-AGE-DAYS
             IF ITEM-AGE-DAYS <= 30
                 ADD OUTSTANDING-AMOUNT TO CUST-BUCKET-CURRENT
             ELSE
             IF ITEM-AGE-DAYS <= 60
                 ADD OUTSTANDING-AMOUNT TO CUST-BUCKET-31-60
             ELSE
             IF ITEM-AGE-DAYS <= 90
                 ADD OUTSTANDING-AMOUNT TO CUST-BUCKET-61-90
             ELSE
             IF ITEM-AGE-DAYS <= 120
                 ADD OUTSTANDING-AMOUNT TO CUST-BUCKET-91-120
             ELSE
                 ADD OUTSTANDING-AMOUNT TO CUST-BUCKET-OVER-120
             END-IF
             END-IF
             END-IF
             END-IF
             ADD OUTSTANDING-AMOUNT TO CUST-BUCKET-TOTAL
             MOVE ARL-INV-AMOUNT TO EDITED-AMOUNT-1
             COMPUTE EDITED-AMOUNT-2 =
                     ARL-PAID-AMOUNT + ARL-CREDIT-AMOUNT
             MOVE OUTSTANDING-AMOUNT TO EDITED-AMOUNT-3
             MOVE SPACES TO STATEMENT-REC
             STRING "  INVOICE " ARL-INV-NUMBER
                    " DATED " ARL-INV-DATE
                    " AMOUNT " EDITED-AMOUNT-1
                    " PAID/CR " EDITED-AMOUNT-2
                    " DUE " EDITED-AMOUNT-3
                 DELIMITED BY SIZE INTO STATEMENT-REC
             WRITE STATEMENT-REC
         END-IF.

       WRITE-STATEMENT-HEADING.
         MOVE SPACES TO STATEMENT-REC.
         WRITE STATEMENT-REC.
         MOVE SPACES TO STATEMENT-REC.
         STRING "STATEMENT OF ACCOUNT AS OF " AS-OF-DATE
                "   CUSTOMER " CUST-CODE " " CUST-NAME
             DELIMITED BY SIZE INTO STATEMENT-REC.
         WRITE STATEMENT-REC.
         MOVE SPACES TO STATEMENT-REC.
         STRING "OPEN INVOICES"
             DELIMITED BY SIZE INTO STATEMENT-REC.
         WRITE STATEMENT-REC.

       WRITE-STATEMENT-PAYMENTS.
         MOVE SPACES TO STATEMENT-REC.
         STRING "PAYMENTS RECEIVED SINCE " RECENT-CUTOFF-DATE
             DELIMITED BY SIZE INTO STATEMENT-REC.
         WRITE STATEMENT-REC.
         IF RECEIPT-COUNT > 0
             PERFORM WRITE-ONE-STATEMENT-PAYMENT
                 VARYING RCPT-IDX FROM 1 BY 1
                 UNTIL RCPT-IDX > RECEIPT-COUNT
         END-IF.

       WRITE-ONE-STATEMENT-PAYMENT.
         IF RCPT-CUST-CODE (RCPT-IDX) = CUST-CODE
             MOVE RCPT-AMOUNT (RCPT-IDX) TO EDITED-AMOUNT-1
             MOVE SPACES TO STATEMENT-REC
             STRING "  PAID " RCPT-PAY-DATE (RCPT-IDX)
                    " REF " RCPT-REFERENCE (RCPT-IDX)
                    " AGAINST INVOICE " RCPT-INV-NUMBER (RCPT-IDX)
                    " AMOUNT " EDITED-AMOUNT-1
                 DELIMITED BY SIZE INTO STATEMENT-REC
             WRITE STATEMENT-REC
         END-IF.

       WRITE-STATEMENT-FOOTING.
         MOVE CUST-BUCKET-TOTAL TO EDITED-AMOUNT-1.
         MOVE SPACES TO STATEMENT-REC.
         STRING "BALANCE DUE " EDITED-AMOUNT-1
             DELIMITED BY SIZE INTO STATEMENT-REC.
         WRITE STATEMENT-REC.
         ADD 1 TO STATEMENTS-PRINTED.

       WRITE-AGED-DEBTORS-LINE.
         ADD CUST-BUCKET-CURRENT  TO GRAND-BUCKET-CURRENT.
         ADD CUST-BUCKET-31-60    TO GRAND-BUCKET-31-60.
         ADD CUST-BUCKET-61-90    TO GRAND-BUCKET-61-90.
         ADD CUST-BUCKET-91-120   TO GRAND-BUCKET-91-120.
         ADD CUST-BUCKET-OVER-120 TO GRAND-BUCKET-OVER-120.
         ADD CUST-BUCKET-TOTAL    TO GRAND-BUCKET-TOTAL.
         MOVE CUST-BUCKET-CURRENT  TO EDITED-AMOUNT-1.
         MOVE CUST-BUCKET-31-60    TO EDITED-AMOUNT-2.
         MOVE CUST-BUCKET-61-90    TO EDITED-AMOUNT-3.
         MOVE CUST-BUCKET-91-120   TO EDITED-AMOUNT-4.
         MOVE CUST-BUCKET-OVER-120 TO EDITED-AMOUNT-5.
         MOVE CUST-BUCKET-TOTAL    TO EDITED-AMOUNT-6.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING CUST-CODE " " CUST-NAME (1:20)
                EDITED-AMOUNT-1 EDITED-AMOUNT-2
                EDITED-AMOUNT-3 EDITED-AMOUNT-4
                EDITED-AMOUNT-5 EDITED-AMOUNT-6
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-AGED-DEBTORS-PRINT-LINE.

       WRITE-AGED-DEBTORS-TOTALS.
         MOVE GRAND-BUCKET-CURRENT  TO EDITED-AMOUNT-1.
         MOVE GRAND-BUCKET-31-60    TO EDITED-AMOUNT-2.
         MOVE GRAND-BUCKET-61-90    TO EDITED-AMOUNT-3.
         MOVE GRAND-BUCKET-91-120   TO EDITED-AMOUNT-4.
         MOVE GRAND-BUCKET-OVER-120 TO EDITED-AMOUNT-5.
         MOVE GRAND-BUCKET-TOTAL    TO EDITED-AMOUNT-6.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "TOTAL DEBTORS               "
                EDITED-AMOUNT-1 EDITED-AMOUNT-2
                EDITED-AMOUNT-3 EDITED-AMOUNT-4
                EDITED-AMOUNT-5 EDITED-AMOUNT-6
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-AGED-DEBTORS-PRINT-LINE.
         MOVE CASH-UNAPPLIED-TOTAL TO EDITED-AMOUNT-1.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "UNAPPLIED CASH THIS RUN " EDITED-AMOUNT-1
                "  PAYMENTS UNAPPLIED " PAYMENTS-UNAPPLIED
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-AGED-DEBTORS-PRINT-LINE.

       WRITE-AGED-DEBTORS-PRINT-LINE.
      * Paged print discipline from the shared heading layout.
         IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
             PERFORM WRITE-AGED-DEBTORS-HEADINGS
         END-IF.
         MOVE PRINT-LINE-WORK TO AGED-DEBTORS-REC.
         WRITE AGED-DEBTORS-REC.
         ADD 1 TO RPT-LINE-COUNT.

       WRITE-AGED-DEBTORS-HEADINGS.
         ADD 1 TO RPT-PAGE-COUNT.
         MOVE "AGED DEBTORS" TO RPT-TITLE-TEXT.
         MOVE AS-OF-DATE TO RPT-HEAD-DATE.
         MOVE RPT-PAGE-COUNT TO RPT-PAGE-NUMBER.
         MOVE SPACES TO AGED-DEBTORS-REC.
         MOVE RPT-TITLE-LINE TO AGED-DEBTORS-REC.
         WRITE AGED-DEBTORS-REC.
         MOVE "CUSTOMER / 0-30 / 31-60 / 61-90 / 91-120 / 120+ / TOTAL"
             TO RPT-COLUMN-TEXT.
         MOVE RPT-COLUMN-TEXT TO AGED-DEBTORS-REC.
         WRITE AGED-DEBTORS-REC.
         MOVE SPACES TO AGED-DEBTORS-REC.
         WRITE AGED-DEBTORS-REC.
         MOVE 3 TO RPT-LINE-COUNT.
