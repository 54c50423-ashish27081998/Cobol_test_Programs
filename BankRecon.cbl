       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BANKRECN.
      * Daily bank reconciliation for the operating account, the
      * GOTOEXAMPLE match discipline pointed at the bank: each line
      * of the bank's statement is matched by reference and amount,
      * within a tolerance, against what the books say went through
      * the account - customer receipts from the receipts journal
      * and unapplied cash, vendor payments from the payables
      * payment file.  A receipt the bank has not credited yet, a
      * payment not yet presented and a bank line nobody has booked
      * all carry forward as open items with the date they were
      * first seen, and clear themselves on the day the other side
      * turns up; anything open past the escalation days is called
      * out.  The report ends by tying the book balance to the
      * bank's closing balance through the open items, so finance
      * sees one unexplained-difference figure instead of ticking
      * a statement against a printout.  The open-item file also
      * carries the control line - last statement date, book cutoff
      * and both balances - so a statement already reconciled is
      * refused rather than matched twice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-STATEMENT-FILE ASSIGN TO "BANKSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-STATEMENT-STATUS.
           SELECT AR-RECEIPT-FILE ASSIGN TO "ARRECPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-RECEIPT-STATUS.
           SELECT UNAPPLIED-CASH-FILE ASSIGN TO "UNAPCASH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNAPPLIED-CASH-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO "APPAYMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENT-STATUS.
           SELECT OPEN-ITEMS-FILE ASSIGN TO "BANKOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-ITEMS-STATUS.
           SELECT NEW-OPEN-ITEMS-FILE ASSIGN TO "BANKOPNN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEW-OPEN-ITEMS-STATUS.
           SELECT SHOP-PARM-FILE ASSIGN TO "SHOPPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPRM-PARM-KEY
               FILE STATUS IS SHOP-PARM-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO "BANKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECON-REPORT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-STATEMENT-FILE.
           COPY BANKSTMT.

       FD  AR-RECEIPT-FILE.
           COPY ARRECPT.

       FD  UNAPPLIED-CASH-FILE.
           COPY UNAPCASH.

       FD  PAYMENT-FILE.
      * The payables run's payment file, HDR/TRL labels and all.
       01  PAYMENT-REC.
           02 APAY-VENDOR-CODE         PIC X(06).
           02 APAY-VENDOR-NAME         PIC X(25).
           02 APAY-PAYMENT-NUMBER      PIC 9(08).
           02 APAY-PAY-DATE            PIC 9(08).
           02 APAY-AMOUNT              PIC 9(09)V99.
           02 APAY-INVOICE-COUNT       PIC 9(05).
           COPY FILECTL.

       FD  OPEN-ITEMS-FILE.
      * A "K" control line, then one "I" line per open item: side R
      * receipt not yet credited, P payment not yet presented, B
      * bank line not in the books.
       01  OPEN-ITEMS-REC.
           02 BOPN-REC-TYPE            PIC X(01).
              88 BOPN-IS-CONTROL           VALUE "K".
              88 BOPN-IS-ITEM              VALUE "I".
           02 BOPN-BODY                PIC X(56).
           02 BOPN-CONTROL-BODY REDEFINES BOPN-BODY.
              03 BOPN-STATEMENT-DATE   PIC 9(08).
              03 BOPN-BOOK-CUTOFF      PIC 9(08).
              03 BOPN-BOOK-BALANCE     PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
              03 BOPN-BANK-BALANCE     PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
              03 FILLER                PIC X(12).
           02 BOPN-ITEM-BODY REDEFINES BOPN-BODY.
              03 BOPN-SIDE             PIC X(01).
              03 BOPN-REFERENCE        PIC X(12).
              03 BOPN-AMOUNT           PIC S9(09)V99
                                       SIGN IS LEADING SEPARATE.
              03 BOPN-FIRST-DATE       PIC 9(08).
              03 FILLER                PIC X(23).

       FD  NEW-OPEN-ITEMS-FILE.
       01  NEW-OPEN-ITEMS-REC.
           02 NOPN-REC-TYPE            PIC X(01).
           02 NOPN-BODY                PIC X(56).
           02 NOPN-CONTROL-BODY REDEFINES NOPN-BODY.
              03 NOPN-STATEMENT-DATE   PIC 9(08).
              03 NOPN-BOOK-CUTOFF      PIC 9(08).
              03 NOPN-BOOK-BALANCE     PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
              03 NOPN-BANK-BALANCE     PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
              03 FILLER                PIC X(12).
           02 NOPN-ITEM-BODY REDEFINES NOPN-BODY.
              03 NOPN-SIDE             PIC X(01).
              03 NOPN-REFERENCE        PIC X(12).
              03 NOPN-AMOUNT           PIC S9(09)V99
                                       SIGN IS LEADING SEPARATE.
              03 NOPN-FIRST-DATE       PIC 9(08).
              03 FILLER                PIC X(23).

       FD  SHOP-PARM-FILE.
           COPY SHOPPARM.

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-REC            PIC X(100).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           COPY RETCODES.
        01 BANK-STATEMENT-STATUS      PIC XX VALUE "00".
        01 AR-RECEIPT-STATUS          PIC XX VALUE "00".
        01 UNAPPLIED-CASH-STATUS      PIC XX VALUE "00".
        01 PAYMENT-STATUS             PIC XX VALUE "00".
        01 OPEN-ITEMS-STATUS          PIC XX VALUE "00".
        01 NEW-OPEN-ITEMS-STATUS      PIC XX VALUE "00".
        01 SHOP-PARM-STATUS           PIC XX VALUE "00".
        01 RECON-REPORT-STATUS        PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 CONTROL-FOUND-SWITCH       PIC X VALUE "N".
           88 CONTROL-FOUND                VALUE "Y".
        01 STATEMENT-REFUSED-SWITCH   PIC X VALUE "N".
           88 STATEMENT-REFUSED            VALUE "Y".
        01 HEADER-SEEN-SWITCH         PIC X VALUE "N".
           88 HEADER-SEEN                  VALUE "Y".
        01 TRAILER-SEEN-SWITCH        PIC X VALUE "N".
           88 TRAILER-SEEN                 VALUE "Y".
        01 ITEM-FOUND-SWITCH          PIC X VALUE "N".
           88 ITEM-FOUND                   VALUE "Y".
        01 REFUSAL-REASON             PIC X(50) VALUE SPACES.
        01 REFUSAL-RETURN-CODE        PIC 9(02) VALUE ZERO.
        01 TODAY-DATE                 PIC 9(08).
        01 CONTROL-STATEMENT-DATE     PIC 9(08) VALUE ZERO.
        01 CONTROL-BOOK-CUTOFF        PIC 9(08) VALUE ZERO.
        01 CONTROL-BOOK-BALANCE       PIC S9(11)V99 VALUE ZERO.
        01 CONTROL-BANK-BALANCE       PIC S9(11)V99 VALUE ZERO.
        01 STATEMENT-DATE             PIC 9(08) VALUE ZERO.
        01 OPENING-BALANCE            PIC S9(11)V99 VALUE ZERO.
        01 CLOSING-BALANCE            PIC S9(11)V99 VALUE ZERO.
        01 STATEMENT-ENTRY-TOTAL      PIC S9(11)V99 VALUE ZERO.
        01 STATEMENT-PROOF-BALANCE    PIC S9(11)V99.
        01 STATEMENT-LINES-READ       PIC 9(07) VALUE ZERO.
        01 STATEMENT-LINES-EXPECTED   PIC 9(07) VALUE ZERO.
        01 MATCH-TOLERANCE            PIC 9(07)V99 VALUE ZERO.
        01 ESCALATE-LIMIT-DAYS        PIC 9(03) VALUE 5.
        01 ITEM-AGE-DAYS              PIC S9(07).
        01 BOOK-BALANCE               PIC S9(11)V99 VALUE ZERO.
        01 RECEIPTS-TOTAL             PIC S9(11)V99 VALUE ZERO.
        01 PAYMENTS-TOTAL             PIC S9(11)V99 VALUE ZERO.
        01 UNCLEARED-RECEIPT-TOTAL    PIC S9(11)V99 VALUE ZERO.
        01 UNPRESENTED-PAYMENT-TOTAL  PIC S9(11)V99 VALUE ZERO.
        01 BANK-ONLY-TOTAL            PIC S9(11)V99 VALUE ZERO.
        01 ADJUSTED-BANK-BALANCE      PIC S9(11)V99 VALUE ZERO.
        01 UNEXPLAINED-DIFFERENCE     PIC S9(11)V99 VALUE ZERO.
        01 AMOUNT-DIFFERENCE          PIC S9(11)V99.
        01 RECEIPT-LINES-TAKEN        PIC 9(07) VALUE ZERO.
        01 PAYMENTS-TAKEN             PIC 9(07) VALUE ZERO.
        01 MATCHED-COUNT              PIC 9(07) VALUE ZERO.
        01 DISAGREE-COUNT             PIC 9(07) VALUE ZERO.
        01 CARRIED-FORWARD-COUNT      PIC 9(07) VALUE ZERO.
        01 ESCALATED-COUNT            PIC 9(05) VALUE ZERO.
        01 TABLE-FULL-COUNT           PIC 9(05) VALUE ZERO.
        01 SOUGHT-SIDE                PIC X(01).
        01 SOUGHT-REFERENCE           PIC X(12).
        01 SOUGHT-AMOUNT              PIC S9(09)V99.
        01 SOUGHT-DATE                PIC 9(08).
        01 SOUGHT-NEW-SWITCH          PIC X.
        01 PAYMENT-REFERENCE          PIC 9(08).
        01 ITEM-SUB                   PIC 9(05).
        01 ITEM-SIDE-TEXT             PIC X(20).
        01 EDITED-AMOUNT              PIC -(11)9.99.
        01 EDITED-AMOUNT-2            PIC -(11)9.99.
        01 EDITED-AGE                 PIC ZZZZZZ9.
        01 BANK-ITEM-COUNT            PIC 9(05) VALUE ZERO.
        01 BANK-ITEM-TABLE.
           02 BANK-ITEM-ENTRY OCCURS 0 TO 9999 TIMES
                  DEPENDING ON BANK-ITEM-COUNT
                  INDEXED BY BITM-IDX.
               03 BTAB-SIDE            PIC X(01).
                  88 BTAB-IS-RECEIPT       VALUE "R".
                  88 BTAB-IS-PAYMENT       VALUE "P".
                  88 BTAB-IS-BANK-LINE     VALUE "B".
                  88 BTAB-IS-BOOK-ITEM     VALUE "R" "P".
               03 BTAB-REFERENCE       PIC X(12).
               03 BTAB-AMOUNT          PIC S9(09)V99.
               03 BTAB-FIRST-DATE      PIC 9(08).
               03 BTAB-NEW-SWITCH      PIC X.
                  88 BTAB-NEW              VALUE "Y".
               03 BTAB-CLEARED-SWITCH  PIC X.
                  88 BTAB-CLEARED          VALUE "Y".
           COPY BUSDAYP.
           COPY RPTHEAD.
        01 PRINT-LINE-WORK            PIC X(100).
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
         DISPLAY "BANKRECN: BANK RECONCILIATION STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         MOVE "S" TO LOG-EVENT-CODE.
         PERFORM WRITE-RUN-LOG.
         PERFORM READ-SHOP-PARMS.
         PERFORM LOAD-OPEN-ITEMS.
         PERFORM PROVE-BANK-STATEMENT.
         OPEN OUTPUT RECON-REPORT-FILE.
         IF STATEMENT-REFUSED
             MOVE SPACES TO PRINT-LINE-WORK
             STRING "NOT RECONCILED - " REFUSAL-REASON
                 DELIMITED BY SIZE INTO PRINT-LINE-WORK
             PERFORM WRITE-RECON-PRINT-LINE
         ELSE
             IF NOT CONTROL-FOUND
      * First-ever run - no control line yet, so the cash book
      * starts agreed with the bank's opening balance and only items
      * booked from the statement date on are taken up.
                 MOVE OPENING-BALANCE TO CONTROL-BOOK-BALANCE
                 MOVE OPENING-BALANCE TO CONTROL-BANK-BALANCE
                 MOVE "A" TO BD-FUNCTION
                 MOVE STATEMENT-DATE TO BD-FROM-DATE
                 MOVE -1 TO BD-ADD-DAYS
                 CALL "BUSDAY" USING BUSDAY-PARMS
                 MOVE BD-RESULT-DATE TO CONTROL-BOOK-CUTOFF
             END-IF
             IF OPENING-BALANCE NOT = CONTROL-BANK-BALANCE
                 MOVE CONTROL-BANK-BALANCE TO EDITED-AMOUNT
                 MOVE OPENING-BALANCE TO EDITED-AMOUNT-2
                 MOVE SPACES TO PRINT-LINE-WORK
                 STRING "OPENING BALANCE " EDITED-AMOUNT-2
                        " DOES NOT FOLLOW LAST CLOSING "
                        EDITED-AMOUNT
                     DELIMITED BY SIZE INTO PRINT-LINE-WORK
                 PERFORM WRITE-RECON-PRINT-LINE
             END-IF
             MOVE CONTROL-BOOK-BALANCE TO BOOK-BALANCE
             PERFORM GATHER-RECEIPTS
             PERFORM GATHER-PAYMENTS
             PERFORM LOAD-STATEMENT-LINES
             PERFORM MATCH-ONE-BANK-ITEM
                 VARYING ITEM-SUB FROM 1 BY 1
                 UNTIL ITEM-SUB > BANK-ITEM-COUNT
             MOVE STATEMENT-DATE TO CONTROL-STATEMENT-DATE
             MOVE TODAY-DATE TO CONTROL-BOOK-CUTOFF
             MOVE BOOK-BALANCE TO CONTROL-BOOK-BALANCE
             MOVE CLOSING-BALANCE TO CONTROL-BANK-BALANCE
             MOVE "Y" TO CONTROL-FOUND-SWITCH
         END-IF.
         PERFORM ROLL-FORWARD-OPEN-ITEMS.
         IF NOT STATEMENT-REFUSED
             PERFORM WRITE-BALANCE-TIE-OUT
         END-IF.
         CLOSE RECON-REPORT-FILE.
         DISPLAY "STATEMENT DATE: " STATEMENT-DATE.
         DISPLAY "STATEMENT LINES: " STATEMENT-LINES-READ.
         DISPLAY "RECEIPT LINES TAKEN UP: " RECEIPT-LINES-TAKEN.
         DISPLAY "PAYMENTS TAKEN UP: " PAYMENTS-TAKEN.
         DISPLAY "ITEMS MATCHED: " MATCHED-COUNT.
         DISPLAY "AMOUNTS DISAGREE: " DISAGREE-COUNT.
         DISPLAY "ITEMS CARRIED FORWARD: " CARRIED-FORWARD-COUNT.
         DISPLAY "ITEMS ESCALATED: " ESCALATED-COUNT.
         IF STATEMENT-REFUSED
             DISPLAY "BANKRECN: " REFUSAL-REASON
             MOVE REFUSAL-RETURN-CODE TO FINAL-RETURN-CODE
         ELSE
             IF UNEXPLAINED-DIFFERENCE NOT = ZERO
             OR TABLE-FULL-COUNT > 0
                 MOVE RC-ERROR TO FINAL-RETURN-CODE
             ELSE
                 IF DISAGREE-COUNT > 0 OR ESCALATED-COUNT > 0
                     MOVE RC-WARNING TO FINAL-RETURN-CODE
                 ELSE
                     MOVE RC-NORMAL TO FINAL-RETURN-CODE
                 END-IF
             END-IF
         END-IF.
         MOVE "E" TO LOG-EVENT-CODE.
         COMPUTE LOG-RECORDS-IN = STATEMENT-LINES-READ
                 + RECEIPT-LINES-TAKEN + PAYMENTS-TAKEN.
         MOVE MATCHED-COUNT TO LOG-RECORDS-OUT.
         COMPUTE LOG-RECORDS-REJ = DISAGREE-COUNT + ESCALATED-COUNT.
         PERFORM WRITE-RUN-LOG.
         STOP RUN RETURNING FINAL-RETURN-CODE.

       WRITE-RUN-LOG.
      * One standard run-log record per start and end of run, for
      * the morning batch summary.
         OPEN EXTEND RUN-LOG-FILE.
         IF RUN-LOG-STATUS = "35"
             OPEN OUTPUT RUN-LOG-FILE
         END-IF.
         MOVE "BANKRECN" TO RLOG-PROGRAM.
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

       READ-SHOP-PARMS.
      * Bank amounts should agree to the cent, so the tolerance
      * defaults to none; anything a shop lets through shows up in
      * the unexplained difference.  Open items escalate after
      * BANK-ESCAL-DAYS, the way GOTOEXAMPLE escalates its own.
         OPEN INPUT SHOP-PARM-FILE.
         IF SHOP-PARM-STATUS = "00"
             MOVE "BANK-TOL-CENTS  " TO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     COMPUTE MATCH-TOLERANCE =
                             SPRM-PARM-VALUE / 100
             END-READ
             MOVE "BANK-ESCAL-DAYS " TO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE SPRM-PARM-VALUE TO ESCALATE-LIMIT-DAYS
             END-READ
             CLOSE SHOP-PARM-FILE
         END-IF.

       LOAD-OPEN-ITEMS.
         OPEN INPUT OPEN-ITEMS-FILE.
         IF OPEN-ITEMS-STATUS NOT = "00"
             DISPLAY "BANKRECN: NO OPEN ITEMS CARRIED FORWARD"
         ELSE
             READ OPEN-ITEMS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 IF BOPN-IS-CONTROL
                     MOVE "Y" TO CONTROL-FOUND-SWITCH
                     MOVE BOPN-STATEMENT-DATE
                         TO CONTROL-STATEMENT-DATE
                     MOVE BOPN-BOOK-CUTOFF TO CONTROL-BOOK-CUTOFF
                     MOVE BOPN-BOOK-BALANCE TO CONTROL-BOOK-BALANCE
                     MOVE BOPN-BANK-BALANCE TO CONTROL-BANK-BALANCE
                 ELSE
                     MOVE BOPN-SIDE TO SOUGHT-SIDE
                     MOVE BOPN-REFERENCE TO SOUGHT-REFERENCE
                     MOVE BOPN-AMOUNT TO SOUGHT-AMOUNT
                     MOVE BOPN-FIRST-DATE TO SOUGHT-DATE
                     MOVE "N" TO SOUGHT-NEW-SWITCH
                     PERFORM ADD-TABLE-ITEM
                 END-IF
                 READ OPEN-ITEMS-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE OPEN-ITEMS-FILE
         END-IF.

       PROVE-BANK-STATEMENT.
      * The whole statement is proved before a line of it is
      * matched: header first, trailer last, the trailer count
      * agreeing with the lines, and opening balance plus the lines
      * agreeing with the closing balance.  A statement that does
      * not prove, or one already reconciled, is refused outright
      * and the open items roll forward untouched.
         OPEN INPUT BANK-STATEMENT-FILE.
         IF BANK-STATEMENT-STATUS NOT = "00"
             MOVE "Y" TO STATEMENT-REFUSED-SWITCH
             MOVE "NO BANK STATEMENT RECEIVED" TO REFUSAL-REASON
             MOVE RC-WARNING TO REFUSAL-RETURN-CODE
         ELSE
             READ BANK-STATEMENT-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM PROVE-ONE-STATEMENT-LINE
                 READ BANK-STATEMENT-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE BANK-STATEMENT-FILE
             COMPUTE STATEMENT-PROOF-BALANCE =
                     OPENING-BALANCE + STATEMENT-ENTRY-TOTAL
             IF NOT STATEMENT-REFUSED
                 IF NOT HEADER-SEEN OR NOT TRAILER-SEEN
                     MOVE "Y" TO STATEMENT-REFUSED-SWITCH
                     MOVE "STATEMENT HEADER OR TRAILER MISSING"
                         TO REFUSAL-REASON
                     MOVE RC-ERROR TO REFUSAL-RETURN-CODE
                 ELSE
                 IF STATEMENT-LINES-READ
                         NOT = STATEMENT-LINES-EXPECTED
                     MOVE "Y" TO STATEMENT-REFUSED-SWITCH
                     MOVE "STATEMENT LINE COUNT DISAGREES WITH TRAILER"
                         TO REFUSAL-REASON
                     MOVE RC-ERROR TO REFUSAL-RETURN-CODE
                 ELSE
                 IF STATEMENT-PROOF-BALANCE NOT = CLOSING-BALANCE
                     MOVE "Y" TO STATEMENT-REFUSED-SWITCH
                     MOVE "STATEMENT LINES DO NOT PROVE TO CLOSING"
                         TO REFUSAL-REASON
                     MOVE RC-ERROR TO REFUSAL-RETURN-CODE
                 ELSE
                 IF CONTROL-FOUND
                 AND STATEMENT-DATE NOT > CONTROL-STATEMENT-DATE
                     MOVE "Y" TO STATEMENT-REFUSED-SWITCH
                     MOVE "STATEMENT DATE ALREADY RECONCILED"
                         TO REFUSAL-REASON
                     MOVE RC-ERROR TO REFUSAL-RETURN-CODE
                 END-IF
                 END-IF
                 END-IF
                 END-IF
             END-IF
         END-IF.

       PROVE-ONE-STATEMENT-LINE.
         IF BSTM-IS-HEADER
             IF HEADER-SEEN OR STATEMENT-LINES-READ > 0
                 MOVE "Y" TO STATEMENT-REFUSED-SWITCH
                 MOVE "STATEMENT HEADER OUT OF PLACE"
                     TO REFUSAL-REASON
                 MOVE RC-ERROR TO REFUSAL-RETURN-CODE
             END-IF
             MOVE "Y" TO HEADER-SEEN-SWITCH
             MOVE BSTM-STATEMENT-DATE TO STATEMENT-DATE
             MOVE BSTM-OPENING-BALANCE TO OPENING-BALANCE
         ELSE
         IF BSTM-IS-TRAILER
             MOVE "Y" TO TRAILER-SEEN-SWITCH
             MOVE BSTM-CLOSING-BALANCE TO CLOSING-BALANCE
             MOVE BSTM-ENTRY-COUNT TO STATEMENT-LINES-EXPECTED
         ELSE
         IF BSTM-IS-DETAIL AND HEADER-SEEN AND NOT TRAILER-SEEN
             ADD 1 TO STATEMENT-LINES-READ
             ADD BSTM-AMOUNT TO STATEMENT-ENTRY-TOTAL
         ELSE
             MOVE "Y" TO STATEMENT-REFUSED-SWITCH
             MOVE "STATEMENT LINE OUT OF PLACE OR UNKNOWN TYPE"
                 TO REFUSAL-REASON
             MOVE RC-ERROR TO REFUSAL-RETURN-CODE
         END-IF
         END-IF
         END-IF.

       GATHER-RECEIPTS.
      * Cash in is every receipts-journal line and every unapplied
      * cash line booked since the last reconciliation's cutoff.  A
      * remittance applied across several invoices is one deposit
      * at the bank, so lines sharing a reference are summed into
      * one receipt item.
         OPEN INPUT AR-RECEIPT-FILE.
         IF AR-RECEIPT-STATUS = "00"
             READ AR-RECEIPT-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 IF ARR-POST-DATE > CONTROL-BOOK-CUTOFF
                 AND ARR-POST-DATE NOT > TODAY-DATE
                     MOVE ARR-REFERENCE TO SOUGHT-REFERENCE
                     MOVE ARR-AMOUNT TO SOUGHT-AMOUNT
                     MOVE ARR-POST-DATE TO SOUGHT-DATE
                     PERFORM TAKE-UP-RECEIPT
                 END-IF
                 READ AR-RECEIPT-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE AR-RECEIPT-FILE
         END-IF.
         OPEN INPUT UNAPPLIED-CASH-FILE.
         IF UNAPPLIED-CASH-STATUS = "00"
             READ UNAPPLIED-CASH-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 IF UNAP-POST-DATE > CONTROL-BOOK-CUTOFF
                 AND UNAP-POST-DATE NOT > TODAY-DATE
                     MOVE UNAP-REFERENCE TO SOUGHT-REFERENCE
                     MOVE UNAP-AMOUNT TO SOUGHT-AMOUNT
                     MOVE UNAP-POST-DATE TO SOUGHT-DATE
                     PERFORM TAKE-UP-RECEIPT
                 END-IF
                 READ UNAPPLIED-CASH-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE UNAPPLIED-CASH-FILE
         END-IF.

       TAKE-UP-RECEIPT.
         ADD 1 TO RECEIPT-LINES-TAKEN.
         ADD SOUGHT-AMOUNT TO RECEIPTS-TOTAL.
         ADD SOUGHT-AMOUNT TO BOOK-BALANCE.
         MOVE "N" TO ITEM-FOUND-SWITCH.
         IF SOUGHT-REFERENCE NOT = SPACES AND BANK-ITEM-COUNT > 0
             SET BITM-IDX TO 1
             SEARCH BANK-ITEM-ENTRY
                 AT END CONTINUE
                 WHEN BTAB-IS-RECEIPT (BITM-IDX)
                  AND BTAB-NEW (BITM-IDX)
                  AND BTAB-REFERENCE (BITM-IDX) = SOUGHT-REFERENCE
                     MOVE "Y" TO ITEM-FOUND-SWITCH
                     ADD SOUGHT-AMOUNT TO BTAB-AMOUNT (BITM-IDX)
             END-SEARCH
         END-IF.
         IF NOT ITEM-FOUND
             MOVE "R" TO SOUGHT-SIDE
             MOVE "Y" TO SOUGHT-NEW-SWITCH
             PERFORM ADD-TABLE-ITEM
         END-IF.

       GATHER-PAYMENTS.
      * Cash out is every payment on the payables run's file dated
      * since the cutoff - the file stays in place until the next
      * weekly run, so the date keeps a payment from being taken up
      * twice.  The bank quotes our payment number as its reference.
         OPEN INPUT PAYMENT-FILE.
         IF PAYMENT-STATUS = "00"
             READ PAYMENT-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 IF FCTL-IS-HEADER OR FCTL-IS-TRAILER
                     CONTINUE
                 ELSE
                     IF APAY-PAY-DATE > CONTROL-BOOK-CUTOFF
                     AND APAY-PAY-DATE NOT > TODAY-DATE
                         PERFORM TAKE-UP-PAYMENT
                     END-IF
                 END-IF
                 READ PAYMENT-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE PAYMENT-FILE
         END-IF.

       TAKE-UP-PAYMENT.
         ADD 1 TO PAYMENTS-TAKEN.
         MOVE APAY-PAYMENT-NUMBER TO PAYMENT-REFERENCE.
         MOVE PAYMENT-REFERENCE TO SOUGHT-REFERENCE.
         COMPUTE SOUGHT-AMOUNT = APAY-AMOUNT * -1.
         ADD SOUGHT-AMOUNT TO PAYMENTS-TOTAL.
         ADD SOUGHT-AMOUNT TO BOOK-BALANCE.
         MOVE APAY-PAY-DATE TO SOUGHT-DATE.
         MOVE "P" TO SOUGHT-SIDE.
         MOVE "Y" TO SOUGHT-NEW-SWITCH.
         PERFORM ADD-TABLE-ITEM.

       LOAD-STATEMENT-LINES.
      * Tonight's bank lines join the table as bank items; the
      * matching pass then offers every uncleared bank item, new or
      * carried, to the uncleared book items.
         OPEN INPUT BANK-STATEMENT-FILE.
         READ BANK-STATEMENT-FILE
             AT END MOVE "Y" TO END-OF-FILE-SWITCH
         END-READ.
         PERFORM UNTIL END-OF-FILE
             IF BSTM-IS-DETAIL
                 MOVE "B" TO SOUGHT-SIDE
                 MOVE BSTM-REFERENCE TO SOUGHT-REFERENCE
                 MOVE BSTM-AMOUNT TO SOUGHT-AMOUNT
                 MOVE BSTM-VALUE-DATE TO SOUGHT-DATE
                 MOVE "Y" TO SOUGHT-NEW-SWITCH
                 PERFORM ADD-TABLE-ITEM
             END-IF
             READ BANK-STATEMENT-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
         END-PERFORM.
         MOVE "N" TO END-OF-FILE-SWITCH.
         CLOSE BANK-STATEMENT-FILE.

       ADD-TABLE-ITEM.
         IF BANK-ITEM-COUNT < 9999
             ADD 1 TO BANK-ITEM-COUNT
             SET BITM-IDX TO BANK-ITEM-COUNT
             MOVE SOUGHT-SIDE TO BTAB-SIDE (BITM-IDX)
             MOVE SOUGHT-REFERENCE TO BTAB-REFERENCE (BITM-IDX)
             MOVE SOUGHT-AMOUNT TO BTAB-AMOUNT (BITM-IDX)
             MOVE SOUGHT-DATE TO BTAB-FIRST-DATE (BITM-IDX)
             MOVE SOUGHT-NEW-SWITCH TO BTAB-NEW-SWITCH (BITM-IDX)
             MOVE "N" TO BTAB-CLEARED-SWITCH (BITM-IDX)
         ELSE
             ADD 1 TO TABLE-FULL-COUNT
             DISPLAY "BANKRECN: OPEN-ITEM TABLE FULL - "
                     SOUGHT-SIDE " " SOUGHT-REFERENCE " NOT HELD"
         END-IF.

       MATCH-ONE-BANK-ITEM.
         IF BTAB-IS-BANK-LINE (ITEM-SUB)
         AND NOT BTAB-CLEARED (ITEM-SUB)
         AND BTAB-REFERENCE (ITEM-SUB) NOT = SPACES
             MOVE BTAB-REFERENCE (ITEM-SUB) TO SOUGHT-REFERENCE
             MOVE BTAB-AMOUNT (ITEM-SUB) TO SOUGHT-AMOUNT
             SET BITM-IDX TO 1
             SEARCH BANK-ITEM-ENTRY
                 AT END CONTINUE
                 WHEN BTAB-IS-BOOK-ITEM (BITM-IDX)
                  AND NOT BTAB-CLEARED (BITM-IDX)
                  AND BTAB-REFERENCE (BITM-IDX) = SOUGHT-REFERENCE
                     PERFORM COMPARE-BOOK-AMOUNT
             END-SEARCH
         END-IF.

       COMPARE-BOOK-AMOUNT.
         COMPUTE AMOUNT-DIFFERENCE =
                 SOUGHT-AMOUNT - BTAB-AMOUNT (BITM-IDX).
         IF AMOUNT-DIFFERENCE < 0
             COMPUTE AMOUNT-DIFFERENCE = AMOUNT-DIFFERENCE * -1
         END-IF.
         IF AMOUNT-DIFFERENCE > MATCH-TOLERANCE
      * Right reference, wrong money: both stay open for someone to
      * look at rather than clearing a short payment silently.
             ADD 1 TO DISAGREE-COUNT
             MOVE SOUGHT-AMOUNT TO EDITED-AMOUNT
             MOVE BTAB-AMOUNT (BITM-IDX) TO EDITED-AMOUNT-2
             MOVE SPACES TO PRINT-LINE-WORK
             STRING "AMOUNTS DISAGREE - REF " SOUGHT-REFERENCE
                    " BANK " EDITED-AMOUNT
                    " BOOK " EDITED-AMOUNT-2
                 DELIMITED BY SIZE INTO PRINT-LINE-WORK
             PERFORM WRITE-RECON-PRINT-LINE
         ELSE
             ADD 1 TO MATCHED-COUNT
             MOVE "Y" TO BTAB-CLEARED-SWITCH (BITM-IDX)
             MOVE "Y" TO BTAB-CLEARED-SWITCH (ITEM-SUB)
         END-IF.

       ROLL-FORWARD-OPEN-ITEMS.
      * Everything still uncleared rolls onto the new open-item
      * file keeping its first date, behind the control line, and
      * is listed on the report with its age.
         OPEN OUTPUT NEW-OPEN-ITEMS-FILE.
         IF CONTROL-FOUND
             MOVE SPACES TO NEW-OPEN-ITEMS-REC
             MOVE "K" TO NOPN-REC-TYPE
             MOVE CONTROL-STATEMENT-DATE TO NOPN-STATEMENT-DATE
             MOVE CONTROL-BOOK-CUTOFF TO NOPN-BOOK-CUTOFF
             MOVE CONTROL-BOOK-BALANCE TO NOPN-BOOK-BALANCE
             MOVE CONTROL-BANK-BALANCE TO NOPN-BANK-BALANCE
             WRITE NEW-OPEN-ITEMS-REC
         END-IF.
         IF BANK-ITEM-COUNT > 0
             PERFORM ROLL-ONE-OPEN-ITEM
                 VARYING ITEM-SUB FROM 1 BY 1
                 UNTIL ITEM-SUB > BANK-ITEM-COUNT
         END-IF.
         CLOSE NEW-OPEN-ITEMS-FILE.

       ROLL-ONE-OPEN-ITEM.
         IF BTAB-CLEARED (ITEM-SUB)
             CONTINUE
         ELSE
             ADD 1 TO CARRIED-FORWARD-COUNT
             MOVE SPACES TO NEW-OPEN-ITEMS-REC
             MOVE "I" TO NOPN-REC-TYPE
             MOVE BTAB-SIDE (ITEM-SUB) TO NOPN-SIDE
             MOVE BTAB-REFERENCE (ITEM-SUB) TO NOPN-REFERENCE
             MOVE BTAB-AMOUNT (ITEM-SUB) TO NOPN-AMOUNT
             MOVE BTAB-FIRST-DATE (ITEM-SUB) TO NOPN-FIRST-DATE
             WRITE NEW-OPEN-ITEMS-REC
             IF BTAB-IS-RECEIPT (ITEM-SUB)
                 ADD BTAB-AMOUNT (ITEM-SUB) TO UNCLEARED-RECEIPT-TOTAL
                 MOVE "UNCLEARED RECEIPT" TO ITEM-SIDE-TEXT
             ELSE
             IF BTAB-IS-PAYMENT (ITEM-SUB)
                 ADD BTAB-AMOUNT (ITEM-SUB)
                     TO UNPRESENTED-PAYMENT-TOTAL
                 MOVE "UNPRESENTED PAYMENT" TO ITEM-SIDE-TEXT
             ELSE
                 ADD BTAB-AMOUNT (ITEM-SUB) TO BANK-ONLY-TOTAL
                 MOVE "BANK LINE NOT BOOKED" TO ITEM-SIDE-TEXT
             END-IF
             END-IF
             MOVE "C" TO BD-FUNCTION
             MOVE BTAB-FIRST-DATE (ITEM-SUB) TO BD-FROM-DATE
             MOVE TODAY-DATE TO BD-TO-DATE
             CALL "BUSDAY" USING BUSDAY-PARMS
             MOVE BD-CALENDAR-DAYS TO ITEM-AGE-DAYS
             IF ITEM-AGE-DAYS < 0
                 MOVE ZERO TO ITEM-AGE-DAYS
             END-IF
             MOVE ITEM-AGE-DAYS TO EDITED-AGE
             MOVE BTAB-AMOUNT (ITEM-SUB) TO EDITED-AMOUNT
             MOVE SPACES TO PRINT-LINE-WORK
             IF ITEM-AGE-DAYS > ESCALATE-LIMIT-DAYS
                 ADD 1 TO ESCALATED-COUNT
                 STRING ITEM-SIDE-TEXT " " BTAB-REFERENCE (ITEM-SUB)
                        " SINCE " BTAB-FIRST-DATE (ITEM-SUB)
                        " " EDITED-AMOUNT " " EDITED-AGE " DAYS"
                        " - ESCALATED"
                     DELIMITED BY SIZE INTO PRINT-LINE-WORK
             ELSE
                 STRING ITEM-SIDE-TEXT " " BTAB-REFERENCE (ITEM-SUB)
                        " SINCE " BTAB-FIRST-DATE (ITEM-SUB)
                        " " EDITED-AMOUNT " " EDITED-AGE " DAYS"
                     DELIMITED BY SIZE INTO PRINT-LINE-WORK
             END-IF
             PERFORM WRITE-RECON-PRINT-LINE
         END-IF.

       WRITE-BALANCE-TIE-OUT.
      * Bank closing balance, plus receipts the bank has yet to
      * credit, less payments yet to be presented (held negative),
      * less bank lines the books have yet to take up, is what the
      * cash book should say.  Anything left over is unexplained.
         COMPUTE ADJUSTED-BANK-BALANCE =
                 CLOSING-BALANCE + UNCLEARED-RECEIPT-TOTAL
                 + UNPRESENTED-PAYMENT-TOTAL - BANK-ONLY-TOTAL.
         COMPUTE UNEXPLAINED-DIFFERENCE =
                 BOOK-BALANCE - ADJUSTED-BANK-BALANCE.
         MOVE SPACES TO PRINT-LINE-WORK.
         PERFORM WRITE-RECON-PRINT-LINE.
         MOVE CLOSING-BALANCE TO EDITED-AMOUNT.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "BANK BALANCE PER STATEMENT    " EDITED-AMOUNT
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-RECON-PRINT-LINE.
         MOVE UNCLEARED-RECEIPT-TOTAL TO EDITED-AMOUNT.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "ADD UNCLEARED RECEIPTS        " EDITED-AMOUNT
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-RECON-PRINT-LINE.
         MOVE UNPRESENTED-PAYMENT-TOTAL TO EDITED-AMOUNT.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "LESS UNPRESENTED PAYMENTS     " EDITED-AMOUNT
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-RECON-PRINT-LINE.
         COMPUTE AMOUNT-DIFFERENCE = BANK-ONLY-TOTAL * -1.
         MOVE AMOUNT-DIFFERENCE TO EDITED-AMOUNT.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "LESS BANK LINES NOT BOOKED    " EDITED-AMOUNT
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-RECON-PRINT-LINE.
         MOVE ADJUSTED-BANK-BALANCE TO EDITED-AMOUNT.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "ADJUSTED BANK BALANCE         " EDITED-AMOUNT
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-RECON-PRINT-LINE.
         MOVE BOOK-BALANCE TO EDITED-AMOUNT.
         MOVE RECEIPTS-TOTAL TO EDITED-AMOUNT-2.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "BOOK BALANCE                  " EDITED-AMOUNT
                "  RECEIPTS TAKEN UP " EDITED-AMOUNT-2
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-RECON-PRINT-LINE.
         MOVE PAYMENTS-TOTAL TO EDITED-AMOUNT-2.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "                                            "
                "  PAYMENTS TAKEN UP " EDITED-AMOUNT-2
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-RECON-PRINT-LINE.
         MOVE UNEXPLAINED-DIFFERENCE TO EDITED-AMOUNT.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "UNEXPLAINED DIFFERENCE        " EDITED-AMOUNT
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-RECON-PRINT-LINE.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "MATCHED " MATCHED-COUNT
                "  AMOUNTS DISAGREE " DISAGREE-COUNT
                "  OPEN ITEMS " CARRIED-FORWARD-COUNT
                "  ESCALATED " ESCALATED-COUNT
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-RECON-PRINT-LINE.

       WRITE-RECON-PRINT-LINE.
      * Paged print discipline from the shared heading layout.
         IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
             PERFORM WRITE-RECON-HEADINGS
         END-IF.
         MOVE PRINT-LINE-WORK TO RECON-REPORT-REC.
         WRITE RECON-REPORT-REC.
         ADD 1 TO RPT-LINE-COUNT.

       WRITE-RECON-HEADINGS.
         ADD 1 TO RPT-PAGE-COUNT.
         MOVE "BANK RECONCILIATION" TO RPT-TITLE-TEXT.
         MOVE TODAY-DATE TO RPT-HEAD-DATE.
         MOVE RPT-PAGE-COUNT TO RPT-PAGE-NUMBER.
         MOVE SPACES TO RECON-REPORT-REC.
         MOVE RPT-TITLE-LINE TO RECON-REPORT-REC.
         WRITE RECON-REPORT-REC.
         MOVE SPACES TO RPT-COLUMN-TEXT.
         STRING "STATEMENT " STATEMENT-DATE
                " - ITEM / REFERENCE / FIRST SEEN / AMOUNT / AGE"
             DELIMITED BY SIZE INTO RPT-COLUMN-TEXT.
         MOVE RPT-COLUMN-TEXT TO RECON-REPORT-REC.
         WRITE RECON-REPORT-REC.
         MOVE SPACES TO RECON-REPORT-REC.
         WRITE RECON-REPORT-REC.
         MOVE 3 TO RPT-LINE-COUNT.
