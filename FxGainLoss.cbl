       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FXGAINRP.
      * Month-end currency gain/loss report: every receipt the cash
      * posting run applied in the fiscal period against an invoice
      * billed in a foreign currency is valued twice in home
      * currency - at the rate the invoice was booked at, carried
      * on the register, and at the EXCHLOOK rate in force on the
      * date the customer paid.  The difference is the gain or
      * loss the currency moved between invoice and receipt; it is
      * listed per receipt and totalled per currency and overall
      * for finance to book.  A receipt whose pay date has no rate
      * on the table is listed unvalued and the run ends with a
      * warning, so a missing bank file is noticed before the
      * figures are booked.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-REGISTER-FILE ASSIGN TO "INVREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-REGISTER-STATUS.
           SELECT AR-RECEIPT-FILE ASSIGN TO "ARRECPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-RECEIPT-STATUS.
           SELECT FX-REPORT-FILE ASSIGN TO "FXGAINRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-REPORT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-REGISTER-FILE.
           COPY INVREG.

       FD  AR-RECEIPT-FILE.
           COPY ARRECPT.

       FD  FX-REPORT-FILE.
       01  FX-REPORT-REC               PIC X(100).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY FISCPERP.
           COPY EXCHLOKP.
        01 INVOICE-REGISTER-STATUS    PIC XX VALUE "00".
        01 AR-RECEIPT-STATUS          PIC XX VALUE "00".
        01 FX-REPORT-STATUS           PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 HOME-CURRENCY              PIC X(03) VALUE "USD".
        01 TODAY-DATE                 PIC 9(08).
        01 REPORT-PERIOD              PIC 9(06).
        01 PERIOD-START-DATE          PIC 9(08).
        01 PERIOD-END-DATE            PIC 9(08).
        01 RECEIPTS-READ              PIC 9(07) VALUE ZERO.
        01 RECEIPTS-VALUED            PIC 9(07) VALUE ZERO.
        01 RECEIPTS-UNVALUED          PIC 9(07) VALUE ZERO.
        01 HOME-AT-INVOICE            PIC S9(09)V99.
        01 HOME-AT-RECEIPT            PIC S9(09)V99.
        01 RECEIPT-GAIN               PIC S9(09)V99.
        01 TOTAL-HOME-AT-INVOICE      PIC S9(11)V99 VALUE ZERO.
        01 TOTAL-HOME-AT-RECEIPT      PIC S9(11)V99 VALUE ZERO.
        01 TOTAL-GAIN                 PIC S9(11)V99 VALUE ZERO.
        01 EDITED-AMOUNT              PIC -(9)9.99.
        01 EDITED-GAIN                PIC -(9)9.99.
        01 EDITED-INVOICE-RATE        PIC ZZ9.999999.
        01 EDITED-RECEIPT-RATE        PIC ZZ9.999999.
        01 EDITED-TOTAL-INVOICE       PIC -(11)9.99.
        01 EDITED-TOTAL-RECEIPT       PIC -(11)9.99.
        01 EDITED-TOTAL-GAIN          PIC -(11)9.99.
        01 FOREIGN-INVOICE-COUNT      PIC 9(05) VALUE ZERO.
        01 FOREIGN-INVOICE-TABLE.
           02 FOREIGN-INVOICE-ENTRY OCCURS 0 TO 9999 TIMES
                  DEPENDING ON FOREIGN-INVOICE-COUNT
                  INDEXED BY FINV-IDX.
               03 FINV-NUMBER          PIC 9(08).
               03 FINV-CURRENCY        PIC X(03).
               03 FINV-EXCH-RATE       PIC 9(03)V9(06).
        01 CURRENCY-COUNT             PIC 9(03) VALUE ZERO.
        01 CURRENCY-TOTAL-TABLE.
           02 CURRENCY-TOTAL-ENTRY OCCURS 0 TO 100 TIMES
                  DEPENDING ON CURRENCY-COUNT
                  INDEXED BY CTOT-IDX.
               03 CTOT-CURRENCY        PIC X(03).
               03 CTOT-RECEIPTS        PIC 9(07).
               03 CTOT-FOREIGN-AMOUNT  PIC S9(11)V99.
               03 CTOT-HOME-AT-INVOICE PIC S9(11)V99.
               03 CTOT-HOME-AT-RECEIPT PIC S9(11)V99.
               03 CTOT-GAIN            PIC S9(11)V99.
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
         DISPLAY "FXGAINRP: CURRENCY GAIN/LOSS REPORT STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         MOVE "S" TO LOG-EVENT-CODE.
         PERFORM WRITE-RUN-LOG.
         MOVE "D" TO FP-FUNCTION.
         MOVE TODAY-DATE TO FP-DATE.
         CALL "FISCPER" USING FISCAL-PERIOD-PARMS.
         MOVE FP-YEAR-PERIOD  TO REPORT-PERIOD.
         MOVE FP-PERIOD-START TO PERIOD-START-DATE.
         MOVE FP-PERIOD-END   TO PERIOD-END-DATE.
         PERFORM LOAD-FOREIGN-INVOICES.
         OPEN OUTPUT FX-REPORT-FILE.
         PERFORM VALUE-PERIOD-RECEIPTS.
         PERFORM WRITE-CURRENCY-TOTALS.
         CLOSE FX-REPORT-FILE.
         DISPLAY "FISCAL PERIOD: " REPORT-PERIOD.
         DISPLAY "FOREIGN-CURRENCY INVOICES: " FOREIGN-INVOICE-COUNT.
         DISPLAY "RECEIPTS VALUED: " RECEIPTS-VALUED.
         DISPLAY "RECEIPTS WITH NO RATE: " RECEIPTS-UNVALUED.
         DISPLAY "NET CURRENCY GAIN/LOSS: " TOTAL-GAIN.
         IF RECEIPTS-UNVALUED > 0
             MOVE RC-WARNING TO FINAL-RETURN-CODE
         ELSE
             MOVE RC-NORMAL TO FINAL-RETURN-CODE
         END-IF.
         MOVE "E" TO LOG-EVENT-CODE.
         MOVE RECEIPTS-READ TO LOG-RECORDS-IN.
         MOVE RECEIPTS-VALUED TO LOG-RECORDS-OUT.
         MOVE RECEIPTS-UNVALUED TO LOG-RECORDS-REJ.
         PERFORM WRITE-RUN-LOG.
         STOP RUN RETURNING FINAL-RETURN-CODE.

       WRITE-RUN-LOG.
      * One standard run-log record per start and end of run, for
      * the morning batch summary.
         OPEN EXTEND RUN-LOG-FILE.
         IF RUN-LOG-STATUS = "35"
             OPEN OUTPUT RUN-LOG-FILE
         END-IF.
         MOVE "FXGAINRP" TO RLOG-PROGRAM.
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

       LOAD-FOREIGN-INVOICES.
      * Every charge on the register billed in a foreign currency,
      * with the rate it was booked at.  Credit notes are never
      * paid, and home-currency entries - including everything from
      * before currencies were carried - cannot gain or lose.
         OPEN INPUT INVOICE-REGISTER-FILE.
         IF INVOICE-REGISTER-STATUS NOT = "00"
             DISPLAY "FXGAINRP: NO INVOICE REGISTER ON FILE"
         ELSE
             READ INVOICE-REGISTER-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 IF NOT INV-IS-CREDIT AND
                    INV-EXCH-RATE NUMERIC AND
                    INV-EXCH-RATE > ZERO AND
                    INV-CURRENCY NOT = SPACES AND
                    INV-CURRENCY NOT = HOME-CURRENCY
                     PERFORM TABLE-ONE-FOREIGN-INVOICE
                 END-IF
                 READ INVOICE-REGISTER-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE INVOICE-REGISTER-FILE
         END-IF.

       TABLE-ONE-FOREIGN-INVOICE.
         IF FOREIGN-INVOICE-COUNT < 9999
             ADD 1 TO FOREIGN-INVOICE-COUNT
             SET FINV-IDX TO FOREIGN-INVOICE-COUNT
             MOVE INV-NUMBER    TO FINV-NUMBER (FINV-IDX)
             MOVE INV-CURRENCY  TO FINV-CURRENCY (FINV-IDX)
             MOVE INV-EXCH-RATE TO FINV-EXCH-RATE (FINV-IDX)
         ELSE
             DISPLAY "FXGAINRP: FOREIGN INVOICE TABLE FULL AT "
                     INV-NUMBER
         END-IF.

       VALUE-PERIOD-RECEIPTS.
         OPEN INPUT AR-RECEIPT-FILE.
         IF AR-RECEIPT-STATUS NOT = "00"
             DISPLAY "FXGAINRP: NO RECEIPTS JOURNAL ON FILE"
         ELSE
             READ AR-RECEIPT-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 IF ARR-POST-DATE >= PERIOD-START-DATE AND
                    ARR-POST-DATE <= PERIOD-END-DATE
                     ADD 1 TO RECEIPTS-READ
                     PERFORM VALUE-ONE-RECEIPT
                 END-IF
                 READ AR-RECEIPT-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE AR-RECEIPT-FILE
         END-IF.

       VALUE-ONE-RECEIPT.
      * The receipt is in the invoice's currency; a receipt against
      * a home-currency invoice is not on the table and is passed.
         IF FOREIGN-INVOICE-COUNT > 0
             SET FINV-IDX TO 1
             SEARCH FOREIGN-INVOICE-ENTRY
                 AT END CONTINUE
                 WHEN FINV-NUMBER (FINV-IDX) = ARR-INV-NUMBER
                     PERFORM PRICE-ONE-RECEIPT
             END-SEARCH
         END-IF.

       PRICE-ONE-RECEIPT.
         MOVE FINV-CURRENCY (FINV-IDX) TO EX-CURRENCY.
         MOVE ARR-PAY-DATE TO EX-DATE.
         CALL "EXCHLOOK" USING EXCHANGE-LOOKUP-PARMS.
         MOVE ARR-AMOUNT TO EDITED-AMOUNT.
         MOVE FINV-EXCH-RATE (FINV-IDX) TO EDITED-INVOICE-RATE.
         MOVE SPACES TO PRINT-LINE-WORK.
         IF EX-RATE-MISSING
             ADD 1 TO RECEIPTS-UNVALUED
             STRING "INV " ARR-INV-NUMBER " " ARR-CUST-CODE
                    " " FINV-CURRENCY (FINV-IDX)
                    " PAID " ARR-PAY-DATE " " EDITED-AMOUNT
                    " *** NO EXCHANGE RATE - NOT VALUED ***"
                 DELIMITED BY SIZE INTO PRINT-LINE-WORK
         ELSE
             ADD 1 TO RECEIPTS-VALUED
             COMPUTE HOME-AT-INVOICE ROUNDED =
                     ARR-AMOUNT * FINV-EXCH-RATE (FINV-IDX)
             COMPUTE HOME-AT-RECEIPT ROUNDED =
                     ARR-AMOUNT * EX-RATE
             COMPUTE RECEIPT-GAIN =
                     HOME-AT-RECEIPT - HOME-AT-INVOICE
             ADD HOME-AT-INVOICE TO TOTAL-HOME-AT-INVOICE
             ADD HOME-AT-RECEIPT TO TOTAL-HOME-AT-RECEIPT
             ADD RECEIPT-GAIN    TO TOTAL-GAIN
             PERFORM ADD-TO-CURRENCY-TOTAL
             MOVE EX-RATE TO EDITED-RECEIPT-RATE
             MOVE RECEIPT-GAIN TO EDITED-GAIN
             STRING "INV " ARR-INV-NUMBER " " ARR-CUST-CODE
                    " " FINV-CURRENCY (FINV-IDX)
                    " PAID " ARR-PAY-DATE " " EDITED-AMOUNT
                    " " EDITED-INVOICE-RATE
                    " " EDITED-RECEIPT-RATE
                    " " EDITED-GAIN
                 DELIMITED BY SIZE INTO PRINT-LINE-WORK
         END-IF.
         PERFORM WRITE-FX-PRINT-LINE.

       ADD-TO-CURRENCY-TOTAL.
         IF CURRENCY-COUNT > 0
             SET CTOT-IDX TO 1
             SEARCH CURRENCY-TOTAL-ENTRY
                 AT END PERFORM ADD-NEW-CURRENCY-TOTAL
                 WHEN CTOT-CURRENCY (CTOT-IDX) =
                      FINV-CURRENCY (FINV-IDX)
                     CONTINUE
             END-SEARCH
         ELSE
             PERFORM ADD-NEW-CURRENCY-TOTAL
         END-IF.
         IF CTOT-IDX <= CURRENCY-COUNT
             ADD 1 TO CTOT-RECEIPTS (CTOT-IDX)
             ADD ARR-AMOUNT TO CTOT-FOREIGN-AMOUNT (CTOT-IDX)
             ADD HOME-AT-INVOICE TO CTOT-HOME-AT-INVOICE (CTOT-IDX)
             ADD HOME-AT-RECEIPT TO CTOT-HOME-AT-RECEIPT (CTOT-IDX)
             ADD RECEIPT-GAIN TO CTOT-GAIN (CTOT-IDX)
         END-IF.

       ADD-NEW-CURRENCY-TOTAL.
         IF CURRENCY-COUNT < 100
             ADD 1 TO CURRENCY-COUNT
             SET CTOT-IDX TO CURRENCY-COUNT
             MOVE FINV-CURRENCY (FINV-IDX) TO CTOT-CURRENCY (CTOT-IDX)
             MOVE ZERO TO CTOT-RECEIPTS (CTOT-IDX)
             MOVE ZERO TO CTOT-FOREIGN-AMOUNT (CTOT-IDX)
             MOVE ZERO TO CTOT-HOME-AT-INVOICE (CTOT-IDX)
             MOVE ZERO TO CTOT-HOME-AT-RECEIPT (CTOT-IDX)
             MOVE ZERO TO CTOT-GAIN (CTOT-IDX)
         ELSE
             SET CTOT-IDX TO 101
         END-IF.

       WRITE-CURRENCY-TOTALS.
      * Totals block: each currency's receipts in the currency and
      * in home currency both ways, then the period's net gain or
      * loss.
         MOVE SPACES TO PRINT-LINE-WORK.
         PERFORM WRITE-FX-PRINT-LINE.
         IF CURRENCY-COUNT > 0
             PERFORM REPORT-ONE-CURRENCY
                 VARYING CTOT-IDX FROM 1 BY 1
                 UNTIL CTOT-IDX > CURRENCY-COUNT
         END-IF.
         MOVE TOTAL-HOME-AT-INVOICE TO EDITED-TOTAL-INVOICE.
         MOVE TOTAL-HOME-AT-RECEIPT TO EDITED-TOTAL-RECEIPT.
         MOVE TOTAL-GAIN            TO EDITED-TOTAL-GAIN.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "ALL CURRENCIES  HOME AT INVOICE " EDITED-TOTAL-INVOICE
                " AT RECEIPT " EDITED-TOTAL-RECEIPT
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-FX-PRINT-LINE.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "NET CURRENCY GAIN (LOSS) FOR PERIOD " REPORT-PERIOD
                " " EDITED-TOTAL-GAIN
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-FX-PRINT-LINE.
         IF RECEIPTS-UNVALUED > 0
             MOVE SPACES TO PRINT-LINE-WORK
             STRING "*** " RECEIPTS-UNVALUED
                    " RECEIPTS NOT VALUED - LOAD THE MISSING RATES"
                    " AND RERUN ***"
                 DELIMITED BY SIZE INTO PRINT-LINE-WORK
             PERFORM WRITE-FX-PRINT-LINE
         END-IF.

       REPORT-ONE-CURRENCY.
         MOVE CTOT-FOREIGN-AMOUNT (CTOT-IDX) TO EDITED-TOTAL-INVOICE.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "CURRENCY " CTOT-CURRENCY (CTOT-IDX)
                " RECEIPTS " CTOT-RECEIPTS (CTOT-IDX)
                " AMOUNT " EDITED-TOTAL-INVOICE
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-FX-PRINT-LINE.
         MOVE CTOT-HOME-AT-INVOICE (CTOT-IDX) TO EDITED-TOTAL-INVOICE.
         MOVE CTOT-HOME-AT-RECEIPT (CTOT-IDX) TO EDITED-TOTAL-RECEIPT.
         MOVE CTOT-GAIN (CTOT-IDX)            TO EDITED-TOTAL-GAIN.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "    HOME AT INVOICE " EDITED-TOTAL-INVOICE
                " AT RECEIPT " EDITED-TOTAL-RECEIPT
                " GAIN " EDITED-TOTAL-GAIN
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-FX-PRINT-LINE.

       WRITE-FX-PRINT-LINE.
      * Paged print discipline from the shared heading layout.
         IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
             PERFORM WRITE-FX-HEADINGS
         END-IF.
         MOVE PRINT-LINE-WORK TO FX-REPORT-REC.
         WRITE FX-REPORT-REC.
         ADD 1 TO RPT-LINE-COUNT.

       WRITE-FX-HEADINGS.
         ADD 1 TO RPT-PAGE-COUNT.
         MOVE "CURRENCY GAIN/LOSS" TO RPT-TITLE-TEXT.
         MOVE TODAY-DATE TO RPT-HEAD-DATE.
         MOVE RPT-PAGE-COUNT TO RPT-PAGE-NUMBER.
         MOVE SPACES TO FX-REPORT-REC.
         MOVE RPT-TITLE-LINE TO FX-REPORT-REC.
         WRITE FX-REPORT-REC.
         MOVE SPACES TO RPT-COLUMN-TEXT.
         STRING "PERIOD " REPORT-PERIOD
                " - INV/CUST/CUR/PAID/AMOUNT/RATES/GAIN"
             DELIMITED BY SIZE INTO RPT-COLUMN-TEXT.
         MOVE RPT-COLUMN-TEXT TO FX-REPORT-REC.
         WRITE FX-REPORT-REC.
         MOVE SPACES TO FX-REPORT-REC.
         WRITE FX-REPORT-REC.
         MOVE 3 TO RPT-LINE-COUNT.
