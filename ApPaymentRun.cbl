       IDENTIFICATION DIVISION.
       PROGRAM-ID.  APPAYRUN.
      * Weekly accounts-payable payment run for the outside-garage
      * vendors: every approved invoice on the payables ledger that
      * falls due by its vendor's terms before next week's run (shop
      * parameter AP-PAY-AHEAD, days ahead of today) is paid - one
      * payment per vendor on a payment file carrying the standard
      * HDR/TRL labels, and one remittance advice per vendor listing
      * the invoices that payment settles.  Each invoice paid is
      * stamped paid on the ledger with its payment number and date
      * in the same pass, so no VINV line can go out twice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-LEDGER-FILE ASSIGN TO "APLEDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-KEY
               FILE STATUS IS AP-LEDGER-STATUS.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-CODE
               FILE STATUS IS VENDOR-MASTER-STATUS.
           SELECT SHOP-PARM-FILE ASSIGN TO "SHOPPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPRM-PARM-KEY
               FILE STATUS IS SHOP-PARM-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO "APPAYMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENT-STATUS.
           SELECT SEQUENCE-CONTROL-FILE ASSIGN TO "APPAYSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEQUENCE-CONTROL-STATUS.
           SELECT REMITTANCE-FILE ASSIGN TO "APREMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REMITTANCE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AP-LEDGER-FILE.
           COPY APLEDGR.

       FD  VENDOR-MASTER-FILE.
           COPY VENDMAST.

       FD  SHOP-PARM-FILE.
           COPY SHOPPARM.

       FD  PAYMENT-FILE.
      * One payment per vendor per run, between the shared HDR/TRL
      * labels so the receiving end can prove it got the whole file.
       01  PAYMENT-REC.
           02 APAY-VENDOR-CODE         PIC X(06).
           02 APAY-VENDOR-NAME         PIC X(25).
           02 APAY-PAYMENT-NUMBER      PIC 9(08).
           02 APAY-PAY-DATE            PIC 9(08).
           02 APAY-AMOUNT              PIC 9(09)V99.
           02 APAY-INVOICE-COUNT       PIC 9(05).
           COPY FILECTL.

       FD  SEQUENCE-CONTROL-FILE.
       01  SEQUENCE-CONTROL-REC.
           02 SEQC-LAST-SEQUENCE       PIC 9(06).
           02 SEQC-LAST-PAYMENT        PIC 9(08).

       FD  REMITTANCE-FILE.
       01  REMITTANCE-REC              PIC X(100).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           COPY RETCODES.
        01 AP-LEDGER-STATUS           PIC XX VALUE "00".
        01 VENDOR-MASTER-STATUS       PIC XX VALUE "00".
        01 SHOP-PARM-STATUS           PIC XX VALUE "00".
        01 PAYMENT-STATUS             PIC XX VALUE "00".
        01 SEQUENCE-CONTROL-STATUS    PIC XX VALUE "00".
        01 REMITTANCE-STATUS          PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 LEDGER-OPEN-SWITCH         PIC X VALUE "N".
           88 LEDGER-OPEN                  VALUE "Y".
        01 VENDOR-MASTER-OPEN-SWITCH  PIC X VALUE "N".
           88 VENDOR-MASTER-OPEN           VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 PAY-AHEAD-DAYS             PIC 9(03) VALUE 7.
        01 CUTOFF-DATE                PIC 9(08).
        01 FILE-SEQUENCE              PIC 9(06) VALUE ZERO.
        01 LAST-PAYMENT-NUMBER        PIC 9(08) VALUE ZERO.
        01 CURRENT-VENDOR             PIC X(06) VALUE SPACES.
        01 CURRENT-VENDOR-NAME        PIC X(25).
        01 VENDOR-PAYMENT-AMOUNT      PIC 9(09)V99.
        01 VENDOR-INVOICE-COUNT       PIC 9(05).
        01 RUN-PAYMENT-TOTAL          PIC 9(11)V99 VALUE ZERO.
        01 LEDGER-ITEMS-READ          PIC 9(07) VALUE ZERO.
        01 INVOICES-PAID              PIC 9(07) VALUE ZERO.
        01 PAYMENTS-WRITTEN           PIC 9(09) VALUE ZERO.
        01 EDITED-LINE-AMOUNT         PIC Z(06)9.99.
        01 EDITED-PAYMENT-AMOUNT      PIC Z(08)9.99.
        01 EDITED-RUN-TOTAL           PIC Z(10)9.99.
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
         DISPLAY "APPAYRUN: PAYABLES PAYMENT RUN STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         MOVE "S" TO LOG-EVENT-CODE.
         PERFORM WRITE-RUN-LOG.
         PERFORM READ-SHOP-PARMS.
         MOVE "A" TO BD-FUNCTION.
         MOVE TODAY-DATE TO BD-FROM-DATE.
         MOVE PAY-AHEAD-DAYS TO BD-ADD-DAYS.
         CALL "BUSDAY" USING BUSDAY-PARMS.
         MOVE BD-RESULT-DATE TO CUTOFF-DATE.
         PERFORM NEXT-FILE-SEQUENCE.
         OPEN I-O AP-LEDGER-FILE.
         IF AP-LEDGER-STATUS = "00"
             MOVE "Y" TO LEDGER-OPEN-SWITCH
         ELSE
             DISPLAY "APPAYRUN: NO PAYABLES LEDGER - NOTHING TO PAY"
         END-IF.
         OPEN INPUT VENDOR-MASTER-FILE.
         IF VENDOR-MASTER-STATUS = "00"
             MOVE "Y" TO VENDOR-MASTER-OPEN-SWITCH
         END-IF.
         OPEN OUTPUT PAYMENT-FILE.
         OPEN OUTPUT REMITTANCE-FILE.
         PERFORM WRITE-PAYMENT-HEADER.
         IF LEDGER-OPEN
             PERFORM SELECT-DUE-INVOICES
             CLOSE AP-LEDGER-FILE
         END-IF.
         PERFORM WRITE-PAYMENT-TRAILER.
         PERFORM SAVE-FILE-SEQUENCE.
         IF VENDOR-MASTER-OPEN
             CLOSE VENDOR-MASTER-FILE
         END-IF.
         MOVE RUN-PAYMENT-TOTAL TO EDITED-RUN-TOTAL.
         IF PAYMENTS-WRITTEN = ZERO
             MOVE SPACES TO PRINT-LINE-WORK
             STRING "NO APPROVED INVOICES DUE ON OR BEFORE "
                    CUTOFF-DATE
                 DELIMITED BY SIZE INTO PRINT-LINE-WORK
             PERFORM WRITE-REMIT-PRINT-LINE
         END-IF.
         CLOSE PAYMENT-FILE REMITTANCE-FILE.
         DISPLAY "PAYMENT FILE SEQUENCE: " FILE-SEQUENCE.
         DISPLAY "DUE ON OR BEFORE: " CUTOFF-DATE.
         DISPLAY "INVOICES PAID: " INVOICES-PAID.
         DISPLAY "VENDOR PAYMENTS WRITTEN: " PAYMENTS-WRITTEN.
         DISPLAY "TOTAL PAID: " EDITED-RUN-TOTAL.
         MOVE RC-NORMAL TO FINAL-RETURN-CODE.
         MOVE "E" TO LOG-EVENT-CODE.
         MOVE LEDGER-ITEMS-READ TO LOG-RECORDS-IN.
         MOVE PAYMENTS-WRITTEN TO LOG-RECORDS-OUT.
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
         MOVE "APPAYRUN" TO RLOG-PROGRAM.
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
      * The run is weekly, so by default it pays everything falling
      * due before next week's run would see it; a shop that runs
      * more often sets AP-PAY-AHEAD to match.
         OPEN INPUT SHOP-PARM-FILE.
         IF SHOP-PARM-STATUS = "00"
             MOVE "AP-PAY-AHEAD    " TO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE SPRM-PARM-VALUE TO PAY-AHEAD-DAYS
             END-READ
             CLOSE SHOP-PARM-FILE
         END-IF.

       NEXT-FILE-SEQUENCE.
         OPEN INPUT SEQUENCE-CONTROL-FILE.
         IF SEQUENCE-CONTROL-STATUS = "00"
             READ SEQUENCE-CONTROL-FILE
                 AT END CONTINUE
                 NOT AT END
                     MOVE SEQC-LAST-SEQUENCE TO FILE-SEQUENCE
                     MOVE SEQC-LAST-PAYMENT  TO LAST-PAYMENT-NUMBER
             END-READ
             CLOSE SEQUENCE-CONTROL-FILE
         END-IF.
         ADD 1 TO FILE-SEQUENCE.

       SAVE-FILE-SEQUENCE.
         OPEN OUTPUT SEQUENCE-CONTROL-FILE.
         MOVE FILE-SEQUENCE       TO SEQC-LAST-SEQUENCE.
         MOVE LAST-PAYMENT-NUMBER TO SEQC-LAST-PAYMENT.
         WRITE SEQUENCE-CONTROL-REC.
         CLOSE SEQUENCE-CONTROL-FILE.

       WRITE-PAYMENT-HEADER.
         MOVE SPACES TO FILE-LABEL-REC.
         MOVE "HDR" TO FCTL-REC-TYPE.
         MOVE "APPAYRUN" TO FCTL-SOURCE.
         MOVE TODAY-DATE TO FCTL-CREATE-DATE.
         MOVE FILE-SEQUENCE TO FCTL-SEQUENCE.
         WRITE FILE-LABEL-REC.

       WRITE-PAYMENT-TRAILER.
         MOVE SPACES TO FILE-LABEL-REC.
         MOVE "TRL" TO FCTL-REC-TYPE.
         MOVE PAYMENTS-WRITTEN TO FCTL-TRL-COUNT.
         WRITE FILE-LABEL-REC.

       SELECT-DUE-INVOICES.
      * One key-order pass of the ledger, which runs vendor by
      * vendor: the first due invoice for a vendor opens its
      * payment and remittance advice, and the vendor changing
      * closes it.
         MOVE LOW-VALUES TO APL-KEY.
         START AP-LEDGER-FILE KEY IS NOT LESS THAN APL-KEY
             INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
         END-START.
         PERFORM UNTIL END-OF-FILE
             READ AP-LEDGER-FILE NEXT RECORD
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             IF NOT END-OF-FILE
                 ADD 1 TO LEDGER-ITEMS-READ
                 IF APL-IS-APPROVED AND APL-DUE-DATE <= CUTOFF-DATE
                     IF APL-VENDOR-CODE NOT = CURRENT-VENDOR
                         IF CURRENT-VENDOR NOT = SPACES
                             PERFORM FINISH-VENDOR-PAYMENT
                         END-IF
                         PERFORM START-VENDOR-PAYMENT
                     END-IF
                     PERFORM PAY-ONE-INVOICE
                 END-IF
             END-IF
         END-PERFORM.
         MOVE "N" TO END-OF-FILE-SWITCH.
         IF CURRENT-VENDOR NOT = SPACES
             PERFORM FINISH-VENDOR-PAYMENT
         END-IF.

       START-VENDOR-PAYMENT.
         MOVE APL-VENDOR-CODE TO CURRENT-VENDOR.
         ADD 1 TO LAST-PAYMENT-NUMBER.
         MOVE ZERO TO VENDOR-PAYMENT-AMOUNT.
         MOVE ZERO TO VENDOR-INVOICE-COUNT.
         MOVE "*NOT ON VENDOR MASTER*" TO CURRENT-VENDOR-NAME.
         IF VENDOR-MASTER-OPEN
             MOVE APL-VENDOR-CODE TO VEND-CODE
             READ VENDOR-MASTER-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE VEND-NAME TO CURRENT-VENDOR-NAME
             END-READ
         END-IF.
      * Every vendor's advice starts on a page of its own, so each
      * one can go in its own envelope.
         MOVE 999 TO RPT-LINE-COUNT.

       PAY-ONE-INVOICE.
         ADD APL-AMOUNT TO VENDOR-PAYMENT-AMOUNT.
         ADD 1 TO VENDOR-INVOICE-COUNT.
         ADD 1 TO INVOICES-PAID.
         MOVE "P" TO APL-STATUS.
         MOVE TODAY-DATE TO APL-PAID-DATE.
         MOVE LAST-PAYMENT-NUMBER TO APL-PAYMENT-NUMBER.
         REWRITE AP-LEDGER-REC.
         MOVE APL-AMOUNT TO EDITED-LINE-AMOUNT.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "VEHICLE " APL-VEH-ID
                "  SERVICE INTERVAL " APL-INTERVAL
                "  INVOICED " APL-INVOICE-DATE
                "  DUE " APL-DUE-DATE
                "  " EDITED-LINE-AMOUNT
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-REMIT-PRINT-LINE.

       FINISH-VENDOR-PAYMENT.
         MOVE SPACES TO PAYMENT-REC.
         MOVE CURRENT-VENDOR        TO APAY-VENDOR-CODE.
         MOVE CURRENT-VENDOR-NAME   TO APAY-VENDOR-NAME.
         MOVE LAST-PAYMENT-NUMBER   TO APAY-PAYMENT-NUMBER.
         MOVE TODAY-DATE            TO APAY-PAY-DATE.
         MOVE VENDOR-PAYMENT-AMOUNT TO APAY-AMOUNT.
         MOVE VENDOR-INVOICE-COUNT  TO APAY-INVOICE-COUNT.
         WRITE PAYMENT-REC.
         ADD 1 TO PAYMENTS-WRITTEN.
         ADD VENDOR-PAYMENT-AMOUNT TO RUN-PAYMENT-TOTAL.
         MOVE VENDOR-PAYMENT-AMOUNT TO EDITED-PAYMENT-AMOUNT.
         MOVE SPACES TO PRINT-LINE-WORK.
         PERFORM WRITE-REMIT-PRINT-LINE.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "TOTAL OF THIS PAYMENT - " VENDOR-INVOICE-COUNT
                " INVOICES" "  " EDITED-PAYMENT-AMOUNT
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-REMIT-PRINT-LINE.

       WRITE-REMIT-PRINT-LINE.
      * Paged print discipline from the shared heading layout.
         IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
             PERFORM WRITE-REMIT-HEADINGS
         END-IF.
         MOVE PRINT-LINE-WORK TO REMITTANCE-REC.
         WRITE REMITTANCE-REC.
         ADD 1 TO RPT-LINE-COUNT.

       WRITE-REMIT-HEADINGS.
      * The payee and payment number head every page of an advice.
         ADD 1 TO RPT-PAGE-COUNT.
         MOVE "REMITTANCE ADVICE" TO RPT-TITLE-TEXT.
         MOVE TODAY-DATE TO RPT-HEAD-DATE.
         MOVE RPT-PAGE-COUNT TO RPT-PAGE-NUMBER.
         MOVE SPACES TO REMITTANCE-REC.
         MOVE RPT-TITLE-LINE TO REMITTANCE-REC.
         WRITE REMITTANCE-REC.
         MOVE SPACES TO REMITTANCE-REC.
         IF CURRENT-VENDOR NOT = SPACES
             STRING "PAYEE " CURRENT-VENDOR " " CURRENT-VENDOR-NAME
                    "  PAYMENT " LAST-PAYMENT-NUMBER
                    " DATED " TODAY-DATE
                 DELIMITED BY SIZE INTO REMITTANCE-REC
         END-IF.
         WRITE REMITTANCE-REC.
         MOVE "WORK ORDER / INVOICE DATE / DUE DATE / AMOUNT PAID"
             TO RPT-COLUMN-TEXT.
         MOVE RPT-COLUMN-TEXT TO REMITTANCE-REC.
         WRITE REMITTANCE-REC.
         MOVE SPACES TO REMITTANCE-REC.
         WRITE REMITTANCE-REC.
         MOVE 4 TO RPT-LINE-COUNT.
