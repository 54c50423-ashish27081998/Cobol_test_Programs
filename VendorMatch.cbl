      * disagree beyond the tolerance all land on one side-by-side
      * report, the same discipline GOTOEXAMPLE applies to the
      * ledger match.  We almost paid one garage twice in June.
      * A matched invoice whose vendor agrees and whose amount is
      * inside the tolerance is approved straight onto the payables
      * ledger, due by the vendor's terms, for the weekly payment
      * run - finance no longer re-keys the match report.  An
      * invoice already on the ledger is never approved again, and
      * one already paid is reported as a duplicate.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOLERANCE-PARM-FILE ASSIGN TO "VENDTOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOLERANCE-PARM-STATUS.
           SELECT AP-LEDGER-FILE ASSIGN TO "APLEDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-KEY
               FILE STATUS IS AP-LEDGER-STATUS.
           SELECT SHOP-PARM-FILE ASSIGN TO "SHOPPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPRM-PARM-KEY
               FILE STATUS IS SHOP-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  VENDOR-TRANS-REC.
           02 VTRN-CODE                PIC X(06).
           02 VTRN-NAME                PIC X(25).
      * Blank keeps the terms on file; a new vendor with none keyed
      * takes the shop's standard terms.
           02 VTRN-TERMS-DAYS          PIC X(03).
           02 VTRN-TERMS-NUMBER REDEFINES VTRN-TERMS-DAYS
                                       PIC 9(03).

       FD  VENDOR-INVOICE-FILE.
       01  VENDOR-INVOICE-REC.
       01  TOLERANCE-PARM-REC.
           02 TOLERANCE-PARM-VALUE     PIC 9(05)V99.

       FD  AP-LEDGER-FILE.
           COPY APLEDGR.

       FD  SHOP-PARM-FILE.
           COPY SHOPPARM.

       WORKING-STORAGE SECTION.
           COPY RETCODES.
        01 VENDOR-MASTER-STATUS       PIC XX VALUE "00".
        01 WORK-ORDER-STATUS          PIC XX VALUE "00".
        01 MATCH-REPORT-STATUS        PIC XX VALUE "00".
        01 TOLERANCE-PARM-STATUS      PIC XX VALUE "00".
        01 AP-LEDGER-STATUS           PIC XX VALUE "00".
        01 SHOP-PARM-STATUS           PIC XX VALUE "00".
        01 VENDOR-ON-MASTER-SWITCH    PIC X VALUE "N".
           88 VENDOR-ON-MASTER             VALUE "Y".
        01 STANDARD-TERMS-DAYS        PIC 9(03) VALUE 30.
        01 INVOICE-TERMS-DAYS         PIC 9(03).
        01 APPROVED-COUNT             PIC 9(05) VALUE ZERO.
        01 DUPLICATE-COUNT            PIC 9(05) VALUE ZERO.
        01 UNAPPROVED-VENDOR-COUNT    PIC 9(05) VALUE ZERO.
           COPY BUSDAYP.
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 VENDOR-FOUND-SWITCH        PIC X VALUE "N".
               03 ITAB-VEH-ID          PIC X(06).
               03 ITAB-INTERVAL        PIC 9(06).
               03 ITAB-AMOUNT          PIC 9(07)V99.
               03 ITAB-INVOICE-DATE    PIC 9(08).
               03 ITAB-MATCHED-SWITCH  PIC X.
                  88 ITAB-MATCHED          VALUE "Y".

         DISPLAY "VENDMTCH: VENDOR INVOICE MATCH STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         PERFORM READ-TOLERANCE-PARM.
         PERFORM READ-SHOP-PARMS.
         OPEN I-O VENDOR-MASTER-FILE.
         IF VENDOR-MASTER-STATUS = "35"
      * First-ever run - no vendor master yet, so create an empty
             OPEN I-O VENDOR-MASTER-FILE
         END-IF.
         PERFORM PROCESS-VENDOR-TRANSACTIONS.
         OPEN I-O AP-LEDGER-FILE.
         IF AP-LEDGER-STATUS = "35"
      * First-ever run - no payables ledger yet, so create an empty
      * one rather than refuse to start.
             OPEN OUTPUT AP-LEDGER-FILE
             CLOSE AP-LEDGER-FILE
             OPEN I-O AP-LEDGER-FILE
         END-IF.
         OPEN OUTPUT MATCH-REPORT-FILE.
         PERFORM LOAD-VENDOR-INVOICES.
         PERFORM MATCH-CLOSED-ORDERS.
                "  INVOICE ONLY: " INVOICE-ONLY-COUNT
             DELIMITED BY SIZE INTO MATCH-REPORT-REC.
         WRITE MATCH-REPORT-REC.
         MOVE SPACES TO MATCH-REPORT-REC.
         STRING "APPROVED FOR PAYMENT: " APPROVED-COUNT
                "  DUPLICATES OF PAID INVOICES: " DUPLICATE-COUNT
                "  VENDOR NOT ON MASTER: " UNAPPROVED-VENDOR-COUNT
             DELIMITED BY SIZE INTO MATCH-REPORT-REC.
         WRITE MATCH-REPORT-REC.
         CLOSE MATCH-REPORT-FILE VENDOR-MASTER-FILE AP-LEDGER-FILE.
         DISPLAY "VENDOR TRANSACTIONS APPLIED: " VENDORS-APPLIED.
         DISPLAY "VENDOR TRANSACTIONS REJECTED: " VENDORS-REJECTED.
         DISPLAY "INVOICES MATCHED: " MATCHED-COUNT.
         DISPLAY "AMOUNT MISMATCHES: " MISMATCH-COUNT.
         DISPLAY "ORDERS WITHOUT INVOICE: " ORDER-ONLY-COUNT.
         DISPLAY "INVOICES WITHOUT ORDER: " INVOICE-ONLY-COUNT.
         DISPLAY "INVOICES APPROVED FOR PAYMENT: " APPROVED-COUNT.
         DISPLAY "DUPLICATES OF PAID INVOICES: " DUPLICATE-COUNT.
         DISPLAY "NOT APPROVED - VENDOR NOT ON MASTER: "
                 UNAPPROVED-VENDOR-COUNT.
         IF MISMATCH-COUNT > 0 OR ORDER-ONLY-COUNT > 0 OR
            INVOICE-ONLY-COUNT > 0 OR VENDORS-REJECTED > 0 OR
            DUPLICATE-COUNT > 0 OR UNAPPROVED-VENDOR-COUNT > 0
             STOP RUN RETURNING RC-WARNING
         ELSE
             STOP RUN RETURNING RC-NORMAL
             CLOSE TOLERANCE-PARM-FILE
         END-IF.

       READ-SHOP-PARMS.
      * The shop's standard payment terms, for a vendor with none
      * of its own on the master.
         OPEN INPUT SHOP-PARM-FILE.
         IF SHOP-PARM-STATUS = "00"
             MOVE "AP-TERMS-DAYS   " TO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE SPRM-PARM-VALUE TO STANDARD-TERMS-DAYS
             END-READ
             CLOSE SHOP-PARM-FILE
         END-IF.

       PROCESS-VENDOR-TRANSACTIONS.
      * An existing code is a name change, a new one is an add -
      * the same add-or-change posting the address file uses.
                 INVALID KEY MOVE "N" TO VENDOR-FOUND-SWITCH
                 NOT INVALID KEY MOVE "Y" TO VENDOR-FOUND-SWITCH
             END-READ
             IF NOT VENDOR-FOUND
                 MOVE ZERO TO VEND-TERMS-DAYS
             END-IF
             MOVE VTRN-CODE TO VEND-CODE
             MOVE VTRN-NAME TO VEND-NAME
             IF VTRN-TERMS-NUMBER NUMERIC
                 MOVE VTRN-TERMS-NUMBER TO VEND-TERMS-DAYS
             END-IF
             IF VENDOR-FOUND
                 REWRITE VENDOR-MASTER-REC
             ELSE
                         TO ITAB-INTERVAL (INV-IDX)
                     MOVE VINV-AMOUNT
                         TO ITAB-AMOUNT (INV-IDX)
                     MOVE VINV-INVOICE-DATE
                         TO ITAB-INVOICE-DATE (INV-IDX)
                     MOVE "N" TO ITAB-MATCHED-SWITCH (INV-IDX)
                 END-IF
                 READ VENDOR-INVOICE-FILE
                        " DIFF " AMOUNT-DIFFERENCE
                     DELIMITED BY SIZE INTO MATCH-REPORT-REC
                 WRITE MATCH-REPORT-REC
             ELSE
                 PERFORM APPROVE-MATCHED-INVOICE
             END-IF
         END-IF.

       APPROVE-MATCHED-INVOICE.
      * The invoice goes onto the payables ledger once, under the
      * key of the order it matched.  Already approved is simply
      * this month's match seeing it again; already paid is a
      * second bill for the same job and is reported, not paid.
         MOVE WO-VENDOR-CODE TO APL-VENDOR-CODE.
         MOVE WO-VEH-ID      TO APL-VEH-ID.
         MOVE WO-INTERVAL    TO APL-INTERVAL.
         READ AP-LEDGER-FILE
             INVALID KEY
                 PERFORM ADD-APPROVED-PAYABLE
             NOT INVALID KEY
                 IF APL-IS-PAID
                     ADD 1 TO DUPLICATE-COUNT
                     MOVE SPACES TO MATCH-REPORT-REC
                     STRING "ALREADY PAID - " WO-VEH-ID
                            " INTERVAL " WO-INTERVAL
                            " VENDOR " WO-VENDOR-CODE
                            " PAYMENT " APL-PAYMENT-NUMBER
                            " ON " APL-PAID-DATE
                            " - NOT REAPPROVED"
                         DELIMITED BY SIZE INTO MATCH-REPORT-REC
                     WRITE MATCH-REPORT-REC
                 END-IF
         END-READ.

       ADD-APPROVED-PAYABLE.
         MOVE WO-VENDOR-CODE TO VEND-CODE.
         READ VENDOR-MASTER-FILE
             INVALID KEY MOVE "N" TO VENDOR-ON-MASTER-SWITCH
             NOT INVALID KEY MOVE "Y" TO VENDOR-ON-MASTER-SWITCH
         END-READ.
         IF NOT VENDOR-ON-MASTER
             ADD 1 TO UNAPPROVED-VENDOR-COUNT
             MOVE SPACES TO MATCH-REPORT-REC
             STRING "NOT APPROVED - " WO-VEH-ID
                    " INTERVAL " WO-INTERVAL
                    " VENDOR " WO-VENDOR-CODE
                    " NOT ON VENDOR MASTER"
                 DELIMITED BY SIZE INTO MATCH-REPORT-REC
             WRITE MATCH-REPORT-REC
         ELSE
             IF VEND-TERMS-DAYS = ZERO
                 MOVE STANDARD-TERMS-DAYS TO INVOICE-TERMS-DAYS
             ELSE
                 MOVE VEND-TERMS-DAYS TO INVOICE-TERMS-DAYS
             END-IF
             MOVE WO-VENDOR-CODE TO APL-VENDOR-CODE
             MOVE WO-VEH-ID      TO APL-VEH-ID
             MOVE WO-INTERVAL    TO APL-INTERVAL
             IF ITAB-INVOICE-DATE (INV-IDX) NUMERIC AND
                ITAB-INVOICE-DATE (INV-IDX) > ZERO
                 MOVE ITAB-INVOICE-DATE (INV-IDX) TO APL-INVOICE-DATE
             ELSE
                 MOVE TODAY-DATE TO APL-INVOICE-DATE
             END-IF
             MOVE ITAB-AMOUNT (INV-IDX) TO APL-AMOUNT
             MOVE TODAY-DATE TO APL-APPROVED-DATE
             MOVE "A" TO BD-FUNCTION
             MOVE APL-INVOICE-DATE TO BD-FROM-DATE
             MOVE INVOICE-TERMS-DAYS TO BD-ADD-DAYS
             CALL "BUSDAY" USING BUSDAY-PARMS
             MOVE BD-RESULT-DATE TO APL-DUE-DATE
             MOVE "A" TO APL-STATUS
             MOVE ZERO TO APL-PAID-DATE
             MOVE ZERO TO APL-PAYMENT-NUMBER
             WRITE AP-LEDGER-REC
             ADD 1 TO APPROVED-COUNT
             MOVE SPACES TO MATCH-REPORT-REC
             STRING "APPROVED - " WO-VEH-ID
                    " INTERVAL " WO-INTERVAL
                    " VENDOR " WO-VENDOR-CODE
                    " AMOUNT " APL-AMOUNT
                    " DUE " APL-DUE-DATE
                 DELIMITED BY SIZE INTO MATCH-REPORT-REC
             WRITE MATCH-REPORT-REC
         END-IF.

       REPORT-UNMATCHED-INVOICES.
         IF INVOICE-COUNT > 0
             PERFORM REPORT-ONE-INVOICE
