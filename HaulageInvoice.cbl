      * from the invoice sequence, written to the invoice register,
      * and printed in the standard report format, with control
      * totals in the central run log like every other program.
      * Credit-note transactions against an invoice already on the
      * register take their own number from the same sequence and
      * post a negative amount with a CRREASON reason code; credits
      * against one invoice can never total more than it was
      * invoiced for, and an optional re-bill at the corrected
      * distance or rate comes out in the same run.  A customer on
      * credit hold, or whose open balance - register less what the
      * receivables ledger shows paid - plus the new order would go
      * over the credit limit, has the order rejected and a severe
      * alert raised for the credit controller.  An order generated
      * from a won quote bills at the quoted rate while the quote is
      * inside its validity period (shop parameter QUOTE-VALID-DAYS)
      * and carries the quote number onto the register.  Sales tax
      * is charged at the rate in force for the customer's tax code
      * on the invoice date, and every invoice and credit carries
      * net, tax and gross.  An order naming origin and destination
      * sites is billed on the lane table's agreed distance through
      * LANELOOK; a keyed distance outside the shop's tolerance of
      * the lane, or a lane not on the table, is listed on the
      * exception report.  Orders reach this run only once their
      * proof of delivery is in: PODRUN releases delivered orders
      * from the pending-order file, and each one invoiced here has
      * its invoice number stamped back on the pending order so it
      * is never billed twice.  A shortfall-charge order from the
      * volume-commitment run bills its charge amount as its own
      * register type, with no vehicle, lane or haul behind it; it
      * is money already owed under the contract, so it is not held
      * back by the credit check.  A product with distance-band tiers
      * on RATETIER bills at its band's rate through TIERLOOK, the
      * same rate the quote and costing runs see.  A customer who
      * contracts in a foreign currency is invoiced in it: a list
      * or tier rate, or a contract or quoted rate struck in another
      * currency, is converted at the EXCHLOOK rate in force on the
      * invoice date, and the register carries that rate and the
      * home-currency equivalent alongside.  Credits and re-bills
      * stay in the currency of the invoice they correct, a credit
      * at the original's rate so it reverses exactly what was
      * booked.  With no rate for the customer's currency the order
      * is rejected rather than billed at a guess.  Run totals are
      * in home currency.  An order subcontracted to an outside
      * carrier is billed like any other haul but was worked by the
      * carrier's truck, not ours, so it needs no fleet vehicle.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HAULAGE-ORDER-FILE ASSIGN TO "HAULREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HAULAGE-ORDER-STATUS.
           SELECT PENDING-ORDER-FILE ASSIGN TO "PENDORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-ORDER-REF
               FILE STATUS IS PENDING-ORDER-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATEM-PRODUCT-CODE
               FILE STATUS IS RATE-MASTER-STATUS.
           SELECT QUOTE-REGISTER-FILE ASSIGN TO "QUOTREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QUO-NUMBER
               FILE STATUS IS QUOTE-REGISTER-STATUS.
           SELECT SHOP-PARM-FILE ASSIGN TO "SHOPPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPRM-PARM-KEY
               FILE STATUS IS SHOP-PARM-STATUS.
           SELECT TAX-RATE-FILE ASSIGN TO "TAXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAXR-KEY
               FILE STATUS IS TAX-RATE-STATUS.
           SELECT INVOICE-REGISTER-FILE ASSIGN TO "INVREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-REGISTER-STATUS.
           SELECT CREDIT-NOTE-FILE ASSIGN TO "HAULCRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREDIT-NOTE-STATUS.
           SELECT AR-LEDGER-FILE ASSIGN TO "ARLEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARL-INV-NUMBER
               ALTERNATE RECORD KEY IS ARL-CUST-CODE
                   WITH DUPLICATES
               FILE STATUS IS AR-LEDGER-STATUS.
           SELECT SHOP-ALERT-FILE ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHOP-ALERT-STATUS.
           SELECT INVOICE-SEQ-FILE ASSIGN TO "INVSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-SEQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HAULAGE-ORDER-FILE.
           COPY HAULORD.

       FD  PENDING-ORDER-FILE.
           COPY PENDORD.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.
       FD  RATE-MASTER-FILE.
           COPY RATEREC.

       FD  QUOTE-REGISTER-FILE.
           COPY QUOTREG.

       FD  SHOP-PARM-FILE.
           COPY SHOPPARM.

       FD  TAX-RATE-FILE.
           COPY TAXRATE.

       FD  INVOICE-REGISTER-FILE.
           COPY INVREG.

       FD  CREDIT-NOTE-FILE.
       01  CREDIT-NOTE-REC.
           02 CRN-INV-NUMBER           PIC 9(08).
           02 CRN-REASON-CODE          PIC X(04).
           02 CRN-CREDIT-AMOUNT        PIC 9(09)V99.
           02 CRN-REBILL-FLAG          PIC X(01).
              88 CRN-REBILL                 VALUE "Y".
           02 CRN-REBILL-DISTANCE      PIC 9(06).
           02 CRN-REBILL-RATE          PIC 9(05)V99.

       FD  AR-LEDGER-FILE.
           COPY ARLEDGR.

       FD  SHOP-ALERT-FILE.
           COPY ALERTREC.

       FD  INVOICE-SEQ-FILE.
       01  INVOICE-SEQ-REC.
           02 ISEQ-LAST-NUMBER         PIC 9(08).
       WORKING-STORAGE SECTION.
           COPY RETCODES.
        01 HAULAGE-ORDER-STATUS       PIC XX VALUE "00".
        01 PENDING-ORDER-STATUS       PIC XX VALUE "00".
        01 PENDING-ORDER-OPEN-SWITCH  PIC X VALUE "N".
           88 PENDING-ORDER-OPEN           VALUE "Y".
        01 PENDING-ORDER-FOUND-SWITCH PIC X VALUE "N".
           88 PENDING-ORDER-FOUND          VALUE "Y".
        01 CUSTOMER-MASTER-STATUS     PIC XX VALUE "00".
        01 CONTRACT-RATE-STATUS       PIC XX VALUE "00".
        01 VEHICLE-MASTER-STATUS      PIC XX VALUE "00".
        01 RATE-MASTER-STATUS         PIC XX VALUE "00".
        01 INVOICE-REGISTER-STATUS    PIC XX VALUE "00".
        01 INVOICE-SEQ-STATUS         PIC XX VALUE "00".
        01 CREDIT-NOTE-STATUS         PIC XX VALUE "00".
        01 AR-LEDGER-STATUS           PIC XX VALUE "00".
        01 SHOP-ALERT-STATUS          PIC XX VALUE "00".
        01 CREDIT-CHECK-SWITCH        PIC X VALUE "Y".
           88 CREDIT-CHECK-PASSED          VALUE "Y".
        01 ORDER-EXPOSURE             PIC S9(11)V99.
           COPY EXCHLOKP.
        01 INVOICE-CURRENCY           PIC X(03).
        01 INVOICE-EXCH-RATE          PIC 9(03)V9(06).
        01 INVOICE-RATE-DATE          PIC 9(08).
        01 INVOICE-HOME-GROSS         PIC S9(09)V99.
        01 INVOICE-HOME-TAX           PIC S9(09)V99.
        01 PRICE-CURRENCY             PIC X(03).
        01 EXCHANGE-MISSING-SWITCH    PIC X VALUE "N".
           88 EXCHANGE-MISSING             VALUE "Y".
        01 ALERT-MESSAGE-TEXT         PIC X(60).
        01 EXPO-COUNT                 PIC 9(05) VALUE ZERO.
        01 CUSTOMER-EXPOSURE-TABLE.
           02 EXPO-ENTRY OCCURS 0 TO 5000 TIMES
                  DEPENDING ON EXPO-COUNT
                  INDEXED BY EXPO-IDX.
               03 EXPO-CUST-CODE       PIC X(06).
               03 EXPO-BALANCE         PIC S9(11)V99.
        01 INVOICE-PRINT-STATUS       PIC XX VALUE "00".
        01 ORDER-REJECT-STATUS        PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 PRODUCT-FOUND                VALUE "Y".
        01 CONTRACT-USED-SWITCH       PIC X VALUE "N".
           88 CONTRACT-USED                VALUE "Y".
        01 QUOTE-USED-SWITCH          PIC X VALUE "N".
           88 QUOTE-USED                   VALUE "Y".
        01 QUOTE-REGISTER-STATUS      PIC XX VALUE "00".
        01 QUOTE-REGISTER-OPEN-SWITCH PIC X VALUE "N".
           88 QUOTE-REGISTER-OPEN          VALUE "Y".
        01 SHOP-PARM-STATUS           PIC XX VALUE "00".
        01 QUOTE-VALID-DAYS           PIC 9(03) VALUE 30.
        01 QUOTE-EXPIRY-DATE          PIC 9(08).
        01 TODAY-DATE                 PIC 9(08).
        01 INVOICE-NUMBER             PIC 9(08) VALUE ZERO.
        01 EFFECTIVE-RATE             PIC S9(05)V99.
        01 INVOICE-AMOUNT             PIC S9(09)V99.
        01 INVOICE-TAX                PIC S9(09)V99.
        01 INVOICE-GROSS              PIC S9(09)V99.
        01 CREDIT-TAX                 PIC S9(09)V99.
        01 TAX-RATE-STATUS            PIC XX VALUE "00".
        01 TAX-RATE-OPEN-SWITCH       PIC X VALUE "N".
           88 TAX-RATE-OPEN                VALUE "Y".
        01 TAX-CODE-WORK              PIC X(02).
        01 TAX-RATE-WORK              PIC 9(02)V999.
        01 TAX-SCAN-SWITCH            PIC X VALUE "N".
           88 TAX-SCAN-DONE                VALUE "Y".
        01 TAX-RATE-FOUND-SWITCH      PIC X VALUE "N".
           88 TAX-RATE-FOUND               VALUE "Y".
        01 TAXED-TOTAL                PIC S9(11)V99 VALUE ZERO.
        01 DISTANCE-MISSING-SWITCH    PIC X VALUE "N".
           88 DISTANCE-MISSING             VALUE "Y".
        01 LANE-EXCEPTIONS            PIC 9(07) VALUE ZERO.
           COPY LANELOKP.
           COPY TIERLOKP.
        01 ORDERS-READ                PIC 9(07) VALUE ZERO.
        01 INVOICES-PRODUCED          PIC 9(07) VALUE ZERO.
        01 ORDERS-REJECTED            PIC 9(07) VALUE ZERO.
        01 INVOICED-TOTAL             PIC S9(11)V99 VALUE ZERO.
        01 CREDIT-AMOUNT              PIC S9(09)V99.
        01 CREDIT-REJECT-REASON       PIC X(40).
        01 CREDITS-READ               PIC 9(07) VALUE ZERO.
        01 CREDITS-PRODUCED           PIC 9(07) VALUE ZERO.
        01 CREDITS-REJECTED           PIC 9(07) VALUE ZERO.
        01 REBILLS-PRODUCED           PIC 9(07) VALUE ZERO.
        01 CREDITED-TOTAL             PIC S9(11)V99 VALUE ZERO.
           COPY BUSDAYP.
        01 ORIG-COUNT                 PIC 9(04) VALUE ZERO.
        01 ORIGINAL-INVOICE-TABLE.
           02 ORIG-ENTRY OCCURS 0 TO 2000 TIMES
                  DEPENDING ON ORIG-COUNT
                  INDEXED BY ORIG-IDX.
               03 ORIG-INV-NUMBER      PIC 9(08).
               03 ORIG-ON-FILE-FLAG    PIC X(01).
                  88 ORIG-ON-FILE           VALUE "Y".
               03 ORIG-CUST-CODE       PIC X(06).
               03 ORIG-VEH-ID          PIC X(06).
               03 ORIG-PRODUCT-CODE    PIC X(05).
               03 ORIG-DISTANCE        PIC 9(06).
               03 ORIG-RATE            PIC S9(05)V99.
               03 ORIG-AMOUNT          PIC S9(09)V99.
               03 ORIG-CREDITED        PIC S9(09)V99.
               03 ORIG-TAX-AMOUNT      PIC S9(09)V99.
               03 ORIG-TAX-CODE        PIC X(02).
               03 ORIG-CURRENCY        PIC X(03).
               03 ORIG-EXCH-RATE       PIC 9(03)V9(06).
           COPY REFLOOKP.
           COPY RPTHEAD.
        01 PRINT-LINE-WORK            PIC X(100).
        01 RUN-LOG-STATUS             PIC XX VALUE "00".
         MOVE "S" TO LOG-EVENT-CODE.
         PERFORM WRITE-RUN-LOG.
         PERFORM NEXT-INVOICE-NUMBER.
         PERFORM READ-SHOP-PARMS.
         PERFORM LOAD-CREDITED-INVOICES.
         OPEN INPUT HAULAGE-ORDER-FILE.
         IF HAULAGE-ORDER-STATUS NOT = "00"
             DISPLAY "HAULINV: NO HAULAGE ORDERS TO INVOICE"
             IF CREDIT-NOTE-STATUS NOT = "00"
                 MOVE "E" TO LOG-EVENT-CODE
                 PERFORM WRITE-RUN-LOG
                 STOP RUN RETURNING RC-NORMAL
             END-IF
             MOVE "Y" TO END-OF-FILE-SWITCH
         END-IF.
         OPEN INPUT CUSTOMER-MASTER-FILE.
         OPEN INPUT CONTRACT-RATE-FILE.
         OPEN INPUT VEHICLE-MASTER-FILE.
         OPEN INPUT RATE-MASTER-FILE.
         OPEN INPUT QUOTE-REGISTER-FILE.
         IF QUOTE-REGISTER-STATUS = "00"
             MOVE "Y" TO QUOTE-REGISTER-OPEN-SWITCH
         END-IF.
         OPEN INPUT TAX-RATE-FILE.
         IF TAX-RATE-STATUS = "00"
             MOVE "Y" TO TAX-RATE-OPEN-SWITCH
         END-IF.
         OPEN I-O PENDING-ORDER-FILE.
         IF PENDING-ORDER-STATUS = "00"
             MOVE "Y" TO PENDING-ORDER-OPEN-SWITCH
         END-IF.
         PERFORM SCAN-REGISTER-FOR-CREDITS.
         PERFORM DEDUCT-LEDGER-PAYMENTS.
         OPEN EXTEND INVOICE-REGISTER-FILE.
         IF INVOICE-REGISTER-STATUS = "35"
             OPEN OUTPUT INVOICE-REGISTER-FILE
         END-IF.
         OPEN OUTPUT INVOICE-PRINT-FILE.
         OPEN OUTPUT ORDER-REJECT-FILE.
         IF NOT END-OF-FILE
             READ HAULAGE-ORDER-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
         END-IF.
         PERFORM UNTIL END-OF-FILE
             PERFORM INVOICE-ONE-ORDER
             READ HAULAGE-ORDER-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
         END-PERFORM.
         MOVE "N" TO END-OF-FILE-SWITCH.
         IF CREDIT-NOTE-STATUS = "00"
             PERFORM PROCESS-CREDIT-NOTES
         END-IF.
         PERFORM WRITE-INVOICE-TOTALS.
         IF HAULAGE-ORDER-STATUS = "00"
             CLOSE HAULAGE-ORDER-FILE
         END-IF.
         CLOSE CUSTOMER-MASTER-FILE
               VEHICLE-MASTER-FILE RATE-MASTER-FILE
               INVOICE-REGISTER-FILE INVOICE-PRINT-FILE
               ORDER-REJECT-FILE.
         IF CONTRACT-RATE-STATUS = "00"
             CLOSE CONTRACT-RATE-FILE
         END-IF.
         IF QUOTE-REGISTER-OPEN
             CLOSE QUOTE-REGISTER-FILE
         END-IF.
         IF TAX-RATE-OPEN
             CLOSE TAX-RATE-FILE
         END-IF.
         IF PENDING-ORDER-OPEN
             CLOSE PENDING-ORDER-FILE
         END-IF.
         PERFORM SAVE-INVOICE-NUMBER.
         DISPLAY "ORDERS READ: " ORDERS-READ.
         DISPLAY "INVOICES PRODUCED: " INVOICES-PRODUCED.
         DISPLAY "ORDERS REJECTED: " ORDERS-REJECTED.
         DISPLAY "AMOUNT INVOICED (HOME CURRENCY): " INVOICED-TOTAL.
         DISPLAY "SALES TAX CHARGED (HOME CURRENCY): " TAXED-TOTAL.
         DISPLAY "LANE DISTANCE EXCEPTIONS: " LANE-EXCEPTIONS.
         DISPLAY "CREDIT NOTES PRODUCED: " CREDITS-PRODUCED.
         DISPLAY "CREDIT NOTES REJECTED: " CREDITS-REJECTED.
         DISPLAY "RE-BILLS PRODUCED: " REBILLS-PRODUCED.
         DISPLAY "AMOUNT CREDITED (HOME CURRENCY): " CREDITED-TOTAL.
         IF ORDERS-REJECTED > 0 OR CREDITS-REJECTED > 0
             MOVE RC-WARNING TO FINAL-RETURN-CODE
         ELSE
             MOVE RC-NORMAL TO FINAL-RETURN-CODE
         END-IF.
         MOVE "E" TO LOG-EVENT-CODE.
         COMPUTE LOG-RECORDS-IN = ORDERS-READ + CREDITS-READ.
         COMPUTE LOG-RECORDS-OUT = INVOICES-PRODUCED
                                 + CREDITS-PRODUCED.
         COMPUTE LOG-RECORDS-REJ = ORDERS-REJECTED
                                 + CREDITS-REJECTED.
         PERFORM WRITE-RUN-LOG.
         MOVE FINAL-RETURN-CODE TO RETURN-CODE.
         GOBACK.
             CLOSE INVOICE-SEQ-FILE
         END-IF.

       READ-SHOP-PARMS.
      * How long a won quote's rate holds is a shop parameter, not
      * a compiled-in month.
         OPEN INPUT SHOP-PARM-FILE.
         IF SHOP-PARM-STATUS = "00"
             MOVE "QUOTE-VALID-DAYS" TO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE SPRM-PARM-VALUE TO QUOTE-VALID-DAYS
             END-READ
             CLOSE SHOP-PARM-FILE
         END-IF.

       SAVE-INVOICE-NUMBER.
         OPEN OUTPUT INVOICE-SEQ-FILE.
         MOVE INVOICE-NUMBER TO ISEQ-LAST-NUMBER.

       INVOICE-ONE-ORDER.
         ADD 1 TO ORDERS-READ.
         PERFORM FIND-PENDING-ORDER.
         MOVE HORD-CUST-CODE TO CUST-CODE.
         READ CUSTOMER-MASTER-FILE
             INVALID KEY MOVE "N" TO CUSTOMER-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO CUSTOMER-FOUND-SWITCH
         END-READ.
         MOVE "N" TO EXCHANGE-MISSING-SWITCH.
         IF CUSTOMER-FOUND
             PERFORM FIND-INVOICE-CURRENCY
         END-IF.
         MOVE HORD-VEH-ID TO VEH-ID.
         READ VEHICLE-MASTER-FILE
             INVALID KEY MOVE "N" TO VEHICLE-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO VEHICLE-FOUND-SWITCH
         END-READ.
         IF PENDING-ORDER-FOUND AND PEND-INVOICED
             MOVE SPACES TO ORDER-REJECT-REC
             STRING "REJECTED - ORDER " HORD-ORDER-REF
                    " ALREADY INVOICED ON " PEND-INV-NUMBER
                 DELIMITED BY SIZE INTO ORDER-REJECT-REC
             WRITE ORDER-REJECT-REC
             ADD 1 TO ORDERS-REJECTED
         ELSE
         IF NOT CUSTOMER-FOUND
             MOVE SPACES TO ORDER-REJECT-REC
             STRING "REJECTED - CUSTOMER " HORD-CUST-CODE
             WRITE ORDER-REJECT-REC
             ADD 1 TO ORDERS-REJECTED
         ELSE
         IF EXCHANGE-MISSING
             MOVE SPACES TO ORDER-REJECT-REC
             STRING "REJECTED - CUSTOMER " HORD-CUST-CODE
                    " NO " INVOICE-CURRENCY
                    " EXCHANGE RATE ON OR BEFORE " TODAY-DATE
                 DELIMITED BY SIZE INTO ORDER-REJECT-REC
             WRITE ORDER-REJECT-REC
             ADD 1 TO ORDERS-REJECTED
         ELSE
         IF HORD-IS-SHORTFALL
             PERFORM BILL-SHORTFALL-CHARGE
         ELSE
             IF NOT VEHICLE-FOUND AND NOT HORD-IS-SUBCONTRACTED
                 MOVE SPACES TO ORDER-REJECT-REC
                 STRING "REJECTED - VEHICLE " HORD-VEH-ID
                        " NOT ON VEHICLE-MASTER"
                 WRITE ORDER-REJECT-REC
                 ADD 1 TO ORDERS-REJECTED
             ELSE
                 PERFORM RESOLVE-ORDER-DISTANCE
                 IF DISTANCE-MISSING
                     MOVE SPACES TO ORDER-REJECT-REC
                     STRING "REJECTED - LANE " HORD-ORIGIN-SITE
                            "-" HORD-DEST-SITE
                            " NOT ON LANE TABLE, NO DISTANCE"
                         DELIMITED BY SIZE INTO ORDER-REJECT-REC
                     WRITE ORDER-REJECT-REC
                     ADD 1 TO ORDERS-REJECTED
                 ELSE
                 PERFORM FIND-EFFECTIVE-RATE
                 IF NOT PRODUCT-FOUND
                     MOVE SPACES TO ORDER-REJECT-REC
                     WRITE ORDER-REJECT-REC
                     ADD 1 TO ORDERS-REJECTED
                 ELSE
                 IF EXCHANGE-MISSING
                     MOVE SPACES TO ORDER-REJECT-REC
                     STRING "REJECTED - PRODUCT "
                            HORD-PRODUCT-CODE " PRICED IN "
                            PRICE-CURRENCY " - NO EXCHANGE RATE"
                         DELIMITED BY SIZE
                         INTO ORDER-REJECT-REC
                     WRITE ORDER-REJECT-REC
                     ADD 1 TO ORDERS-REJECTED
                 ELSE
                     COMPUTE INVOICE-AMOUNT ROUNDED =
                             HORD-DISTANCE * EFFECTIVE-RATE
                     MOVE CUST-TAX-CODE TO TAX-CODE-WORK
                     PERFORM COMPUTE-INVOICE-TAX
                     MOVE HORD-CUST-CODE TO CUST-CODE
                     PERFORM CHECK-CUSTOMER-CREDIT
                     IF CREDIT-CHECK-PASSED
                         PERFORM PRODUCE-ONE-INVOICE
                     END-IF
                 END-IF
                 END-IF
                 END-IF
             END-IF
         END-IF
         END-IF
         END-IF
         END-IF.

       BILL-SHORTFALL-CHARGE.
         MOVE "N" TO QUOTE-USED-SWITCH.
         MOVE "N" TO CONTRACT-USED-SWITCH.
         MOVE ZERO TO EFFECTIVE-RATE.
         IF HORD-CHARGE-AMOUNT NUMERIC
             MOVE HORD-CHARGE-AMOUNT TO INVOICE-AMOUNT
         ELSE
             MOVE ZERO TO INVOICE-AMOUNT
         END-IF.
         IF HORD-DISTANCE NOT NUMERIC
             MOVE ZERO TO HORD-DISTANCE
         END-IF.
         IF INVOICE-AMOUNT NOT > ZERO
             MOVE SPACES TO ORDER-REJECT-REC
             STRING "REJECTED - SHORTFALL ORDER " HORD-ORDER-REF
                    " HAS NO CHARGE AMOUNT"
                 DELIMITED BY SIZE INTO ORDER-REJECT-REC
             WRITE ORDER-REJECT-REC
             ADD 1 TO ORDERS-REJECTED
         ELSE
             MOVE CUST-TAX-CODE TO TAX-CODE-WORK
             PERFORM COMPUTE-INVOICE-TAX
             PERFORM FIND-CUSTOMER-EXPOSURE
             PERFORM PRODUCE-ONE-INVOICE
         END-IF.

       FIND-INVOICE-CURRENCY.
      * The customer's currency and the rate in force for it on the
      * invoice date; a home-currency customer converts at one.
         MOVE CUST-CURRENCY TO EX-CURRENCY.
         MOVE TODAY-DATE TO EX-DATE.
         CALL "EXCHLOOK" USING EXCHANGE-LOOKUP-PARMS.
         MOVE EX-CURRENCY  TO INVOICE-CURRENCY.
         MOVE EX-RATE      TO INVOICE-EXCH-RATE.
         MOVE EX-RATE-DATE TO INVOICE-RATE-DATE.
         IF EX-RATE-MISSING
             MOVE "Y" TO EXCHANGE-MISSING-SWITCH
         END-IF.

       CONVERT-EFFECTIVE-RATE.
      * A rate struck in a currency other than the customer's goes
      * through home currency at the invoice date's rates.
         MOVE PRICE-CURRENCY TO EX-CURRENCY.
         MOVE TODAY-DATE TO EX-DATE.
         CALL "EXCHLOOK" USING EXCHANGE-LOOKUP-PARMS.
         MOVE EX-CURRENCY TO PRICE-CURRENCY.
         IF PRICE-CURRENCY NOT = INVOICE-CURRENCY
             IF EX-RATE-MISSING
                 MOVE "Y" TO EXCHANGE-MISSING-SWITCH
             ELSE
                 COMPUTE EFFECTIVE-RATE ROUNDED =
                         EFFECTIVE-RATE * EX-RATE / INVOICE-EXCH-RATE
             END-IF
         END-IF.

       FIND-PENDING-ORDER.
      * The pending order this release came from, if it is on file,
      * so a release file run twice cannot bill an order twice.
         MOVE "N" TO PENDING-ORDER-FOUND-SWITCH.
         IF PENDING-ORDER-OPEN AND HORD-ORDER-REF NOT = SPACES
             MOVE HORD-ORDER-REF TO PEND-ORDER-REF
             READ PENDING-ORDER-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE "Y" TO PENDING-ORDER-FOUND-SWITCH
             END-READ
         END-IF.

       RESOLVE-ORDER-DISTANCE.
      * An order naming both sites bills the lane's agreed distance,
      * which replaces the keyed figure for the rest of the order;
      * the keyed figure is only checked against it.  With no lane
      * on the table the keyed distance stands, and with neither the
      * order cannot be billed.
         MOVE "N" TO DISTANCE-MISSING-SWITCH.
         IF HORD-DISTANCE NOT NUMERIC
             MOVE ZERO TO HORD-DISTANCE
         END-IF.
         IF HORD-ORIGIN-SITE NOT = SPACES AND
            HORD-DEST-SITE NOT = SPACES
             MOVE HORD-ORIGIN-SITE TO LL-ORIGIN-SITE
             MOVE HORD-DEST-SITE   TO LL-DEST-SITE
             MOVE HORD-DISTANCE    TO LL-KEYED-DISTANCE
             CALL "LANELOOK" USING LANE-LOOKUP-PARMS
             IF LL-LANE-DISAGREES
                 MOVE SPACES TO ORDER-REJECT-REC
                 STRING "LANE EXCEPTION - CUSTOMER " HORD-CUST-CODE
                        " LANE " HORD-ORIGIN-SITE "-" HORD-DEST-SITE
                        " KEYED " HORD-DISTANCE
                        " LANE " LL-LANE-DISTANCE
                     DELIMITED BY SIZE INTO ORDER-REJECT-REC
                 WRITE ORDER-REJECT-REC
                 ADD 1 TO LANE-EXCEPTIONS
             ELSE
             IF LL-LANE-MISSING
                 MOVE SPACES TO ORDER-REJECT-REC
                 STRING "LANE EXCEPTION - CUSTOMER " HORD-CUST-CODE
                        " LANE " HORD-ORIGIN-SITE "-" HORD-DEST-SITE
                        " NOT ON LANE TABLE"
                     DELIMITED BY SIZE INTO ORDER-REJECT-REC
                 WRITE ORDER-REJECT-REC
                 ADD 1 TO LANE-EXCEPTIONS
                 IF HORD-DISTANCE = ZERO
                     MOVE "Y" TO DISTANCE-MISSING-SWITCH
                 END-IF
             END-IF
             END-IF
             MOVE LL-USE-DISTANCE TO HORD-DISTANCE
         END-IF.

       FIND-EFFECTIVE-RATE.
      * Contract rate for this customer and product wins when one
      * is on file and effective; list base otherwise, at the rate
      * of the distance band the haul falls in when the product is
      * tiered.
         MOVE "N" TO PRODUCT-FOUND-SWITCH.
         MOVE "N" TO CONTRACT-USED-SWITCH.
         MOVE SPACES TO PRICE-CURRENCY.
         MOVE HORD-PRODUCT-CODE TO RATEM-PRODUCT-CODE.
         READ RATE-MASTER-FILE
             INVALID KEY
                 MOVE "N" TO PRODUCT-FOUND-SWITCH
             NOT INVALID KEY
                 MOVE "Y" TO PRODUCT-FOUND-SWITCH
                 PERFORM FIND-TIER-RATE
         END-READ.
         IF PRODUCT-FOUND AND CONTRACT-RATE-STATUS = "00"
             MOVE HORD-CUST-CODE    TO CRAT-CUST-CODE
                     IF HORD-ORDER-DATE >= CRAT-EFF-FROM AND
                        HORD-ORDER-DATE <= CRAT-EFF-TO
                         MOVE CRAT-BASE TO EFFECTIVE-RATE
                         MOVE CRAT-CURRENCY TO PRICE-CURRENCY
                         MOVE "Y" TO CONTRACT-USED-SWITCH
                     END-IF
             END-READ
         END-IF.
         MOVE "N" TO QUOTE-USED-SWITCH.
         IF PRODUCT-FOUND AND QUOTE-REGISTER-OPEN AND
            HORD-QUOTE-NUMBER NUMERIC AND HORD-QUOTE-NUMBER > ZERO
             PERFORM APPLY-QUOTED-RATE
         END-IF.
         IF PRODUCT-FOUND
             PERFORM CONVERT-EFFECTIVE-RATE
         END-IF.

       FIND-TIER-RATE.
         MOVE HORD-PRODUCT-CODE TO TL-PRODUCT-CODE.
         MOVE HORD-DISTANCE     TO TL-DISTANCE.
         MOVE RATEM-BASE        TO TL-LIST-BASE.
         CALL "TIERLOOK" USING TIER-LOOKUP-PARMS.
         MOVE TL-RATE-BASE TO EFFECTIVE-RATE.

       APPLY-QUOTED-RATE.
      * A won quote for this customer and product holds its rate
      * until QUOTE-VALID-DAYS after the quote date; past that the
      * order prices like any other.
         MOVE HORD-QUOTE-NUMBER TO QUO-NUMBER.
         READ QUOTE-REGISTER-FILE
             INVALID KEY CONTINUE
             NOT INVALID KEY
                 IF QUO-IS-WON AND
                    QUO-CUST-CODE = HORD-CUST-CODE AND
                    QUO-PRODUCT-CODE = HORD-PRODUCT-CODE AND
                    QUO-RATE NUMERIC
                     MOVE "A" TO BD-FUNCTION
                     MOVE QUO-DATE TO BD-FROM-DATE
                     MOVE QUOTE-VALID-DAYS TO BD-ADD-DAYS
                     CALL "BUSDAY" USING BUSDAY-PARMS
                     MOVE BD-RESULT-DATE TO QUOTE-EXPIRY-DATE
                     IF HORD-ORDER-DATE <= QUOTE-EXPIRY-DATE
                         MOVE QUO-RATE TO EFFECTIVE-RATE
                         MOVE QUO-CURRENCY TO PRICE-CURRENCY
                         MOVE "Y" TO QUOTE-USED-SWITCH
                         MOVE "N" TO CONTRACT-USED-SWITCH
                     END-IF
                 END-IF
         END-READ.

       COMPUTE-INVOICE-TAX.
      * Rate in force is the latest one for the tax code that took
      * effect on or before the invoice date; a blank customer code
      * bills at the standard rate, and a code with no rate on the
      * table is billed without tax and reported.
         IF TAX-CODE-WORK = SPACES OR TAX-CODE-WORK = LOW-VALUES
             MOVE "ST" TO TAX-CODE-WORK
         END-IF.
         MOVE ZERO TO TAX-RATE-WORK.
         MOVE "N" TO TAX-RATE-FOUND-SWITCH.
         IF TAX-RATE-OPEN
             MOVE TAX-CODE-WORK TO TAXR-TAX-CODE
             MOVE ZERO TO TAXR-EFF-FROM
             MOVE "N" TO TAX-SCAN-SWITCH
             START TAX-RATE-FILE KEY IS NOT LESS THAN TAXR-KEY
                 INVALID KEY MOVE "Y" TO TAX-SCAN-SWITCH
             END-START
             PERFORM UNTIL TAX-SCAN-DONE
                 READ TAX-RATE-FILE NEXT RECORD
                     AT END MOVE "Y" TO TAX-SCAN-SWITCH
                 END-READ
                 IF NOT TAX-SCAN-DONE
                     IF TAXR-TAX-CODE NOT = TAX-CODE-WORK OR
                        TAXR-EFF-FROM > TODAY-DATE
                         MOVE "Y" TO TAX-SCAN-SWITCH
                     ELSE
                         MOVE TAXR-RATE-PCT TO TAX-RATE-WORK
                         MOVE "Y" TO TAX-RATE-FOUND-SWITCH
                     END-IF
                 END-IF
             END-PERFORM
         END-IF.
         IF NOT TAX-RATE-FOUND
             DISPLAY "HAULINV: NO TAX RATE IN FORCE FOR CODE "
                     TAX-CODE-WORK " - INVOICED WITHOUT TAX"
         END-IF.
         COMPUTE INVOICE-TAX ROUNDED =
                 INVOICE-AMOUNT * TAX-RATE-WORK / 100.
         COMPUTE INVOICE-GROSS = INVOICE-AMOUNT + INVOICE-TAX.

       PRODUCE-ONE-INVOICE.
         ADD 1 TO INVOICE-NUMBER.
         PERFORM CONVERT-INVOICE-TO-HOME.
         ADD INVOICE-HOME-GROSS TO INVOICED-TOTAL.
         ADD INVOICE-HOME-TAX TO TAXED-TOTAL.
         ADD 1 TO INVOICES-PRODUCED.
         IF EXPO-IDX <= EXPO-COUNT
             ADD INVOICE-GROSS TO EXPO-BALANCE (EXPO-IDX)
         END-IF.
         MOVE INVOICE-NUMBER    TO INV-NUMBER.
         MOVE TODAY-DATE        TO INV-DATE.
         MOVE HORD-CUST-CODE    TO INV-CUST-CODE.
         MOVE HORD-PRODUCT-CODE TO INV-PRODUCT-CODE.
         MOVE HORD-DISTANCE     TO INV-DISTANCE.
         MOVE EFFECTIVE-RATE    TO INV-RATE.
         MOVE INVOICE-GROSS     TO INV-AMOUNT.
         MOVE INVOICE-AMOUNT    TO INV-NET-AMOUNT.
         MOVE INVOICE-TAX       TO INV-TAX-AMOUNT.
         MOVE TAX-CODE-WORK     TO INV-TAX-CODE.
         MOVE INVOICE-CURRENCY  TO INV-CURRENCY.
         MOVE INVOICE-EXCH-RATE TO INV-EXCH-RATE.
         MOVE INVOICE-HOME-GROSS TO INV-HOME-AMOUNT.
         IF HORD-IS-SHORTFALL
             MOVE "S"           TO INV-TYPE
         ELSE
             MOVE "I"           TO INV-TYPE
         END-IF.
         MOVE ZERO              TO INV-ORIG-NUMBER.
         MOVE SPACES            TO INV-REASON-CODE.
         IF HORD-QUOTE-NUMBER NUMERIC
             MOVE HORD-QUOTE-NUMBER TO INV-QUOTE-NUMBER
         ELSE
             MOVE ZERO TO INV-QUOTE-NUMBER
         END-IF.
         WRITE INVOICE-REGISTER-REC.
         IF PENDING-ORDER-FOUND
             MOVE "I"            TO PEND-STATUS
             MOVE INVOICE-NUMBER TO PEND-INV-NUMBER
             MOVE TODAY-DATE     TO PEND-INV-DATE
             REWRITE PENDING-ORDER-REC
         END-IF.
         MOVE SPACES TO PRINT-LINE-WORK.
         IF HORD-IS-SHORTFALL
             STRING "INVOICE " INVOICE-NUMBER
                    " " HORD-CUST-CODE " " CUST-NAME
                    " VOLUME SHORTFALL " HORD-PRODUCT-CODE
                    " = " INVOICE-AMOUNT
                 DELIMITED BY SIZE INTO PRINT-LINE-WORK
         ELSE
         IF QUOTE-USED
             STRING "INVOICE " INVOICE-NUMBER
                    " " HORD-CUST-CODE " " CUST-NAME
                    " " HORD-DISTANCE " " RATEM-UNIT
                    " AT QUOTED " EFFECTIVE-RATE
                    " = " INVOICE-AMOUNT
                 DELIMITED BY SIZE INTO PRINT-LINE-WORK
         ELSE
         IF CONTRACT-USED
             STRING "INVOICE " INVOICE-NUMBER
                    " " HORD-CUST-CODE " " CUST-NAME
                    " AT " EFFECTIVE-RATE
                    " = " INVOICE-AMOUNT
                 DELIMITED BY SIZE INTO PRINT-LINE-WORK
         END-IF
         END-IF
         END-IF.
         PERFORM WRITE-INVOICE-PRINT-LINE.
         PERFORM WRITE-INVOICE-TAX-LINE.

       WRITE-INVOICE-TAX-LINE.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "         NET " INVOICE-AMOUNT
                " TAX " TAX-CODE-WORK " " TAX-RATE-WORK
                "% " INVOICE-TAX
                " GROSS " INVOICE-GROSS " " INVOICE-CURRENCY
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-INVOICE-PRINT-LINE.
         IF INVOICE-EXCH-RATE NOT = 1
             MOVE SPACES TO PRINT-LINE-WORK
             STRING "         AT EXCHANGE RATE " INVOICE-EXCH-RATE
                    " OF " INVOICE-RATE-DATE
                    " HOME CURRENCY GROSS " INVOICE-HOME-GROSS
                 DELIMITED BY SIZE INTO PRINT-LINE-WORK
             PERFORM WRITE-INVOICE-PRINT-LINE
         END-IF.

       CONVERT-INVOICE-TO-HOME.
         COMPUTE INVOICE-HOME-GROSS ROUNDED =
                 INVOICE-GROSS * INVOICE-EXCH-RATE.
         COMPUTE INVOICE-HOME-TAX ROUNDED =
                 INVOICE-TAX * INVOICE-EXCH-RATE.

       WRITE-INVOICE-PRINT-LINE.
      * Paged print discipline from the shared heading layout.
       WRITE-INVOICE-TOTALS.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "INVOICES: " INVOICES-PRODUCED
                "  INVOICED (HOME): " INVOICED-TOTAL
                "  TAX: " TAXED-TOTAL
                "  REJECTED ORDERS: " ORDERS-REJECTED
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-INVOICE-PRINT-LINE.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "CREDIT NOTES: " CREDITS-PRODUCED
                "  CREDITED (HOME): " CREDITED-TOTAL
                "  RE-BILLS: " REBILLS-PRODUCED
                "  REJECTED CREDITS: " CREDITS-REJECTED
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-INVOICE-PRINT-LINE.

       LOAD-CREDITED-INVOICES.
      * Every invoice a credit note names is tabled once, so the
      * register pass below can pick up what it was invoiced for
      * and what has already been credited against it.
         OPEN INPUT CREDIT-NOTE-FILE.
         IF CREDIT-NOTE-STATUS = "00"
             READ CREDIT-NOTE-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 SET ORIG-IDX TO 1
                 SEARCH ORIG-ENTRY
                     AT END PERFORM ADD-NEW-ORIG-ENTRY
                     WHEN ORIG-INV-NUMBER (ORIG-IDX) = CRN-INV-NUMBER
                         CONTINUE
                 END-SEARCH
                 READ CREDIT-NOTE-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE CREDIT-NOTE-FILE
         END-IF.

       ADD-NEW-ORIG-ENTRY.
         IF ORIG-COUNT < 2000
             ADD 1 TO ORIG-COUNT
             SET ORIG-IDX TO ORIG-COUNT
             MOVE CRN-INV-NUMBER TO ORIG-INV-NUMBER (ORIG-IDX)
             MOVE "N"  TO ORIG-ON-FILE-FLAG (ORIG-IDX)
             MOVE ZERO TO ORIG-AMOUNT (ORIG-IDX)
             MOVE ZERO TO ORIG-CREDITED (ORIG-IDX)
             MOVE ZERO TO ORIG-TAX-AMOUNT (ORIG-IDX)
             MOVE SPACES TO ORIG-TAX-CODE (ORIG-IDX)
             MOVE SPACES TO ORIG-CURRENCY (ORIG-IDX)
             MOVE 1 TO ORIG-EXCH-RATE (ORIG-IDX)
         END-IF.

       SCAN-REGISTER-FOR-CREDITS.
      * One pass of the register before it is opened for extend:
      * the original invoice supplies customer, vehicle, product,
      * distance and rate for the re-bill, every earlier credit
      * note against it counts toward the credit ceiling, and every
      * entry builds its customer's billed balance for the credit
      * limit check.
         OPEN INPUT INVOICE-REGISTER-FILE.
         IF INVOICE-REGISTER-STATUS = "00"
             READ INVOICE-REGISTER-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM TABLE-ONE-REGISTER-ENTRY
                 READ INVOICE-REGISTER-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE INVOICE-REGISTER-FILE
         END-IF.

       TABLE-ONE-REGISTER-ENTRY.
         MOVE INV-CUST-CODE TO CUST-CODE.
         PERFORM FIND-CUSTOMER-EXPOSURE.
         IF EXPO-IDX <= EXPO-COUNT
             ADD INV-AMOUNT TO EXPO-BALANCE (EXPO-IDX)
         END-IF.
         IF INV-IS-CREDIT
             SET ORIG-IDX TO 1
             SEARCH ORIG-ENTRY
                 AT END CONTINUE
                 WHEN ORIG-INV-NUMBER (ORIG-IDX) = INV-ORIG-NUMBER
                     SUBTRACT INV-AMOUNT FROM ORIG-CREDITED (ORIG-IDX)
             END-SEARCH
         ELSE
             SET ORIG-IDX TO 1
             SEARCH ORIG-ENTRY
                 AT END CONTINUE
                 WHEN ORIG-INV-NUMBER (ORIG-IDX) = INV-NUMBER
                     MOVE "Y" TO ORIG-ON-FILE-FLAG (ORIG-IDX)
                     MOVE INV-CUST-CODE TO ORIG-CUST-CODE (ORIG-IDX)
                     MOVE INV-VEH-ID TO ORIG-VEH-ID (ORIG-IDX)
                     MOVE INV-PRODUCT-CODE
                         TO ORIG-PRODUCT-CODE (ORIG-IDX)
                     MOVE INV-DISTANCE TO ORIG-DISTANCE (ORIG-IDX)
                     MOVE INV-RATE TO ORIG-RATE (ORIG-IDX)
                     MOVE INV-AMOUNT TO ORIG-AMOUNT (ORIG-IDX)
                     IF INV-TAX-AMOUNT NUMERIC
                         MOVE INV-TAX-AMOUNT
                             TO ORIG-TAX-AMOUNT (ORIG-IDX)
                         MOVE INV-TAX-CODE TO ORIG-TAX-CODE (ORIG-IDX)
                     END-IF
                     IF INV-EXCH-RATE NUMERIC AND INV-EXCH-RATE > ZERO
                         MOVE INV-CURRENCY TO ORIG-CURRENCY (ORIG-IDX)
                         MOVE INV-EXCH-RATE
                             TO ORIG-EXCH-RATE (ORIG-IDX)
                     END-IF
             END-SEARCH
         END-IF.

       FIND-CUSTOMER-EXPOSURE.
      * Leaves EXPO-IDX on the customer's entry, adding one when the
      * customer is new to the table; past the table's end when it
      * is full.
         SET EXPO-IDX TO 1.
         SEARCH EXPO-ENTRY
             AT END PERFORM ADD-NEW-EXPO-ENTRY
             WHEN EXPO-CUST-CODE (EXPO-IDX) = CUST-CODE
                 CONTINUE
         END-SEARCH.

       ADD-NEW-EXPO-ENTRY.
         IF EXPO-COUNT < 5000
             ADD 1 TO EXPO-COUNT
             SET EXPO-IDX TO EXPO-COUNT
             MOVE CUST-CODE TO EXPO-CUST-CODE (EXPO-IDX)
             MOVE ZERO TO EXPO-BALANCE (EXPO-IDX)
         ELSE
             SET EXPO-IDX TO 5001
         END-IF.

       DEDUCT-LEDGER-PAYMENTS.
      * What the cash posting run has applied comes off each
      * customer's billed balance, leaving what is still open.
         OPEN INPUT AR-LEDGER-FILE.
         IF AR-LEDGER-STATUS = "00"
             MOVE LOW-VALUES TO ARL-INV-NUMBER
             START AR-LEDGER-FILE KEY IS NOT LESS THAN ARL-INV-NUMBER
                 INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
             END-START
             PERFORM UNTIL END-OF-FILE
                 READ AR-LEDGER-FILE NEXT RECORD
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
                 IF NOT END-OF-FILE AND ARL-PAID-AMOUNT NOT = ZERO
                     MOVE ARL-CUST-CODE TO CUST-CODE
                     PERFORM FIND-CUSTOMER-EXPOSURE
                     IF EXPO-IDX <= EXPO-COUNT
                         SUBTRACT ARL-PAID-AMOUNT
                             FROM EXPO-BALANCE (EXPO-IDX)
                     END-IF
                 END-IF
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE AR-LEDGER-FILE
         END-IF.

       CHECK-CUSTOMER-CREDIT.
      * Hold first, then the limit: open balance plus this order
      * against CUST-CREDIT-LIMIT, where zero means no limit set.
         MOVE "Y" TO CREDIT-CHECK-SWITCH.
         PERFORM FIND-CUSTOMER-EXPOSURE.
         IF EXPO-IDX <= EXPO-COUNT
             COMPUTE ORDER-EXPOSURE =
                     EXPO-BALANCE (EXPO-IDX) + INVOICE-GROSS
         ELSE
             MOVE INVOICE-GROSS TO ORDER-EXPOSURE
         END-IF.
         IF CUST-ON-HOLD
             MOVE "N" TO CREDIT-CHECK-SWITCH
             MOVE SPACES TO ORDER-REJECT-REC
             STRING "REJECTED - CUSTOMER " HORD-CUST-CODE
                    " IS ON CREDIT HOLD"
                 DELIMITED BY SIZE INTO ORDER-REJECT-REC
             MOVE SPACES TO ALERT-MESSAGE-TEXT
             STRING "ORDER REFUSED - CUSTOMER ON CREDIT HOLD"
                 DELIMITED BY SIZE INTO ALERT-MESSAGE-TEXT
         ELSE
         IF CUST-CREDIT-LIMIT NUMERIC AND CUST-CREDIT-LIMIT > ZERO
            AND ORDER-EXPOSURE > CUST-CREDIT-LIMIT
             MOVE "N" TO CREDIT-CHECK-SWITCH
             MOVE SPACES TO ORDER-REJECT-REC
             STRING "REJECTED - CUSTOMER " HORD-CUST-CODE
                    " OVER CREDIT LIMIT " CUST-CREDIT-LIMIT
                 DELIMITED BY SIZE INTO ORDER-REJECT-REC
             MOVE SPACES TO ALERT-MESSAGE-TEXT
             STRING "ORDER REFUSED - BALANCE " ORDER-EXPOSURE
                    " OVER LIMIT"
                 DELIMITED BY SIZE INTO ALERT-MESSAGE-TEXT
         END-IF
         END-IF.
         IF NOT CREDIT-CHECK-PASSED
             WRITE ORDER-REJECT-REC
             ADD 1 TO ORDERS-REJECTED
             PERFORM WRITE-CREDIT-ALERT
         END-IF.

       WRITE-CREDIT-ALERT.
      * Standard severity-coded alert, keyed by customer, so the
      * credit controller sees every refused order on the action
      * report.
         OPEN EXTEND SHOP-ALERT-FILE.
         IF SHOP-ALERT-STATUS = "35"
             OPEN OUTPUT SHOP-ALERT-FILE
         END-IF.
         MOVE TODAY-DATE TO ALRT-DATE.
         MOVE "HAULINV " TO ALRT-SOURCE.
         MOVE "S" TO ALRT-SEVERITY.
         MOVE HORD-CUST-CODE TO ALRT-KEY.
         MOVE ALERT-MESSAGE-TEXT TO ALRT-MESSAGE.
         WRITE SHOP-ALERT-REC.
         CLOSE SHOP-ALERT-FILE.

       PROCESS-CREDIT-NOTES.
         OPEN INPUT CREDIT-NOTE-FILE.
         READ CREDIT-NOTE-FILE
             AT END MOVE "Y" TO END-OF-FILE-SWITCH
         END-READ.
         PERFORM UNTIL END-OF-FILE
             PERFORM CREDIT-ONE-INVOICE
             READ CREDIT-NOTE-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
         END-PERFORM.
         MOVE "N" TO END-OF-FILE-SWITCH.
         CLOSE CREDIT-NOTE-FILE.

       CREDIT-ONE-INVOICE.
      * A credit amount of zero credits whatever is still uncredited
      * on the invoice - the usual full credit ahead of a re-bill.
         ADD 1 TO CREDITS-READ.
         MOVE SPACES TO CREDIT-REJECT-REASON.
         SET ORIG-IDX TO 1.
         SEARCH ORIG-ENTRY
             AT END MOVE "INVOICE NOT TABLED" TO CREDIT-REJECT-REASON
             WHEN ORIG-INV-NUMBER (ORIG-IDX) = CRN-INV-NUMBER
                 CONTINUE
         END-SEARCH.
         MOVE "CRREASON" TO RL-CODE-TYPE.
         MOVE SPACES TO RL-CODE-VALUE.
         MOVE CRN-REASON-CODE TO RL-CODE-VALUE (1:4).
         CALL "REFLOOK" USING REF-LOOKUP-PARMS.
         IF CREDIT-REJECT-REASON NOT = SPACES
             CONTINUE
         ELSE
         IF NOT ORIG-ON-FILE (ORIG-IDX)
             MOVE "INVOICE NOT ON REGISTER" TO CREDIT-REJECT-REASON
         ELSE
         IF CRN-REASON-CODE = SPACES OR
            (RL-TYPE-ON-TABLE AND NOT RL-CODE-FOUND)
             MOVE "REASON CODE NOT ON CRREASON TABLE"
                 TO CREDIT-REJECT-REASON
         ELSE
         IF CRN-CREDIT-AMOUNT NOT NUMERIC
             MOVE "CREDIT AMOUNT NOT NUMERIC" TO CREDIT-REJECT-REASON
         ELSE
             IF CRN-CREDIT-AMOUNT = ZERO
                 COMPUTE CREDIT-AMOUNT = ORIG-AMOUNT (ORIG-IDX)
                                       - ORIG-CREDITED (ORIG-IDX)
             ELSE
                 MOVE CRN-CREDIT-AMOUNT TO CREDIT-AMOUNT
             END-IF
             IF CREDIT-AMOUNT <= ZERO
                 MOVE "INVOICE ALREADY FULLY CREDITED"
                     TO CREDIT-REJECT-REASON
             ELSE
             IF ORIG-CREDITED (ORIG-IDX) + CREDIT-AMOUNT >
                ORIG-AMOUNT (ORIG-IDX)
                 MOVE "CREDITS WOULD EXCEED AMOUNT INVOICED"
                     TO CREDIT-REJECT-REASON
             END-IF
             END-IF
         END-IF
         END-IF
         END-IF
         END-IF.
         IF CREDIT-REJECT-REASON NOT = SPACES
             MOVE SPACES TO ORDER-REJECT-REC
             STRING "REJECTED - CREDIT ON INVOICE " CRN-INV-NUMBER
                    " " CREDIT-REJECT-REASON
                 DELIMITED BY SIZE INTO ORDER-REJECT-REC
             WRITE ORDER-REJECT-REC
             ADD 1 TO CREDITS-REJECTED
         ELSE
             PERFORM PRODUCE-ONE-CREDIT-NOTE
             IF CRN-REBILL
                 PERFORM PRODUCE-ONE-REBILL
             END-IF
         END-IF.

       PRODUCE-ONE-CREDIT-NOTE.
      * A credit is in the original invoice's currency and at its
      * exchange rate, so it takes off exactly the home value the
      * invoice put on.
         ADD 1 TO INVOICE-NUMBER.
         ADD CREDIT-AMOUNT TO ORIG-CREDITED (ORIG-IDX).
         MOVE ORIG-CURRENCY (ORIG-IDX)  TO INVOICE-CURRENCY.
         MOVE ORIG-EXCH-RATE (ORIG-IDX) TO INVOICE-EXCH-RATE.
         COMPUTE INVOICE-HOME-GROSS ROUNDED =
                 CREDIT-AMOUNT * INVOICE-EXCH-RATE.
         ADD INVOICE-HOME-GROSS TO CREDITED-TOTAL.
         ADD 1 TO CREDITS-PRODUCED.
         MOVE ORIG-CUST-CODE (ORIG-IDX) TO CUST-CODE.
         PERFORM FIND-CUSTOMER-EXPOSURE.
         IF EXPO-IDX <= EXPO-COUNT
             SUBTRACT CREDIT-AMOUNT FROM EXPO-BALANCE (EXPO-IDX)
         END-IF.
         MOVE INVOICE-NUMBER TO INV-NUMBER.
         MOVE TODAY-DATE     TO INV-DATE.
         MOVE ORIG-CUST-CODE (ORIG-IDX)    TO INV-CUST-CODE.
         MOVE ORIG-VEH-ID (ORIG-IDX)       TO INV-VEH-ID.
         MOVE ORIG-PRODUCT-CODE (ORIG-IDX) TO INV-PRODUCT-CODE.
         MOVE ZERO           TO INV-DISTANCE.
         MOVE ZERO           TO INV-RATE.
      * The credit is gross; its tax is the original's tax in the
      * same proportion, so a full credit reverses the tax exactly.
         IF ORIG-AMOUNT (ORIG-IDX) NOT = ZERO
             COMPUTE CREDIT-TAX ROUNDED =
                     CREDIT-AMOUNT * ORIG-TAX-AMOUNT (ORIG-IDX)
                                   / ORIG-AMOUNT (ORIG-IDX)
         ELSE
             MOVE ZERO TO CREDIT-TAX
         END-IF.
         COMPUTE INV-AMOUNT = CREDIT-AMOUNT * -1.
         COMPUTE INV-TAX-AMOUNT = CREDIT-TAX * -1.
         COMPUTE INV-NET-AMOUNT = INV-AMOUNT - INV-TAX-AMOUNT.
         MOVE ORIG-TAX-CODE (ORIG-IDX) TO INV-TAX-CODE.
         COMPUTE INVOICE-HOME-TAX ROUNDED =
                 CREDIT-TAX * INVOICE-EXCH-RATE.
         SUBTRACT INVOICE-HOME-TAX FROM TAXED-TOTAL.
         MOVE INVOICE-CURRENCY  TO INV-CURRENCY.
         MOVE INVOICE-EXCH-RATE TO INV-EXCH-RATE.
         COMPUTE INV-HOME-AMOUNT = INVOICE-HOME-GROSS * -1.
         MOVE "C"            TO INV-TYPE.
         MOVE CRN-INV-NUMBER TO INV-ORIG-NUMBER.
         MOVE CRN-REASON-CODE TO INV-REASON-CODE.
         MOVE ZERO           TO INV-QUOTE-NUMBER.
         WRITE INVOICE-REGISTER-REC.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "CREDIT NOTE " INVOICE-NUMBER
                " " ORIG-CUST-CODE (ORIG-IDX)
                " AGAINST INVOICE " CRN-INV-NUMBER
                " REASON " CRN-REASON-CODE
                " = -" CREDIT-AMOUNT " " INVOICE-CURRENCY
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-INVOICE-PRINT-LINE.

       PRODUCE-ONE-REBILL.
      * The corrected invoice repeats the original's customer,
      * vehicle, product and currency; distance and rate come off
      * the credit transaction where given and from the original
      * otherwise.  It converts at today's rate, or the original's
      * when there is none today.
         ADD 1 TO INVOICE-NUMBER.
         MOVE ORIG-CUST-CODE (ORIG-IDX) TO CUST-CODE.
         READ CUSTOMER-MASTER-FILE
             INVALID KEY MOVE SPACES TO CUST-NAME
         END-READ.
         MOVE INVOICE-NUMBER TO INV-NUMBER.
         MOVE TODAY-DATE     TO INV-DATE.
         MOVE ORIG-CUST-CODE (ORIG-IDX)    TO INV-CUST-CODE.
         MOVE ORIG-VEH-ID (ORIG-IDX)       TO INV-VEH-ID.
         MOVE ORIG-PRODUCT-CODE (ORIG-IDX) TO INV-PRODUCT-CODE.
         IF CRN-REBILL-DISTANCE NUMERIC AND
            CRN-REBILL-DISTANCE > ZERO
             MOVE CRN-REBILL-DISTANCE TO INV-DISTANCE
         ELSE
             MOVE ORIG-DISTANCE (ORIG-IDX) TO INV-DISTANCE
         END-IF.
         IF CRN-REBILL-RATE NUMERIC AND CRN-REBILL-RATE > ZERO
             MOVE CRN-REBILL-RATE TO EFFECTIVE-RATE
         ELSE
             MOVE ORIG-RATE (ORIG-IDX) TO EFFECTIVE-RATE
         END-IF.
         MOVE EFFECTIVE-RATE TO INV-RATE.
         COMPUTE INVOICE-AMOUNT ROUNDED =
                 INV-DISTANCE * EFFECTIVE-RATE.
         IF ORIG-TAX-CODE (ORIG-IDX) NOT = SPACES
             MOVE ORIG-TAX-CODE (ORIG-IDX) TO TAX-CODE-WORK
         ELSE
             MOVE CUST-TAX-CODE TO TAX-CODE-WORK
         END-IF.
         PERFORM COMPUTE-INVOICE-TAX.
         MOVE INVOICE-GROSS  TO INV-AMOUNT.
         MOVE INVOICE-AMOUNT TO INV-NET-AMOUNT.
         MOVE INVOICE-TAX    TO INV-TAX-AMOUNT.
         MOVE TAX-CODE-WORK  TO INV-TAX-CODE.
         MOVE ORIG-CURRENCY (ORIG-IDX) TO EX-CURRENCY.
         MOVE TODAY-DATE TO EX-DATE.
         CALL "EXCHLOOK" USING EXCHANGE-LOOKUP-PARMS.
         MOVE EX-CURRENCY TO INVOICE-CURRENCY.
         MOVE EX-RATE-DATE TO INVOICE-RATE-DATE.
         IF EX-RATE-MISSING
             MOVE ORIG-EXCH-RATE (ORIG-IDX) TO INVOICE-EXCH-RATE
         ELSE
             MOVE EX-RATE TO INVOICE-EXCH-RATE
         END-IF.
         PERFORM CONVERT-INVOICE-TO-HOME.
         MOVE INVOICE-CURRENCY  TO INV-CURRENCY.
         MOVE INVOICE-EXCH-RATE TO INV-EXCH-RATE.
         MOVE INVOICE-HOME-GROSS TO INV-HOME-AMOUNT.
         MOVE "R"            TO INV-TYPE.
         MOVE CRN-INV-NUMBER TO INV-ORIG-NUMBER.
         MOVE CRN-REASON-CODE TO INV-REASON-CODE.
         MOVE ZERO           TO INV-QUOTE-NUMBER.
         WRITE INVOICE-REGISTER-REC.
         ADD INVOICE-HOME-GROSS TO INVOICED-TOTAL.
         ADD INVOICE-HOME-TAX TO TAXED-TOTAL.
         ADD 1 TO INVOICES-PRODUCED.
         ADD 1 TO REBILLS-PRODUCED.
         PERFORM FIND-CUSTOMER-EXPOSURE.
         IF EXPO-IDX <= EXPO-COUNT
             ADD INVOICE-GROSS TO EXPO-BALANCE (EXPO-IDX)
         END-IF.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "INVOICE " INVOICE-NUMBER
                " " INV-CUST-CODE " " CUST-NAME
                " " INV-DISTANCE " RE-BILL OF " CRN-INV-NUMBER
                " AT " EFFECTIVE-RATE
                " = " INVOICE-AMOUNT
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-INVOICE-PRINT-LINE.
         PERFORM WRITE-INVOICE-TAX-LINE.
