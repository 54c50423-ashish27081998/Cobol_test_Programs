      * amount.  Won/lost disposition transactions post back against
      * the register, and the conversion report shows win rate by
      * product.  Quoting from a stale printout already cost us an
      * underpriced February.  A won quote whose disposition card
      * names the vehicle becomes a haulage order for the invoice
      * run automatically, quote number attached, so it bills at
      * the quoted rate instead of being re-keyed and re-priced;
      * the variance report lists every invoice on the register
      * whose amount differs from the quote it came from.  A quote
      * request naming origin and destination sites is priced on
      * the lane table's agreed distance through LANELOOK, and a
      * keyed distance that strays from the lane beyond the shop's
      * tolerance goes to the quote exception report.  A product
      * with distance-band tiers quotes at its band's rate through
      * TIERLOOK.  A customer on the master with a foreign currency
      * is quoted in it: the list or tier rate, or a contract rate
      * struck in another currency, is converted at the EXCHLOOK
      * rate in force on the quote date, and the register records
      * the currency.  With no rate for the currency the request is
      * rejected.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATEM-PRODUCT-CODE
               FILE STATUS IS RATE-MASTER-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-CODE
               FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT CONTRACT-RATE-FILE ASSIGN TO "CONTRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRAT-KEY
               FILE STATUS IS CONTRACT-RATE-STATUS.
           SELECT HAULAGE-ORDER-FILE ASSIGN TO "HAULORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HAULAGE-ORDER-STATUS.
           SELECT INVOICE-REGISTER-FILE ASSIGN TO "INVREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-REGISTER-STATUS.
           SELECT QUOTE-VARIANCE-FILE ASSIGN TO "QUOTVAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUOTE-VARIANCE-STATUS.
           SELECT QUOTE-SEQ-FILE ASSIGN TO "QUOTSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUOTE-SEQ-STATUS.
           SELECT QUOTE-RPT-FILE ASSIGN TO "QUOTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUOTE-RPT-STATUS.
           SELECT QUOTE-EXCEPTION-FILE ASSIGN TO "QUOTEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUOTE-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 QREQ-CUST-CODE           PIC X(06).
           02 QREQ-PRODUCT-CODE        PIC X(05).
           02 QREQ-DISTANCE            PIC 9(06).
           02 QREQ-ORIGIN-SITE         PIC X(06).
           02 QREQ-DEST-SITE           PIC X(06).

       FD  QUOTE-DISP-FILE.
       01  QUOTE-DISP-REC.
           02 QDSP-NUMBER              PIC 9(08).
           02 QDSP-DISPOSITION         PIC X(01).
              88 QDSP-IS-VALID             VALUE "W" "L".
              88 QDSP-IS-WON               VALUE "W".
           02 QDSP-VEH-ID              PIC X(06).
           02 QDSP-ORDER-DATE          PIC 9(08).

       FD  QUOTE-REGISTER-FILE.
           COPY QUOTREG.
       FD  RATE-MASTER-FILE.
           COPY RATEREC.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.

       FD  CONTRACT-RATE-FILE.
           COPY CONTRATE.

       FD  HAULAGE-ORDER-FILE.
           COPY HAULORD.

       FD  INVOICE-REGISTER-FILE.
           COPY INVREG.

       FD  QUOTE-VARIANCE-FILE.
       01  QUOTE-VARIANCE-REC          PIC X(100).

       FD  QUOTE-SEQ-FILE.
       01  QUOTE-SEQ-REC.
           02 QSEQ-LAST-NUMBER         PIC 9(08).
       FD  QUOTE-RPT-FILE.
       01  QUOTE-RPT-REC               PIC X(100).

       FD  QUOTE-EXCEPTION-FILE.
       01  QUOTE-EXCEPTION-REC         PIC X(100).

       WORKING-STORAGE SECTION.
           COPY RETCODES.
        01 QUOTE-REQUEST-STATUS       PIC XX VALUE "00".
        01 QUOTE-REGISTER-STATUS      PIC XX VALUE "00".
        01 RATE-MASTER-STATUS         PIC XX VALUE "00".
        01 CONTRACT-RATE-STATUS       PIC XX VALUE "00".
        01 CUSTOMER-MASTER-STATUS     PIC XX VALUE "00".
        01 QUOTE-SEQ-STATUS           PIC XX VALUE "00".
        01 QUOTE-RPT-STATUS           PIC XX VALUE "00".
        01 HAULAGE-ORDER-STATUS       PIC XX VALUE "00".
        01 INVOICE-REGISTER-STATUS    PIC XX VALUE "00".
        01 QUOTE-VARIANCE-STATUS      PIC XX VALUE "00".
        01 QUOTE-EXCEPTION-STATUS     PIC XX VALUE "00".
        01 QUOTE-DISTANCE             PIC 9(06).
        01 DISTANCE-MISSING-SWITCH    PIC X VALUE "N".
           88 DISTANCE-MISSING             VALUE "Y".
        01 LANE-EXCEPTIONS            PIC 9(05) VALUE ZERO.
           COPY LANELOKP.
           COPY TIERLOKP.
           COPY EXCHLOKP.
        01 QUOTE-CURRENCY             PIC X(03).
        01 QUOTE-EXCH-RATE            PIC 9(03)V9(06).
        01 PRICE-CURRENCY             PIC X(03).
        01 EXCHANGE-MISSING-SWITCH    PIC X VALUE "N".
           88 EXCHANGE-MISSING             VALUE "Y".
        01 ORDERS-GENERATED           PIC 9(05) VALUE ZERO.
        01 VARIANCES-LISTED           PIC 9(05) VALUE ZERO.
        01 QUOTE-VARIANCE-AMOUNT      PIC S9(09)V99.
        01 INVOICE-NET-WORK           PIC S9(09)V99.
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 PRODUCT-FOUND-SWITCH       PIC X VALUE "N".
         PERFORM PRICE-QUOTE-REQUESTS.
         PERFORM POST-DISPOSITIONS.
         PERFORM BUILD-CONVERSION-REPORT.
         PERFORM REPORT-QUOTE-VARIANCES.
         CLOSE QUOTE-REGISTER-FILE.
         PERFORM SAVE-QUOTE-NUMBER.
         DISPLAY "QUOTES PRICED: " QUOTES-PRICED.
         DISPLAY "QUOTES REJECTED: " QUOTES-REJECTED.
         DISPLAY "DISPOSITIONS POSTED: " DISPOSITIONS-POSTED.
         DISPLAY "DISPOSITIONS REJECTED: " DISPOSITIONS-REJECTED.
         DISPLAY "ORDERS GENERATED: " ORDERS-GENERATED.
         DISPLAY "INVOICES OFF QUOTE: " VARIANCES-LISTED.
         DISPLAY "LANE DISTANCE EXCEPTIONS: " LANE-EXCEPTIONS.
         IF QUOTES-REJECTED > 0 OR DISPOSITIONS-REJECTED > 0
             STOP RUN RETURNING RC-WARNING
         ELSE
         ELSE
             OPEN INPUT RATE-MASTER-FILE
             OPEN INPUT CONTRACT-RATE-FILE
             OPEN INPUT CUSTOMER-MASTER-FILE
             OPEN OUTPUT QUOTE-EXCEPTION-FILE
             MOVE SPACES TO QUOTE-EXCEPTION-REC
             STRING "QUOTE REQUEST EXCEPTIONS AS OF " TODAY-DATE
                 DELIMITED BY SIZE INTO QUOTE-EXCEPTION-REC
             WRITE QUOTE-EXCEPTION-REC
             READ QUOTE-REQUEST-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             MOVE SPACES TO QUOTE-EXCEPTION-REC
             STRING "LANE DISTANCE EXCEPTIONS: " LANE-EXCEPTIONS
                 DELIMITED BY SIZE INTO QUOTE-EXCEPTION-REC
             WRITE QUOTE-EXCEPTION-REC
             CLOSE QUOTE-EXCEPTION-FILE
             CLOSE RATE-MASTER-FILE
             IF CONTRACT-RATE-STATUS = "00"
                 CLOSE CONTRACT-RATE-FILE
             END-IF
             IF CUSTOMER-MASTER-STATUS = "00"
                 CLOSE CUSTOMER-MASTER-FILE
             END-IF
         END-IF.
         CLOSE QUOTE-REQUEST-FILE.

       PRICE-ONE-QUOTE.
         PERFORM RESOLVE-QUOTE-DISTANCE.
         PERFORM FIND-QUOTE-CURRENCY.
         MOVE "N" TO PRODUCT-FOUND-SWITCH.
         MOVE QREQ-PRODUCT-CODE TO RATEM-PRODUCT-CODE.
         READ RATE-MASTER-FILE
                     QREQ-PRODUCT-CODE " NOT ON RATE MASTER"
             ADD 1 TO QUOTES-REJECTED
         ELSE
         IF DISTANCE-MISSING
             DISPLAY "QUOTE REJECTED - LANE " QREQ-ORIGIN-SITE
                     "-" QREQ-DEST-SITE " NOT ON LANE TABLE"
                     " AND NO DISTANCE KEYED"
             ADD 1 TO QUOTES-REJECTED
         ELSE
             PERFORM FIND-TIER-RATE
             MOVE SPACES TO PRICE-CURRENCY
             IF QREQ-CUST-CODE NOT = SPACES AND
                CONTRACT-RATE-STATUS = "00"
                 MOVE QREQ-CUST-CODE    TO CRAT-CUST-CODE
                         IF TODAY-DATE >= CRAT-EFF-FROM AND
                            TODAY-DATE <= CRAT-EFF-TO
                             MOVE CRAT-BASE TO EFFECTIVE-RATE
                             MOVE CRAT-CURRENCY TO PRICE-CURRENCY
                         END-IF
                 END-READ
             END-IF
             PERFORM CONVERT-QUOTE-RATE
         IF EXCHANGE-MISSING
             DISPLAY "QUOTE REJECTED - NO EXCHANGE RATE FOR "
                     EX-CURRENCY " ON " TODAY-DATE
             ADD 1 TO QUOTES-REJECTED
         ELSE
             ADD 1 TO QUOTE-NUMBER
             COMPUTE QUOTE-AMOUNT ROUNDED =
                     QUOTE-DISTANCE * EFFECTIVE-RATE
             MOVE QUOTE-NUMBER      TO QUO-NUMBER
             MOVE TODAY-DATE        TO QUO-DATE
             MOVE QREQ-CUST-CODE    TO QUO-CUST-CODE
             MOVE QREQ-PRODUCT-CODE TO QUO-PRODUCT-CODE
             MOVE QUOTE-DISTANCE    TO QUO-DISTANCE
             MOVE QUOTE-AMOUNT      TO QUO-AMOUNT
             MOVE "O"               TO QUO-DISPOSITION
             MOVE EFFECTIVE-RATE    TO QUO-RATE
             MOVE ZERO              TO QUO-ORDER-DATE
             MOVE QREQ-ORIGIN-SITE  TO QUO-ORIGIN-SITE
             MOVE QREQ-DEST-SITE    TO QUO-DEST-SITE
             MOVE QUOTE-CURRENCY    TO QUO-CURRENCY
             WRITE QUOTE-REGISTER-REC
                 INVALID KEY
                     DISPLAY "QUOTE NUMBER COLLISION: "
                     ADD 1 TO QUOTES-PRICED
                     DISPLAY "QUOTE " QUOTE-NUMBER " "
                             QREQ-PRODUCT-CODE " "
                             QUOTE-DISTANCE " = " QUOTE-AMOUNT
                             " " QUOTE-CURRENCY
             END-WRITE
         END-IF
         END-IF
         END-IF.

       FIND-QUOTE-CURRENCY.
      * The currency the customer is quoted in and its rate on the
      * quote date; a prospect not yet on the master is quoted in
      * home currency.
         MOVE "N" TO EXCHANGE-MISSING-SWITCH.
         MOVE SPACES TO EX-CURRENCY.
         IF QREQ-CUST-CODE NOT = SPACES AND
            CUSTOMER-MASTER-STATUS = "00"
             MOVE QREQ-CUST-CODE TO CUST-CODE
             READ CUSTOMER-MASTER-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE CUST-CURRENCY TO EX-CURRENCY
             END-READ
         END-IF.
         MOVE TODAY-DATE TO EX-DATE.
         CALL "EXCHLOOK" USING EXCHANGE-LOOKUP-PARMS.
         MOVE EX-CURRENCY TO QUOTE-CURRENCY.
         MOVE EX-RATE     TO QUOTE-EXCH-RATE.
         IF EX-RATE-MISSING
             MOVE "Y" TO EXCHANGE-MISSING-SWITCH
         END-IF.

       CONVERT-QUOTE-RATE.
      * A rate struck in a currency other than the quote's goes
      * through home currency at the quote date's rates, exactly as
      * the invoice run converts it.
         IF NOT EXCHANGE-MISSING
             MOVE PRICE-CURRENCY TO EX-CURRENCY
             MOVE TODAY-DATE TO EX-DATE
             CALL "EXCHLOOK" USING EXCHANGE-LOOKUP-PARMS
             MOVE EX-CURRENCY TO PRICE-CURRENCY
             IF PRICE-CURRENCY NOT = QUOTE-CURRENCY
                 IF EX-RATE-MISSING
                     MOVE "Y" TO EXCHANGE-MISSING-SWITCH
                 ELSE
                     COMPUTE EFFECTIVE-RATE ROUNDED =
                             EFFECTIVE-RATE * EX-RATE
                             / QUOTE-EXCH-RATE
                 END-IF
             END-IF
         END-IF.

       FIND-TIER-RATE.
      * The list rate for the distance band the quoted haul falls
      * in, priced the same way the invoice run will price it; an
      * effective contract rate still overrides it.
         MOVE QREQ-PRODUCT-CODE TO TL-PRODUCT-CODE.
         MOVE QUOTE-DISTANCE    TO TL-DISTANCE.
         MOVE RATEM-BASE        TO TL-LIST-BASE.
         CALL "TIERLOOK" USING TIER-LOOKUP-PARMS.
         MOVE TL-RATE-BASE TO EFFECTIVE-RATE.

       RESOLVE-QUOTE-DISTANCE.
      * A request naming both sites is priced on the lane's agreed
      * distance; the keyed figure is only checked against it.  With
      * no lane on the table the keyed distance stands, and with
      * neither the quote cannot be priced.
         MOVE "N" TO DISTANCE-MISSING-SWITCH.
         IF QREQ-DISTANCE NUMERIC
             MOVE QREQ-DISTANCE TO QUOTE-DISTANCE
         ELSE
             MOVE ZERO TO QUOTE-DISTANCE
         END-IF.
         IF QREQ-ORIGIN-SITE NOT = SPACES AND
            QREQ-DEST-SITE NOT = SPACES
             MOVE QREQ-ORIGIN-SITE TO LL-ORIGIN-SITE
             MOVE QREQ-DEST-SITE   TO LL-DEST-SITE
             MOVE QUOTE-DISTANCE   TO LL-KEYED-DISTANCE
             CALL "LANELOOK" USING LANE-LOOKUP-PARMS
             MOVE LL-USE-DISTANCE TO QUOTE-DISTANCE
             IF LL-LANE-DISAGREES
                 MOVE SPACES TO QUOTE-EXCEPTION-REC
                 STRING "CUSTOMER " QREQ-CUST-CODE
                        " PRODUCT " QREQ-PRODUCT-CODE
                        " LANE " QREQ-ORIGIN-SITE "-" QREQ-DEST-SITE
                        " KEYED " QREQ-DISTANCE
                        " LANE " LL-LANE-DISTANCE
                        " OVER " LL-TOLERANCE-PCT " PCT"
                     DELIMITED BY SIZE INTO QUOTE-EXCEPTION-REC
                 WRITE QUOTE-EXCEPTION-REC
                 ADD 1 TO LANE-EXCEPTIONS
             ELSE
             IF LL-LANE-MISSING
                 MOVE SPACES TO QUOTE-EXCEPTION-REC
                 STRING "CUSTOMER " QREQ-CUST-CODE
                        " PRODUCT " QREQ-PRODUCT-CODE
                        " LANE " QREQ-ORIGIN-SITE "-" QREQ-DEST-SITE
                        " NOT ON LANE TABLE - KEYED "
                        QUOTE-DISTANCE " USED"
                     DELIMITED BY SIZE INTO QUOTE-EXCEPTION-REC
                 WRITE QUOTE-EXCEPTION-REC
                 ADD 1 TO LANE-EXCEPTIONS
                 IF QUOTE-DISTANCE = ZERO
                     MOVE "Y" TO DISTANCE-MISSING-SWITCH
                 END-IF
             END-IF
             END-IF
         END-IF.

       POST-DISPOSITIONS.
         IF QUOTE-DISP-STATUS NOT = "00"
             DISPLAY "NO QUOTE DISPOSITIONS TO POST"
         ELSE
             OPEN EXTEND HAULAGE-ORDER-FILE
             IF HAULAGE-ORDER-STATUS = "35"
                 OPEN OUTPUT HAULAGE-ORDER-FILE
             END-IF
             READ QUOTE-DISP-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE HAULAGE-ORDER-FILE
         END-IF.
         CLOSE QUOTE-DISP-FILE.

                 ADD 1 TO DISPOSITIONS-REJECTED
             ELSE
                 MOVE QDSP-DISPOSITION TO QUO-DISPOSITION
                 IF QDSP-IS-WON
                     PERFORM GENERATE-WON-ORDER
                 END-IF
                 REWRITE QUOTE-REGISTER-REC
                 ADD 1 TO DISPOSITIONS-POSTED
             END-IF
         END-IF.

       GENERATE-WON-ORDER.
      * One order per won quote: a quote already turned into an
      * order is not ordered twice, and a quote with no customer or
      * a disposition card with no vehicle stays for dispatch to
      * key by hand.  The order's delivery reference is "QT" and
      * the quote number, so the proof of delivery can find it.
         IF QUO-ORDER-DATE NUMERIC AND QUO-ORDER-DATE > ZERO
             DISPLAY "QUOTE " QUO-NUMBER " ALREADY ORDERED ON "
                     QUO-ORDER-DATE
         ELSE
         IF QUO-CUST-CODE = SPACES OR QDSP-VEH-ID = SPACES
             DISPLAY "QUOTE " QUO-NUMBER
                     " WON - NO CUSTOMER OR VEHICLE, ORDER NOT"
                     " GENERATED"
         ELSE
             MOVE SPACES TO HAULAGE-ORDER-REC
             MOVE QUO-CUST-CODE    TO HORD-CUST-CODE
             MOVE QDSP-VEH-ID      TO HORD-VEH-ID
             MOVE QUO-PRODUCT-CODE TO HORD-PRODUCT-CODE
             MOVE QUO-DISTANCE     TO HORD-DISTANCE
             IF QDSP-ORDER-DATE NUMERIC AND QDSP-ORDER-DATE > ZERO
                 MOVE QDSP-ORDER-DATE TO HORD-ORDER-DATE
             ELSE
                 MOVE TODAY-DATE TO HORD-ORDER-DATE
             END-IF
             MOVE QUO-NUMBER       TO HORD-QUOTE-NUMBER
             MOVE SPACES TO HORD-ORDER-REF
             STRING "QT" QUO-NUMBER
                 DELIMITED BY SIZE INTO HORD-ORDER-REF
             IF QUO-ORIGIN-SITE = LOW-VALUES
                 MOVE SPACES TO HORD-ORIGIN-SITE
                 MOVE SPACES TO HORD-DEST-SITE
             ELSE
                 MOVE QUO-ORIGIN-SITE TO HORD-ORIGIN-SITE
                 MOVE QUO-DEST-SITE   TO HORD-DEST-SITE
             END-IF
             MOVE SPACES TO HORD-DEPOT
             MOVE SPACES TO HORD-VEH-CLASS
             MOVE SPACES TO HORD-SUBCONTRACT
             MOVE SPACES TO HORD-CARRIER-CODE
             MOVE ZERO   TO HORD-CARRIER-COST
      * An ordinary haul: no order type, and the invoice prices it
      * from the quote rather than a fixed charge.
             MOVE SPACE  TO HORD-ORDER-TYPE
             MOVE ZERO   TO HORD-CHARGE-AMOUNT
             WRITE HAULAGE-ORDER-REC
             MOVE TODAY-DATE       TO QUO-ORDER-DATE
             ADD 1 TO ORDERS-GENERATED
         END-IF
         END-IF.

       REPORT-QUOTE-VARIANCES.
      * Every invoice on the register that came from a quote is
      * compared with the quoted amount; any difference is listed.
         OPEN OUTPUT QUOTE-VARIANCE-FILE.
         MOVE SPACES TO QUOTE-VARIANCE-REC.
         STRING "INVOICES DIFFERING FROM QUOTE AS OF " TODAY-DATE
             DELIMITED BY SIZE INTO QUOTE-VARIANCE-REC.
         WRITE QUOTE-VARIANCE-REC.
         OPEN INPUT INVOICE-REGISTER-FILE.
         IF INVOICE-REGISTER-STATUS = "00"
             READ INVOICE-REGISTER-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 IF NOT INV-IS-CREDIT AND
                    INV-QUOTE-NUMBER NUMERIC AND
                    INV-QUOTE-NUMBER > ZERO
                     PERFORM CHECK-ONE-QUOTE-VARIANCE
                 END-IF
                 READ INVOICE-REGISTER-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE INVOICE-REGISTER-FILE
         END-IF.
         MOVE SPACES TO QUOTE-VARIANCE-REC.
         STRING "INVOICES OFF QUOTE: " VARIANCES-LISTED
             DELIMITED BY SIZE INTO QUOTE-VARIANCE-REC.
         WRITE QUOTE-VARIANCE-REC.
         CLOSE QUOTE-VARIANCE-FILE.

       CHECK-ONE-QUOTE-VARIANCE.
         MOVE INV-QUOTE-NUMBER TO QUO-NUMBER.
         READ QUOTE-REGISTER-FILE
             INVALID KEY MOVE "N" TO QUOTE-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO QUOTE-FOUND-SWITCH
         END-READ.
         IF NOT QUOTE-FOUND
             MOVE SPACES TO QUOTE-VARIANCE-REC
             STRING "INVOICE " INV-NUMBER " " INV-CUST-CODE
                    " QUOTE " INV-QUOTE-NUMBER
                    " NOT ON QUOTE REGISTER"
                 DELIMITED BY SIZE INTO QUOTE-VARIANCE-REC
             WRITE QUOTE-VARIANCE-REC
             ADD 1 TO VARIANCES-LISTED
         ELSE
      * Quotes are priced before tax, so the comparison is on the
      * invoice's net; a register entry from before tax was carried
      * separately is all net.
         IF INV-NET-AMOUNT NUMERIC
             MOVE INV-NET-AMOUNT TO INVOICE-NET-WORK
         ELSE
             MOVE INV-AMOUNT TO INVOICE-NET-WORK
         END-IF
         IF INVOICE-NET-WORK NOT = QUO-AMOUNT
             COMPUTE QUOTE-VARIANCE-AMOUNT =
                     INVOICE-NET-WORK - QUO-AMOUNT
             MOVE SPACES TO QUOTE-VARIANCE-REC
             STRING "INVOICE " INV-NUMBER " " INV-CUST-CODE
                    " QUOTE " QUO-NUMBER
                    " QUOTED " QUO-AMOUNT
                    " INVOICED " INVOICE-NET-WORK
                    " DIFF " QUOTE-VARIANCE-AMOUNT
                 DELIMITED BY SIZE INTO QUOTE-VARIANCE-REC
             WRITE QUOTE-VARIANCE-REC
             ADD 1 TO VARIANCES-LISTED
         END-IF
         END-IF.

       BUILD-CONVERSION-REPORT.
      * One key-order pass of the register accumulating quoted,
      * won and lost per product, then the conversion percentage
