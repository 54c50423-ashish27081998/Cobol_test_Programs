       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PODRUN.
      * Proof-of-delivery control ahead of invoicing: every haulage
      * order captured since the last run - keyed by dispatch or
      * generated from a won quote - is put on the keyed pending-
      * order file under its delivery reference (one is assigned
      * from the order sequence when dispatch left it blank), proof-
      * of-delivery transactions - reference, delivery date, who
      * signed, clean or damaged - are posted against it, and every
      * delivered order not yet invoiced is released to the invoice
      * run's order file.  HAULINV used to bill every order the
      * night it was keyed, and most of our disputes were "we never
      * received it".  A damaged delivery raises a routine alert so
      * the claim is in hand before the customer rings.  Shortfall
      * charges from the commitment run have no delivery to prove
      * and are released on capture.  A subcontracted order keeps
      * its carrier and agreed carrier cost through to release.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HAULAGE-ORDER-FILE ASSIGN TO "HAULORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HAULAGE-ORDER-STATUS.
           SELECT POD-TRANS-FILE ASSIGN TO "PODTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POD-TRANS-STATUS.
           SELECT PENDING-ORDER-FILE ASSIGN TO "PENDORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-ORDER-REF
               FILE STATUS IS PENDING-ORDER-STATUS.
           SELECT RELEASED-ORDER-FILE ASSIGN TO "HAULREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELEASED-ORDER-STATUS.
           SELECT ORDER-SEQ-FILE ASSIGN TO "ORDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORDER-SEQ-STATUS.
           SELECT POD-LIST-FILE ASSIGN TO "PODLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POD-LIST-STATUS.
           SELECT SHOP-ALERT-FILE ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHOP-ALERT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HAULAGE-ORDER-FILE.
           COPY HAULORD.

       FD  POD-TRANS-FILE.
       01  POD-TRANS-REC.
           02 PTRN-ORDER-REF           PIC X(10).
           02 PTRN-DELIVERY-DATE       PIC 9(08).
           02 PTRN-RECEIVER-NAME       PIC X(25).
           02 PTRN-CONDITION           PIC X(01).
              88 PTRN-CONDITION-VALID       VALUE "C" "D".
              88 PTRN-DAMAGED               VALUE "D".

       FD  PENDING-ORDER-FILE.
           COPY PENDORD.

       FD  RELEASED-ORDER-FILE.
       01  RELEASED-ORDER-REC          PIC X(94).

       FD  ORDER-SEQ-FILE.
       01  ORDER-SEQ-REC.
           02 OSEQ-LAST-NUMBER         PIC 9(08).

       FD  POD-LIST-FILE.
       01  POD-LIST-REC                PIC X(100).

       FD  SHOP-ALERT-FILE.
           COPY ALERTREC.

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           COPY RETCODES.
        01 HAULAGE-ORDER-STATUS       PIC XX VALUE "00".
        01 POD-TRANS-STATUS           PIC XX VALUE "00".
        01 PENDING-ORDER-STATUS       PIC XX VALUE "00".
        01 RELEASED-ORDER-STATUS      PIC XX VALUE "00".
        01 ORDER-SEQ-STATUS           PIC XX VALUE "00".
        01 POD-LIST-STATUS            PIC XX VALUE "00".
        01 SHOP-ALERT-STATUS          PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 ORDER-FOUND-SWITCH         PIC X VALUE "N".
           88 ORDER-FOUND                  VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 ORDER-NUMBER               PIC 9(08) VALUE ZERO.
        01 ORDERS-CAPTURED            PIC 9(07) VALUE ZERO.
        01 ORDERS-NOT-CAPTURED        PIC 9(07) VALUE ZERO.
        01 PODS-READ                  PIC 9(07) VALUE ZERO.
        01 PODS-POSTED                PIC 9(07) VALUE ZERO.
        01 PODS-REJECTED              PIC 9(07) VALUE ZERO.
        01 DAMAGED-DELIVERIES         PIC 9(07) VALUE ZERO.
        01 ORDERS-RELEASED            PIC 9(07) VALUE ZERO.
        01 POD-REJECT-REASON          PIC X(40).
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
         DISPLAY "PODRUN: PROOF-OF-DELIVERY RUN STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         MOVE "S" TO LOG-EVENT-CODE.
         PERFORM WRITE-RUN-LOG.
         PERFORM NEXT-ORDER-NUMBER.
         OPEN I-O PENDING-ORDER-FILE.
         IF PENDING-ORDER-STATUS = "35"
      * First-ever run - no pending-order file yet, so create an
      * empty one rather than refuse to start.
             OPEN OUTPUT PENDING-ORDER-FILE
             CLOSE PENDING-ORDER-FILE
             OPEN I-O PENDING-ORDER-FILE
         END-IF.
         OPEN OUTPUT POD-LIST-FILE.
         MOVE SPACES TO POD-LIST-REC.
         STRING "PROOF-OF-DELIVERY RUN " TODAY-DATE
             DELIMITED BY SIZE INTO POD-LIST-REC.
         WRITE POD-LIST-REC.
         PERFORM CAPTURE-NEW-ORDERS.
         PERFORM POST-DELIVERIES.
         PERFORM RELEASE-DELIVERED-ORDERS.
         CLOSE PENDING-ORDER-FILE POD-LIST-FILE.
         PERFORM SAVE-ORDER-NUMBER.
         DISPLAY "ORDERS CAPTURED: " ORDERS-CAPTURED.
         DISPLAY "ORDERS NOT CAPTURED: " ORDERS-NOT-CAPTURED.
         DISPLAY "PODS POSTED: " PODS-POSTED.
         DISPLAY "PODS REJECTED: " PODS-REJECTED.
         DISPLAY "DAMAGED DELIVERIES: " DAMAGED-DELIVERIES.
         DISPLAY "ORDERS RELEASED TO INVOICING: " ORDERS-RELEASED.
         IF ORDERS-NOT-CAPTURED > 0 OR PODS-REJECTED > 0
             MOVE RC-WARNING TO FINAL-RETURN-CODE
         ELSE
             MOVE RC-NORMAL TO FINAL-RETURN-CODE
         END-IF.
         MOVE "E" TO LOG-EVENT-CODE.
         COMPUTE LOG-RECORDS-IN = ORDERS-CAPTURED
                                + ORDERS-NOT-CAPTURED + PODS-READ.
         MOVE ORDERS-RELEASED TO LOG-RECORDS-OUT.
         COMPUTE LOG-RECORDS-REJ = ORDERS-NOT-CAPTURED
                                 + PODS-REJECTED.
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
         MOVE "PODRUN  " TO RLOG-PROGRAM.
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

       NEXT-ORDER-NUMBER.
      * Assigned references carry on from the last run's saved
      * value, the counter-file pattern the invoice run uses.
         OPEN INPUT ORDER-SEQ-FILE.
         IF ORDER-SEQ-STATUS = "00"
             READ ORDER-SEQ-FILE
                 AT END CONTINUE
                 NOT AT END MOVE OSEQ-LAST-NUMBER
                            TO ORDER-NUMBER
             END-READ
             CLOSE ORDER-SEQ-FILE
         END-IF.

       SAVE-ORDER-NUMBER.
         OPEN OUTPUT ORDER-SEQ-FILE.
         MOVE ORDER-NUMBER TO OSEQ-LAST-NUMBER.
         WRITE ORDER-SEQ-REC.
         CLOSE ORDER-SEQ-FILE.

       CAPTURE-NEW-ORDERS.
         OPEN INPUT HAULAGE-ORDER-FILE.
         IF HAULAGE-ORDER-STATUS NOT = "00"
             DISPLAY "PODRUN: NO NEW HAULAGE ORDERS"
         ELSE
             READ HAULAGE-ORDER-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM CAPTURE-ONE-ORDER
                 READ HAULAGE-ORDER-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE HAULAGE-ORDER-FILE
         END-IF.

       CAPTURE-ONE-ORDER.
      * The order is held exactly as captured; pricing, credit and
      * lane checks all happen at invoicing, once it is delivered.
         INITIALIZE PENDING-ORDER-REC.
         IF HORD-ORDER-REF = SPACES OR HORD-ORDER-REF = LOW-VALUES
             ADD 1 TO ORDER-NUMBER
             STRING "OR" ORDER-NUMBER
                 DELIMITED BY SIZE INTO PEND-ORDER-REF
         ELSE
             MOVE HORD-ORDER-REF TO PEND-ORDER-REF
         END-IF.
         MOVE "P"               TO PEND-STATUS.
         MOVE TODAY-DATE        TO PEND-CAPTURE-DATE.
         MOVE HORD-CUST-CODE    TO PEND-CUST-CODE.
         MOVE HORD-VEH-ID       TO PEND-VEH-ID.
         MOVE HORD-PRODUCT-CODE TO PEND-PRODUCT-CODE.
         IF HORD-DISTANCE NUMERIC
             MOVE HORD-DISTANCE TO PEND-DISTANCE
         END-IF.
         IF HORD-ORDER-DATE NUMERIC AND HORD-ORDER-DATE > ZERO
             MOVE HORD-ORDER-DATE TO PEND-ORDER-DATE
         ELSE
             MOVE TODAY-DATE TO PEND-ORDER-DATE
         END-IF.
         IF HORD-QUOTE-NUMBER NUMERIC
             MOVE HORD-QUOTE-NUMBER TO PEND-QUOTE-NUMBER
         END-IF.
         MOVE HORD-ORIGIN-SITE  TO PEND-ORIGIN-SITE.
         MOVE HORD-DEST-SITE    TO PEND-DEST-SITE.
         MOVE HORD-DEPOT        TO PEND-DEPOT.
         MOVE HORD-VEH-CLASS    TO PEND-VEH-CLASS.
         IF HORD-IS-SUBCONTRACTED
             MOVE "Y"               TO PEND-SUBCONTRACT
             MOVE HORD-CARRIER-CODE TO PEND-CARRIER-CODE
             IF HORD-CARRIER-COST NUMERIC
                 MOVE HORD-CARRIER-COST TO PEND-CARRIER-COST
             END-IF
         END-IF.
         IF HORD-IS-SHORTFALL
             MOVE "S"             TO PEND-ORDER-TYPE
             MOVE "D"             TO PEND-STATUS
             MOVE PEND-ORDER-DATE TO PEND-POD-DATE
             IF HORD-CHARGE-AMOUNT NUMERIC
                 MOVE HORD-CHARGE-AMOUNT TO PEND-CHARGE-AMOUNT
             END-IF
         END-IF.
         WRITE PENDING-ORDER-REC
             INVALID KEY
                 MOVE SPACES TO POD-LIST-REC
                 STRING "ORDER NOT CAPTURED - REFERENCE "
                        PEND-ORDER-REF " ALREADY PENDING"
                        " - CUSTOMER " HORD-CUST-CODE
                     DELIMITED BY SIZE INTO POD-LIST-REC
                 WRITE POD-LIST-REC
                 ADD 1 TO ORDERS-NOT-CAPTURED
             NOT INVALID KEY
                 MOVE SPACES TO POD-LIST-REC
                 STRING "ORDER " PEND-ORDER-REF
                        " CUSTOMER " PEND-CUST-CODE
                        " VEHICLE " PEND-VEH-ID
                        " ORDERED " PEND-ORDER-DATE
                        " STATUS " PEND-STATUS
                     DELIMITED BY SIZE INTO POD-LIST-REC
                 WRITE POD-LIST-REC
                 ADD 1 TO ORDERS-CAPTURED
         END-WRITE.

       POST-DELIVERIES.
         OPEN INPUT POD-TRANS-FILE.
         IF POD-TRANS-STATUS NOT = "00"
             DISPLAY "PODRUN: NO PROOF-OF-DELIVERY TRANSACTIONS"
         ELSE
             OPEN EXTEND SHOP-ALERT-FILE
             IF SHOP-ALERT-STATUS = "35"
                 OPEN OUTPUT SHOP-ALERT-FILE
             END-IF
             READ POD-TRANS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 ADD 1 TO PODS-READ
                 PERFORM POST-ONE-DELIVERY
                 READ POD-TRANS-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE POD-TRANS-FILE SHOP-ALERT-FILE
         END-IF.

       POST-ONE-DELIVERY.
         MOVE SPACES TO POD-REJECT-REASON.
         MOVE PTRN-ORDER-REF TO PEND-ORDER-REF.
         READ PENDING-ORDER-FILE
             INVALID KEY MOVE "N" TO ORDER-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO ORDER-FOUND-SWITCH
         END-READ.
         IF NOT ORDER-FOUND
             MOVE "ORDER NOT ON PENDING FILE" TO POD-REJECT-REASON
         ELSE
         IF NOT PEND-AWAITING-POD
             MOVE "POD ALREADY RECEIVED" TO POD-REJECT-REASON
         ELSE
         IF PTRN-DELIVERY-DATE NOT NUMERIC OR
            PTRN-DELIVERY-DATE < PEND-ORDER-DATE OR
            PTRN-DELIVERY-DATE > TODAY-DATE
             MOVE "DELIVERY DATE MISSING OR OUT OF RANGE"
                 TO POD-REJECT-REASON
         ELSE
         IF PTRN-RECEIVER-NAME = SPACES
             MOVE "NO RECEIVER NAME" TO POD-REJECT-REASON
         ELSE
         IF NOT PTRN-CONDITION-VALID
             MOVE "CONDITION NOT C OR D" TO POD-REJECT-REASON
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF.
         IF POD-REJECT-REASON NOT = SPACES
             MOVE SPACES TO POD-LIST-REC
             STRING "POD REJECTED - ORDER " PTRN-ORDER-REF
                    " " POD-REJECT-REASON
                 DELIMITED BY SIZE INTO POD-LIST-REC
             WRITE POD-LIST-REC
             ADD 1 TO PODS-REJECTED
         ELSE
             MOVE "D"                TO PEND-STATUS
             MOVE PTRN-DELIVERY-DATE TO PEND-POD-DATE
             MOVE PTRN-RECEIVER-NAME TO PEND-RECEIVER-NAME
             MOVE PTRN-CONDITION     TO PEND-POD-CONDITION
             REWRITE PENDING-ORDER-REC
             ADD 1 TO PODS-POSTED
             MOVE SPACES TO POD-LIST-REC
             STRING "POD ORDER " PEND-ORDER-REF
                    " DELIVERED " PEND-POD-DATE
                    " SIGNED " PEND-RECEIVER-NAME
                    " " PEND-POD-CONDITION
                 DELIMITED BY SIZE INTO POD-LIST-REC
             WRITE POD-LIST-REC
             IF PTRN-DAMAGED
                 PERFORM WRITE-DAMAGE-ALERT
             END-IF
         END-IF.

       WRITE-DAMAGE-ALERT.
         ADD 1 TO DAMAGED-DELIVERIES.
         MOVE TODAY-DATE     TO ALRT-DATE.
         MOVE "PODRUN  "     TO ALRT-SOURCE.
         MOVE "R"            TO ALRT-SEVERITY.
         MOVE PEND-ORDER-REF TO ALRT-KEY.
         MOVE SPACES TO ALRT-MESSAGE.
         STRING "DAMAGED ON DELIVERY " PEND-POD-DATE
                " CUSTOMER " PEND-CUST-CODE
                " VEHICLE " PEND-VEH-ID
             DELIMITED BY SIZE INTO ALRT-MESSAGE.
         WRITE SHOP-ALERT-REC.

       RELEASE-DELIVERED-ORDERS.
      * Every delivered order not yet invoiced goes to the invoice
      * run, this run's PODs and any the invoice run turned away
      * before - it stamps the invoice number back when it bills.
         OPEN OUTPUT RELEASED-ORDER-FILE.
         MOVE LOW-VALUES TO PEND-ORDER-REF.
         START PENDING-ORDER-FILE KEY IS NOT LESS THAN PEND-ORDER-REF
             INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
         END-START.
         PERFORM UNTIL END-OF-FILE
             READ PENDING-ORDER-FILE NEXT RECORD
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             IF NOT END-OF-FILE AND PEND-DELIVERED
                 PERFORM RELEASE-ONE-ORDER
             END-IF
         END-PERFORM.
         MOVE "N" TO END-OF-FILE-SWITCH.
         CLOSE RELEASED-ORDER-FILE.

       RELEASE-ONE-ORDER.
         MOVE SPACES            TO HAULAGE-ORDER-REC.
         MOVE PEND-CUST-CODE    TO HORD-CUST-CODE.
         MOVE PEND-VEH-ID       TO HORD-VEH-ID.
         MOVE PEND-PRODUCT-CODE TO HORD-PRODUCT-CODE.
         MOVE PEND-DISTANCE     TO HORD-DISTANCE.
         MOVE PEND-ORDER-DATE   TO HORD-ORDER-DATE.
         MOVE PEND-QUOTE-NUMBER TO HORD-QUOTE-NUMBER.
         MOVE PEND-ORIGIN-SITE  TO HORD-ORIGIN-SITE.
         MOVE PEND-DEST-SITE    TO HORD-DEST-SITE.
         MOVE PEND-ORDER-REF    TO HORD-ORDER-REF.
         MOVE PEND-ORDER-TYPE   TO HORD-ORDER-TYPE.
         MOVE PEND-CHARGE-AMOUNT TO HORD-CHARGE-AMOUNT.
         MOVE PEND-DEPOT        TO HORD-DEPOT.
         MOVE PEND-VEH-CLASS    TO HORD-VEH-CLASS.
         IF PEND-IS-SUBCONTRACTED
             MOVE "Y"               TO HORD-SUBCONTRACT
             MOVE PEND-CARRIER-CODE TO HORD-CARRIER-CODE
             MOVE PEND-CARRIER-COST TO HORD-CARRIER-COST
         ELSE
             MOVE ZERO              TO HORD-CARRIER-COST
         END-IF.
         MOVE HAULAGE-ORDER-REC TO RELEASED-ORDER-REC.
         WRITE RELEASED-ORDER-REC.
         ADD 1 TO ORDERS-RELEASED.
