       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PARTSPO.
      * Parts purchase orders for the garage stock room.  A "C" card
      * confirms an order the parts room has agreed from PARTSINV's
      * reorder list: part, vendor on VENDMAST, quantity and agreed
      * unit cost.  All the confirmations for one vendor in a run go
      * out as lines of one numbered PO.  A "G" card books a goods
      * receipt against a PO line - the quantity goes onto
      * PART-ON-HAND and the part's unit cost becomes the weighted
      * average of the stock already held and the stock received -
      * and an "X" card cancels whatever is still outstanding on a
      * line.  The outstanding-PO report lists every open line, and
      * what is still to come is kept on the part as PART-ON-ORDER,
      * so the reorder run stops suggesting parts that are already
      * on their way and nobody has to remember who phoned whom.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTS-MASTER-FILE ASSIGN TO "PARTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PART-NUMBER
               FILE STATUS IS PARTS-MASTER-STATUS.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO "POMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS PURCHASE-ORDER-STATUS.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-CODE
               FILE STATUS IS VENDOR-MASTER-STATUS.
           SELECT PO-TRANS-FILE ASSIGN TO "POTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-TRANS-STATUS.
           SELECT SEQUENCE-CONTROL-FILE ASSIGN TO "POSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEQUENCE-CONTROL-STATUS.
           SELECT PO-REJECT-FILE ASSIGN TO "POREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-REJECT-STATUS.
           SELECT OPEN-PO-REPORT-FILE ASSIGN TO "POOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-PO-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTS-MASTER-FILE.
           COPY PARTMAST.

       FD  PURCHASE-ORDER-FILE.
           COPY PURCHORD.

       FD  VENDOR-MASTER-FILE.
           COPY VENDMAST.

       FD  PO-TRANS-FILE.
      * Purchase-order card: "C" confirms an order for a part from
      * a vendor (PO number and line are assigned, not keyed), "G"
      * receives quantity against a PO line and "X" cancels what is
      * left of one.  A blank unit cost takes the part's current
      * cost on a "C" card and the PO line's agreed cost on a "G".
       01  PO-TRANS-REC.
           02 POTR-ACTION              PIC X(01).
              88 POTR-IS-CONFIRM           VALUE "C".
              88 POTR-IS-RECEIPT           VALUE "G".
              88 POTR-IS-CANCEL            VALUE "X".
              88 POTR-ACTION-VALID         VALUE "C" "G" "X".
           02 POTR-PART-NUMBER         PIC X(08).
           02 POTR-VENDOR-CODE         PIC X(06).
           02 POTR-PO-NUMBER           PIC 9(08).
           02 POTR-PO-LINE             PIC 9(03).
           02 POTR-QUANTITY            PIC 9(05).
           02 POTR-UNIT-COST           PIC 9(05)V99.
           02 POTR-UNIT-COST-X REDEFINES POTR-UNIT-COST
                                       PIC X(07).

       FD  SEQUENCE-CONTROL-FILE.
       01  SEQUENCE-CONTROL-REC.
           02 SEQC-LAST-PO-NUMBER      PIC 9(08).

       FD  PO-REJECT-FILE.
       01  PO-REJECT-REC               PIC X(80).

       FD  OPEN-PO-REPORT-FILE.
       01  OPEN-PO-REPORT-REC          PIC X(100).

       WORKING-STORAGE SECTION.
           COPY RETCODES.
        01 PARTS-MASTER-STATUS        PIC XX VALUE "00".
        01 PURCHASE-ORDER-STATUS      PIC XX VALUE "00".
        01 VENDOR-MASTER-STATUS       PIC XX VALUE "00".
        01 PO-TRANS-STATUS            PIC XX VALUE "00".
        01 SEQUENCE-CONTROL-STATUS    PIC XX VALUE "00".
        01 PO-REJECT-STATUS           PIC XX VALUE "00".
        01 OPEN-PO-REPORT-STATUS      PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 VENDOR-MASTER-OPEN-SWITCH  PIC X VALUE "N".
           88 VENDOR-MASTER-OPEN           VALUE "Y".
        01 PART-FOUND-SWITCH          PIC X VALUE "N".
           88 PART-FOUND                   VALUE "Y".
        01 VENDOR-FOUND-SWITCH        PIC X VALUE "N".
           88 VENDOR-FOUND                 VALUE "Y".
        01 PO-LINE-FOUND-SWITCH       PIC X VALUE "N".
           88 PO-LINE-FOUND                VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 LAST-PO-NUMBER             PIC 9(08) VALUE ZERO.
        01 ORDER-UNIT-COST            PIC 9(05)V99.
        01 RECEIPT-UNIT-COST          PIC 9(05)V99.
        01 QUANTITY-OUTSTANDING       PIC 9(05).
        01 STOCK-VALUE-HELD           PIC 9(11)V99.
        01 STOCK-VALUE-RECEIVED       PIC 9(11)V99.
        01 STOCK-AFTER-RECEIPT        PIC 9(06).
        01 OUTSTANDING-VALUE          PIC 9(09)V99.
        01 TOTAL-OUTSTANDING-VALUE    PIC 9(11)V99 VALUE ZERO.
        01 EDITED-UNIT-COST           PIC Z(04)9.99.
        01 EDITED-LINE-VALUE          PIC Z(08)9.99.
        01 EDITED-TOTAL-VALUE         PIC Z(10)9.99.
        01 TRANS-READ                 PIC 9(05) VALUE ZERO.
        01 ORDER-LINES-RAISED         PIC 9(05) VALUE ZERO.
        01 PURCHASE-ORDERS-RAISED     PIC 9(05) VALUE ZERO.
        01 RECEIPTS-BOOKED            PIC 9(05) VALUE ZERO.
        01 LINES-CANCELLED            PIC 9(05) VALUE ZERO.
        01 TRANS-REJECTED             PIC 9(05) VALUE ZERO.
        01 OPEN-LINE-COUNT            PIC 9(05) VALUE ZERO.
      * The POs raised this run, one per vendor, so each vendor's
      * confirmations become lines of the same order wherever they
      * fall in the deck.
        01 RUN-ORDER-TABLE.
           02 RUN-ORDER-COUNT         PIC 9(03) VALUE ZERO.
           02 RUN-ORDER-ENTRY OCCURS 100 TIMES
                                      INDEXED BY RO-IDX.
              03 RO-VENDOR-CODE       PIC X(06).
              03 RO-PO-NUMBER         PIC 9(08).
              03 RO-LAST-LINE         PIC 9(03).
           COPY RPTHEAD.
        01 PRINT-LINE-WORK            PIC X(100).

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "PARTSPO: PARTS PURCHASE ORDER RUN STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         OPEN I-O PARTS-MASTER-FILE.
         IF PARTS-MASTER-STATUS = "35"
      * First-ever run - no parts master yet, so create an empty
      * one rather than refuse to start.
             OPEN OUTPUT PARTS-MASTER-FILE
             CLOSE PARTS-MASTER-FILE
             OPEN I-O PARTS-MASTER-FILE
         END-IF.
         OPEN I-O PURCHASE-ORDER-FILE.
         IF PURCHASE-ORDER-STATUS = "35"
      * First-ever run - no purchase orders yet, so create an
      * empty file rather than refuse to start.
             OPEN OUTPUT PURCHASE-ORDER-FILE
             CLOSE PURCHASE-ORDER-FILE
             OPEN I-O PURCHASE-ORDER-FILE
         END-IF.
         OPEN INPUT VENDOR-MASTER-FILE.
         IF VENDOR-MASTER-STATUS = "00"
             MOVE "Y" TO VENDOR-MASTER-OPEN-SWITCH
         ELSE
             DISPLAY "PARTSPO: NO VENDOR MASTER - NO ORDERS CAN BE "
                     "CONFIRMED"
         END-IF.
         PERFORM READ-LAST-PO-NUMBER.
         OPEN OUTPUT PO-REJECT-FILE.
         PERFORM PROCESS-PO-TRANSACTIONS.
         PERFORM SAVE-LAST-PO-NUMBER.
         PERFORM BUILD-OPEN-PO-REPORT.
         IF VENDOR-MASTER-OPEN
             CLOSE VENDOR-MASTER-FILE
         END-IF.
         CLOSE PARTS-MASTER-FILE PURCHASE-ORDER-FILE PO-REJECT-FILE.
         DISPLAY "PO TRANSACTIONS READ: " TRANS-READ.
         DISPLAY "PURCHASE ORDERS RAISED: " PURCHASE-ORDERS-RAISED.
         DISPLAY "ORDER LINES RAISED: " ORDER-LINES-RAISED.
         DISPLAY "GOODS RECEIPTS BOOKED: " RECEIPTS-BOOKED.
         DISPLAY "ORDER LINES CANCELLED: " LINES-CANCELLED.
         DISPLAY "PO TRANSACTIONS REJECTED: " TRANS-REJECTED.
         DISPLAY "OPEN ORDER LINES: " OPEN-LINE-COUNT.
         IF TRANS-REJECTED > 0
             STOP RUN RETURNING RC-WARNING
         ELSE
             STOP RUN RETURNING RC-NORMAL
         END-IF.

       READ-LAST-PO-NUMBER.
         OPEN INPUT SEQUENCE-CONTROL-FILE.
         IF SEQUENCE-CONTROL-STATUS = "00"
             READ SEQUENCE-CONTROL-FILE
                 AT END CONTINUE
                 NOT AT END
                     MOVE SEQC-LAST-PO-NUMBER TO LAST-PO-NUMBER
             END-READ
             CLOSE SEQUENCE-CONTROL-FILE
         END-IF.

       SAVE-LAST-PO-NUMBER.
         OPEN OUTPUT SEQUENCE-CONTROL-FILE.
         MOVE LAST-PO-NUMBER TO SEQC-LAST-PO-NUMBER.
         WRITE SEQUENCE-CONTROL-REC.
         CLOSE SEQUENCE-CONTROL-FILE.

       PROCESS-PO-TRANSACTIONS.
         OPEN INPUT PO-TRANS-FILE.
         IF PO-TRANS-STATUS NOT = "00"
             DISPLAY "NO PURCHASE ORDER TRANSACTIONS TO PROCESS"
         ELSE
             READ PO-TRANS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 ADD 1 TO TRANS-READ
                 PERFORM APPLY-ONE-PO-TRANS
                 READ PO-TRANS-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
         END-IF.
         CLOSE PO-TRANS-FILE.

       APPLY-ONE-PO-TRANS.
         IF NOT POTR-ACTION-VALID
             MOVE SPACES TO PO-REJECT-REC
             STRING "REJECTED - BAD PO ACTION " POTR-ACTION
                    " FOR " POTR-PART-NUMBER
                 DELIMITED BY SIZE INTO PO-REJECT-REC
             WRITE PO-REJECT-REC
             ADD 1 TO TRANS-REJECTED
         ELSE
             IF POTR-IS-CONFIRM
                 PERFORM CONFIRM-ONE-ORDER
             ELSE
                 PERFORM FIND-PO-LINE
                 IF NOT PO-LINE-FOUND
                     MOVE SPACES TO PO-REJECT-REC
                     STRING "REJECTED - PO " POTR-PO-NUMBER
                            " LINE " POTR-PO-LINE
                            " NOT ON PURCHASE ORDER FILE"
                         DELIMITED BY SIZE INTO PO-REJECT-REC
                     WRITE PO-REJECT-REC
                     ADD 1 TO TRANS-REJECTED
                 ELSE
                     IF NOT PO-IS-OPEN
                         MOVE SPACES TO PO-REJECT-REC
                         STRING "REJECTED - PO " POTR-PO-NUMBER
                                " LINE " POTR-PO-LINE
                                " IS NO LONGER OPEN"
                             DELIMITED BY SIZE INTO PO-REJECT-REC
                         WRITE PO-REJECT-REC
                         ADD 1 TO TRANS-REJECTED
                     ELSE
                         IF POTR-IS-RECEIPT
                             PERFORM RECEIVE-ONE-LINE
                         ELSE
                             PERFORM CANCEL-ONE-LINE
                         END-IF
                     END-IF
                 END-IF
             END-IF
         END-IF.

       CONFIRM-ONE-ORDER.
         PERFORM FIND-PART.
         PERFORM FIND-VENDOR.
         IF NOT PART-FOUND
             MOVE SPACES TO PO-REJECT-REC
             STRING "REJECTED - ORDER OF " POTR-PART-NUMBER
                    " - NOT ON PARTS MASTER"
                 DELIMITED BY SIZE INTO PO-REJECT-REC
             WRITE PO-REJECT-REC
             ADD 1 TO TRANS-REJECTED
         ELSE
             IF NOT VENDOR-FOUND
                 MOVE SPACES TO PO-REJECT-REC
                 STRING "REJECTED - ORDER OF " POTR-PART-NUMBER
                        " - VENDOR " POTR-VENDOR-CODE
                        " NOT ON VENDOR MASTER"
                     DELIMITED BY SIZE INTO PO-REJECT-REC
                 WRITE PO-REJECT-REC
                 ADD 1 TO TRANS-REJECTED
             ELSE
                 IF POTR-QUANTITY = ZERO
                     MOVE SPACES TO PO-REJECT-REC
                     STRING "REJECTED - ORDER OF " POTR-PART-NUMBER
                            " - NO QUANTITY"
                         DELIMITED BY SIZE INTO PO-REJECT-REC
                     WRITE PO-REJECT-REC
                     ADD 1 TO TRANS-REJECTED
                 ELSE
                     PERFORM RAISE-ORDER-LINE
                 END-IF
             END-IF
         END-IF.

       RAISE-ORDER-LINE.
         IF POTR-UNIT-COST-X = SPACES
             MOVE PART-UNIT-COST TO ORDER-UNIT-COST
         ELSE
             IF POTR-UNIT-COST = ZERO
                 MOVE PART-UNIT-COST TO ORDER-UNIT-COST
             ELSE
                 MOVE POTR-UNIT-COST TO ORDER-UNIT-COST
             END-IF
         END-IF.
         PERFORM FIND-RUN-ORDER.
         MOVE SPACES TO PURCHASE-ORDER-REC.
         MOVE RO-PO-NUMBER (RO-IDX) TO PO-NUMBER.
         ADD 1 TO RO-LAST-LINE (RO-IDX).
         MOVE RO-LAST-LINE (RO-IDX) TO PO-LINE.
         MOVE POTR-VENDOR-CODE      TO PO-VENDOR-CODE.
         MOVE POTR-PART-NUMBER      TO PO-PART-NUMBER.
         MOVE TODAY-DATE            TO PO-ORDER-DATE.
         MOVE POTR-QUANTITY         TO PO-QTY-ORDERED.
         MOVE ZERO                  TO PO-QTY-RECEIVED.
         MOVE ORDER-UNIT-COST       TO PO-UNIT-COST.
         MOVE ZERO                  TO PO-LAST-RECEIPT-DATE.
         MOVE "O"                   TO PO-STATUS.
         WRITE PURCHASE-ORDER-REC.
         ADD POTR-QUANTITY TO PART-ON-ORDER.
         REWRITE PARTS-MASTER-REC.
         ADD 1 TO ORDER-LINES-RAISED.
         DISPLAY "PO " PO-NUMBER " LINE " PO-LINE ": "
                 PO-PART-NUMBER " FROM " PO-VENDOR-CODE.

       FIND-RUN-ORDER.
      * The vendor's PO for this run if one is already raised;
      * otherwise the next number off the PO sequence.  Once the
      * table is full, each further vendor takes over the last
      * slot.
         SET RO-IDX TO 1.
         SEARCH RUN-ORDER-ENTRY
             AT END
                 PERFORM START-RUN-ORDER
             WHEN RO-IDX > RUN-ORDER-COUNT
                 PERFORM START-RUN-ORDER
             WHEN RO-VENDOR-CODE (RO-IDX) = POTR-VENDOR-CODE
                 CONTINUE
         END-SEARCH.

       START-RUN-ORDER.
         ADD 1 TO LAST-PO-NUMBER.
         ADD 1 TO PURCHASE-ORDERS-RAISED.
         IF RUN-ORDER-COUNT < 100
             ADD 1 TO RUN-ORDER-COUNT
         END-IF.
         SET RO-IDX TO RUN-ORDER-COUNT.
         MOVE POTR-VENDOR-CODE TO RO-VENDOR-CODE (RO-IDX).
         MOVE LAST-PO-NUMBER   TO RO-PO-NUMBER (RO-IDX).
         MOVE ZERO             TO RO-LAST-LINE (RO-IDX).

       RECEIVE-ONE-LINE.
         COMPUTE QUANTITY-OUTSTANDING =
                 PO-QTY-ORDERED - PO-QTY-RECEIVED.
         IF POTR-QUANTITY = ZERO OR
            POTR-QUANTITY > QUANTITY-OUTSTANDING
             MOVE SPACES TO PO-REJECT-REC
             STRING "REJECTED - RECEIPT OF " POTR-QUANTITY
                    " ON PO " PO-NUMBER " LINE " PO-LINE
                    " - OUTSTANDING " QUANTITY-OUTSTANDING
                 DELIMITED BY SIZE INTO PO-REJECT-REC
             WRITE PO-REJECT-REC
             ADD 1 TO TRANS-REJECTED
         ELSE
      * The part on the card, when it is keyed, guards against a
      * receipt booked to the wrong line.
             IF POTR-PART-NUMBER NOT = SPACES AND
                POTR-PART-NUMBER NOT = PO-PART-NUMBER
                 MOVE SPACES TO PO-REJECT-REC
                 STRING "REJECTED - RECEIPT OF " POTR-PART-NUMBER
                        " ON PO " PO-NUMBER " LINE " PO-LINE
                        " - LINE IS FOR " PO-PART-NUMBER
                     DELIMITED BY SIZE INTO PO-REJECT-REC
                 WRITE PO-REJECT-REC
                 ADD 1 TO TRANS-REJECTED
             ELSE
                 MOVE PO-PART-NUMBER TO POTR-PART-NUMBER
                 PERFORM FIND-PART
                 IF NOT PART-FOUND
                     MOVE SPACES TO PO-REJECT-REC
                     STRING "REJECTED - RECEIPT ON PO " PO-NUMBER
                            " LINE " PO-LINE " - " PO-PART-NUMBER
                            " NOT ON PARTS MASTER"
                         DELIMITED BY SIZE INTO PO-REJECT-REC
                     WRITE PO-REJECT-REC
                     ADD 1 TO TRANS-REJECTED
                 ELSE
                     PERFORM BOOK-GOODS-RECEIPT
                 END-IF
             END-IF
         END-IF.

       BOOK-GOODS-RECEIPT.
      * The stock already on the shelf and the stock coming in are
      * pooled at their own costs, so the issue lines price the
      * part at what the shelf actually cost.
         IF POTR-UNIT-COST-X = SPACES
             MOVE PO-UNIT-COST TO RECEIPT-UNIT-COST
         ELSE
             IF POTR-UNIT-COST = ZERO
                 MOVE PO-UNIT-COST TO RECEIPT-UNIT-COST
             ELSE
                 MOVE POTR-UNIT-COST TO RECEIPT-UNIT-COST
             END-IF
         END-IF.
         COMPUTE STOCK-VALUE-HELD = PART-ON-HAND * PART-UNIT-COST.
         COMPUTE STOCK-VALUE-RECEIVED =
                 POTR-QUANTITY * RECEIPT-UNIT-COST.
         COMPUTE STOCK-AFTER-RECEIPT = PART-ON-HAND + POTR-QUANTITY.
         COMPUTE PART-UNIT-COST ROUNDED =
                 (STOCK-VALUE-HELD + STOCK-VALUE-RECEIVED)
                 / STOCK-AFTER-RECEIPT.
         ADD POTR-QUANTITY TO PART-ON-HAND.
         IF POTR-QUANTITY > PART-ON-ORDER
             MOVE ZERO TO PART-ON-ORDER
         ELSE
             SUBTRACT POTR-QUANTITY FROM PART-ON-ORDER
         END-IF.
         REWRITE PARTS-MASTER-REC.
         ADD POTR-QUANTITY TO PO-QTY-RECEIVED.
         MOVE TODAY-DATE TO PO-LAST-RECEIPT-DATE.
         IF PO-QTY-RECEIVED >= PO-QTY-ORDERED
             MOVE "R" TO PO-STATUS
         END-IF.
         REWRITE PURCHASE-ORDER-REC.
         ADD 1 TO RECEIPTS-BOOKED.

       CANCEL-ONE-LINE.
         COMPUTE QUANTITY-OUTSTANDING =
                 PO-QTY-ORDERED - PO-QTY-RECEIVED.
         MOVE PO-PART-NUMBER TO POTR-PART-NUMBER.
         PERFORM FIND-PART.
         IF PART-FOUND
             IF QUANTITY-OUTSTANDING > PART-ON-ORDER
                 MOVE ZERO TO PART-ON-ORDER
             ELSE
                 SUBTRACT QUANTITY-OUTSTANDING FROM PART-ON-ORDER
             END-IF
             REWRITE PARTS-MASTER-REC
         END-IF.
         MOVE "X" TO PO-STATUS.
         REWRITE PURCHASE-ORDER-REC.
         ADD 1 TO LINES-CANCELLED.
         DISPLAY "PO " PO-NUMBER " LINE " PO-LINE " CANCELLED - "
                 QUANTITY-OUTSTANDING " NOT DELIVERED".

       FIND-PART.
         MOVE "N" TO PART-FOUND-SWITCH.
         MOVE POTR-PART-NUMBER TO PART-NUMBER.
         READ PARTS-MASTER-FILE
             INVALID KEY MOVE "N" TO PART-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO PART-FOUND-SWITCH
         END-READ.

       FIND-VENDOR.
         MOVE "N" TO VENDOR-FOUND-SWITCH.
         IF VENDOR-MASTER-OPEN
             MOVE POTR-VENDOR-CODE TO VEND-CODE
             READ VENDOR-MASTER-FILE
                 INVALID KEY MOVE "N" TO VENDOR-FOUND-SWITCH
                 NOT INVALID KEY MOVE "Y" TO VENDOR-FOUND-SWITCH
             END-READ
         END-IF.

       FIND-PO-LINE.
         MOVE "N" TO PO-LINE-FOUND-SWITCH.
         MOVE POTR-PO-NUMBER TO PO-NUMBER.
         MOVE POTR-PO-LINE   TO PO-LINE.
         READ PURCHASE-ORDER-FILE
             INVALID KEY MOVE "N" TO PO-LINE-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO PO-LINE-FOUND-SWITCH
         END-READ.

       BUILD-OPEN-PO-REPORT.
      * Every line still open after today's receipts, in PO order,
      * with what is left to come and what it will cost.
         OPEN OUTPUT OPEN-PO-REPORT-FILE.
         MOVE LOW-VALUES TO PO-KEY.
         START PURCHASE-ORDER-FILE KEY IS NOT LESS THAN PO-KEY
             INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
         END-START.
         PERFORM UNTIL END-OF-FILE
             READ PURCHASE-ORDER-FILE NEXT RECORD
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             IF NOT END-OF-FILE AND PO-IS-OPEN
                 PERFORM WRITE-OPEN-PO-LINE
             END-IF
         END-PERFORM.
         MOVE "N" TO END-OF-FILE-SWITCH.
         MOVE SPACES TO PRINT-LINE-WORK.
         PERFORM WRITE-OPEN-PO-PRINT-LINE.
         MOVE TOTAL-OUTSTANDING-VALUE TO EDITED-TOTAL-VALUE.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "OPEN ORDER LINES: " OPEN-LINE-COUNT
                "   VALUE STILL ON ORDER: " EDITED-TOTAL-VALUE
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-OPEN-PO-PRINT-LINE.
         CLOSE OPEN-PO-REPORT-FILE.

       WRITE-OPEN-PO-LINE.
         ADD 1 TO OPEN-LINE-COUNT.
         COMPUTE QUANTITY-OUTSTANDING =
                 PO-QTY-ORDERED - PO-QTY-RECEIVED.
         COMPUTE OUTSTANDING-VALUE =
                 QUANTITY-OUTSTANDING * PO-UNIT-COST.
         ADD OUTSTANDING-VALUE TO TOTAL-OUTSTANDING-VALUE.
         MOVE PO-UNIT-COST TO EDITED-UNIT-COST.
         MOVE OUTSTANDING-VALUE TO EDITED-LINE-VALUE.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING PO-NUMBER "/" PO-LINE
                " " PO-VENDOR-CODE
                " " PO-PART-NUMBER
                " " PO-ORDER-DATE
                " " PO-QTY-ORDERED
                " " PO-QTY-RECEIVED
                " " QUANTITY-OUTSTANDING
                " " EDITED-UNIT-COST
                " " EDITED-LINE-VALUE
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-OPEN-PO-PRINT-LINE.

       WRITE-OPEN-PO-PRINT-LINE.
      * Paged print discipline from the shared heading layout.
         IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
             PERFORM WRITE-OPEN-PO-HEADINGS
         END-IF.
         MOVE PRINT-LINE-WORK TO OPEN-PO-REPORT-REC.
         WRITE OPEN-PO-REPORT-REC.
         ADD 1 TO RPT-LINE-COUNT.

       WRITE-OPEN-PO-HEADINGS.
         ADD 1 TO RPT-PAGE-COUNT.
         MOVE "OUTSTANDING PURCHASE ORDERS" TO RPT-TITLE-TEXT.
         MOVE TODAY-DATE TO RPT-HEAD-DATE.
         MOVE RPT-PAGE-COUNT TO RPT-PAGE-NUMBER.
         MOVE SPACES TO OPEN-PO-REPORT-REC.
         MOVE RPT-TITLE-LINE TO OPEN-PO-REPORT-REC.
         WRITE OPEN-PO-REPORT-REC.
         MOVE "PO/LINE VENDOR PART ORDERED-ON QTY RCVD DUE COST VALUE"
             TO RPT-COLUMN-TEXT.
         MOVE RPT-COLUMN-TEXT TO OPEN-PO-REPORT-REC.
         WRITE OPEN-PO-REPORT-REC.
         MOVE SPACES TO OPEN-PO-REPORT-REC.
         WRITE OPEN-PO-REPORT-REC.
         MOVE 3 TO RPT-LINE-COUNT.
