       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CARRMTCH.
      * Outside-carrier subsystem for subcontracted haulage:
      * maintenance transactions keep the carrier master current,
      * and the matching run pairs carrier invoice records against
      * the subcontracted orders on the pending-order file by
      * delivery reference, in the same discipline VENDMTCH applies
      * to the garage bills.  Delivered orders with no carrier
      * invoice, invoices with no subcontracted order, and matched
      * pairs whose carrier or amount disagrees with what was agreed
      * beyond the tolerance all land on one report.  A matched
      * invoice inside the tolerance from a carrier on the master is
      * stamped on the order - number, amount, date matched and the
      * day it falls due by the carrier's terms - so the margin
      * report costs the order at what the carrier actually billed.
      * An invoice for an order not yet delivered is held for the
      * proof of delivery, and a second invoice for an order already
      * matched is reported as a duplicate, never matched again.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARRIER-MASTER-FILE ASSIGN TO "CARRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARR-CODE
               FILE STATUS IS CARRIER-MASTER-STATUS.
           SELECT CARRIER-TRANS-FILE ASSIGN TO "CARRTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARRIER-TRANS-STATUS.
           SELECT CARRIER-INVOICE-FILE ASSIGN TO "CARRINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARRIER-INVOICE-STATUS.
           SELECT PENDING-ORDER-FILE ASSIGN TO "PENDORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-ORDER-REF
               FILE STATUS IS PENDING-ORDER-STATUS.
           SELECT MATCH-REPORT-FILE ASSIGN TO "CARRMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATCH-REPORT-STATUS.
           SELECT TOLERANCE-PARM-FILE ASSIGN TO "CARRTOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOLERANCE-PARM-STATUS.
           SELECT SHOP-PARM-FILE ASSIGN TO "SHOPPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPRM-PARM-KEY
               FILE STATUS IS SHOP-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARRIER-MASTER-FILE.
           COPY CARRMAST.

       FD  CARRIER-TRANS-FILE.
       01  CARRIER-TRANS-REC.
           02 CTRN-CODE                PIC X(06).
           02 CTRN-NAME                PIC X(25).
      * Blank keeps the terms on file; a new carrier with none keyed
      * takes the shop's standard terms.
           02 CTRN-TERMS-DAYS          PIC X(03).
           02 CTRN-TERMS-NUMBER REDEFINES CTRN-TERMS-DAYS
                                       PIC 9(03).

       FD  CARRIER-INVOICE-FILE.
       01  CARRIER-INVOICE-REC.
           02 CINV-CARRIER-CODE        PIC X(06).
           02 CINV-ORDER-REF           PIC X(10).
           02 CINV-INVOICE-NUMBER      PIC X(12).
           02 CINV-AMOUNT              PIC 9(07)V99.
           02 CINV-INVOICE-DATE        PIC 9(08).

       FD  PENDING-ORDER-FILE.
           COPY PENDORD.

       FD  MATCH-REPORT-FILE.
       01  MATCH-REPORT-REC            PIC X(100).

       FD  TOLERANCE-PARM-FILE.
       01  TOLERANCE-PARM-REC.
           02 TOLERANCE-PARM-VALUE     PIC 9(05)V99.

       FD  SHOP-PARM-FILE.
           COPY SHOPPARM.

       WORKING-STORAGE SECTION.
           COPY RETCODES.
        01 CARRIER-MASTER-STATUS      PIC XX VALUE "00".
        01 CARRIER-TRANS-STATUS       PIC XX VALUE "00".
        01 CARRIER-INVOICE-STATUS     PIC XX VALUE "00".
        01 PENDING-ORDER-STATUS       PIC XX VALUE "00".
        01 MATCH-REPORT-STATUS        PIC XX VALUE "00".
        01 TOLERANCE-PARM-STATUS      PIC XX VALUE "00".
        01 SHOP-PARM-STATUS           PIC XX VALUE "00".
        01 CARRIER-ON-MASTER-SWITCH   PIC X VALUE "N".
           88 CARRIER-ON-MASTER            VALUE "Y".
        01 STANDARD-TERMS-DAYS        PIC 9(03) VALUE 30.
        01 INVOICE-TERMS-DAYS         PIC 9(03).
        01 APPROVED-COUNT             PIC 9(05) VALUE ZERO.
        01 DUPLICATE-COUNT            PIC 9(05) VALUE ZERO.
        01 HELD-COUNT                 PIC 9(05) VALUE ZERO.
        01 UNAPPROVED-CARRIER-COUNT   PIC 9(05) VALUE ZERO.
           COPY BUSDAYP.
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 CARRIER-FOUND-SWITCH       PIC X VALUE "N".
           88 CARRIER-FOUND                VALUE "Y".
        01 INVOICE-FOUND-SWITCH       PIC X VALUE "N".
           88 INVOICE-FOUND                VALUE "Y".
        01 ORDER-MATCHED-SWITCH       PIC X VALUE "N".
           88 ORDER-ALREADY-MATCHED        VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 MATCH-TOLERANCE            PIC 9(05)V99 VALUE 1.00.
        01 AMOUNT-DIFFERENCE          PIC S9(08)V99.
        01 CARRIERS-APPLIED           PIC 9(05) VALUE ZERO.
        01 CARRIERS-REJECTED          PIC 9(05) VALUE ZERO.
        01 MATCHED-COUNT              PIC 9(05) VALUE ZERO.
        01 MISMATCH-COUNT             PIC 9(05) VALUE ZERO.
        01 ORDER-ONLY-COUNT           PIC 9(05) VALUE ZERO.
        01 INVOICE-ONLY-COUNT         PIC 9(05) VALUE ZERO.
        01 INVOICE-COUNT              PIC 9(05) VALUE ZERO.
        01 INVOICE-TABLE.
           02 INVOICE-ENTRY OCCURS 0 TO 9999 TIMES
                  DEPENDING ON INVOICE-COUNT
                  INDEXED BY INV-IDX.
               03 ITAB-CARRIER-CODE    PIC X(06).
               03 ITAB-ORDER-REF       PIC X(10).
               03 ITAB-INVOICE-NUMBER  PIC X(12).
               03 ITAB-AMOUNT          PIC 9(07)V99.
               03 ITAB-INVOICE-DATE    PIC 9(08).
               03 ITAB-MATCHED-SWITCH  PIC X.
                  88 ITAB-MATCHED          VALUE "Y".

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "CARRMTCH: CARRIER INVOICE MATCH STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         PERFORM READ-TOLERANCE-PARM.
         PERFORM READ-SHOP-PARMS.
         OPEN I-O CARRIER-MASTER-FILE.
         IF CARRIER-MASTER-STATUS = "35"
      * First-ever run - no carrier master yet, so create an empty
      * one rather than refuse to start.
             OPEN OUTPUT CARRIER-MASTER-FILE
             CLOSE CARRIER-MASTER-FILE
             OPEN I-O CARRIER-MASTER-FILE
         END-IF.
         PERFORM PROCESS-CARRIER-TRANSACTIONS.
         OPEN OUTPUT MATCH-REPORT-FILE.
         PERFORM LOAD-CARRIER-INVOICES.
         PERFORM MATCH-SUBCONTRACTED-ORDERS.
         PERFORM REPORT-UNMATCHED-INVOICES.
         MOVE SPACES TO MATCH-REPORT-REC.
         STRING "MATCHED: " MATCHED-COUNT
                "  MISMATCHED: " MISMATCH-COUNT
                "  ORDER ONLY: " ORDER-ONLY-COUNT
                "  INVOICE ONLY: " INVOICE-ONLY-COUNT
             DELIMITED BY SIZE INTO MATCH-REPORT-REC.
         WRITE MATCH-REPORT-REC.
         MOVE SPACES TO MATCH-REPORT-REC.
         STRING "APPROVED: " APPROVED-COUNT
                "  DUPLICATES: " DUPLICATE-COUNT
                "  HELD FOR POD: " HELD-COUNT
                "  CARRIER NOT ON MASTER: " UNAPPROVED-CARRIER-COUNT
             DELIMITED BY SIZE INTO MATCH-REPORT-REC.
         WRITE MATCH-REPORT-REC.
         CLOSE MATCH-REPORT-FILE CARRIER-MASTER-FILE.
         DISPLAY "CARRIER TRANSACTIONS APPLIED: " CARRIERS-APPLIED.
         DISPLAY "CARRIER TRANSACTIONS REJECTED: " CARRIERS-REJECTED.
         DISPLAY "INVOICES MATCHED: " MATCHED-COUNT.
         DISPLAY "CARRIER OR AMOUNT MISMATCHES: " MISMATCH-COUNT.
         DISPLAY "ORDERS WITHOUT INVOICE: " ORDER-ONLY-COUNT.
         DISPLAY "INVOICES WITHOUT ORDER: " INVOICE-ONLY-COUNT.
         DISPLAY "INVOICES APPROVED: " APPROVED-COUNT.
         DISPLAY "DUPLICATE INVOICES: " DUPLICATE-COUNT.
         DISPLAY "INVOICES HELD FOR POD: " HELD-COUNT.
         DISPLAY "NOT APPROVED - CARRIER NOT ON MASTER: "
                 UNAPPROVED-CARRIER-COUNT.
         IF MISMATCH-COUNT > 0 OR ORDER-ONLY-COUNT > 0 OR
            INVOICE-ONLY-COUNT > 0 OR CARRIERS-REJECTED > 0 OR
            DUPLICATE-COUNT > 0 OR UNAPPROVED-CARRIER-COUNT > 0
             STOP RUN RETURNING RC-WARNING
         ELSE
             STOP RUN RETURNING RC-NORMAL
         END-IF.

       READ-TOLERANCE-PARM.
      * How far a carrier's bill may stray from the cost agreed on
      * the order before it is an exception, control-card style.
         OPEN INPUT TOLERANCE-PARM-FILE.
         IF TOLERANCE-PARM-STATUS = "00"
             READ TOLERANCE-PARM-FILE
                 AT END CONTINUE
                 NOT AT END MOVE TOLERANCE-PARM-VALUE
                            TO MATCH-TOLERANCE
             END-READ
             CLOSE TOLERANCE-PARM-FILE
         END-IF.

       READ-SHOP-PARMS.
      * The shop's standard payment terms, for a carrier with none
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

       PROCESS-CARRIER-TRANSACTIONS.
      * An existing code is a name change, a new one is an add -
      * the same add-or-change posting the vendor master uses.
         OPEN INPUT CARRIER-TRANS-FILE.
         IF CARRIER-TRANS-STATUS NOT = "00"
             DISPLAY "NO CARRIER TRANSACTIONS TO PROCESS"
         ELSE
             READ CARRIER-TRANS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM APPLY-ONE-CARRIER
                 READ CARRIER-TRANS-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
         END-IF.
         CLOSE CARRIER-TRANS-FILE.

       APPLY-ONE-CARRIER.
         IF CTRN-CODE = SPACES
             DISPLAY "CARRIER REJECTED - BLANK CARRIER CODE"
             ADD 1 TO CARRIERS-REJECTED
         ELSE
             MOVE CTRN-CODE TO CARR-CODE
             READ CARRIER-MASTER-FILE
                 INVALID KEY MOVE "N" TO CARRIER-FOUND-SWITCH
                 NOT INVALID KEY MOVE "Y" TO CARRIER-FOUND-SWITCH
             END-READ
             IF NOT CARRIER-FOUND
                 MOVE ZERO TO CARR-TERMS-DAYS
             END-IF
             MOVE CTRN-CODE TO CARR-CODE
             MOVE CTRN-NAME TO CARR-NAME
             IF CTRN-TERMS-NUMBER NUMERIC
                 MOVE CTRN-TERMS-NUMBER TO CARR-TERMS-DAYS
             END-IF
             IF CARRIER-FOUND
                 REWRITE CARRIER-MASTER-REC
             ELSE
                 WRITE CARRIER-MASTER-REC
             END-IF
             ADD 1 TO CARRIERS-APPLIED
         END-IF.

       LOAD-CARRIER-INVOICES.
         OPEN INPUT CARRIER-INVOICE-FILE.
         IF CARRIER-INVOICE-STATUS NOT = "00"
             DISPLAY "NO CARRIER INVOICES TO MATCH"
         ELSE
             READ CARRIER-INVOICE-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 IF INVOICE-COUNT < 9999
                     ADD 1 TO INVOICE-COUNT
                     SET INV-IDX TO INVOICE-COUNT
                     MOVE CINV-CARRIER-CODE
                         TO ITAB-CARRIER-CODE (INV-IDX)
                     MOVE CINV-ORDER-REF
                         TO ITAB-ORDER-REF (INV-IDX)
                     MOVE CINV-INVOICE-NUMBER
                         TO ITAB-INVOICE-NUMBER (INV-IDX)
                     MOVE CINV-AMOUNT
                         TO ITAB-AMOUNT (INV-IDX)
                     MOVE CINV-INVOICE-DATE
                         TO ITAB-INVOICE-DATE (INV-IDX)
                     MOVE "N" TO ITAB-MATCHED-SWITCH (INV-IDX)
                 END-IF
                 READ CARRIER-INVOICE-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
         END-IF.
         CLOSE CARRIER-INVOICE-FILE.

       MATCH-SUBCONTRACTED-ORDERS.
      * One key-order pass of the pending-order file: every order
      * handed to a carrier is looked for among the loaded invoices,
      * and a delivered one the carrier has still not billed is
      * reported rather than assumed free.
         OPEN I-O PENDING-ORDER-FILE.
         IF PENDING-ORDER-STATUS NOT = "00"
             DISPLAY "NO PENDING-ORDER FILE ON FILE"
         ELSE
             MOVE LOW-VALUES TO PEND-ORDER-REF
             START PENDING-ORDER-FILE KEY IS NOT LESS THAN
                   PEND-ORDER-REF
                 INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
             END-START
             PERFORM UNTIL END-OF-FILE
                 READ PENDING-ORDER-FILE NEXT RECORD
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
                 IF NOT END-OF-FILE AND PEND-IS-SUBCONTRACTED
                    AND NOT PEND-IS-SHORTFALL
                     PERFORM MATCH-ONE-ORDER
                 END-IF
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE PENDING-ORDER-FILE
         END-IF.

       MATCH-ONE-ORDER.
         IF PEND-CARR-MATCH-DATE NUMERIC AND
            PEND-CARR-MATCH-DATE > ZERO
             MOVE "Y" TO ORDER-MATCHED-SWITCH
         ELSE
             MOVE "N" TO ORDER-MATCHED-SWITCH
         END-IF.
         IF PEND-CARRIER-COST NOT NUMERIC
             MOVE ZERO TO PEND-CARRIER-COST
         END-IF.
         PERFORM FIND-ORDER-INVOICE.
         IF INVOICE-FOUND
             IF ORDER-ALREADY-MATCHED
                 PERFORM REPORT-DUPLICATE-INVOICE
             ELSE
             IF PEND-AWAITING-POD
                 ADD 1 TO HELD-COUNT
                 MOVE SPACES TO MATCH-REPORT-REC
                 STRING "HELD - ORDER " PEND-ORDER-REF
                        " CARRIER " ITAB-CARRIER-CODE (INV-IDX)
                        " INVOICE " ITAB-INVOICE-NUMBER (INV-IDX)
                        " - NO PROOF OF DELIVERY YET"
                     DELIMITED BY SIZE INTO MATCH-REPORT-REC
                 WRITE MATCH-REPORT-REC
             ELSE
                 PERFORM COMPARE-MATCHED-AMOUNTS
             END-IF
             END-IF
      * Any further bill for the same order in this batch is a
      * second bill for one job.
             PERFORM FIND-ORDER-INVOICE
             PERFORM UNTIL NOT INVOICE-FOUND
                 PERFORM REPORT-DUPLICATE-INVOICE
                 PERFORM FIND-ORDER-INVOICE
             END-PERFORM
         ELSE
             IF NOT ORDER-ALREADY-MATCHED AND NOT PEND-AWAITING-POD
                 ADD 1 TO ORDER-ONLY-COUNT
                 MOVE SPACES TO MATCH-REPORT-REC
                 STRING "ORDER ONLY - " PEND-ORDER-REF
                        " CARRIER " PEND-CARRIER-CODE
                        " AGREED " PEND-CARRIER-COST
                        " DELIVERED " PEND-POD-DATE
                        " - NO CARRIER INVOICE"
                     DELIMITED BY SIZE INTO MATCH-REPORT-REC
                 WRITE MATCH-REPORT-REC
             END-IF
         END-IF.

       FIND-ORDER-INVOICE.
      * Marks the invoice it finds as seen, so the next look for
      * the same order moves on to the next one.
         MOVE "N" TO INVOICE-FOUND-SWITCH.
         IF INVOICE-COUNT > 0
             SET INV-IDX TO 1
             SEARCH INVOICE-ENTRY
                 AT END CONTINUE
                 WHEN ITAB-ORDER-REF (INV-IDX) = PEND-ORDER-REF
                  AND NOT ITAB-MATCHED (INV-IDX)
                     MOVE "Y" TO INVOICE-FOUND-SWITCH
                     MOVE "Y" TO ITAB-MATCHED-SWITCH (INV-IDX)
             END-SEARCH
         END-IF.

       REPORT-DUPLICATE-INVOICE.
         ADD 1 TO DUPLICATE-COUNT.
         MOVE SPACES TO MATCH-REPORT-REC.
         STRING "DUPLICATE - ORDER " PEND-ORDER-REF
                " CARRIER " ITAB-CARRIER-CODE (INV-IDX)
                " INVOICE " ITAB-INVOICE-NUMBER (INV-IDX)
                " AMOUNT " ITAB-AMOUNT (INV-IDX)
                " - ORDER ALREADY MATCHED"
             DELIMITED BY SIZE INTO MATCH-REPORT-REC.
         WRITE MATCH-REPORT-REC.

       COMPARE-MATCHED-AMOUNTS.
         ADD 1 TO MATCHED-COUNT.
         COMPUTE AMOUNT-DIFFERENCE =
                 PEND-CARRIER-COST - ITAB-AMOUNT (INV-IDX).
         IF AMOUNT-DIFFERENCE < 0
             COMPUTE AMOUNT-DIFFERENCE = AMOUNT-DIFFERENCE * -1
         END-IF.
         IF ITAB-CARRIER-CODE (INV-IDX) NOT = PEND-CARRIER-CODE
             ADD 1 TO MISMATCH-COUNT
             MOVE SPACES TO MATCH-REPORT-REC
             STRING "CARRIER DISAGREES - " PEND-ORDER-REF
                    " ORDER " PEND-CARRIER-CODE
                    " INVOICE " ITAB-CARRIER-CODE (INV-IDX)
                 DELIMITED BY SIZE INTO MATCH-REPORT-REC
             WRITE MATCH-REPORT-REC
         ELSE
             IF AMOUNT-DIFFERENCE > MATCH-TOLERANCE
                 ADD 1 TO MISMATCH-COUNT
                 MOVE SPACES TO MATCH-REPORT-REC
                 STRING "AMOUNTS DISAGREE - " PEND-ORDER-REF
                        " CARRIER " PEND-CARRIER-CODE
                        " AGREED " PEND-CARRIER-COST
                        " INVOICE " ITAB-AMOUNT (INV-IDX)
                        " DIFF " AMOUNT-DIFFERENCE
                     DELIMITED BY SIZE INTO MATCH-REPORT-REC
                 WRITE MATCH-REPORT-REC
             ELSE
                 PERFORM APPROVE-MATCHED-INVOICE
             END-IF
         END-IF.

       APPROVE-MATCHED-INVOICE.
      * The invoice is stamped on the order it matched, once; the
      * match date is what stops the same job being billed twice.
         MOVE PEND-CARRIER-CODE TO CARR-CODE.
         READ CARRIER-MASTER-FILE
             INVALID KEY MOVE "N" TO CARRIER-ON-MASTER-SWITCH
             NOT INVALID KEY MOVE "Y" TO CARRIER-ON-MASTER-SWITCH
         END-READ.
         IF NOT CARRIER-ON-MASTER
             ADD 1 TO UNAPPROVED-CARRIER-COUNT
             MOVE SPACES TO MATCH-REPORT-REC
             STRING "NOT APPROVED - " PEND-ORDER-REF
                    " CARRIER " PEND-CARRIER-CODE
                    " NOT ON CARRIER MASTER"
                 DELIMITED BY SIZE INTO MATCH-REPORT-REC
             WRITE MATCH-REPORT-REC
         ELSE
             IF CARR-TERMS-DAYS = ZERO
                 MOVE STANDARD-TERMS-DAYS TO INVOICE-TERMS-DAYS
             ELSE
                 MOVE CARR-TERMS-DAYS TO INVOICE-TERMS-DAYS
             END-IF
             MOVE ITAB-INVOICE-NUMBER (INV-IDX)
                 TO PEND-CARR-INV-NUMBER
             MOVE ITAB-AMOUNT (INV-IDX) TO PEND-CARR-INV-AMOUNT
             IF ITAB-INVOICE-DATE (INV-IDX) NUMERIC AND
                ITAB-INVOICE-DATE (INV-IDX) > ZERO
                 MOVE ITAB-INVOICE-DATE (INV-IDX)
                     TO PEND-CARR-INV-DATE
             ELSE
                 MOVE TODAY-DATE TO PEND-CARR-INV-DATE
             END-IF
             MOVE TODAY-DATE TO PEND-CARR-MATCH-DATE
             MOVE "A" TO BD-FUNCTION
             MOVE PEND-CARR-INV-DATE TO BD-FROM-DATE
             MOVE INVOICE-TERMS-DAYS TO BD-ADD-DAYS
             CALL "BUSDAY" USING BUSDAY-PARMS
             MOVE BD-RESULT-DATE TO PEND-CARR-DUE-DATE
             REWRITE PENDING-ORDER-REC
             MOVE "Y" TO ORDER-MATCHED-SWITCH
             ADD 1 TO APPROVED-COUNT
             MOVE SPACES TO MATCH-REPORT-REC
             STRING "APPROVED - " PEND-ORDER-REF
                    " CARRIER " PEND-CARRIER-CODE
                    " INVOICE " PEND-CARR-INV-NUMBER
                    " AMOUNT " PEND-CARR-INV-AMOUNT
                    " DUE " PEND-CARR-DUE-DATE
                 DELIMITED BY SIZE INTO MATCH-REPORT-REC
             WRITE MATCH-REPORT-REC
         END-IF.

       REPORT-UNMATCHED-INVOICES.
         IF INVOICE-COUNT > 0
             PERFORM REPORT-ONE-INVOICE
                 VARYING INV-IDX FROM 1 BY 1
                 UNTIL INV-IDX > INVOICE-COUNT
         END-IF.

       REPORT-ONE-INVOICE.
         IF NOT ITAB-MATCHED (INV-IDX)
             ADD 1 TO INVOICE-ONLY-COUNT
             PERFORM NAME-INVOICE-CARRIER
             MOVE SPACES TO MATCH-REPORT-REC
             STRING "INVOICE ONLY - " ITAB-ORDER-REF (INV-IDX)
                    " CARRIER " ITAB-CARRIER-CODE (INV-IDX)
                    " " CARR-NAME
                    " AMOUNT " ITAB-AMOUNT (INV-IDX)
                    " - NO SUBCONTRACTED ORDER"
                 DELIMITED BY SIZE INTO MATCH-REPORT-REC
             WRITE MATCH-REPORT-REC
         END-IF.

       NAME-INVOICE-CARRIER.
         MOVE ITAB-CARRIER-CODE (INV-IDX) TO CARR-CODE.
         READ CARRIER-MASTER-FILE
             INVALID KEY MOVE "*NOT ON CARRIER MASTER*" TO CARR-NAME
             NOT INVALID KEY CONTINUE
         END-READ.
