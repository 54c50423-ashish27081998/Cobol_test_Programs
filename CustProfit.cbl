       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CUSTPROF.
      * Monthly customer profitability: every register entry for the
      * month on the control card (the current month when there is
      * no card) is revenue at its net, and each invoice's distance
      * is costed at its vehicle's running cost per mile - fuel,
      * maintenance and depreciation off the cost ledger divided by
      * VLGR-LIFETIME-MILES.  Revenue, cost and margin are totalled
      * per customer and per product, and the customers are ranked
      * from worst margin to best.  Credit notes and re-bills move
      * revenue only - the haul was costed once, on the invoice it
      * corrects.  Sales needs this before the contract-rate
      * renewals.  Revenue billed in a foreign currency is taken at
      * the exchange rate the register recorded on the invoice, so
      * every margin is in home currency.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-REGISTER-FILE ASSIGN TO "INVREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-REGISTER-STATUS.
           SELECT VEHICLE-LEDGER-FILE ASSIGN TO "VEHLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VLGR-VEH-ID
               FILE STATUS IS VEHICLE-LEDGER-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-CODE
               FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT PROFIT-MONTH-PARM-FILE ASSIGN TO "PROFMON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFIT-MONTH-PARM-STATUS.
           SELECT PROFIT-RPT-FILE ASSIGN TO "PROFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFIT-RPT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-REGISTER-FILE.
           COPY INVREG.

       FD  VEHICLE-LEDGER-FILE.
           COPY VEHLEDG.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.

       FD  PROFIT-MONTH-PARM-FILE.
       01  PROFIT-MONTH-PARM-REC.
           02 PROFIT-MONTH-PARM        PIC 9(06).

       FD  PROFIT-RPT-FILE.
       01  PROFIT-RPT-REC              PIC X(100).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           COPY RETCODES.
        01 INVOICE-REGISTER-STATUS    PIC XX VALUE "00".
        01 VEHICLE-LEDGER-STATUS      PIC XX VALUE "00".
        01 CUSTOMER-MASTER-STATUS     PIC XX VALUE "00".
        01 PROFIT-MONTH-PARM-STATUS   PIC XX VALUE "00".
        01 PROFIT-RPT-STATUS          PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 LEDGER-FOUND-SWITCH        PIC X VALUE "N".
           88 LEDGER-FOUND                 VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 PROFIT-MONTH               PIC 9(06).
        01 ENTRY-REVENUE              PIC S9(09)V99.
        01 ENTRY-COST                 PIC S9(09)V99.
        01 VEHICLE-RUNNING-COST       PIC S9(11)V99.
        01 COST-PER-MILE              PIC S9(05)V9999.
        01 ENTRIES-IN-MONTH           PIC 9(07) VALUE ZERO.
        01 ENTRIES-UNCOSTED           PIC 9(07) VALUE ZERO.
        01 TOTAL-REVENUE              PIC S9(11)V99 VALUE ZERO.
        01 TOTAL-COST                 PIC S9(11)V99 VALUE ZERO.
        01 TOTAL-MARGIN               PIC S9(11)V99 VALUE ZERO.
        01 EDITED-REVENUE             PIC -(10)9.99.
        01 EDITED-COST                PIC -(10)9.99.
        01 EDITED-MARGIN              PIC -(10)9.99.
        01 RANK-NUMBER                PIC 9(05).
        01 SORT-SWAPPED-SWITCH        PIC X VALUE "N".
           88 SORT-SWAPPED                 VALUE "Y".
        01 SORT-SUB                   PIC 9(05).
        01 CUSTOMER-COUNT             PIC 9(05) VALUE ZERO.
        01 CUSTOMER-PROFIT-TABLE.
           02 CUSTOMER-PROFIT-ENTRY OCCURS 0 TO 3000 TIMES
                  DEPENDING ON CUSTOMER-COUNT
                  INDEXED BY CPRF-IDX.
               03 CPRF-CUST-CODE       PIC X(06).
               03 CPRF-REVENUE         PIC S9(11)V99.
               03 CPRF-COST            PIC S9(11)V99.
               03 CPRF-MARGIN          PIC S9(11)V99.
        01 SWAP-CUSTOMER-AREA         PIC X(45).
        01 PRODUCT-COUNT              PIC 9(03) VALUE ZERO.
        01 PRODUCT-PROFIT-TABLE.
           02 PRODUCT-PROFIT-ENTRY OCCURS 0 TO 200 TIMES
                  DEPENDING ON PRODUCT-COUNT
                  INDEXED BY PPRF-IDX.
               03 PPRF-PRODUCT-CODE    PIC X(05).
               03 PPRF-REVENUE         PIC S9(11)V99.
               03 PPRF-COST            PIC S9(11)V99.
               03 PPRF-MARGIN          PIC S9(11)V99.
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
         DISPLAY "CUSTPROF: CUSTOMER PROFITABILITY STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         MOVE "S" TO LOG-EVENT-CODE.
         PERFORM WRITE-RUN-LOG.
         PERFORM READ-PROFIT-MONTH-PARM.
         OPEN INPUT VEHICLE-LEDGER-FILE.
         OPEN INPUT CUSTOMER-MASTER-FILE.
         OPEN INPUT INVOICE-REGISTER-FILE.
         IF INVOICE-REGISTER-STATUS NOT = "00"
             DISPLAY "CUSTPROF: NO INVOICE REGISTER ON FILE"
         ELSE
             READ INVOICE-REGISTER-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 IF INV-DATE (1:6) = PROFIT-MONTH
                     PERFORM COST-ONE-ENTRY
                 END-IF
                 READ INVOICE-REGISTER-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             CLOSE INVOICE-REGISTER-FILE
         END-IF.
         PERFORM RANK-CUSTOMER-MARGINS.
         OPEN OUTPUT PROFIT-RPT-FILE.
         IF CUSTOMER-COUNT > 0
             PERFORM REPORT-ONE-CUSTOMER
                 VARYING CPRF-IDX FROM 1 BY 1
                 UNTIL CPRF-IDX > CUSTOMER-COUNT
         END-IF.
         MOVE SPACES TO PRINT-LINE-WORK.
         PERFORM WRITE-PROFIT-PRINT-LINE.
         IF PRODUCT-COUNT > 0
             PERFORM REPORT-ONE-PRODUCT
                 VARYING PPRF-IDX FROM 1 BY 1
                 UNTIL PPRF-IDX > PRODUCT-COUNT
         END-IF.
         PERFORM WRITE-PROFIT-TOTALS.
         CLOSE PROFIT-RPT-FILE.
         IF VEHICLE-LEDGER-STATUS NOT = "35"
             CLOSE VEHICLE-LEDGER-FILE
         END-IF.
         IF CUSTOMER-MASTER-STATUS NOT = "35"
             CLOSE CUSTOMER-MASTER-FILE
         END-IF.
         DISPLAY "PROFIT MONTH: " PROFIT-MONTH.
         DISPLAY "REGISTER ENTRIES COSTED: " ENTRIES-IN-MONTH.
         DISPLAY "INVOICES WITH NO COST PER MILE: " ENTRIES-UNCOSTED.
         IF ENTRIES-UNCOSTED > 0
             MOVE RC-WARNING TO FINAL-RETURN-CODE
         ELSE
             MOVE RC-NORMAL TO FINAL-RETURN-CODE
         END-IF.
         MOVE "E" TO LOG-EVENT-CODE.
         MOVE ENTRIES-IN-MONTH TO LOG-RECORDS-IN.
         MOVE CUSTOMER-COUNT TO LOG-RECORDS-OUT.
         MOVE ENTRIES-UNCOSTED TO LOG-RECORDS-REJ.
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
         MOVE "CUSTPROF" TO RLOG-PROGRAM.
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

       READ-PROFIT-MONTH-PARM.
         MOVE TODAY-DATE (1:6) TO PROFIT-MONTH.
         OPEN INPUT PROFIT-MONTH-PARM-FILE.
         IF PROFIT-MONTH-PARM-STATUS = "00"
             READ PROFIT-MONTH-PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                     IF PROFIT-MONTH-PARM NUMERIC AND
                        PROFIT-MONTH-PARM > ZERO
                         MOVE PROFIT-MONTH-PARM TO PROFIT-MONTH
                     END-IF
             END-READ
             CLOSE PROFIT-MONTH-PARM-FILE
         END-IF.

       COST-ONE-ENTRY.
         ADD 1 TO ENTRIES-IN-MONTH.
         IF INV-NET-AMOUNT NUMERIC
             MOVE INV-NET-AMOUNT TO ENTRY-REVENUE
         ELSE
             MOVE INV-AMOUNT TO ENTRY-REVENUE
         END-IF.
         IF INV-EXCH-RATE NUMERIC AND INV-EXCH-RATE NOT = ZERO
             COMPUTE ENTRY-REVENUE ROUNDED =
                     ENTRY-REVENUE * INV-EXCH-RATE
         END-IF.
         MOVE ZERO TO ENTRY-COST.
         IF INV-IS-INVOICE AND INV-DISTANCE > ZERO
             PERFORM FIND-COST-PER-MILE
             IF COST-PER-MILE > ZERO
                 COMPUTE ENTRY-COST ROUNDED =
                         INV-DISTANCE * COST-PER-MILE
             ELSE
                 ADD 1 TO ENTRIES-UNCOSTED
             END-IF
         END-IF.
         ADD ENTRY-REVENUE TO TOTAL-REVENUE.
         ADD ENTRY-COST TO TOTAL-COST.
         SET CPRF-IDX TO 1.
         SEARCH CUSTOMER-PROFIT-ENTRY
             AT END PERFORM ADD-NEW-CUSTOMER-PROFIT
             WHEN CPRF-CUST-CODE (CPRF-IDX) = INV-CUST-CODE
                 CONTINUE
         END-SEARCH.
         IF CPRF-IDX <= CUSTOMER-COUNT
             ADD ENTRY-REVENUE TO CPRF-REVENUE (CPRF-IDX)
             ADD ENTRY-COST TO CPRF-COST (CPRF-IDX)
             COMPUTE CPRF-MARGIN (CPRF-IDX) =
                     CPRF-REVENUE (CPRF-IDX) - CPRF-COST (CPRF-IDX)
         END-IF.
         SET PPRF-IDX TO 1.
         SEARCH PRODUCT-PROFIT-ENTRY
             AT END PERFORM ADD-NEW-PRODUCT-PROFIT
             WHEN PPRF-PRODUCT-CODE (PPRF-IDX) = INV-PRODUCT-CODE
                 CONTINUE
         END-SEARCH.
         IF PPRF-IDX <= PRODUCT-COUNT
             ADD ENTRY-REVENUE TO PPRF-REVENUE (PPRF-IDX)
             ADD ENTRY-COST TO PPRF-COST (PPRF-IDX)
             COMPUTE PPRF-MARGIN (PPRF-IDX) =
                     PPRF-REVENUE (PPRF-IDX) - PPRF-COST (PPRF-IDX)
         END-IF.

       FIND-COST-PER-MILE.
      * Lifetime running cost over lifetime metered miles; a truck
      * with no ledger or no miles yet cannot be costed.
         MOVE ZERO TO COST-PER-MILE.
         MOVE INV-VEH-ID TO VLGR-VEH-ID.
         READ VEHICLE-LEDGER-FILE
             INVALID KEY MOVE "N" TO LEDGER-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO LEDGER-FOUND-SWITCH
         END-READ.
         IF LEDGER-FOUND AND VLGR-LIFETIME-MILES > 0
             COMPUTE VEHICLE-RUNNING-COST =
                     VLGR-FUEL-COST + VLGR-MAINT-COST
             IF VLGR-DEPR-COST NUMERIC
                 ADD VLGR-DEPR-COST TO VEHICLE-RUNNING-COST
             END-IF
             IF VLGR-ENERGY-COST NUMERIC
                 ADD VLGR-ENERGY-COST TO VEHICLE-RUNNING-COST
             END-IF
             COMPUTE COST-PER-MILE ROUNDED =
                     VEHICLE-RUNNING-COST / VLGR-LIFETIME-MILES
         END-IF.

       ADD-NEW-CUSTOMER-PROFIT.
         IF CUSTOMER-COUNT < 3000
             ADD 1 TO CUSTOMER-COUNT
             SET CPRF-IDX TO CUSTOMER-COUNT
             MOVE INV-CUST-CODE TO CPRF-CUST-CODE (CPRF-IDX)
             MOVE ZERO TO CPRF-REVENUE (CPRF-IDX)
             MOVE ZERO TO CPRF-COST (CPRF-IDX)
             MOVE ZERO TO CPRF-MARGIN (CPRF-IDX)
         ELSE
             SET CPRF-IDX TO 3001
         END-IF.

       ADD-NEW-PRODUCT-PROFIT.
         IF PRODUCT-COUNT < 200
             ADD 1 TO PRODUCT-COUNT
             SET PPRF-IDX TO PRODUCT-COUNT
             MOVE INV-PRODUCT-CODE TO PPRF-PRODUCT-CODE (PPRF-IDX)
             MOVE ZERO TO PPRF-REVENUE (PPRF-IDX)
             MOVE ZERO TO PPRF-COST (PPRF-IDX)
             MOVE ZERO TO PPRF-MARGIN (PPRF-IDX)
         ELSE
             SET PPRF-IDX TO 201
         END-IF.

       RANK-CUSTOMER-MARGINS.
      * Simple exchange sort, worst margin first - customer-sized,
      * not transaction-sized, so the ordinary verbs do the job.
         IF CUSTOMER-COUNT < 2
             CONTINUE
         ELSE
             MOVE "Y" TO SORT-SWAPPED-SWITCH
             PERFORM UNTIL NOT SORT-SWAPPED
                 MOVE "N" TO SORT-SWAPPED-SWITCH
                 PERFORM RANK-ONE-SWEEP
                     VARYING SORT-SUB FROM 1 BY 1
                     UNTIL SORT-SUB >= CUSTOMER-COUNT
             END-PERFORM
         END-IF.

       RANK-ONE-SWEEP.
         IF CPRF-MARGIN (SORT-SUB) > CPRF-MARGIN (SORT-SUB + 1)
             MOVE CUSTOMER-PROFIT-ENTRY (SORT-SUB)
                 TO SWAP-CUSTOMER-AREA
             MOVE CUSTOMER-PROFIT-ENTRY (SORT-SUB + 1)
                 TO CUSTOMER-PROFIT-ENTRY (SORT-SUB)
             MOVE SWAP-CUSTOMER-AREA
                 TO CUSTOMER-PROFIT-ENTRY (SORT-SUB + 1)
             MOVE "Y" TO SORT-SWAPPED-SWITCH
         END-IF.

       REPORT-ONE-CUSTOMER.
         SET RANK-NUMBER TO CPRF-IDX.
         MOVE CPRF-CUST-CODE (CPRF-IDX) TO CUST-CODE.
         MOVE SPACES TO CUST-NAME.
         IF CUSTOMER-MASTER-STATUS NOT = "35"
             READ CUSTOMER-MASTER-FILE
                 INVALID KEY MOVE SPACES TO CUST-NAME
             END-READ
         END-IF.
         MOVE CPRF-REVENUE (CPRF-IDX) TO EDITED-REVENUE.
         MOVE CPRF-COST (CPRF-IDX)    TO EDITED-COST.
         MOVE CPRF-MARGIN (CPRF-IDX)  TO EDITED-MARGIN.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING RANK-NUMBER " " CPRF-CUST-CODE (CPRF-IDX)
                " " CUST-NAME (1:20)
                EDITED-REVENUE EDITED-COST EDITED-MARGIN
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-PROFIT-PRINT-LINE.

       REPORT-ONE-PRODUCT.
         MOVE PPRF-REVENUE (PPRF-IDX) TO EDITED-REVENUE.
         MOVE PPRF-COST (PPRF-IDX)    TO EDITED-COST.
         MOVE PPRF-MARGIN (PPRF-IDX)  TO EDITED-MARGIN.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "PRODUCT " PPRF-PRODUCT-CODE (PPRF-IDX)
                "                 "
                EDITED-REVENUE EDITED-COST EDITED-MARGIN
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-PROFIT-PRINT-LINE.

       WRITE-PROFIT-TOTALS.
         COMPUTE TOTAL-MARGIN = TOTAL-REVENUE - TOTAL-COST.
         MOVE TOTAL-REVENUE TO EDITED-REVENUE.
         MOVE TOTAL-COST    TO EDITED-COST.
         MOVE TOTAL-MARGIN  TO EDITED-MARGIN.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "ALL CUSTOMERS                 "
                EDITED-REVENUE EDITED-COST EDITED-MARGIN
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-PROFIT-PRINT-LINE.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "INVOICES NOT COSTED - NO COST PER MILE: "
                ENTRIES-UNCOSTED
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-PROFIT-PRINT-LINE.

       WRITE-PROFIT-PRINT-LINE.
      * Paged print discipline from the shared heading layout.
         IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
             PERFORM WRITE-PROFIT-HEADINGS
         END-IF.
         MOVE PRINT-LINE-WORK TO PROFIT-RPT-REC.
         WRITE PROFIT-RPT-REC.
         ADD 1 TO RPT-LINE-COUNT.

       WRITE-PROFIT-HEADINGS.
         ADD 1 TO RPT-PAGE-COUNT.
         MOVE "CUSTOMER PROFITABILITY" TO RPT-TITLE-TEXT.
         MOVE TODAY-DATE TO RPT-HEAD-DATE.
         MOVE RPT-PAGE-COUNT TO RPT-PAGE-NUMBER.
         MOVE SPACES TO PROFIT-RPT-REC.
         MOVE RPT-TITLE-LINE TO PROFIT-RPT-REC.
         WRITE PROFIT-RPT-REC.
         MOVE SPACES TO RPT-COLUMN-TEXT.
         STRING "MONTH " PROFIT-MONTH
                " RANK / CUSTOMER / REVENUE / COST / MARGIN"
             DELIMITED BY SIZE INTO RPT-COLUMN-TEXT.
         MOVE RPT-COLUMN-TEXT TO PROFIT-RPT-REC.
         WRITE PROFIT-RPT-REC.
         MOVE SPACES TO PROFIT-RPT-REC.
         WRITE PROFIT-RPT-REC.
         MOVE 3 TO RPT-LINE-COUNT.
