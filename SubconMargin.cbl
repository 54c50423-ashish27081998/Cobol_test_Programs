       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SUBMARGN.
      * Monthly subcontracted-haulage margin: every order handed to
      * an outside carrier and invoiced in the month on the control
      * card (the current month when there is no card) is set
      * against what the carrier cost us - the carrier's invoice
      * CARRMTCH matched, or the agreed cost while the bill is
      * still to come.  Revenue is the register's net at its home-
      * currency rate, with any credit or re-bill against the
      * invoice moving it, the way CUSTPROF takes it.  The report
      * lists revenue, carrier cost and margin per order, then per
      * carrier, and orders sold at a loss are flagged and end the
      * run RC-WARNING.  The last section is the case for more
      * trucks: every lane (origin and destination site) we have
      * subcontracted on over the twelve months to the report
      * month, with how many of that lane's orders went outside and
      * what the carriers cost, busiest lane first.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-ORDER-FILE ASSIGN TO "PENDORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-ORDER-REF
               FILE STATUS IS PENDING-ORDER-STATUS.
           SELECT INVOICE-REGISTER-FILE ASSIGN TO "INVREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-REGISTER-STATUS.
           SELECT CARRIER-MASTER-FILE ASSIGN TO "CARRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARR-CODE
               FILE STATUS IS CARRIER-MASTER-STATUS.
           SELECT PROFIT-MONTH-PARM-FILE ASSIGN TO "PROFMON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFIT-MONTH-PARM-STATUS.
           SELECT MARGIN-RPT-FILE ASSIGN TO "SUBMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MARGIN-RPT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-ORDER-FILE.
           COPY PENDORD.

       FD  INVOICE-REGISTER-FILE.
           COPY INVREG.

       FD  CARRIER-MASTER-FILE.
           COPY CARRMAST.

       FD  PROFIT-MONTH-PARM-FILE.
       01  PROFIT-MONTH-PARM-REC.
           02 PROFIT-MONTH-PARM        PIC 9(06).

       FD  MARGIN-RPT-FILE.
       01  MARGIN-RPT-REC              PIC X(100).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           COPY RETCODES.
        01 PENDING-ORDER-STATUS       PIC XX VALUE "00".
        01 INVOICE-REGISTER-STATUS    PIC XX VALUE "00".
        01 CARRIER-MASTER-STATUS      PIC XX VALUE "00".
        01 PROFIT-MONTH-PARM-STATUS   PIC XX VALUE "00".
        01 MARGIN-RPT-STATUS          PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 PROFIT-MONTH               PIC 9(06).
        01 LANE-FROM-MONTH            PIC 9(06).
        01 LANE-FROM-MONTH-PARTS REDEFINES LANE-FROM-MONTH.
           02 LANE-FROM-YEAR          PIC 9(04).
           02 LANE-FROM-MM            PIC 9(02).
        01 ORDER-MONTH                PIC 9(06).
        01 ENTRY-REVENUE              PIC S9(09)V99.
        01 ENTRY-COST                 PIC S9(09)V99.
        01 ORDERS-READ                PIC 9(07) VALUE ZERO.
        01 LOSS-COUNT                 PIC 9(05) VALUE ZERO.
        01 NOT-BILLED-COUNT           PIC 9(05) VALUE ZERO.
        01 TOTAL-REVENUE              PIC S9(11)V99 VALUE ZERO.
        01 TOTAL-COST                 PIC S9(11)V99 VALUE ZERO.
        01 TOTAL-MARGIN               PIC S9(11)V99 VALUE ZERO.
        01 EDITED-REVENUE             PIC -(10)9.99.
        01 EDITED-COST                PIC -(10)9.99.
        01 EDITED-MARGIN              PIC -(10)9.99.
        01 EDITED-LANE-COST           PIC Z(10)9.99.
        01 COST-BASIS-TEXT            PIC X(07).
        01 LOSS-FLAG-TEXT             PIC X(05).
        01 SUBCONTRACT-PERCENT        PIC 9(03).
        01 SORT-SWAPPED-SWITCH        PIC X VALUE "N".
           88 SORT-SWAPPED                 VALUE "Y".
        01 SORT-SUB                   PIC 9(05).
        01 MARGIN-ORDER-COUNT         PIC 9(05) VALUE ZERO.
        01 MARGIN-ORDER-TABLE.
           02 MARGIN-ORDER-ENTRY OCCURS 0 TO 5000 TIMES
                  DEPENDING ON MARGIN-ORDER-COUNT
                  INDEXED BY MORD-IDX.
               03 MORD-ORDER-REF       PIC X(10).
               03 MORD-INV-NUMBER      PIC 9(08).
               03 MORD-CARRIER-CODE    PIC X(06).
               03 MORD-ORIGIN-SITE     PIC X(06).
               03 MORD-DEST-SITE       PIC X(06).
               03 MORD-COST-BASIS      PIC X(01).
                  88 MORD-COST-INVOICED    VALUE "I".
               03 MORD-REVENUE         PIC S9(09)V99.
               03 MORD-COST            PIC S9(09)V99.
               03 MORD-BILLED-SWITCH   PIC X(01).
                  88 MORD-BILLED           VALUE "Y".
        01 CARRIER-COUNT              PIC 9(05) VALUE ZERO.
        01 CARRIER-MARGIN-TABLE.
           02 CARRIER-MARGIN-ENTRY OCCURS 0 TO 500 TIMES
                  DEPENDING ON CARRIER-COUNT
                  INDEXED BY CMRG-IDX.
               03 CMRG-CARRIER-CODE    PIC X(06).
               03 CMRG-ORDERS          PIC 9(05).
               03 CMRG-REVENUE         PIC S9(11)V99.
               03 CMRG-COST            PIC S9(11)V99.
        01 LANE-COUNT                 PIC 9(05) VALUE ZERO.
        01 LANE-TALLY-TABLE.
           02 LANE-TALLY-ENTRY OCCURS 0 TO 2000 TIMES
                  DEPENDING ON LANE-COUNT
                  INDEXED BY LANE-IDX.
               03 LTAL-ORIGIN-SITE     PIC X(06).
               03 LTAL-DEST-SITE       PIC X(06).
               03 LTAL-ORDERS          PIC 9(05).
               03 LTAL-SUBCONTRACTED   PIC 9(05).
               03 LTAL-CARRIER-COST    PIC 9(11)V99.
        01 SWAP-LANE-AREA             PIC X(35).
           COPY RPTHEAD.
        01 SECTION-COLUMN-TEXT        PIC X(50).
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
         DISPLAY "SUBMARGN: SUBCONTRACT MARGIN STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         MOVE "S" TO LOG-EVENT-CODE.
         PERFORM WRITE-RUN-LOG.
         PERFORM READ-PROFIT-MONTH-PARM.
         PERFORM GATHER-SUBCONTRACTED-ORDERS.
         PERFORM PRICE-ORDERS-FROM-REGISTER.
         PERFORM TOTAL-CARRIER-MARGINS.
         PERFORM RANK-SUBCONTRACTED-LANES.
         OPEN INPUT CARRIER-MASTER-FILE.
         OPEN OUTPUT MARGIN-RPT-FILE.
         MOVE "ORDER / CARRIER / LANE / REVENUE / COST / MARGIN"
             TO SECTION-COLUMN-TEXT.
         IF MARGIN-ORDER-COUNT > 0
             PERFORM REPORT-ONE-ORDER
                 VARYING MORD-IDX FROM 1 BY 1
                 UNTIL MORD-IDX > MARGIN-ORDER-COUNT
         END-IF.
         PERFORM WRITE-MARGIN-TOTALS.
         MOVE "CARRIER / ORDERS / REVENUE / COST / MARGIN"
             TO SECTION-COLUMN-TEXT.
         MOVE 999 TO RPT-LINE-COUNT.
         IF CARRIER-COUNT > 0
             PERFORM REPORT-ONE-CARRIER
                 VARYING CMRG-IDX FROM 1 BY 1
                 UNTIL CMRG-IDX > CARRIER-COUNT
         END-IF.
         MOVE "LANE / ORDERS / SUBCONTRACTED / PCT / CARRIER COST"
             TO SECTION-COLUMN-TEXT.
         MOVE 999 TO RPT-LINE-COUNT.
         IF LANE-COUNT > 0
             PERFORM REPORT-ONE-LANE
                 VARYING LANE-IDX FROM 1 BY 1
                 UNTIL LANE-IDX > LANE-COUNT
         END-IF.
         CLOSE MARGIN-RPT-FILE.
         IF CARRIER-MASTER-STATUS NOT = "35"
             CLOSE CARRIER-MASTER-FILE
         END-IF.
         DISPLAY "MARGIN MONTH: " PROFIT-MONTH.
         DISPLAY "SUBCONTRACTED ORDERS INVOICED: " MARGIN-ORDER-COUNT.
         DISPLAY "ORDERS AT A LOSS: " LOSS-COUNT.
         DISPLAY "ORDERS NOT FOUND ON REGISTER: " NOT-BILLED-COUNT.
         DISPLAY "LANES SUBCONTRACTED ON IN TWELVE MONTHS: "
                 LANE-COUNT.
         IF LOSS-COUNT > 0 OR NOT-BILLED-COUNT > 0
             MOVE RC-WARNING TO FINAL-RETURN-CODE
         ELSE
             MOVE RC-NORMAL TO FINAL-RETURN-CODE
         END-IF.
         MOVE "E" TO LOG-EVENT-CODE.
         MOVE ORDERS-READ TO LOG-RECORDS-IN.
         MOVE MARGIN-ORDER-COUNT TO LOG-RECORDS-OUT.
         MOVE LOSS-COUNT TO LOG-RECORDS-REJ.
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
         MOVE "SUBMARGN" TO RLOG-PROGRAM.
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
      * The same month card the customer profitability run reads.
      * The lane section reaches back to the same month a year ago.
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
         COMPUTE LANE-FROM-MONTH = PROFIT-MONTH - 100 + 1.
         IF LANE-FROM-MM > 12
             ADD 1 TO LANE-FROM-YEAR
             MOVE 1 TO LANE-FROM-MM
         END-IF.

       GATHER-SUBCONTRACTED-ORDERS.
      * One pass of the pending-order file feeds both halves of
      * the report: the month's invoiced subcontracted orders, and
      * the twelve-month lane tally of all orders.
         OPEN INPUT PENDING-ORDER-FILE.
         IF PENDING-ORDER-STATUS NOT = "00"
             DISPLAY "SUBMARGN: NO PENDING-ORDER FILE ON FILE"
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
                 IF NOT END-OF-FILE AND NOT PEND-IS-SHORTFALL
                     ADD 1 TO ORDERS-READ
                     PERFORM GATHER-ONE-ORDER
                 END-IF
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE PENDING-ORDER-FILE
         END-IF.

       GATHER-ONE-ORDER.
         IF PEND-CARRIER-COST NOT NUMERIC
             MOVE ZERO TO PEND-CARRIER-COST
         END-IF.
         IF PEND-CARR-MATCH-DATE NOT NUMERIC
             MOVE ZERO TO PEND-CARR-MATCH-DATE
         END-IF.
      * What the carrier actually billed once it is matched, the
      * agreed cost until then.
         IF PEND-CARR-MATCH-DATE > ZERO
             MOVE PEND-CARR-INV-AMOUNT TO ENTRY-COST
         ELSE
             MOVE PEND-CARRIER-COST TO ENTRY-COST
         END-IF.
         MOVE PEND-ORDER-DATE (1:6) TO ORDER-MONTH.
         IF ORDER-MONTH >= LANE-FROM-MONTH AND
            ORDER-MONTH <= PROFIT-MONTH AND
            PEND-ORIGIN-SITE NOT = SPACES AND
            PEND-DEST-SITE NOT = SPACES
             PERFORM TALLY-ORDER-LANE
         END-IF.
         IF PEND-IS-SUBCONTRACTED AND PEND-INVOICED AND
            PEND-INV-DATE (1:6) = PROFIT-MONTH
             IF MARGIN-ORDER-COUNT < 5000
                 ADD 1 TO MARGIN-ORDER-COUNT
                 SET MORD-IDX TO MARGIN-ORDER-COUNT
                 MOVE PEND-ORDER-REF    TO MORD-ORDER-REF (MORD-IDX)
                 MOVE PEND-INV-NUMBER   TO MORD-INV-NUMBER (MORD-IDX)
                 MOVE PEND-CARRIER-CODE
                     TO MORD-CARRIER-CODE (MORD-IDX)
                 MOVE PEND-ORIGIN-SITE
                     TO MORD-ORIGIN-SITE (MORD-IDX)
                 MOVE PEND-DEST-SITE    TO MORD-DEST-SITE (MORD-IDX)
                 IF PEND-CARR-MATCH-DATE > ZERO
                     MOVE "I" TO MORD-COST-BASIS (MORD-IDX)
                 ELSE
                     MOVE "A" TO MORD-COST-BASIS (MORD-IDX)
                 END-IF
                 MOVE ZERO         TO MORD-REVENUE (MORD-IDX)
                 MOVE ENTRY-COST   TO MORD-COST (MORD-IDX)
                 MOVE "N" TO MORD-BILLED-SWITCH (MORD-IDX)
             END-IF
         END-IF.

       TALLY-ORDER-LANE.
         SET LANE-IDX TO 1.
         SEARCH LANE-TALLY-ENTRY
             AT END PERFORM ADD-NEW-LANE-TALLY
             WHEN LTAL-ORIGIN-SITE (LANE-IDX) = PEND-ORIGIN-SITE
              AND LTAL-DEST-SITE (LANE-IDX) = PEND-DEST-SITE
                 CONTINUE
         END-SEARCH.
         IF LANE-IDX <= LANE-COUNT
             ADD 1 TO LTAL-ORDERS (LANE-IDX)
             IF PEND-IS-SUBCONTRACTED
                 ADD 1 TO LTAL-SUBCONTRACTED (LANE-IDX)
                 ADD ENTRY-COST TO LTAL-CARRIER-COST (LANE-IDX)
             END-IF
         END-IF.

       ADD-NEW-LANE-TALLY.
         IF LANE-COUNT < 2000
             ADD 1 TO LANE-COUNT
             SET LANE-IDX TO LANE-COUNT
             MOVE PEND-ORIGIN-SITE TO LTAL-ORIGIN-SITE (LANE-IDX)
             MOVE PEND-DEST-SITE   TO LTAL-DEST-SITE (LANE-IDX)
             MOVE ZERO TO LTAL-ORDERS (LANE-IDX)
             MOVE ZERO TO LTAL-SUBCONTRACTED (LANE-IDX)
             MOVE ZERO TO LTAL-CARRIER-COST (LANE-IDX)
         ELSE
             SET LANE-IDX TO 2001
         END-IF.

       PRICE-ORDERS-FROM-REGISTER.
      * The invoice itself, and any credit or re-bill pointing back
      * at it, make up what the customer paid for the order.
         IF MARGIN-ORDER-COUNT > 0
             OPEN INPUT INVOICE-REGISTER-FILE
             IF INVOICE-REGISTER-STATUS NOT = "00"
                 DISPLAY "SUBMARGN: NO INVOICE REGISTER ON FILE"
             ELSE
                 READ INVOICE-REGISTER-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
                 PERFORM UNTIL END-OF-FILE
                     PERFORM PRICE-ONE-REGISTER-ENTRY
                     READ INVOICE-REGISTER-FILE
                         AT END MOVE "Y" TO END-OF-FILE-SWITCH
                     END-READ
                 END-PERFORM
                 MOVE "N" TO END-OF-FILE-SWITCH
                 CLOSE INVOICE-REGISTER-FILE
             END-IF
         END-IF.

       PRICE-ONE-REGISTER-ENTRY.
         IF INV-NET-AMOUNT NUMERIC
             MOVE INV-NET-AMOUNT TO ENTRY-REVENUE
         ELSE
             MOVE INV-AMOUNT TO ENTRY-REVENUE
         END-IF.
         IF INV-EXCH-RATE NUMERIC AND INV-EXCH-RATE NOT = ZERO
             COMPUTE ENTRY-REVENUE ROUNDED =
                     ENTRY-REVENUE * INV-EXCH-RATE
         END-IF.
         SET MORD-IDX TO 1.
         IF INV-IS-CREDIT OR INV-IS-REBILL
             SEARCH MARGIN-ORDER-ENTRY
                 AT END CONTINUE
                 WHEN MORD-INV-NUMBER (MORD-IDX) = INV-ORIG-NUMBER
                     ADD ENTRY-REVENUE TO MORD-REVENUE (MORD-IDX)
             END-SEARCH
         ELSE
             SEARCH MARGIN-ORDER-ENTRY
                 AT END CONTINUE
                 WHEN MORD-INV-NUMBER (MORD-IDX) = INV-NUMBER
                     ADD ENTRY-REVENUE TO MORD-REVENUE (MORD-IDX)
                     MOVE "Y" TO MORD-BILLED-SWITCH (MORD-IDX)
             END-SEARCH
         END-IF.

       TOTAL-CARRIER-MARGINS.
         IF MARGIN-ORDER-COUNT > 0
             PERFORM TOTAL-ONE-ORDER
                 VARYING MORD-IDX FROM 1 BY 1
                 UNTIL MORD-IDX > MARGIN-ORDER-COUNT
         END-IF.

       TOTAL-ONE-ORDER.
         IF NOT MORD-BILLED (MORD-IDX)
             ADD 1 TO NOT-BILLED-COUNT
         END-IF.
         IF MORD-REVENUE (MORD-IDX) < MORD-COST (MORD-IDX)
             ADD 1 TO LOSS-COUNT
         END-IF.
         ADD MORD-REVENUE (MORD-IDX) TO TOTAL-REVENUE.
         ADD MORD-COST (MORD-IDX) TO TOTAL-COST.
         SET CMRG-IDX TO 1.
         SEARCH CARRIER-MARGIN-ENTRY
             AT END PERFORM ADD-NEW-CARRIER-MARGIN
             WHEN CMRG-CARRIER-CODE (CMRG-IDX) =
                  MORD-CARRIER-CODE (MORD-IDX)
                 CONTINUE
         END-SEARCH.
         IF CMRG-IDX <= CARRIER-COUNT
             ADD 1 TO CMRG-ORDERS (CMRG-IDX)
             ADD MORD-REVENUE (MORD-IDX) TO CMRG-REVENUE (CMRG-IDX)
             ADD MORD-COST (MORD-IDX) TO CMRG-COST (CMRG-IDX)
         END-IF.

       ADD-NEW-CARRIER-MARGIN.
         IF CARRIER-COUNT < 500
             ADD 1 TO CARRIER-COUNT
             SET CMRG-IDX TO CARRIER-COUNT
             MOVE MORD-CARRIER-CODE (MORD-IDX)
                 TO CMRG-CARRIER-CODE (CMRG-IDX)
             MOVE ZERO TO CMRG-ORDERS (CMRG-IDX)
             MOVE ZERO TO CMRG-REVENUE (CMRG-IDX)
             MOVE ZERO TO CMRG-COST (CMRG-IDX)
         ELSE
             SET CMRG-IDX TO 501
         END-IF.

       RANK-SUBCONTRACTED-LANES.
      * Lanes never sent outside drop out of the table first, then
      * a simple exchange sort puts the most-subcontracted first.
         MOVE ZERO TO SORT-SUB.
         IF LANE-COUNT > 0
             PERFORM KEEP-ONE-LANE
                 VARYING LANE-IDX FROM 1 BY 1
                 UNTIL LANE-IDX > LANE-COUNT
         END-IF.
         MOVE SORT-SUB TO LANE-COUNT.
         IF LANE-COUNT < 2
             CONTINUE
         ELSE
             MOVE "Y" TO SORT-SWAPPED-SWITCH
             PERFORM UNTIL NOT SORT-SWAPPED
                 MOVE "N" TO SORT-SWAPPED-SWITCH
                 PERFORM RANK-ONE-SWEEP
                     VARYING SORT-SUB FROM 1 BY 1
                     UNTIL SORT-SUB >= LANE-COUNT
             END-PERFORM
         END-IF.

       KEEP-ONE-LANE.
         IF LTAL-SUBCONTRACTED (LANE-IDX) > ZERO
             ADD 1 TO SORT-SUB
             MOVE LANE-TALLY-ENTRY (LANE-IDX)
                 TO LANE-TALLY-ENTRY (SORT-SUB)
         END-IF.

       RANK-ONE-SWEEP.
         IF LTAL-SUBCONTRACTED (SORT-SUB) <
            LTAL-SUBCONTRACTED (SORT-SUB + 1)
             MOVE LANE-TALLY-ENTRY (SORT-SUB) TO SWAP-LANE-AREA
             MOVE LANE-TALLY-ENTRY (SORT-SUB + 1)
                 TO LANE-TALLY-ENTRY (SORT-SUB)
             MOVE SWAP-LANE-AREA TO LANE-TALLY-ENTRY (SORT-SUB + 1)
             MOVE "Y" TO SORT-SWAPPED-SWITCH
         END-IF.

       REPORT-ONE-ORDER.
         COMPUTE TOTAL-MARGIN =
                 MORD-REVENUE (MORD-IDX) - MORD-COST (MORD-IDX).
         MOVE MORD-REVENUE (MORD-IDX) TO EDITED-REVENUE.
         MOVE MORD-COST (MORD-IDX)    TO EDITED-COST.
         MOVE TOTAL-MARGIN            TO EDITED-MARGIN.
         IF MORD-COST-INVOICED (MORD-IDX)
             MOVE "BILLED " TO COST-BASIS-TEXT
         ELSE
             MOVE "AGREED " TO COST-BASIS-TEXT
         END-IF.
         IF TOTAL-MARGIN < ZERO
             MOVE " LOSS" TO LOSS-FLAG-TEXT
         ELSE
             MOVE SPACES TO LOSS-FLAG-TEXT
         END-IF.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING MORD-ORDER-REF (MORD-IDX)
                " " MORD-CARRIER-CODE (MORD-IDX)
                " " MORD-ORIGIN-SITE (MORD-IDX)
                "-" MORD-DEST-SITE (MORD-IDX)
                EDITED-REVENUE EDITED-COST EDITED-MARGIN
                " " COST-BASIS-TEXT LOSS-FLAG-TEXT
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-MARGIN-PRINT-LINE.

       WRITE-MARGIN-TOTALS.
         COMPUTE TOTAL-MARGIN = TOTAL-REVENUE - TOTAL-COST.
         MOVE TOTAL-REVENUE TO EDITED-REVENUE.
         MOVE TOTAL-COST    TO EDITED-COST.
         MOVE TOTAL-MARGIN  TO EDITED-MARGIN.
         MOVE SPACES TO PRINT-LINE-WORK.
         PERFORM WRITE-MARGIN-PRINT-LINE.
         STRING "ALL SUBCONTRACTED ORDERS   "
                EDITED-REVENUE EDITED-COST EDITED-MARGIN
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-MARGIN-PRINT-LINE.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "ORDERS AT A LOSS: " LOSS-COUNT
                "  NOT FOUND ON INVOICE REGISTER: " NOT-BILLED-COUNT
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-MARGIN-PRINT-LINE.

       REPORT-ONE-CARRIER.
         MOVE CMRG-CARRIER-CODE (CMRG-IDX) TO CARR-CODE.
         MOVE SPACES TO CARR-NAME.
         IF CARRIER-MASTER-STATUS NOT = "35"
             READ CARRIER-MASTER-FILE
                 INVALID KEY MOVE "*NOT ON CARRIER MASTER*"
                                 TO CARR-NAME
             END-READ
         END-IF.
         COMPUTE TOTAL-MARGIN =
                 CMRG-REVENUE (CMRG-IDX) - CMRG-COST (CMRG-IDX).
         MOVE CMRG-REVENUE (CMRG-IDX) TO EDITED-REVENUE.
         MOVE CMRG-COST (CMRG-IDX)    TO EDITED-COST.
         MOVE TOTAL-MARGIN            TO EDITED-MARGIN.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING CMRG-CARRIER-CODE (CMRG-IDX)
                " " CARR-NAME (1:20)
                " " CMRG-ORDERS (CMRG-IDX)
                EDITED-REVENUE EDITED-COST EDITED-MARGIN
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-MARGIN-PRINT-LINE.

       REPORT-ONE-LANE.
         COMPUTE SUBCONTRACT-PERCENT ROUNDED =
                 LTAL-SUBCONTRACTED (LANE-IDX) * 100 /
                 LTAL-ORDERS (LANE-IDX).
         MOVE LTAL-CARRIER-COST (LANE-IDX) TO EDITED-LANE-COST.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING LTAL-ORIGIN-SITE (LANE-IDX)
                "-" LTAL-DEST-SITE (LANE-IDX)
                "  ORDERS " LTAL-ORDERS (LANE-IDX)
                "  SUBCONTRACTED " LTAL-SUBCONTRACTED (LANE-IDX)
                "  " SUBCONTRACT-PERCENT "%"
                "  CARRIER COST " EDITED-LANE-COST
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-MARGIN-PRINT-LINE.

       WRITE-MARGIN-PRINT-LINE.
      * Paged print discipline from the shared heading layout.
         IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
             PERFORM WRITE-MARGIN-HEADINGS
         END-IF.
         MOVE PRINT-LINE-WORK TO MARGIN-RPT-REC.
         WRITE MARGIN-RPT-REC.
         ADD 1 TO RPT-LINE-COUNT.

       WRITE-MARGIN-HEADINGS.
         ADD 1 TO RPT-PAGE-COUNT.
         MOVE "SUBCONTRACTED HAULAGE MARGIN" TO RPT-TITLE-TEXT.
         MOVE TODAY-DATE TO RPT-HEAD-DATE.
         MOVE RPT-PAGE-COUNT TO RPT-PAGE-NUMBER.
         MOVE SPACES TO MARGIN-RPT-REC.
         MOVE RPT-TITLE-LINE TO MARGIN-RPT-REC.
         WRITE MARGIN-RPT-REC.
         MOVE SPACES TO RPT-COLUMN-TEXT.
         STRING "MONTH " PROFIT-MONTH " " SECTION-COLUMN-TEXT
             DELIMITED BY SIZE INTO RPT-COLUMN-TEXT.
         MOVE RPT-COLUMN-TEXT TO MARGIN-RPT-REC.
         WRITE MARGIN-RPT-REC.
         MOVE SPACES TO MARGIN-RPT-REC.
         WRITE MARGIN-RPT-REC.
         MOVE 3 TO RPT-LINE-COUNT.
