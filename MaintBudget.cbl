       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MAINTBUD.
      * Maintenance budget versus actual: the budget file carries
      * an amount per depot, class and fiscal period, closed WO-COST
      * actuals are accumulated from the work-order master joined
      * to the fleet master, and the variance report puts the two
      * side by side.  A depot that crosses the configured
      * percentage of its annual figure before year end raises a
      * severe alert - the garage manager finally has a number to
      * manage to.  Periods and years are finance's 4-4-5 fiscal
      * ones from the shared FISCPER lookup, so the variance lines
      * agree with the ledger at quarter end.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  BUDGET-REC.
           02 BUDG-DEPOT               PIC X(03).
           02 BUDG-CLASS               PIC X(02).
           02 BUDG-PERIOD              PIC 9(02).
           02 BUDG-AMOUNT              PIC 9(09)V99.

       FD  WORK-ORDER-FILE.

       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY FISCPERP.
        01 BUDGET-STATUS              PIC XX VALUE "00".
        01 WORK-ORDER-STATUS          PIC XX VALUE "00".
        01 VEHICLE-MASTER-STATUS      PIC XX VALUE "00".
           02 TODAY-DAY               PIC 9(02).
        01 TODAY-DATE-NUM REDEFINES TODAY-DATE
                                      PIC 9(08).
        01 TODAY-FISCAL-YEAR          PIC 9(04).
        01 TODAY-FISCAL-PERIOD        PIC 9(02).
        01 ALERT-PCT-LIMIT            PIC 9(03) VALUE 90.
        01 VARIANCE-AMOUNT            PIC S9(11)V99.
        01 SPENT-PCT                  PIC 9(05)V9.
        01 OVER-ALERT-COUNT           PIC 9(03) VALUE ZERO.
                  INDEXED BY BUDG-IDX.
               03 BTAB-DEPOT           PIC X(03).
               03 BTAB-CLASS           PIC X(02).
               03 BTAB-PERIOD          PIC 9(02).
               03 BTAB-AMOUNT          PIC 9(09)V99.
               03 BTAB-ACTUAL          PIC 9(11)V99.
        01 DEPOT-COUNT                PIC 9(03) VALUE ZERO.
       Begin.
         DISPLAY "MAINTBUD: BUDGET VERSUS ACTUAL STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         MOVE "D" TO FP-FUNCTION.
         MOVE TODAY-DATE-NUM TO FP-DATE.
         CALL "FISCPER" USING FISCAL-PERIOD-PARMS.
         MOVE FP-FISCAL-YEAR TO TODAY-FISCAL-YEAR.
         MOVE FP-PERIOD      TO TODAY-FISCAL-PERIOD.
         PERFORM READ-SHOP-PARMS.
         PERFORM LOAD-BUDGET-TABLE.
         IF BUDGET-COUNT = 0
                         TO BTAB-DEPOT (BUDG-IDX)
                     MOVE BUDG-CLASS
                         TO BTAB-CLASS (BUDG-IDX)
                     MOVE BUDG-PERIOD
                         TO BTAB-PERIOD (BUDG-IDX)
                     MOVE BUDG-AMOUNT
                         TO BTAB-AMOUNT (BUDG-IDX)
                     MOVE ZERO TO BTAB-ACTUAL (BUDG-IDX)

       ACCUMULATE-ACTUALS.
      * One key-order pass of the work-order master: closed orders
      * from this fiscal year charge their vehicle's depot and
      * class for the fiscal period they closed in.
         OPEN INPUT WORK-ORDER-FILE.
         IF WORK-ORDER-STATUS NOT = "00"
             DISPLAY "NO WORK-ORDER MASTER ON FILE"
         END-IF.

       CHARGE-ONE-ORDER.
         MOVE WO-CLOSE-DATE TO FP-DATE.
         CALL "FISCPER" USING FISCAL-PERIOD-PARMS.
         IF FP-FISCAL-YEAR NOT = TODAY-FISCAL-YEAR
             CONTINUE
         ELSE
             MOVE WO-VEH-ID TO VEH-ID
             AT END CONTINUE
             WHEN BTAB-DEPOT (BUDG-IDX) = VEH-DEPOT
              AND BTAB-CLASS (BUDG-IDX) = VEH-CLASS
              AND BTAB-PERIOD (BUDG-IDX) = FP-PERIOD
                 ADD WO-COST TO BTAB-ACTUAL (BUDG-IDX)
         END-SEARCH.

       BUILD-VARIANCE-REPORT.
         OPEN OUTPUT VARIANCE-RPT-FILE.
         MOVE SPACES TO VARIANCE-RPT-REC.
         STRING "MAINTENANCE BUDGET VERSUS ACTUAL - FISCAL "
                TODAY-FISCAL-YEAR " PERIOD " TODAY-FISCAL-PERIOD
             DELIMITED BY SIZE INTO VARIANCE-RPT-REC.
         WRITE VARIANCE-RPT-REC.
         PERFORM REPORT-ONE-BUDGET-LINE
         CLOSE VARIANCE-RPT-FILE.

       REPORT-ONE-BUDGET-LINE.
      * Periods past the run period have no actuals yet and stay
      * off the variance listing.
         IF BTAB-PERIOD (BUDG-IDX) > TODAY-FISCAL-PERIOD
             CONTINUE
         ELSE
             COMPUTE VARIANCE-AMOUNT =
             IF VARIANCE-AMOUNT > 0
                 STRING "DEPOT " BTAB-DEPOT (BUDG-IDX)
                        " CLASS " BTAB-CLASS (BUDG-IDX)
                        " PERIOD " BTAB-PERIOD (BUDG-IDX)
                        " BUDGET " BTAB-AMOUNT (BUDG-IDX)
                        " ACTUAL " BTAB-ACTUAL (BUDG-IDX)
                        " OVER BY " VARIANCE-AMOUNT
             ELSE
                 STRING "DEPOT " BTAB-DEPOT (BUDG-IDX)
                        " CLASS " BTAB-CLASS (BUDG-IDX)
                        " PERIOD " BTAB-PERIOD (BUDG-IDX)
                        " BUDGET " BTAB-AMOUNT (BUDG-IDX)
                        " ACTUAL " BTAB-ACTUAL (BUDG-IDX)
                     DELIMITED BY SIZE INTO VARIANCE-RPT-REC
                 ON SIZE ERROR MOVE 99999.9 TO SPENT-PCT
             END-COMPUTE
             IF SPENT-PCT > ALERT-PCT-LIMIT AND
                TODAY-FISCAL-PERIOD < 12
                 ADD 1 TO OVER-ALERT-COUNT
                 PERFORM WRITE-BUDGET-ALERT
             END-IF
