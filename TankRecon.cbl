       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TANKRECN.
      * Daily bulk-fuel reconciliation for the depots that fill
      * trucks from their own tanks.  Tank setup cards on DTNKTRAN
      * put a tank and its capacity on DEPTANK for a depot that is
      * on DEPOTMST; supplier delivery and dip-reading cards on the
      * same file, and the pump's per-fill dispensing lines on
      * PUMPDISP, are totalled per tank.  Each tank's opening book
      * stock plus deliveries less dispensed is compared with the
      * day's dip: a shortfall over the shop parameter
      * TANK-LOSS-GALS is flagged on the report and as a severe
      * ALERTOUT line.  The dip becomes the new book stock - with no
      * dip the calculated stock is carried forward - so one day's
      * loss is not reported again the next.  A fill for a unit not
      * on VEHICLE-MASTER, or an electric one, or from a tank not on
      * file, is rejected here as FUELMPG rejects it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOT-TANK-FILE ASSIGN TO "DEPTANK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DTNK-KEY
               FILE STATUS IS DEPOT-TANK-STATUS.
           SELECT TANK-TRANS-FILE ASSIGN TO "DTNKTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TANK-TRANS-STATUS.
           SELECT PUMP-DISPENSE-FILE ASSIGN TO "PUMPDISP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUMP-DISPENSE-STATUS.
           SELECT DEPOT-MASTER-FILE ASSIGN TO "DEPOTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPO-CODE
               FILE STATUS IS DEPOT-MASTER-STATUS.
           SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEH-ID
               FILE STATUS IS VEHICLE-MASTER-STATUS.
           SELECT SHOP-PARM-FILE ASSIGN TO "SHOPPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPRM-PARM-KEY
               FILE STATUS IS SHOP-PARM-STATUS.
           SELECT TANK-REPORT-FILE ASSIGN TO "TANKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TANK-REPORT-STATUS.
           SELECT SHOP-ALERT-FILE ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHOP-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPOT-TANK-FILE.
           COPY DEPTANK.

       FD  TANK-TRANS-FILE.
       01  TANK-TRANS-REC.
           02 DTRN-TYPE               PIC X(01).
              88 DTRN-TANK-SETUP           VALUE "T".
              88 DTRN-DELIVERY             VALUE "D".
              88 DTRN-DIP-READING          VALUE "P".
           02 DTRN-DEPOT              PIC X(03).
           02 DTRN-TANK-NO            PIC 9(02).
           02 DTRN-DATE               PIC 9(08).
      * Gallons delivered, or the stock the dip stick showed.
           02 DTRN-GALLONS            PIC 9(06)V9.
           02 DTRN-SUPPLIER           PIC X(06).
           02 DTRN-TICKET             PIC X(10).
      * Capacity on a setup card only.
           02 DTRN-CAPACITY           PIC 9(06).

       FD  PUMP-DISPENSE-FILE.
           COPY PUMPDISP.

       FD  DEPOT-MASTER-FILE.
           COPY DEPOTMST.

       FD  VEHICLE-MASTER-FILE.
           COPY VEHMAST.

       FD  SHOP-PARM-FILE.
           COPY SHOPPARM.

       FD  TANK-REPORT-FILE.
       01  TANK-REPORT-REC            PIC X(100).

       FD  SHOP-ALERT-FILE.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
           COPY RETCODES.
        01 DEPOT-TANK-STATUS          PIC XX VALUE "00".
        01 TANK-TRANS-STATUS          PIC XX VALUE "00".
        01 PUMP-DISPENSE-STATUS       PIC XX VALUE "00".
        01 DEPOT-MASTER-STATUS        PIC XX VALUE "00".
        01 VEHICLE-MASTER-STATUS      PIC XX VALUE "00".
        01 SHOP-PARM-STATUS           PIC XX VALUE "00".
        01 TANK-REPORT-STATUS         PIC XX VALUE "00".
        01 SHOP-ALERT-STATUS          PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 DEPOT-MASTER-SWITCH        PIC X VALUE "N".
           88 DEPOT-MASTER-ON-FILE         VALUE "Y".
        01 DEPOT-FOUND-SWITCH         PIC X VALUE "N".
           88 DEPOT-FOUND                  VALUE "Y".
        01 VEHICLE-FOUND-SWITCH       PIC X VALUE "N".
           88 VEHICLE-FOUND                VALUE "Y".
        01 TANK-FOUND-SWITCH          PIC X VALUE "N".
           88 TANK-FOUND                   VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
      * A dip short of the calculated stock by more than this many
      * gallons is a loss; SHOPPARM overrides the default.
        01 LOSS-TOLERANCE             PIC 9(05) VALUE 25.
        01 REJECT-REASON              PIC X(30).
        01 SEARCH-TANK-KEY.
           02 SRCH-DEPOT              PIC X(03).
           02 SRCH-TANK-NO            PIC 9(02).
        01 EXPECTED-STOCK             PIC S9(07)V9.
        01 STOCK-VARIANCE             PIC S9(07)V9.
        01 LOSS-GALLONS               PIC 9(07)V9.
        01 TANKS-SET-UP               PIC 9(05) VALUE ZERO.
        01 TANK-TRANS-READ            PIC 9(07) VALUE ZERO.
        01 DISPENSE-LINES-READ        PIC 9(07) VALUE ZERO.
        01 LINES-REJECTED             PIC 9(07) VALUE ZERO.
        01 TANKS-RECONCILED           PIC 9(05) VALUE ZERO.
        01 TANKS-NOT-DIPPED           PIC 9(05) VALUE ZERO.
        01 TANK-LOSSES                PIC 9(05) VALUE ZERO.
        01 TANK-COUNT                 PIC 9(03) VALUE ZERO.
        01 TANK-TABLE.
      * Each tank's opening book stock and the day's movements.
           02 TANK-ENTRY OCCURS 0 TO 200 TIMES
                  DEPENDING ON TANK-COUNT
                  INDEXED BY TANK-IDX.
               03 TTAB-KEY.
                  04 TTAB-DEPOT        PIC X(03).
                  04 TTAB-TANK-NO      PIC 9(02).
               03 TTAB-CAPACITY        PIC 9(06).
               03 TTAB-OPENING-STOCK   PIC 9(06)V9.
               03 TTAB-DELIVERED       PIC 9(07)V9.
               03 TTAB-DISPENSED       PIC 9(07)V9.
               03 TTAB-DIP-GALLONS     PIC 9(06)V9.
               03 TTAB-DIP-DATE        PIC 9(08).

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "TANKRECN: BULK-FUEL TANK RECONCILIATION STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         PERFORM READ-SHOP-PARMS.
         OPEN I-O DEPOT-TANK-FILE.
         IF DEPOT-TANK-STATUS = "35"
      * First-ever run - no tank file yet, so create an empty one
      * for the setup cards to fill.
             OPEN OUTPUT DEPOT-TANK-FILE
             CLOSE DEPOT-TANK-FILE
             OPEN I-O DEPOT-TANK-FILE
         END-IF.
         OPEN INPUT VEHICLE-MASTER-FILE.
         IF VEHICLE-MASTER-STATUS NOT = "00"
             DISPLAY "TANKRECN: CANNOT OPEN VEHICLE-MASTER - "
                     VEHICLE-MASTER-STATUS
             CLOSE DEPOT-TANK-FILE
             STOP RUN RETURNING RC-SEVERE
         END-IF.
         OPEN INPUT DEPOT-MASTER-FILE.
         IF DEPOT-MASTER-STATUS = "00"
             MOVE "Y" TO DEPOT-MASTER-SWITCH
         ELSE
             DISPLAY "NO DEPOT MASTER ON FILE - DEPOT CHECK SKIPPED"
         END-IF.
         OPEN OUTPUT TANK-REPORT-FILE.
         MOVE SPACES TO TANK-REPORT-REC.
         STRING "BULK-FUEL TANK RECONCILIATION AS OF " TODAY-DATE
                " - LOSS TOLERANCE " LOSS-TOLERANCE " GALLONS"
             DELIMITED BY SIZE INTO TANK-REPORT-REC.
         WRITE TANK-REPORT-REC.
         MOVE SPACES TO TANK-REPORT-REC.
         WRITE TANK-REPORT-REC.
         MOVE "REJECTED TRANSACTIONS" TO TANK-REPORT-REC.
         WRITE TANK-REPORT-REC.
         PERFORM APPLY-TANK-SETUPS.
         PERFORM LOAD-TANK-TABLE.
         PERFORM LOAD-TANK-MOVEMENTS.
         PERFORM LOAD-PUMP-DISPENSING.
         PERFORM RECONCILE-TANKS.
         CLOSE TANK-REPORT-FILE DEPOT-TANK-FILE VEHICLE-MASTER-FILE.
         IF DEPOT-MASTER-ON-FILE
             CLOSE DEPOT-MASTER-FILE
         END-IF.
         DISPLAY "TANK TRANSACTIONS READ: " TANK-TRANS-READ.
         DISPLAY "TANKS SET UP: " TANKS-SET-UP.
         DISPLAY "DISPENSING LINES READ: " DISPENSE-LINES-READ.
         DISPLAY "LINES REJECTED: " LINES-REJECTED.
         DISPLAY "TANKS RECONCILED: " TANKS-RECONCILED.
         DISPLAY "TANKS WITH NO DIP: " TANKS-NOT-DIPPED.
         DISPLAY "LOSSES OVER TOLERANCE: " TANK-LOSSES.
         IF TANK-LOSSES > 0 OR LINES-REJECTED > 0
             STOP RUN RETURNING RC-WARNING
         ELSE
             STOP RUN RETURNING RC-NORMAL
         END-IF.

       READ-SHOP-PARMS.
         OPEN INPUT SHOP-PARM-FILE.
         IF SHOP-PARM-STATUS = "00"
             MOVE "TANK-LOSS-GALS  " TO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE SPRM-PARM-VALUE TO LOSS-TOLERANCE
             END-READ
             CLOSE SHOP-PARM-FILE
         END-IF.

       APPLY-TANK-SETUPS.
      * First pass over the tank cards applies only the setups, so
      * a delivery or dip keyed ahead of its tank's setup card in
      * the same batch still finds the tank.
         OPEN INPUT TANK-TRANS-FILE.
         IF TANK-TRANS-STATUS NOT = "00"
             DISPLAY "NO TANK TRANSACTIONS TO PROCESS"
         ELSE
             READ TANK-TRANS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 IF DTRN-TANK-SETUP
                     PERFORM APPLY-ONE-TANK-SETUP
                 END-IF
                 READ TANK-TRANS-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
         END-IF.
         CLOSE TANK-TRANS-FILE.

       APPLY-ONE-TANK-SETUP.
      * A new tank starts with an empty book; an existing tank only
      * has its capacity changed, so its book stock stands.
         MOVE "Y" TO DEPOT-FOUND-SWITCH.
         IF DEPOT-MASTER-ON-FILE
             MOVE DTRN-DEPOT TO DEPO-CODE
             READ DEPOT-MASTER-FILE
                 INVALID KEY MOVE "N" TO DEPOT-FOUND-SWITCH
             END-READ
         END-IF.
         IF NOT DEPOT-FOUND
             MOVE "DEPOT NOT ON MASTER" TO REJECT-REASON
             PERFORM REJECT-TANK-TRANS
         ELSE
         IF DTRN-CAPACITY NOT NUMERIC OR DTRN-CAPACITY = ZERO
             MOVE "NO TANK CAPACITY" TO REJECT-REASON
             PERFORM REJECT-TANK-TRANS
         ELSE
             MOVE DTRN-DEPOT   TO DTNK-DEPOT
             MOVE DTRN-TANK-NO TO DTNK-TANK-NO
             READ DEPOT-TANK-FILE
                 INVALID KEY
                     MOVE DTRN-CAPACITY TO DTNK-CAPACITY
                     MOVE ZERO TO DTNK-BOOK-STOCK
                     MOVE ZERO TO DTNK-LAST-DIP-DATE
                     MOVE ZERO TO DTNK-LAST-VARIANCE
                     WRITE DEPOT-TANK-REC
                 NOT INVALID KEY
                     MOVE DTRN-CAPACITY TO DTNK-CAPACITY
                     REWRITE DEPOT-TANK-REC
             END-READ
             ADD 1 TO TANKS-SET-UP
         END-IF
         END-IF.

       LOAD-TANK-TABLE.
         MOVE LOW-VALUES TO DTNK-KEY.
         START DEPOT-TANK-FILE KEY IS NOT LESS THAN DTNK-KEY
             INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
         END-START.
         PERFORM UNTIL END-OF-FILE
             READ DEPOT-TANK-FILE NEXT RECORD
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             IF NOT END-OF-FILE AND TANK-COUNT < 200
                 ADD 1 TO TANK-COUNT
                 SET TANK-IDX TO TANK-COUNT
                 MOVE DTNK-DEPOT      TO TTAB-DEPOT (TANK-IDX)
                 MOVE DTNK-TANK-NO    TO TTAB-TANK-NO (TANK-IDX)
                 MOVE DTNK-CAPACITY   TO TTAB-CAPACITY (TANK-IDX)
                 MOVE DTNK-BOOK-STOCK
                     TO TTAB-OPENING-STOCK (TANK-IDX)
                 MOVE ZERO TO TTAB-DELIVERED (TANK-IDX)
                 MOVE ZERO TO TTAB-DISPENSED (TANK-IDX)
                 MOVE ZERO TO TTAB-DIP-GALLONS (TANK-IDX)
                 MOVE ZERO TO TTAB-DIP-DATE (TANK-IDX)
             END-IF
         END-PERFORM.
         MOVE "N" TO END-OF-FILE-SWITCH.

       FIND-TANK-ENTRY.
         MOVE "N" TO TANK-FOUND-SWITCH.
         IF TANK-COUNT > 0
             SET TANK-IDX TO 1
             SEARCH TANK-ENTRY
                 AT END CONTINUE
                 WHEN TTAB-KEY (TANK-IDX) = SEARCH-TANK-KEY
                     MOVE "Y" TO TANK-FOUND-SWITCH
             END-SEARCH
         END-IF.

       LOAD-TANK-MOVEMENTS.
      * Second pass totals the supplier deliveries and keeps the
      * latest dip reading for each tank.
         OPEN INPUT TANK-TRANS-FILE.
         IF TANK-TRANS-STATUS = "00"
             READ TANK-TRANS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 ADD 1 TO TANK-TRANS-READ
                 IF NOT DTRN-TANK-SETUP
                     PERFORM LOAD-ONE-TANK-MOVEMENT
                 END-IF
                 READ TANK-TRANS-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
         END-IF.
         CLOSE TANK-TRANS-FILE.

       LOAD-ONE-TANK-MOVEMENT.
         MOVE DTRN-DEPOT   TO SRCH-DEPOT.
         MOVE DTRN-TANK-NO TO SRCH-TANK-NO.
         PERFORM FIND-TANK-ENTRY.
         IF NOT TANK-FOUND
             MOVE "TANK NOT ON FILE" TO REJECT-REASON
             PERFORM REJECT-TANK-TRANS
         ELSE
         IF DTRN-GALLONS NOT NUMERIC
             MOVE "GALLONS NOT NUMERIC" TO REJECT-REASON
             PERFORM REJECT-TANK-TRANS
         ELSE
         IF DTRN-DELIVERY
             ADD DTRN-GALLONS TO TTAB-DELIVERED (TANK-IDX)
         ELSE
         IF DTRN-DIP-READING
             IF DTRN-GALLONS > TTAB-CAPACITY (TANK-IDX)
                 MOVE "DIP OVER TANK CAPACITY" TO REJECT-REASON
                 PERFORM REJECT-TANK-TRANS
             ELSE
                 IF DTRN-DATE NOT < TTAB-DIP-DATE (TANK-IDX)
                     MOVE DTRN-GALLONS
                         TO TTAB-DIP-GALLONS (TANK-IDX)
                     MOVE DTRN-DATE TO TTAB-DIP-DATE (TANK-IDX)
                 END-IF
             END-IF
         ELSE
             MOVE "UNKNOWN TRANSACTION TYPE" TO REJECT-REASON
             PERFORM REJECT-TANK-TRANS
         END-IF
         END-IF
         END-IF
         END-IF.

       REJECT-TANK-TRANS.
         ADD 1 TO LINES-REJECTED.
         MOVE SPACES TO TANK-REPORT-REC.
         STRING "TANK CARD " DTRN-TYPE " " DTRN-DEPOT
                "/" DTRN-TANK-NO " " DTRN-DATE
                " TICKET " DTRN-TICKET " - " REJECT-REASON
             DELIMITED BY SIZE INTO TANK-REPORT-REC.
         WRITE TANK-REPORT-REC.

       LOAD-PUMP-DISPENSING.
         OPEN INPUT PUMP-DISPENSE-FILE.
         IF PUMP-DISPENSE-STATUS NOT = "00"
             DISPLAY "NO PUMP DISPENSING TO PROCESS"
         ELSE
             READ PUMP-DISPENSE-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM LOAD-ONE-DISPENSE-LINE
                 READ PUMP-DISPENSE-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
         END-IF.
         CLOSE PUMP-DISPENSE-FILE.

       LOAD-ONE-DISPENSE-LINE.
      * The gallons left the tank whatever unit they went into, but
      * a fill against a bad unit is still reported for the depot
      * to correct, and is drawn off the tank so the dip ties.
         ADD 1 TO DISPENSE-LINES-READ.
         MOVE PDSP-DEPOT   TO SRCH-DEPOT.
         MOVE PDSP-TANK-NO TO SRCH-TANK-NO.
         PERFORM FIND-TANK-ENTRY.
         MOVE PDSP-VEH-ID TO VEH-ID.
         READ VEHICLE-MASTER-FILE
             INVALID KEY MOVE "N" TO VEHICLE-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO VEHICLE-FOUND-SWITCH
         END-READ.
         IF NOT TANK-FOUND
             MOVE "TANK NOT ON FILE" TO REJECT-REASON
             PERFORM REJECT-DISPENSE-LINE
         ELSE
             ADD PDSP-GALLONS TO TTAB-DISPENSED (TANK-IDX)
             IF NOT VEHICLE-FOUND
                 MOVE "VEHICLE NOT ON MASTER" TO REJECT-REASON
                 PERFORM REJECT-DISPENSE-LINE
             ELSE
             IF VEH-ELECTRIC
                 MOVE "ELECTRIC UNIT" TO REJECT-REASON
                 PERFORM REJECT-DISPENSE-LINE
             END-IF
             END-IF
         END-IF.

       REJECT-DISPENSE-LINE.
         ADD 1 TO LINES-REJECTED.
         MOVE SPACES TO TANK-REPORT-REC.
         STRING "PUMP FILL " PDSP-DEPOT "/" PDSP-TANK-NO
                " UNIT " PDSP-VEH-ID " " PDSP-DATE " " PDSP-TIME
                " GAL " PDSP-GALLONS " - " REJECT-REASON
             DELIMITED BY SIZE INTO TANK-REPORT-REC.
         WRITE TANK-REPORT-REC.

       RECONCILE-TANKS.
         MOVE SPACES TO TANK-REPORT-REC.
         WRITE TANK-REPORT-REC.
         STRING "DEPOT/TANK  OPENING DELIVERED DISPENSED"
                "  EXPECTED     DIP  VARIANCE"
             DELIMITED BY SIZE INTO TANK-REPORT-REC.
         WRITE TANK-REPORT-REC.
         IF TANK-COUNT > 0
             PERFORM RECONCILE-ONE-TANK
                 VARYING TANK-IDX FROM 1 BY 1
                 UNTIL TANK-IDX > TANK-COUNT
         END-IF.

       RECONCILE-ONE-TANK.
         ADD 1 TO TANKS-RECONCILED.
         COMPUTE EXPECTED-STOCK = TTAB-OPENING-STOCK (TANK-IDX)
                 + TTAB-DELIVERED (TANK-IDX)
                 - TTAB-DISPENSED (TANK-IDX).
         MOVE TTAB-DEPOT (TANK-IDX)   TO DTNK-DEPOT.
         MOVE TTAB-TANK-NO (TANK-IDX) TO DTNK-TANK-NO.
         READ DEPOT-TANK-FILE
             INVALID KEY CONTINUE
         END-READ.
         MOVE SPACES TO TANK-REPORT-REC.
         IF TTAB-DIP-DATE (TANK-IDX) = ZERO
      * No dip today - carry the calculated stock, never below
      * empty, until the next reading settles it.
             ADD 1 TO TANKS-NOT-DIPPED
             IF EXPECTED-STOCK < 0
                 MOVE ZERO TO DTNK-BOOK-STOCK
             ELSE
                 MOVE EXPECTED-STOCK TO DTNK-BOOK-STOCK
             END-IF
             STRING TTAB-DEPOT (TANK-IDX) "/" TTAB-TANK-NO (TANK-IDX)
                    "  " TTAB-OPENING-STOCK (TANK-IDX)
                    " " TTAB-DELIVERED (TANK-IDX)
                    " " TTAB-DISPENSED (TANK-IDX)
                    " " EXPECTED-STOCK
                    "  NO DIP - BOOK CARRIED"
                 DELIMITED BY SIZE INTO TANK-REPORT-REC
             WRITE TANK-REPORT-REC
         ELSE
             COMPUTE STOCK-VARIANCE =
                     TTAB-DIP-GALLONS (TANK-IDX) - EXPECTED-STOCK
             MOVE TTAB-DIP-GALLONS (TANK-IDX) TO DTNK-BOOK-STOCK
             MOVE TTAB-DIP-DATE (TANK-IDX) TO DTNK-LAST-DIP-DATE
             MOVE STOCK-VARIANCE TO DTNK-LAST-VARIANCE
             STRING TTAB-DEPOT (TANK-IDX) "/" TTAB-TANK-NO (TANK-IDX)
                    "  " TTAB-OPENING-STOCK (TANK-IDX)
                    " " TTAB-DELIVERED (TANK-IDX)
                    " " TTAB-DISPENSED (TANK-IDX)
                    " " EXPECTED-STOCK
                    " " TTAB-DIP-GALLONS (TANK-IDX)
                    " " STOCK-VARIANCE
                 DELIMITED BY SIZE INTO TANK-REPORT-REC
             WRITE TANK-REPORT-REC
             IF STOCK-VARIANCE < 0
                 COMPUTE LOSS-GALLONS = 0 - STOCK-VARIANCE
                 IF LOSS-GALLONS > LOSS-TOLERANCE
                     PERFORM REPORT-TANK-LOSS
                 END-IF
             END-IF
         END-IF.
         REWRITE DEPOT-TANK-REC.

       REPORT-TANK-LOSS.
         ADD 1 TO TANK-LOSSES.
         MOVE SPACES TO TANK-REPORT-REC.
         STRING "     *** LOSS OF " LOSS-GALLONS
                " GALLONS OVER TOLERANCE - DIP "
                TTAB-DIP-DATE (TANK-IDX)
             DELIMITED BY SIZE INTO TANK-REPORT-REC.
         WRITE TANK-REPORT-REC.
         OPEN EXTEND SHOP-ALERT-FILE.
         IF SHOP-ALERT-STATUS = "35"
             OPEN OUTPUT SHOP-ALERT-FILE
         END-IF.
         MOVE TODAY-DATE TO ALRT-DATE.
         MOVE "TANKRECN" TO ALRT-SOURCE.
         MOVE "S" TO ALRT-SEVERITY.
         MOVE SPACES TO ALRT-KEY.
         STRING TTAB-DEPOT (TANK-IDX) "/" TTAB-TANK-NO (TANK-IDX)
             DELIMITED BY SIZE INTO ALRT-KEY.
         MOVE SPACES TO ALRT-MESSAGE.
         STRING "BULK TANK LOSS " LOSS-GALLONS
                " GAL ON DIP " TTAB-DIP-DATE (TANK-IDX)
                " - TOLERANCE " LOSS-TOLERANCE
             DELIMITED BY SIZE INTO ALRT-MESSAGE.
         WRITE SHOP-ALERT-REC.
         CLOSE SHOP-ALERT-FILE.
