      * daily mileage deltas MileageCounter extracts to MLGDLTX, and
      * flags MPG outliers - a leaking tank or fuel-card abuse -
      * instead of waiting for the monthly card bill to look odd.
      * Electric units draw from the charging-session feed instead:
      * each session is validated against VEHICLE-MASTER the same
      * way, its kWh totalled per unit, and the unit's efficiency
      * flagged in miles per kWh against its own limits.  A fuel
      * card drawn against an electric unit, or a charge against a
      * diesel one, is rejected.  Fills from a depot's own bulk
      * tanks never reach the card feed; the pump's dispensing
      * lines on PUMPDISP are added to the same per-unit gallons.
      * With VEHFACT-ACTIVE set to 1 on SHOPPARM the daily deltas
      * come from the VEHFACT daily fact file instead of the extract.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELTA-EXTRACT-FILE ASSIGN TO "MLGDLTX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DELTA-EXTRACT-STATUS.
           SELECT VEHICLE-FACT-FILE ASSIGN TO "VEHFACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VEHICLE-FACT-STATUS.
           SELECT SHOP-PARM-FILE ASSIGN TO "SHOPPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPRM-PARM-KEY
               FILE STATUS IS SHOP-PARM-STATUS.
           SELECT FUEL-REPORT-FILE ASSIGN TO "FUELRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FUEL-REPORT-STATUS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCRD-CARD-NUMBER
               FILE STATUS IS FUEL-CARD-STATUS.
           SELECT CHARGE-SESSION-FILE ASSIGN TO "CHRGSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHARGE-SESSION-STATUS.
           SELECT PUMP-DISPENSE-FILE ASSIGN TO "PUMPDISP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUMP-DISPENSE-STATUS.
           SELECT SHOP-ALERT-FILE ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHOP-ALERT-STATUS.
      * abuse hides exactly in the gap between gallons and dollars.
           02 FUEL-CARD-NO            PIC X(10).
           02 FUEL-UNIT-PRICE         PIC 9(03)V99.
      * Pump time and the depot code of the fuel site (spaces for a
      * fill off our own network), for the fraud screening pass.
           02 FUEL-FILL-TIME          PIC 9(04).
           02 FUEL-SITE               PIC X(03).

       FD  VEHICLE-MASTER-FILE.
           COPY VEHMAST.
           02 DLTX-VEH-ID             PIC X(06).
           02 DLTX-DELTA              PIC S9(06).

       FD  VEHICLE-FACT-FILE.
           COPY VEHFACT.

       FD  SHOP-PARM-FILE.
           COPY SHOPPARM.

       FD  FUEL-REPORT-FILE.
       01  FUEL-REPORT-REC            PIC X(80).

       FD  FUEL-CARD-FILE.
           COPY FUELCARD.

       FD  CHARGE-SESSION-FILE.
           COPY CHRGSESS.

       FD  PUMP-DISPENSE-FILE.
           COPY PUMPDISP.

       FD  SHOP-ALERT-FILE.
           COPY ALERTREC.

        01 FUEL-REJECT-STATUS         PIC XX VALUE "00".
        01 FUEL-CARD-STATUS           PIC XX VALUE "00".
        01 SHOP-ALERT-STATUS          PIC XX VALUE "00".
        01 CHARGE-SESSION-STATUS      PIC XX VALUE "00".
        01 PUMP-DISPENSE-STATUS       PIC XX VALUE "00".
        01 VEHICLE-FACT-STATUS        PIC XX VALUE "00".
        01 SHOP-PARM-STATUS           PIC XX VALUE "00".
        01 FACT-FILE-SWITCH           PIC X VALUE "N".
           88 FACT-FILE-ACTIVE             VALUE "Y".
        01 METERED-VEH-ID             PIC X(06).
        01 METERED-DELTA              PIC S9(06).
        01 RUN-DATE                   PIC 9(08).
        01 ALERT-SEVERITY-CODE        PIC X.
        01 ALERT-MESSAGE-TEXT         PIC X(60).
        01 MPG-LOW-LIMIT              PIC 9(03)V9 VALUE 3.0.
        01 MPG-HIGH-LIMIT             PIC 9(03)V9 VALUE 15.0.
        01 VEHICLE-MPG                PIC 9(04)V9.
        01 CHARGE-RECORDS-READ        PIC 9(07) VALUE ZERO.
        01 DISPENSE-RECORDS-READ      PIC 9(07) VALUE ZERO.
        01 MPKWH-LOW-LIMIT            PIC 9(03)V9 VALUE 1.0.
        01 MPKWH-HIGH-LIMIT           PIC 9(03)V9 VALUE 5.0.
        01 VEHICLE-MPKWH              PIC 9(04)V9.
        01 FUEL-COUNT                 PIC 9(05) VALUE ZERO.
        01 FUEL-TOTAL-TABLE.
           02 FUEL-TOTAL-ENTRY OCCURS 0 TO 9999 TIMES
               03 FTOT-VEH-ID          PIC X(06).
               03 FTOT-GALLONS         PIC 9(06)V9.
               03 FTOT-MILES           PIC S9(07).
               03 FTOT-KWH             PIC 9(06)V9.
               03 FTOT-ENERGY-TYPE     PIC X(01).
                  88 FTOT-ELECTRIC          VALUE "E".

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "FUELMPG: FUEL EFFICIENCY RUN STARTING".
         ACCEPT RUN-DATE FROM DATE YYYYMMDD.
         PERFORM READ-SHOP-PARMS.
         OPEN INPUT VEHICLE-MASTER-FILE.
         OPEN INPUT FUEL-CARD-FILE.
         IF FUEL-CARD-STATUS = "00"
         END-IF.
         OPEN OUTPUT FUEL-REJECT-FILE.
         PERFORM LOAD-FUEL-TRANSACTIONS.
         PERFORM LOAD-CHARGE-SESSIONS.
         PERFORM LOAD-PUMP-DISPENSING.
         IF CARD-MASTER-ON-FILE
             CLOSE FUEL-CARD-FILE
         END-IF.
         CLOSE VEHICLE-MASTER-FILE.
         IF FACT-FILE-ACTIVE
             PERFORM MATCH-FACTS-TO-FUEL
         ELSE
             PERFORM MATCH-DELTAS-TO-FUEL
         END-IF.
         PERFORM BUILD-FUEL-REPORT.
         CLOSE FUEL-REJECT-FILE.
         DISPLAY "FUEL RECORDS READ: " FUEL-RECORDS-READ.
         DISPLAY "CHARGE SESSIONS READ: " CHARGE-RECORDS-READ.
         DISPLAY "DEPOT PUMP FILLS READ: " DISPENSE-RECORDS-READ.
         DISPLAY "FUEL RECORDS REJECTED: " FUEL-RECORDS-REJECTED.
         DISPLAY "MPG EXCEPTIONS: " MPG-EXCEPTION-COUNT.
         IF FUEL-RECORDS-REJECTED > 0 OR MPG-EXCEPTION-COUNT > 0
             STOP RUN RETURNING RC-NORMAL
         END-IF.

       READ-SHOP-PARMS.
      * VEHFACT-ACTIVE switches the delta join onto the daily fact
      * file; absent or zero, it reads the extract as ever.
         OPEN INPUT SHOP-PARM-FILE.
         IF SHOP-PARM-STATUS = "00"
             MOVE "VEHFACT-ACTIVE  " TO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     IF SPRM-PARM-VALUE = 1
                         MOVE "Y" TO FACT-FILE-SWITCH
                     END-IF
             END-READ
             CLOSE SHOP-PARM-FILE
         END-IF.

       LOAD-FUEL-TRANSACTIONS.
      * Accumulates gallons per vehicle, rejecting any card line
      * whose vehicle is not on VEHICLE-MASTER - the card feed is
                 DELIMITED BY SIZE INTO FUEL-REJECT-REC
             WRITE FUEL-REJECT-REC
             ADD 1 TO FUEL-RECORDS-REJECTED
         ELSE
         IF VEH-ELECTRIC
             MOVE SPACES TO FUEL-REJECT-REC
             STRING "REJECTED - CARD " FUEL-CARD-NO
                    " ON " FUEL-DATE
                    " - FUEL DRAWN AGAINST ELECTRIC UNIT "
                    FUEL-VEH-ID
                 DELIMITED BY SIZE INTO FUEL-REJECT-REC
             WRITE FUEL-REJECT-REC
             ADD 1 TO FUEL-RECORDS-REJECTED
         ELSE
             PERFORM CHECK-CARD-AGAINST-VEHICLE
             IF CARD-CHECK-PASSED
                 PERFORM ADD-GALLONS-TO-TOTAL
             END-IF
         END-IF
         END-IF.

       CHECK-CARD-AGAINST-VEHICLE.
         MOVE FUEL-VEH-ID  TO FTOT-VEH-ID (FUEL-IDX).
         MOVE FUEL-GALLONS TO FTOT-GALLONS (FUEL-IDX).
         MOVE ZERO         TO FTOT-MILES (FUEL-IDX).
         MOVE ZERO         TO FTOT-KWH (FUEL-IDX).
         MOVE "D"          TO FTOT-ENERGY-TYPE (FUEL-IDX).

       LOAD-CHARGE-SESSIONS.
      * Accumulates kWh per electric unit from the charging-session
      * feed, depot chargers and public networks alike, rejecting a
      * session whose vehicle is not on VEHICLE-MASTER or is not an
      * electric unit.
         OPEN INPUT CHARGE-SESSION-FILE.
         IF CHARGE-SESSION-STATUS NOT = "00"
             DISPLAY "NO CHARGING SESSIONS TO PROCESS"
         ELSE
             READ CHARGE-SESSION-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM LOAD-ONE-CHARGE-SESSION
                 READ CHARGE-SESSION-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
         END-IF.
         CLOSE CHARGE-SESSION-FILE.

       LOAD-ONE-CHARGE-SESSION.
         ADD 1 TO CHARGE-RECORDS-READ.
         MOVE CHRG-VEH-ID TO VEH-ID.
         READ VEHICLE-MASTER-FILE
             INVALID KEY MOVE "N" TO VEHICLE-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO VEHICLE-FOUND-SWITCH
         END-READ.
         IF NOT VEHICLE-FOUND
             MOVE SPACES TO FUEL-REJECT-REC
             STRING "REJECTED - CHARGER " CHRG-CHARGER-ID
                    " " CHRG-VEH-ID " ON " CHRG-DATE
                    " - VEHICLE NOT ON MASTER"
                 DELIMITED BY SIZE INTO FUEL-REJECT-REC
             WRITE FUEL-REJECT-REC
             ADD 1 TO FUEL-RECORDS-REJECTED
         ELSE
         IF NOT VEH-ELECTRIC
             MOVE SPACES TO FUEL-REJECT-REC
             STRING "REJECTED - CHARGER " CHRG-CHARGER-ID
                    " " CHRG-VEH-ID " ON " CHRG-DATE
                    " - NOT AN ELECTRIC UNIT"
                 DELIMITED BY SIZE INTO FUEL-REJECT-REC
             WRITE FUEL-REJECT-REC
             ADD 1 TO FUEL-RECORDS-REJECTED
         ELSE
             PERFORM ADD-KWH-TO-TOTAL
         END-IF
         END-IF.

       ADD-KWH-TO-TOTAL.
         IF FUEL-COUNT > 0
             SET FUEL-IDX TO 1
             SEARCH FUEL-TOTAL-ENTRY
                 AT END PERFORM ADD-NEW-CHARGE-ENTRY
                 WHEN FTOT-VEH-ID (FUEL-IDX) = CHRG-VEH-ID
                     ADD CHRG-KWH TO FTOT-KWH (FUEL-IDX)
             END-SEARCH
         ELSE
             PERFORM ADD-NEW-CHARGE-ENTRY
         END-IF.

       ADD-NEW-CHARGE-ENTRY.
         ADD 1 TO FUEL-COUNT.
         SET FUEL-IDX TO FUEL-COUNT.
         MOVE CHRG-VEH-ID  TO FTOT-VEH-ID (FUEL-IDX).
         MOVE ZERO         TO FTOT-GALLONS (FUEL-IDX).
         MOVE ZERO         TO FTOT-MILES (FUEL-IDX).
         MOVE CHRG-KWH     TO FTOT-KWH (FUEL-IDX).
         MOVE "E"          TO FTOT-ENERGY-TYPE (FUEL-IDX).

       LOAD-PUMP-DISPENSING.
      * Depot pump fills carry no card, so only the unit is checked:
      * on VEHICLE-MASTER and not an electric unit.
         OPEN INPUT PUMP-DISPENSE-FILE.
         IF PUMP-DISPENSE-STATUS NOT = "00"
             DISPLAY "NO DEPOT PUMP FILLS TO PROCESS"
         ELSE
             READ PUMP-DISPENSE-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM LOAD-ONE-PUMP-FILL
                 READ PUMP-DISPENSE-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
         END-IF.
         CLOSE PUMP-DISPENSE-FILE.

       LOAD-ONE-PUMP-FILL.
         ADD 1 TO DISPENSE-RECORDS-READ.
         MOVE PDSP-VEH-ID TO VEH-ID.
         READ VEHICLE-MASTER-FILE
             INVALID KEY MOVE "N" TO VEHICLE-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO VEHICLE-FOUND-SWITCH
         END-READ.
         IF NOT VEHICLE-FOUND
             MOVE SPACES TO FUEL-REJECT-REC
             STRING "REJECTED - PUMP " PDSP-DEPOT "/" PDSP-TANK-NO
                    " " PDSP-VEH-ID " ON " PDSP-DATE
                    " - VEHICLE NOT ON MASTER"
                 DELIMITED BY SIZE INTO FUEL-REJECT-REC
             WRITE FUEL-REJECT-REC
             ADD 1 TO FUEL-RECORDS-REJECTED
         ELSE
         IF VEH-ELECTRIC
             MOVE SPACES TO FUEL-REJECT-REC
             STRING "REJECTED - PUMP " PDSP-DEPOT "/" PDSP-TANK-NO
                    " ON " PDSP-DATE
                    " - FUEL DRAWN AGAINST ELECTRIC UNIT "
                    PDSP-VEH-ID
                 DELIMITED BY SIZE INTO FUEL-REJECT-REC
             WRITE FUEL-REJECT-REC
             ADD 1 TO FUEL-RECORDS-REJECTED
         ELSE
             PERFORM ADD-PUMP-GALLONS-TO-TOTAL
         END-IF
         END-IF.

       ADD-PUMP-GALLONS-TO-TOTAL.
         IF FUEL-COUNT > 0
             SET FUEL-IDX TO 1
             SEARCH FUEL-TOTAL-ENTRY
                 AT END PERFORM ADD-NEW-PUMP-ENTRY
                 WHEN FTOT-VEH-ID (FUEL-IDX) = PDSP-VEH-ID
                     ADD PDSP-GALLONS TO FTOT-GALLONS (FUEL-IDX)
             END-SEARCH
         ELSE
             PERFORM ADD-NEW-PUMP-ENTRY
         END-IF.

       ADD-NEW-PUMP-ENTRY.
         ADD 1 TO FUEL-COUNT.
         SET FUEL-IDX TO FUEL-COUNT.
         MOVE PDSP-VEH-ID  TO FTOT-VEH-ID (FUEL-IDX).
         MOVE PDSP-GALLONS TO FTOT-GALLONS (FUEL-IDX).
         MOVE ZERO         TO FTOT-MILES (FUEL-IDX).
         MOVE ZERO         TO FTOT-KWH (FUEL-IDX).
         MOVE "D"          TO FTOT-ENERGY-TYPE (FUEL-IDX).

       MATCH-DELTAS-TO-FUEL.
      * Joins MileageCounter's per-vehicle daily delta extract to
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 MOVE DLTX-VEH-ID TO METERED-VEH-ID
                 MOVE DLTX-DELTA  TO METERED-DELTA
                 PERFORM MATCH-ONE-DELTA
                 READ DELTA-EXTRACT-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
         END-IF.
         CLOSE DELTA-EXTRACT-FILE.

       MATCH-FACTS-TO-FUEL.
      * The same join from the daily fact file - only vehicles with
      * a delta line tonight carry miles.
         OPEN INPUT VEHICLE-FACT-FILE.
         IF VEHICLE-FACT-STATUS NOT = "00"
             DISPLAY "NO VEHICLE FACT FILE ON FILE - MPG NOT "
                     "COMPUTED"
         ELSE
             READ VEHICLE-FACT-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 IF VFCT-HAS-DELTA
                     MOVE VFCT-VEH-ID TO METERED-VEH-ID
                     MOVE VFCT-DELTA  TO METERED-DELTA
                     PERFORM MATCH-ONE-DELTA
                 END-IF
                 READ VEHICLE-FACT-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE VEHICLE-FACT-FILE
         END-IF.

       MATCH-ONE-DELTA.
         IF FUEL-COUNT > 0
             SET FUEL-IDX TO 1
             SEARCH FUEL-TOTAL-ENTRY
                 AT END CONTINUE
                 WHEN FTOT-VEH-ID (FUEL-IDX) = METERED-VEH-ID
                     ADD METERED-DELTA
                         TO FTOT-MILES (FUEL-IDX)
             END-SEARCH
         END-IF.

       BUILD-FUEL-REPORT.
         OPEN OUTPUT FUEL-REPORT-FILE.
         IF FUEL-COUNT > 0

       REPORT-ONE-VEHICLE.
         MOVE SPACES TO FUEL-REPORT-REC.
         IF FTOT-ELECTRIC (FUEL-IDX)
             PERFORM REPORT-ELECTRIC-EFFICIENCY
         ELSE
             PERFORM REPORT-FUEL-EFFICIENCY
         END-IF.
         WRITE FUEL-REPORT-REC.

       REPORT-FUEL-EFFICIENCY.
         IF FTOT-GALLONS (FUEL-IDX) = 0
             STRING FTOT-VEH-ID (FUEL-IDX)
                    " NO GALLONS RECORDED - MPG NOT COMPUTED"
                 END-IF
             END-IF
         END-IF.

       REPORT-ELECTRIC-EFFICIENCY.
      * The same outlier logic in miles per kWh - a charge with no
      * miles behind it is a charge card used for something else.
         IF FTOT-KWH (FUEL-IDX) = 0
             STRING FTOT-VEH-ID (FUEL-IDX)
                    " NO KWH RECORDED - MI/KWH NOT COMPUTED"
                 DELIMITED BY SIZE INTO FUEL-REPORT-REC
         ELSE
             IF FTOT-MILES (FUEL-IDX) <= 0
                 STRING FTOT-VEH-ID (FUEL-IDX)
                        " CHARGE DRAWN WITH NO METERED MILES - "
                        "POSSIBLE CARD ABUSE"
                     DELIMITED BY SIZE INTO FUEL-REPORT-REC
                 ADD 1 TO MPG-EXCEPTION-COUNT
                 MOVE "S" TO ALERT-SEVERITY-CODE
                 MOVE FUEL-REPORT-REC TO ALERT-MESSAGE-TEXT
                 PERFORM WRITE-FUEL-ALERT
             ELSE
                 COMPUTE VEHICLE-MPKWH ROUNDED =
                         FTOT-MILES (FUEL-IDX)
                         / FTOT-KWH (FUEL-IDX)
                     ON SIZE ERROR MOVE 9999.9 TO VEHICLE-MPKWH
                 END-COMPUTE
                 IF VEHICLE-MPKWH < MPKWH-LOW-LIMIT
                     STRING FTOT-VEH-ID (FUEL-IDX)
                            " MI/KWH " VEHICLE-MPKWH
                            " BELOW LIMIT - CHARGER OR CARD ABUSE"
                         DELIMITED BY SIZE INTO FUEL-REPORT-REC
                     ADD 1 TO MPG-EXCEPTION-COUNT
                     MOVE "R" TO ALERT-SEVERITY-CODE
                     MOVE FUEL-REPORT-REC TO ALERT-MESSAGE-TEXT
                     PERFORM WRITE-FUEL-ALERT
                 ELSE
                     IF VEHICLE-MPKWH > MPKWH-HIGH-LIMIT
                         STRING FTOT-VEH-ID (FUEL-IDX)
                                " MI/KWH " VEHICLE-MPKWH
                                " ABOVE LIMIT - CHECK READINGS"
                             DELIMITED BY SIZE INTO FUEL-REPORT-REC
                         ADD 1 TO MPG-EXCEPTION-COUNT
                         MOVE "R" TO ALERT-SEVERITY-CODE
                         MOVE FUEL-REPORT-REC
                             TO ALERT-MESSAGE-TEXT
                         PERFORM WRITE-FUEL-ALERT
                     ELSE
                         STRING FTOT-VEH-ID (FUEL-IDX)
                                " MI/KWH " VEHICLE-MPKWH
                             DELIMITED BY SIZE INTO FUEL-REPORT-REC
                     END-IF
                 END-IF
             END-IF
         END-IF.

       WRITE-FUEL-ALERT.
      * Standard severity-coded alert for the dispatcher, keyed by
