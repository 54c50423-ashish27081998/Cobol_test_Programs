       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DSPPLAN.
      * Dispatch planning for the next day's haulage orders.  Every
      * order PODRUN holds awaiting delivery for tomorrow is given a
      * unit and a driver from the depot that works it: the unit
      * must be active, of the class the order needs, not held off
      * the road by a defect (ROADCHK), not in the garage on an
      * open work order and not out on a POOLBOOK reservation over
      * the day; the driver must be on DUTYRSTR's roster at that
      * depot for the day.  The unit named when the order was taken
      * is kept when it passes, and its assigned driver is preferred
      * when rostered; otherwise the first free unit and driver at
      * the depot are used, one order each a day.  The allocation is
      * written back to the pending order - PEND-VEH-ID is what
      * PODRUN releases to the invoice run as HORD-VEH-ID - and a
      * dispatch sheet per depot becomes the drivers' job list.
      * Orders that cannot be covered go to the shortfall report
      * and end the run RC-WARNING.  A rerun replans the day from
      * the units the last run allocated.  An order already handed
      * to an outside carrier is the carrier's to work and is left
      * out of the plan.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-ORDER-FILE ASSIGN TO "PENDORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-ORDER-REF
               FILE STATUS IS PENDING-ORDER-STATUS.
           SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEH-ID
               FILE STATUS IS VEHICLE-MASTER-STATUS.
           SELECT ROSTER-FILE ASSIGN TO "ROSTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-STATUS.
           SELECT ASSIGN-MASTER-FILE ASSIGN TO "ASSGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASSG-VEH-ID
               FILE STATUS IS ASSIGN-MASTER-STATUS.
           SELECT RESERVATION-FILE ASSIGN TO "RESVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESV-KEY
               FILE STATUS IS RESERVATION-STATUS.
           SELECT WORK-ORDER-FILE ASSIGN TO "WOMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-KEY
               FILE STATUS IS WORK-ORDER-STATUS.
           SELECT PERSON-MASTER-FILE ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSM-PERSON-ID
               ALTERNATE RECORD KEY IS PERSM-L-SURNAME
                   WITH DUPLICATES
               FILE STATUS IS PERSON-MASTER-STATUS.
           SELECT DISPATCH-SHEET-FILE ASSIGN TO "DISPSHT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPATCH-SHEET-STATUS.
           SELECT SHORTFALL-RPT-FILE ASSIGN TO "DSPSHORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHORTFALL-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-ORDER-FILE.
           COPY PENDORD.

       FD  VEHICLE-MASTER-FILE.
           COPY VEHMAST.

       FD  ROSTER-FILE.
       01  ROSTER-REC.
           02 ROST-DEPOT               PIC X(03).
           02 ROST-DATE                PIC 9(08).
           02 ROST-SHIFT-CODE          PIC X(02).
           02 ROST-PERSON-ID           PIC 9(10).
           02 ROST-START-TIME          PIC 9(04).
           02 ROST-END-TIME            PIC 9(04).

       FD  ASSIGN-MASTER-FILE.
           COPY ASSGMAST.

       FD  RESERVATION-FILE.
           COPY RESVMAST.

       FD  WORK-ORDER-FILE.
           COPY WOMAST.

       FD  PERSON-MASTER-FILE.
           COPY PERSMAST.

       FD  DISPATCH-SHEET-FILE.
       01  DISPATCH-SHEET-REC          PIC X(100).

       FD  SHORTFALL-RPT-FILE.
       01  SHORTFALL-RPT-REC           PIC X(100).

       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY BUSDAYP.
           COPY ROADCHKP.
        01 PENDING-ORDER-STATUS       PIC XX VALUE "00".
        01 VEHICLE-MASTER-STATUS      PIC XX VALUE "00".
        01 ROSTER-STATUS              PIC XX VALUE "00".
        01 ASSIGN-MASTER-STATUS       PIC XX VALUE "00".
        01 RESERVATION-STATUS         PIC XX VALUE "00".
        01 WORK-ORDER-STATUS          PIC XX VALUE "00".
        01 PERSON-MASTER-STATUS       PIC XX VALUE "00".
        01 DISPATCH-SHEET-STATUS      PIC XX VALUE "00".
        01 SHORTFALL-RPT-STATUS       PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 DETAIL-EOF-SWITCH          PIC X VALUE "N".
           88 DETAIL-EOF                   VALUE "Y".
        01 ASSIGN-FILE-SWITCH         PIC X VALUE "N".
           88 ASSIGN-FILE-OPEN             VALUE "Y".
        01 BOOKING-FILE-SWITCH        PIC X VALUE "N".
           88 BOOKING-FILE-OPEN            VALUE "Y".
        01 ORDER-FILE-SWITCH          PIC X VALUE "N".
           88 ORDER-FILE-OPEN              VALUE "Y".
        01 PERSON-FILE-SWITCH         PIC X VALUE "N".
           88 PERSON-FILE-OPEN             VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 PLAN-DATE                  PIC 9(08).
      * Every active unit with whether it can go out on the day and,
      * when it cannot, why.
        01 UNIT-COUNT                 PIC 9(05) VALUE ZERO.
        01 UNIT-TABLE.
           02 UNIT-ENTRY OCCURS 0 TO 5000 TIMES
                  DEPENDING ON UNIT-COUNT
                  INDEXED BY UNIT-IDX.
               03 UNIT-VEH-ID         PIC X(06).
               03 UNIT-DEPOT          PIC X(03).
               03 UNIT-CLASS          PIC X(02).
               03 UNIT-PERSON-ID      PIC 9(10).
               03 UNIT-STATE          PIC X(01).
                  88 UNIT-FREE             VALUE "F".
                  88 UNIT-TAKEN            VALUE "T".
                  88 UNIT-HELD             VALUE "H".
               03 UNIT-HELD-REASON    PIC X(12).
      * The day's roster, one entry a driver a depot.
        01 CREW-COUNT                 PIC 9(05) VALUE ZERO.
        01 CREW-TABLE.
           02 CREW-ENTRY OCCURS 0 TO 3000 TIMES
                  DEPENDING ON CREW-COUNT
                  INDEXED BY CREW-IDX.
               03 CREW-DEPOT          PIC X(03).
               03 CREW-PERSON-ID      PIC 9(10).
               03 CREW-SHIFT-CODE     PIC X(02).
               03 CREW-USED-SWITCH    PIC X(01).
                  88 CREW-USED             VALUE "Y".
      * Covered orders, held until the run ends so the sheet can be
      * printed depot by depot.
        01 JOB-COUNT                  PIC 9(05) VALUE ZERO.
        01 JOB-TABLE.
           02 JOB-ENTRY OCCURS 0 TO 5000 TIMES
                  DEPENDING ON JOB-COUNT
                  INDEXED BY JOB-IDX.
               03 JOB-DEPOT           PIC X(03).
               03 JOB-ORDER-REF       PIC X(10).
               03 JOB-CUST-CODE       PIC X(06).
               03 JOB-VEH-ID          PIC X(06).
               03 JOB-PERSON-ID       PIC 9(10).
               03 JOB-SHIFT-CODE      PIC X(02).
               03 JOB-ORIGIN-SITE     PIC X(06).
               03 JOB-DEST-SITE       PIC X(06).
               03 JOB-PRODUCT-CODE    PIC X(05).
        01 SHEET-DEPOT-COUNT          PIC 9(03) VALUE ZERO.
        01 SHEET-DEPOT-TABLE.
           02 SHEET-DEPOT-ENTRY OCCURS 0 TO 200 TIMES
                  DEPENDING ON SHEET-DEPOT-COUNT
                  INDEXED BY SDEP-IDX.
               03 SDEP-DEPOT          PIC X(03).
               03 SDEP-PRINTED-SWITCH PIC X(01).
                  88 SDEP-PRINTED          VALUE "Y".
        01 UNIT-SUB                   PIC 9(05).
        01 CREW-SUB                   PIC 9(05).
        01 JOB-SUB                    PIC 9(05).
        01 SDEP-SUB                   PIC 9(03).
        01 NEXT-DEPOT-SUB             PIC 9(03).
        01 DEPOT-SCAN-SUB             PIC 9(03).
        01 ORDER-DEPOT                PIC X(03).
        01 ORDER-CLASS                PIC X(02).
        01 CHOSEN-UNIT-SUB            PIC 9(05).
        01 CHOSEN-CREW-SUB            PIC 9(05).
        01 NAMED-UNIT-SUB             PIC 9(05).
        01 SHORT-REASON               PIC X(30).
        01 DRIVER-NAME                PIC X(21).
        01 ORDERS-PLANNED             PIC 9(05) VALUE ZERO.
        01 ORDERS-COVERED             PIC 9(05) VALUE ZERO.
        01 ORDERS-SHORT               PIC 9(05) VALUE ZERO.
        01 UNITS-HELD                 PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "DSPPLAN: DISPATCH PLANNING STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         MOVE "A"        TO BD-FUNCTION.
         MOVE TODAY-DATE TO BD-FROM-DATE.
         MOVE 1          TO BD-ADD-DAYS.
         CALL "BUSDAY" USING BUSDAY-PARMS.
         MOVE BD-RESULT-DATE TO PLAN-DATE.
         OPEN I-O PENDING-ORDER-FILE.
         IF PENDING-ORDER-STATUS NOT = "00"
             DISPLAY "DSPPLAN: CANNOT OPEN PENDING-ORDERS - "
                     PENDING-ORDER-STATUS
             STOP RUN RETURNING RC-SEVERE
         END-IF.
         OPEN INPUT VEHICLE-MASTER-FILE.
         IF VEHICLE-MASTER-STATUS NOT = "00"
             DISPLAY "DSPPLAN: CANNOT OPEN VEHICLE-MASTER - "
                     VEHICLE-MASTER-STATUS
             CLOSE PENDING-ORDER-FILE
             STOP RUN RETURNING RC-SEVERE
         END-IF.
         OPEN INPUT ASSIGN-MASTER-FILE.
         IF ASSIGN-MASTER-STATUS = "00"
             MOVE "Y" TO ASSIGN-FILE-SWITCH
         END-IF.
         OPEN INPUT RESERVATION-FILE.
         IF RESERVATION-STATUS = "00"
             MOVE "Y" TO BOOKING-FILE-SWITCH
         END-IF.
         OPEN INPUT WORK-ORDER-FILE.
         IF WORK-ORDER-STATUS = "00"
             MOVE "Y" TO ORDER-FILE-SWITCH
         END-IF.
         PERFORM LOAD-UNIT-TABLE.
         CLOSE VEHICLE-MASTER-FILE.
         IF ASSIGN-FILE-OPEN
             CLOSE ASSIGN-MASTER-FILE
         END-IF.
         IF BOOKING-FILE-OPEN
             CLOSE RESERVATION-FILE
         END-IF.
         IF ORDER-FILE-OPEN
             CLOSE WORK-ORDER-FILE
         END-IF.
         PERFORM LOAD-CREW-TABLE.
         OPEN OUTPUT SHORTFALL-RPT-FILE.
         MOVE SPACES TO SHORTFALL-RPT-REC.
         STRING "DISPATCH SHORTFALL - ORDERS NOT COVERED FOR "
                PLAN-DATE
             DELIMITED BY SIZE INTO SHORTFALL-RPT-REC.
         WRITE SHORTFALL-RPT-REC.
         PERFORM PLAN-DAY-ORDERS.
         CLOSE PENDING-ORDER-FILE.
         MOVE SPACES TO SHORTFALL-RPT-REC.
         STRING "ORDERS NOT COVERED: " ORDERS-SHORT
                "  OF " ORDERS-PLANNED
             DELIMITED BY SIZE INTO SHORTFALL-RPT-REC.
         WRITE SHORTFALL-RPT-REC.
         CLOSE SHORTFALL-RPT-FILE.
         OPEN INPUT PERSON-MASTER-FILE.
         IF PERSON-MASTER-STATUS = "00"
             MOVE "Y" TO PERSON-FILE-SWITCH
         END-IF.
         OPEN OUTPUT DISPATCH-SHEET-FILE.
         PERFORM PRINT-NEXT-DEPOT-SHEET
             VARYING SDEP-SUB FROM 1 BY 1
             UNTIL SDEP-SUB > SHEET-DEPOT-COUNT.
         CLOSE DISPATCH-SHEET-FILE.
         IF PERSON-FILE-OPEN
             CLOSE PERSON-MASTER-FILE
         END-IF.
         DISPLAY "PLANNING FOR: " PLAN-DATE.
         DISPLAY "UNITS ON FILE: " UNIT-COUNT
                 "  HELD BACK: " UNITS-HELD.
         DISPLAY "DRIVERS ROSTERED: " CREW-COUNT.
         DISPLAY "ORDERS PLANNED: " ORDERS-PLANNED.
         DISPLAY "ORDERS COVERED: " ORDERS-COVERED.
         DISPLAY "ORDERS NOT COVERED: " ORDERS-SHORT.
         IF ORDERS-SHORT > 0
             STOP RUN RETURNING RC-WARNING
         ELSE
             STOP RUN RETURNING RC-NORMAL
         END-IF.

       LOAD-UNIT-TABLE.
         MOVE LOW-VALUES TO VEH-ID.
         START VEHICLE-MASTER-FILE KEY IS NOT LESS THAN VEH-ID
             INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
         END-START.
         PERFORM UNTIL END-OF-FILE
             READ VEHICLE-MASTER-FILE NEXT RECORD
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             IF NOT END-OF-FILE AND VEH-ACTIVE
                AND UNIT-COUNT < 5000
                 PERFORM LOAD-ONE-UNIT
             END-IF
         END-PERFORM.
         MOVE "N" TO END-OF-FILE-SWITCH.

       LOAD-ONE-UNIT.
         ADD 1 TO UNIT-COUNT.
         SET UNIT-IDX TO UNIT-COUNT.
         MOVE VEH-ID    TO UNIT-VEH-ID (UNIT-IDX).
         MOVE VEH-DEPOT TO UNIT-DEPOT (UNIT-IDX).
         MOVE VEH-CLASS TO UNIT-CLASS (UNIT-IDX).
         MOVE ZERO      TO UNIT-PERSON-ID (UNIT-IDX).
         MOVE "F"       TO UNIT-STATE (UNIT-IDX).
         MOVE SPACES    TO UNIT-HELD-REASON (UNIT-IDX).
         IF ASSIGN-FILE-OPEN
             MOVE VEH-ID TO ASSG-VEH-ID
             READ ASSIGN-MASTER-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE ASSG-PERSON-ID
                         TO UNIT-PERSON-ID (UNIT-IDX)
             END-READ
         END-IF.
         MOVE VEH-ID TO RDC-VEH-ID.
         CALL "ROADCHK" USING ROAD-CHECK-PARMS.
         IF RDC-VEH-OFF-ROAD
             MOVE "OFF ROAD" TO UNIT-HELD-REASON (UNIT-IDX)
         END-IF.
         IF UNIT-HELD-REASON (UNIT-IDX) = SPACES AND ORDER-FILE-OPEN
             PERFORM CHECK-OPEN-WORK-ORDERS
         END-IF.
         IF UNIT-HELD-REASON (UNIT-IDX) = SPACES
            AND BOOKING-FILE-OPEN
             PERFORM CHECK-POOL-BOOKINGS
         END-IF.
         IF UNIT-HELD-REASON (UNIT-IDX) NOT = SPACES
             MOVE "H" TO UNIT-STATE (UNIT-IDX)
             ADD 1 TO UNITS-HELD
         END-IF.

       CHECK-OPEN-WORK-ORDERS.
      * An order opened for the unit on or before the day has it in
      * the garage, or due there, until the order is closed.
         MOVE VEH-ID TO WO-VEH-ID.
         MOVE ZERO   TO WO-INTERVAL.
         START WORK-ORDER-FILE KEY IS NOT LESS THAN WO-KEY
             INVALID KEY MOVE "Y" TO DETAIL-EOF-SWITCH
         END-START.
         PERFORM UNTIL DETAIL-EOF
             READ WORK-ORDER-FILE NEXT RECORD
                 AT END MOVE "Y" TO DETAIL-EOF-SWITCH
             END-READ
             IF NOT DETAIL-EOF
                 IF WO-VEH-ID NOT = VEH-ID
                     MOVE "Y" TO DETAIL-EOF-SWITCH
                 ELSE
                     IF WO-IS-OPEN AND WO-OPEN-DATE NOT > PLAN-DATE
                         MOVE "WORK ORDER"
                             TO UNIT-HELD-REASON (UNIT-IDX)
                         MOVE "Y" TO DETAIL-EOF-SWITCH
                     END-IF
                 END-IF
             END-IF
         END-PERFORM.
         MOVE "N" TO DETAIL-EOF-SWITCH.

       CHECK-POOL-BOOKINGS.
         MOVE VEH-ID TO RESV-VEH-ID.
         MOVE ZERO   TO RESV-FROM-DATE.
         START RESERVATION-FILE KEY IS NOT LESS THAN RESV-KEY
             INVALID KEY MOVE "Y" TO DETAIL-EOF-SWITCH
         END-START.
         PERFORM UNTIL DETAIL-EOF
             READ RESERVATION-FILE NEXT RECORD
                 AT END MOVE "Y" TO DETAIL-EOF-SWITCH
             END-READ
             IF NOT DETAIL-EOF
                 IF RESV-VEH-ID NOT = VEH-ID
                    OR RESV-FROM-DATE > PLAN-DATE
                     MOVE "Y" TO DETAIL-EOF-SWITCH
                 ELSE
                     IF RESV-TO-DATE NOT < PLAN-DATE
                         MOVE "POOL BOOKED"
                             TO UNIT-HELD-REASON (UNIT-IDX)
                         MOVE "Y" TO DETAIL-EOF-SWITCH
                     END-IF
                 END-IF
             END-IF
         END-PERFORM.
         MOVE "N" TO DETAIL-EOF-SWITCH.

       LOAD-CREW-TABLE.
      * A driver rostered on more than one shift at a depot is still
      * one driver for the day's job list.
         OPEN INPUT ROSTER-FILE.
         IF ROSTER-STATUS NOT = "00"
             DISPLAY "DSPPLAN: NO DUTY ROSTER ON FILE - NO DRIVERS"
         ELSE
             READ ROSTER-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 IF ROST-DATE = PLAN-DATE
                     PERFORM LOAD-ONE-CREW
                 END-IF
                 READ ROSTER-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE ROSTER-FILE
         END-IF.

       LOAD-ONE-CREW.
         SET CREW-IDX TO 1.
         IF CREW-COUNT > 0
             SEARCH CREW-ENTRY
                 AT END
                     PERFORM ADD-CREW-ENTRY
                 WHEN CREW-DEPOT (CREW-IDX) = ROST-DEPOT
                  AND CREW-PERSON-ID (CREW-IDX) = ROST-PERSON-ID
                     CONTINUE
             END-SEARCH
         ELSE
             PERFORM ADD-CREW-ENTRY
         END-IF.

       ADD-CREW-ENTRY.
         IF CREW-COUNT < 3000
             ADD 1 TO CREW-COUNT
             SET CREW-IDX TO CREW-COUNT
             MOVE ROST-DEPOT      TO CREW-DEPOT (CREW-IDX)
             MOVE ROST-PERSON-ID  TO CREW-PERSON-ID (CREW-IDX)
             MOVE ROST-SHIFT-CODE TO CREW-SHIFT-CODE (CREW-IDX)
             MOVE "N"             TO CREW-USED-SWITCH (CREW-IDX)
         END-IF.

       PLAN-DAY-ORDERS.
         MOVE LOW-VALUES TO PEND-ORDER-REF.
         START PENDING-ORDER-FILE KEY IS NOT LESS THAN
               PEND-ORDER-REF
             INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
         END-START.
         PERFORM UNTIL END-OF-FILE
             READ PENDING-ORDER-FILE NEXT RECORD
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             IF NOT END-OF-FILE
                 IF PEND-AWAITING-POD AND NOT PEND-IS-SHORTFALL
                    AND NOT PEND-IS-SUBCONTRACTED
                    AND PEND-ORDER-DATE = PLAN-DATE
                     PERFORM PLAN-ONE-ORDER
                 END-IF
             END-IF
         END-PERFORM.
         MOVE "N" TO END-OF-FILE-SWITCH.

       PLAN-ONE-ORDER.
         ADD 1 TO ORDERS-PLANNED.
         MOVE ZERO   TO NAMED-UNIT-SUB.
         MOVE ZERO   TO CHOSEN-UNIT-SUB.
         MOVE ZERO   TO CHOSEN-CREW-SUB.
         MOVE SPACES TO SHORT-REASON.
         IF UNIT-COUNT > 0 AND PEND-VEH-ID NOT = SPACES
             SET UNIT-IDX TO 1
             SEARCH UNIT-ENTRY
                 AT END CONTINUE
                 WHEN UNIT-VEH-ID (UNIT-IDX) = PEND-VEH-ID
                     SET NAMED-UNIT-SUB TO UNIT-IDX
             END-SEARCH
         END-IF.
      * An order taken without depot or class works from the named
      * unit's depot and needs a unit like it; with neither and no
      * unit named it cannot be planned.
         MOVE PEND-DEPOT     TO ORDER-DEPOT.
         MOVE PEND-VEH-CLASS TO ORDER-CLASS.
         IF ORDER-DEPOT = SPACES OR ORDER-DEPOT = LOW-VALUES
             MOVE SPACES TO ORDER-DEPOT
             IF NAMED-UNIT-SUB > 0
                 MOVE UNIT-DEPOT (NAMED-UNIT-SUB) TO ORDER-DEPOT
             END-IF
         END-IF.
         IF ORDER-CLASS = SPACES OR ORDER-CLASS = LOW-VALUES
             MOVE SPACES TO ORDER-CLASS
             IF NAMED-UNIT-SUB > 0
                 MOVE UNIT-CLASS (NAMED-UNIT-SUB) TO ORDER-CLASS
             END-IF
         END-IF.
         IF ORDER-DEPOT = SPACES
             MOVE "NO DEPOT ON ORDER" TO SHORT-REASON
         ELSE
             PERFORM CHOOSE-UNIT
             IF CHOSEN-UNIT-SUB = ZERO
                 MOVE "NO SUITABLE UNIT FREE" TO SHORT-REASON
             ELSE
                 PERFORM CHOOSE-DRIVER
                 IF CHOSEN-CREW-SUB = ZERO
                     MOVE "NO ROSTERED DRIVER FREE"
                         TO SHORT-REASON
                 END-IF
             END-IF
         END-IF.
         IF SHORT-REASON = SPACES
             PERFORM COVER-ORDER
         ELSE
             PERFORM REPORT-SHORTFALL
         END-IF.

       CHOOSE-UNIT.
      * The unit named when the order was taken - or allocated by an
      * earlier run tonight - keeps the job if it can do it.
         IF NAMED-UNIT-SUB > 0
             MOVE NAMED-UNIT-SUB TO UNIT-SUB
             PERFORM TRY-ONE-UNIT
         END-IF.
         IF CHOSEN-UNIT-SUB = ZERO
             PERFORM TRY-ONE-UNIT
                 VARYING UNIT-SUB FROM 1 BY 1
                 UNTIL UNIT-SUB > UNIT-COUNT
                       OR CHOSEN-UNIT-SUB > 0
         END-IF.

       TRY-ONE-UNIT.
         IF UNIT-FREE (UNIT-SUB)
            AND UNIT-DEPOT (UNIT-SUB) = ORDER-DEPOT
            AND (ORDER-CLASS = SPACES
                 OR UNIT-CLASS (UNIT-SUB) = ORDER-CLASS)
             MOVE UNIT-SUB TO CHOSEN-UNIT-SUB
         END-IF.

       CHOOSE-DRIVER.
      * The unit's own assigned driver first, when rostered at the
      * depot and not yet given a job; then anyone rostered there.
         IF UNIT-PERSON-ID (CHOSEN-UNIT-SUB) > ZERO
             PERFORM TRY-ASSIGNED-DRIVER
                 VARYING CREW-SUB FROM 1 BY 1
                 UNTIL CREW-SUB > CREW-COUNT
                       OR CHOSEN-CREW-SUB > 0
         END-IF.
         IF CHOSEN-CREW-SUB = ZERO
             PERFORM TRY-ONE-DRIVER
                 VARYING CREW-SUB FROM 1 BY 1
                 UNTIL CREW-SUB > CREW-COUNT
                       OR CHOSEN-CREW-SUB > 0
         END-IF.

       TRY-ASSIGNED-DRIVER.
         IF CREW-PERSON-ID (CREW-SUB) =
            UNIT-PERSON-ID (CHOSEN-UNIT-SUB)
             PERFORM TRY-ONE-DRIVER
         END-IF.

       TRY-ONE-DRIVER.
         IF CREW-DEPOT (CREW-SUB) = ORDER-DEPOT
            AND NOT CREW-USED (CREW-SUB)
             MOVE CREW-SUB TO CHOSEN-CREW-SUB
         END-IF.

       COVER-ORDER.
         MOVE "T" TO UNIT-STATE (CHOSEN-UNIT-SUB).
         MOVE "Y" TO CREW-USED-SWITCH (CHOSEN-CREW-SUB).
         MOVE UNIT-VEH-ID (CHOSEN-UNIT-SUB) TO PEND-VEH-ID.
         MOVE CREW-PERSON-ID (CHOSEN-CREW-SUB) TO PEND-DRIVER-ID.
         MOVE ORDER-DEPOT TO PEND-DEPOT.
         MOVE ORDER-CLASS TO PEND-VEH-CLASS.
         MOVE "A" TO PEND-DISPATCH-STATUS.
         REWRITE PENDING-ORDER-REC.
         ADD 1 TO ORDERS-COVERED.
         IF JOB-COUNT < 5000
             ADD 1 TO JOB-COUNT
             SET JOB-IDX TO JOB-COUNT
             MOVE ORDER-DEPOT       TO JOB-DEPOT (JOB-IDX)
             MOVE PEND-ORDER-REF    TO JOB-ORDER-REF (JOB-IDX)
             MOVE PEND-CUST-CODE    TO JOB-CUST-CODE (JOB-IDX)
             MOVE PEND-VEH-ID       TO JOB-VEH-ID (JOB-IDX)
             MOVE PEND-DRIVER-ID    TO JOB-PERSON-ID (JOB-IDX)
             MOVE CREW-SHIFT-CODE (CHOSEN-CREW-SUB)
                 TO JOB-SHIFT-CODE (JOB-IDX)
             MOVE PEND-ORIGIN-SITE  TO JOB-ORIGIN-SITE (JOB-IDX)
             MOVE PEND-DEST-SITE    TO JOB-DEST-SITE (JOB-IDX)
             MOVE PEND-PRODUCT-CODE TO JOB-PRODUCT-CODE (JOB-IDX)
             PERFORM NOTE-SHEET-DEPOT
         END-IF.

       NOTE-SHEET-DEPOT.
         SET SDEP-IDX TO 1.
         IF SHEET-DEPOT-COUNT > 0
             SEARCH SHEET-DEPOT-ENTRY
                 AT END
                     PERFORM ADD-SHEET-DEPOT
                 WHEN SDEP-DEPOT (SDEP-IDX) = ORDER-DEPOT
                     CONTINUE
             END-SEARCH
         ELSE
             PERFORM ADD-SHEET-DEPOT
         END-IF.

       ADD-SHEET-DEPOT.
         IF SHEET-DEPOT-COUNT < 200
             ADD 1 TO SHEET-DEPOT-COUNT
             SET SDEP-IDX TO SHEET-DEPOT-COUNT
             MOVE ORDER-DEPOT TO SDEP-DEPOT (SDEP-IDX)
             MOVE "N" TO SDEP-PRINTED-SWITCH (SDEP-IDX)
         END-IF.

       REPORT-SHORTFALL.
      * The order keeps the unit it was taken with, so a planner
      * working the shortfall by hand sees what was asked for.
         MOVE "U"  TO PEND-DISPATCH-STATUS.
         MOVE ZERO TO PEND-DRIVER-ID.
         REWRITE PENDING-ORDER-REC.
         ADD 1 TO ORDERS-SHORT.
         MOVE SPACES TO SHORTFALL-RPT-REC.
         IF NAMED-UNIT-SUB > 0
            AND UNIT-HELD (NAMED-UNIT-SUB)
             STRING "ORDER " PEND-ORDER-REF
                    " CUSTOMER " PEND-CUST-CODE
                    " DEPOT " ORDER-DEPOT
                    " CLASS " ORDER-CLASS
                    " - " SHORT-REASON
                    " (" PEND-VEH-ID " "
                    UNIT-HELD-REASON (NAMED-UNIT-SUB) ")"
                 DELIMITED BY SIZE INTO SHORTFALL-RPT-REC
         ELSE
             STRING "ORDER " PEND-ORDER-REF
                    " CUSTOMER " PEND-CUST-CODE
                    " DEPOT " ORDER-DEPOT
                    " CLASS " ORDER-CLASS
                    " - " SHORT-REASON
                 DELIMITED BY SIZE INTO SHORTFALL-RPT-REC
         END-IF.
         WRITE SHORTFALL-RPT-REC.

       PRINT-NEXT-DEPOT-SHEET.
      * Depots print in code order: each pass takes the lowest one
      * not yet printed.
         MOVE ZERO TO NEXT-DEPOT-SUB.
         PERFORM FIND-NEXT-DEPOT
             VARYING DEPOT-SCAN-SUB FROM 1 BY 1
             UNTIL DEPOT-SCAN-SUB > SHEET-DEPOT-COUNT.
         IF NEXT-DEPOT-SUB > 0
             MOVE "Y" TO SDEP-PRINTED-SWITCH (NEXT-DEPOT-SUB)
             PERFORM PRINT-DEPOT-SHEET
         END-IF.

       FIND-NEXT-DEPOT.
         IF NOT SDEP-PRINTED (DEPOT-SCAN-SUB)
             IF NEXT-DEPOT-SUB = ZERO
                 MOVE DEPOT-SCAN-SUB TO NEXT-DEPOT-SUB
             ELSE
                 IF SDEP-DEPOT (DEPOT-SCAN-SUB) <
                    SDEP-DEPOT (NEXT-DEPOT-SUB)
                     MOVE DEPOT-SCAN-SUB TO NEXT-DEPOT-SUB
                 END-IF
             END-IF
         END-IF.

       PRINT-DEPOT-SHEET.
         MOVE SPACES TO DISPATCH-SHEET-REC.
         STRING "DISPATCH SHEET - DEPOT "
                SDEP-DEPOT (NEXT-DEPOT-SUB)
                " - JOBS FOR " PLAN-DATE
             DELIMITED BY SIZE INTO DISPATCH-SHEET-REC.
         WRITE DISPATCH-SHEET-REC.
         MOVE SPACES TO DISPATCH-SHEET-REC.
         STRING "ORDER      CUST   UNIT   SHIFT DRIVER     "
                "NAME                  FROM   TO     PRODUCT"
             DELIMITED BY SIZE INTO DISPATCH-SHEET-REC.
         WRITE DISPATCH-SHEET-REC.
         PERFORM PRINT-ONE-JOB
             VARYING JOB-SUB FROM 1 BY 1
             UNTIL JOB-SUB > JOB-COUNT.
         MOVE SPACES TO DISPATCH-SHEET-REC.
         WRITE DISPATCH-SHEET-REC.

       PRINT-ONE-JOB.
         IF JOB-DEPOT (JOB-SUB) = SDEP-DEPOT (NEXT-DEPOT-SUB)
             MOVE SPACES TO DRIVER-NAME
             IF PERSON-FILE-OPEN
                 MOVE JOB-PERSON-ID (JOB-SUB) TO PERSM-PERSON-ID
                 READ PERSON-MASTER-FILE
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                         STRING PERSM-FIRST-NAME " "
                                PERSM-L-SURNAME
                             DELIMITED BY SIZE INTO DRIVER-NAME
                 END-READ
             END-IF
             MOVE SPACES TO DISPATCH-SHEET-REC
             STRING JOB-ORDER-REF (JOB-SUB) " "
                    JOB-CUST-CODE (JOB-SUB) " "
                    JOB-VEH-ID (JOB-SUB) " "
                    JOB-SHIFT-CODE (JOB-SUB) "    "
                    JOB-PERSON-ID (JOB-SUB) " "
                    DRIVER-NAME " "
                    JOB-ORIGIN-SITE (JOB-SUB) " "
                    JOB-DEST-SITE (JOB-SUB) " "
                    JOB-PRODUCT-CODE (JOB-SUB)
                 DELIMITED BY SIZE INTO DISPATCH-SHEET-REC
             WRITE DISPATCH-SHEET-REC
         END-IF.
