       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AVAILRPT.
      * Monthly vehicle availability: for the fiscal period holding
      * the run date - to date, when run before the period ends -
      * every unit's days are sorted into available, in the shop
      * for scheduled work, in the shop for unscheduled work, and
      * off the road after an incident.  Shop days come from the
      * open-to-close span of each WOMAST order, an order still
      * open running to the report date; recall campaign orders
      * count with the planned services as scheduled, driver
      * defect orders as unscheduled.  Incident days come from the
      * off-road days on INCDMAST.  A day is counted once, in the
      * worst state it saw: unscheduled over scheduled over
      * incident.  Mean time between unscheduled failures is the
      * available days per unscheduled order opened in the period.
      * The report gives each unit, then each class and depot, then
      * the fleet - the figure depot managers are measured on.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEH-ID
               FILE STATUS IS VEHICLE-MASTER-STATUS.
           SELECT WORK-ORDER-FILE ASSIGN TO "WOMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-KEY
               FILE STATUS IS WORK-ORDER-STATUS.
           SELECT INCIDENT-MASTER-FILE ASSIGN TO "INCDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INCD-KEY
               FILE STATUS IS INCIDENT-MASTER-STATUS.
           SELECT AVAIL-REPORT-FILE ASSIGN TO "AVAILRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AVAIL-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VEHICLE-MASTER-FILE.
           COPY VEHMAST.

       FD  WORK-ORDER-FILE.
           COPY WOMAST.

       FD  INCIDENT-MASTER-FILE.
           COPY INCDMAST.

       FD  AVAIL-REPORT-FILE.
       01  AVAIL-REPORT-REC            PIC X(100).

       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY FISCPERP.
           COPY BUSDAYP.
        01 VEHICLE-MASTER-STATUS      PIC XX VALUE "00".
        01 WORK-ORDER-STATUS          PIC XX VALUE "00".
        01 INCIDENT-MASTER-STATUS     PIC XX VALUE "00".
        01 AVAIL-REPORT-STATUS        PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 DETAIL-EOF-SWITCH          PIC X VALUE "N".
           88 DETAIL-EOF                   VALUE "Y".
        01 ORDERS-FILE-SWITCH         PIC X VALUE "N".
           88 ORDERS-FILE-OPEN             VALUE "Y".
        01 INCIDENT-FILE-SWITCH       PIC X VALUE "N".
           88 INCIDENT-FILE-OPEN           VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 RUN-PERIOD                 PIC 9(06).
        01 PERIOD-START-DATE          PIC 9(08).
        01 REPORT-END-DATE            PIC 9(08).
        01 PERIOD-DAYS                PIC 9(03).
        01 SPAN-FROM-DATE             PIC 9(08).
        01 SPAN-TO-DATE               PIC 9(08).
        01 FIRST-OFFSET               PIC S9(07).
        01 LAST-OFFSET                PIC S9(07).
        01 MARK-LEVEL                 PIC 9(01).
        01 DAY-SUB                    PIC 9(03).
        01 DAY-STATUS-TABLE.
      * One byte per day of the period: 0 available, 1 off road
      * after an incident, 2 scheduled shop work, 3 unscheduled shop
      * work, 9 not yet in the fleet.
           02 DAY-STATUS OCCURS 62 TIMES PIC 9(01).
        01 UNIT-COUNTS.
           02 UNIT-FLEET-DAYS         PIC 9(03).
           02 UNIT-AVAIL-DAYS         PIC 9(03).
           02 UNIT-INCIDENT-DAYS      PIC 9(03).
           02 UNIT-SCHED-DAYS         PIC 9(03).
           02 UNIT-UNSCHED-DAYS       PIC 9(03).
           02 UNIT-FAILURES           PIC 9(03).
        01 FLEET-COUNTS.
           02 FLEET-UNITS             PIC 9(05) VALUE ZERO.
           02 FLEET-FLEET-DAYS        PIC 9(07) VALUE ZERO.
           02 FLEET-AVAIL-DAYS        PIC 9(07) VALUE ZERO.
           02 FLEET-INCIDENT-DAYS     PIC 9(07) VALUE ZERO.
           02 FLEET-SCHED-DAYS        PIC 9(07) VALUE ZERO.
           02 FLEET-UNSCHED-DAYS      PIC 9(07) VALUE ZERO.
           02 FLEET-FAILURES          PIC 9(05) VALUE ZERO.
        01 LINE-LABEL                 PIC X(12).
        01 LINE-COUNTS.
           02 LINE-UNITS              PIC 9(05).
           02 LINE-FLEET-DAYS         PIC 9(07).
           02 LINE-AVAIL-DAYS         PIC 9(07).
           02 LINE-INCIDENT-DAYS      PIC 9(07).
           02 LINE-SCHED-DAYS         PIC 9(07).
           02 LINE-UNSCHED-DAYS       PIC 9(07).
           02 LINE-FAILURES           PIC 9(05).
        01 AVAILABILITY-PERCENT       PIC 9(03)V9.
        01 MTBF-DAYS                  PIC 9(05)V9.
        01 EDITED-UNITS               PIC Z(4)9.
        01 EDITED-FLEET               PIC Z(6)9.
        01 EDITED-AVAIL               PIC Z(6)9.
        01 EDITED-SCHED               PIC Z(6)9.
        01 EDITED-UNSCHED             PIC Z(6)9.
        01 EDITED-INCIDENT            PIC Z(6)9.
        01 EDITED-FAILURES            PIC Z(4)9.
        01 EDITED-PERCENT             PIC ZZ9.9.
        01 EDITED-MTBF                PIC X(08).
        01 EDITED-MTBF-NUM            PIC Z(4)9.9.
        01 CLASS-COUNT                PIC 9(03) VALUE ZERO.
        01 CLASS-TABLE.
           02 CLASS-ENTRY OCCURS 0 TO 100 TIMES
                  DEPENDING ON CLASS-COUNT
                  INDEXED BY CLSS-IDX.
               03 CTAB-CLASS           PIC X(02).
               03 CTAB-COUNTS.
                  04 CTAB-UNITS        PIC 9(05).
                  04 CTAB-FLEET-DAYS   PIC 9(07).
                  04 CTAB-AVAIL-DAYS   PIC 9(07).
                  04 CTAB-INCIDENT-DAYS PIC 9(07).
                  04 CTAB-SCHED-DAYS   PIC 9(07).
                  04 CTAB-UNSCHED-DAYS PIC 9(07).
                  04 CTAB-FAILURES     PIC 9(05).
        01 DEPOT-COUNT                PIC 9(03) VALUE ZERO.
        01 DEPOT-TABLE.
           02 DEPOT-ENTRY OCCURS 0 TO 200 TIMES
                  DEPENDING ON DEPOT-COUNT
                  INDEXED BY DEPO-IDX.
               03 DTAB-DEPOT           PIC X(03).
               03 DTAB-COUNTS.
                  04 DTAB-UNITS        PIC 9(05).
                  04 DTAB-FLEET-DAYS   PIC 9(07).
                  04 DTAB-AVAIL-DAYS   PIC 9(07).
                  04 DTAB-INCIDENT-DAYS PIC 9(07).
                  04 DTAB-SCHED-DAYS   PIC 9(07).
                  04 DTAB-UNSCHED-DAYS PIC 9(07).
                  04 DTAB-FAILURES     PIC 9(05).

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "AVAILRPT: VEHICLE AVAILABILITY RUN STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         MOVE "D" TO FP-FUNCTION.
         MOVE TODAY-DATE TO FP-DATE.
         CALL "FISCPER" USING FISCAL-PERIOD-PARMS.
         MOVE FP-YEAR-PERIOD  TO RUN-PERIOD.
         MOVE FP-PERIOD-START TO PERIOD-START-DATE.
         IF FP-PERIOD-END < TODAY-DATE
             MOVE FP-PERIOD-END TO REPORT-END-DATE
         ELSE
             MOVE TODAY-DATE    TO REPORT-END-DATE
         END-IF.
         MOVE "C"               TO BD-FUNCTION.
         MOVE PERIOD-START-DATE TO BD-FROM-DATE.
         MOVE REPORT-END-DATE   TO BD-TO-DATE.
         CALL "BUSDAY" USING BUSDAY-PARMS.
         IF BD-CALENDAR-DAYS > 61
             MOVE 62 TO PERIOD-DAYS
         ELSE
             COMPUTE PERIOD-DAYS = BD-CALENDAR-DAYS + 1
         END-IF.
         DISPLAY "AVAILRPT: FISCAL PERIOD " RUN-PERIOD
                 " DAYS " PERIOD-DAYS.
         OPEN INPUT VEHICLE-MASTER-FILE.
         IF VEHICLE-MASTER-STATUS NOT = "00"
             DISPLAY "AVAILRPT: CANNOT OPEN VEHICLE-MASTER - "
                     VEHICLE-MASTER-STATUS
             STOP RUN RETURNING RC-SEVERE
         END-IF.
         OPEN INPUT WORK-ORDER-FILE.
         IF WORK-ORDER-STATUS = "00"
             MOVE "Y" TO ORDERS-FILE-SWITCH
         END-IF.
         OPEN INPUT INCIDENT-MASTER-FILE.
         IF INCIDENT-MASTER-STATUS = "00"
             MOVE "Y" TO INCIDENT-FILE-SWITCH
         END-IF.
         OPEN OUTPUT AVAIL-REPORT-FILE.
         MOVE SPACES TO AVAIL-REPORT-REC.
         STRING "VEHICLE AVAILABILITY - FISCAL PERIOD " RUN-PERIOD
                " FROM " PERIOD-START-DATE " TO " REPORT-END-DATE
             DELIMITED BY SIZE INTO AVAIL-REPORT-REC.
         WRITE AVAIL-REPORT-REC.
         PERFORM WRITE-COLUMN-HEADINGS.
         MOVE LOW-VALUES TO VEH-ID.
         START VEHICLE-MASTER-FILE KEY IS NOT LESS THAN VEH-ID
             INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
         END-START.
         PERFORM UNTIL END-OF-FILE
             READ VEHICLE-MASTER-FILE NEXT RECORD
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             IF NOT END-OF-FILE AND VEH-ACTIVE AND
                VEH-ACQ-DATE NOT > REPORT-END-DATE
                 PERFORM MEASURE-ONE-UNIT
             END-IF
         END-PERFORM.
         MOVE "N" TO END-OF-FILE-SWITCH.
         PERFORM REPORT-CLASSES.
         PERFORM REPORT-DEPOTS.
         MOVE SPACES TO AVAIL-REPORT-REC.
         WRITE AVAIL-REPORT-REC.
         MOVE "FLEET"       TO LINE-LABEL.
         MOVE FLEET-COUNTS  TO LINE-COUNTS.
         PERFORM WRITE-SUMMARY-LINE.
         CLOSE AVAIL-REPORT-FILE VEHICLE-MASTER-FILE.
         IF ORDERS-FILE-OPEN
             CLOSE WORK-ORDER-FILE
         END-IF.
         IF INCIDENT-FILE-OPEN
             CLOSE INCIDENT-MASTER-FILE
         END-IF.
         DISPLAY "UNITS REPORTED: " FLEET-UNITS.
         DISPLAY "UNSCHEDULED FAILURES: " FLEET-FAILURES.
         STOP RUN RETURNING RC-NORMAL.

       WRITE-COLUMN-HEADINGS.
         MOVE SPACES TO AVAIL-REPORT-REC.
         STRING "UNIT         UNITS   FLEET   AVAIL   SCHED"
                " UNSCHED INCIDNT FAILS AVAIL%  MTBF"
             DELIMITED BY SIZE INTO AVAIL-REPORT-REC.
         WRITE AVAIL-REPORT-REC.

       MEASURE-ONE-UNIT.
         MOVE ZERO TO UNIT-COUNTS.
         PERFORM CLEAR-ONE-DAY
             VARYING DAY-SUB FROM 1 BY 1
             UNTIL DAY-SUB > PERIOD-DAYS.
         IF VEH-ACQ-DATE > PERIOD-START-DATE
      * Days before the unit joined the fleet are not its to be
      * unavailable on.
             MOVE 9                 TO MARK-LEVEL
             MOVE PERIOD-START-DATE TO SPAN-FROM-DATE
             MOVE "A"               TO BD-FUNCTION
             MOVE VEH-ACQ-DATE      TO BD-FROM-DATE
             MOVE -1                TO BD-ADD-DAYS
             CALL "BUSDAY" USING BUSDAY-PARMS
             MOVE BD-RESULT-DATE    TO SPAN-TO-DATE
             PERFORM MARK-SPAN
         END-IF.
         IF INCIDENT-FILE-OPEN
             PERFORM MARK-INCIDENT-DAYS
         END-IF.
         IF ORDERS-FILE-OPEN
             PERFORM MARK-SHOP-DAYS
         END-IF.
         PERFORM COUNT-ONE-DAY
             VARYING DAY-SUB FROM 1 BY 1
             UNTIL DAY-SUB > PERIOD-DAYS.
         ADD 1                  TO FLEET-UNITS.
         ADD UNIT-FLEET-DAYS    TO FLEET-FLEET-DAYS.
         ADD UNIT-AVAIL-DAYS    TO FLEET-AVAIL-DAYS.
         ADD UNIT-INCIDENT-DAYS TO FLEET-INCIDENT-DAYS.
         ADD UNIT-SCHED-DAYS    TO FLEET-SCHED-DAYS.
         ADD UNIT-UNSCHED-DAYS  TO FLEET-UNSCHED-DAYS.
         ADD UNIT-FAILURES      TO FLEET-FAILURES.
         PERFORM ADD-TO-CLASS.
         PERFORM ADD-TO-DEPOT.
         MOVE VEH-ID             TO LINE-LABEL.
         MOVE 1                  TO LINE-UNITS.
         MOVE UNIT-FLEET-DAYS    TO LINE-FLEET-DAYS.
         MOVE UNIT-AVAIL-DAYS    TO LINE-AVAIL-DAYS.
         MOVE UNIT-INCIDENT-DAYS TO LINE-INCIDENT-DAYS.
         MOVE UNIT-SCHED-DAYS    TO LINE-SCHED-DAYS.
         MOVE UNIT-UNSCHED-DAYS  TO LINE-UNSCHED-DAYS.
         MOVE UNIT-FAILURES      TO LINE-FAILURES.
         PERFORM WRITE-SUMMARY-LINE.

       CLEAR-ONE-DAY.
         MOVE ZERO TO DAY-STATUS (DAY-SUB).

       COUNT-ONE-DAY.
         IF DAY-STATUS (DAY-SUB) NOT = 9
             ADD 1 TO UNIT-FLEET-DAYS
             IF DAY-STATUS (DAY-SUB) = 0
                 ADD 1 TO UNIT-AVAIL-DAYS
             ELSE
             IF DAY-STATUS (DAY-SUB) = 1
                 ADD 1 TO UNIT-INCIDENT-DAYS
             ELSE
             IF DAY-STATUS (DAY-SUB) = 2
                 ADD 1 TO UNIT-SCHED-DAYS
             ELSE
                 ADD 1 TO UNIT-UNSCHED-DAYS
             END-IF
             END-IF
             END-IF
         END-IF.

       MARK-INCIDENT-DAYS.
         MOVE VEH-ID TO INCD-VEH-ID.
         MOVE ZERO   TO INCD-DATE.
         START INCIDENT-MASTER-FILE KEY IS NOT LESS THAN INCD-KEY
             INVALID KEY MOVE "Y" TO DETAIL-EOF-SWITCH
         END-START.
         PERFORM UNTIL DETAIL-EOF
             READ INCIDENT-MASTER-FILE NEXT RECORD
                 AT END MOVE "Y" TO DETAIL-EOF-SWITCH
             END-READ
             IF NOT DETAIL-EOF
                 IF INCD-VEH-ID NOT = VEH-ID
                     MOVE "Y" TO DETAIL-EOF-SWITCH
                 ELSE
                     IF INCD-OFF-ROAD-DAYS NUMERIC AND
                        INCD-OFF-ROAD-DAYS > 0
                         PERFORM MARK-ONE-INCIDENT
                     END-IF
                 END-IF
             END-IF
         END-PERFORM.
         MOVE "N" TO DETAIL-EOF-SWITCH.

       MARK-ONE-INCIDENT.
         MOVE 1         TO MARK-LEVEL.
         MOVE INCD-DATE TO SPAN-FROM-DATE.
         MOVE "A"       TO BD-FUNCTION.
         MOVE INCD-DATE TO BD-FROM-DATE.
         COMPUTE BD-ADD-DAYS = INCD-OFF-ROAD-DAYS - 1.
         CALL "BUSDAY" USING BUSDAY-PARMS.
         MOVE BD-RESULT-DATE TO SPAN-TO-DATE.
         PERFORM MARK-SPAN.

       MARK-SHOP-DAYS.
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
                     PERFORM MARK-ONE-ORDER
                 END-IF
             END-IF
         END-PERFORM.
         MOVE "N" TO DETAIL-EOF-SWITCH.

       MARK-ONE-ORDER.
         MOVE WO-OPEN-DATE TO SPAN-FROM-DATE.
         IF WO-IS-CLOSED
             MOVE WO-CLOSE-DATE   TO SPAN-TO-DATE
         ELSE
             MOVE REPORT-END-DATE TO SPAN-TO-DATE
         END-IF.
         IF WO-UNSCHEDULED
             MOVE 3 TO MARK-LEVEL
             IF WO-OPEN-DATE NOT < PERIOD-START-DATE AND
                WO-OPEN-DATE NOT > REPORT-END-DATE
                 ADD 1 TO UNIT-FAILURES
             END-IF
         ELSE
             MOVE 2 TO MARK-LEVEL
         END-IF.
         PERFORM MARK-SPAN.

       MARK-SPAN.
      * Clips SPAN-FROM-DATE..SPAN-TO-DATE to the period and raises
      * each day in it to MARK-LEVEL unless it already stands at
      * that or worse.
         IF SPAN-TO-DATE NOT < PERIOD-START-DATE AND
            SPAN-FROM-DATE NOT > REPORT-END-DATE AND
            SPAN-TO-DATE NOT < SPAN-FROM-DATE
             IF SPAN-FROM-DATE < PERIOD-START-DATE
                 MOVE ZERO TO FIRST-OFFSET
             ELSE
                 MOVE "C"               TO BD-FUNCTION
                 MOVE PERIOD-START-DATE TO BD-FROM-DATE
                 MOVE SPAN-FROM-DATE    TO BD-TO-DATE
                 CALL "BUSDAY" USING BUSDAY-PARMS
                 MOVE BD-CALENDAR-DAYS  TO FIRST-OFFSET
             END-IF
             IF SPAN-TO-DATE > REPORT-END-DATE
                 COMPUTE LAST-OFFSET = PERIOD-DAYS - 1
             ELSE
                 MOVE "C"               TO BD-FUNCTION
                 MOVE PERIOD-START-DATE TO BD-FROM-DATE
                 MOVE SPAN-TO-DATE      TO BD-TO-DATE
                 CALL "BUSDAY" USING BUSDAY-PARMS
                 MOVE BD-CALENDAR-DAYS  TO LAST-OFFSET
             END-IF
             IF LAST-OFFSET NOT < PERIOD-DAYS
                 COMPUTE LAST-OFFSET = PERIOD-DAYS - 1
             END-IF
             ADD 1 TO FIRST-OFFSET
             ADD 1 TO LAST-OFFSET
             PERFORM MARK-ONE-DAY
                 VARYING DAY-SUB FROM FIRST-OFFSET BY 1
                 UNTIL DAY-SUB > LAST-OFFSET
         END-IF.

       MARK-ONE-DAY.
         IF DAY-STATUS (DAY-SUB) NOT = 9 AND
            (MARK-LEVEL = 9 OR DAY-STATUS (DAY-SUB) < MARK-LEVEL)
             MOVE MARK-LEVEL TO DAY-STATUS (DAY-SUB)
         END-IF.

       ADD-TO-CLASS.
         SET CLSS-IDX TO 1.
         IF CLASS-COUNT > 0
             SEARCH CLASS-ENTRY
                 AT END SET CLSS-IDX TO CLASS-COUNT
                        SET CLSS-IDX UP BY 1
                 WHEN CTAB-CLASS (CLSS-IDX) = VEH-CLASS
                     CONTINUE
             END-SEARCH
         END-IF.
         IF CLSS-IDX > CLASS-COUNT
             IF CLASS-COUNT < 100
                 ADD 1 TO CLASS-COUNT
                 SET CLSS-IDX TO CLASS-COUNT
                 MOVE VEH-CLASS TO CTAB-CLASS (CLSS-IDX)
                 MOVE ZERO TO CTAB-COUNTS (CLSS-IDX)
             END-IF
         END-IF.
         IF CLSS-IDX NOT > CLASS-COUNT
             ADD 1 TO CTAB-UNITS (CLSS-IDX)
             ADD UNIT-FLEET-DAYS    TO CTAB-FLEET-DAYS (CLSS-IDX)
             ADD UNIT-AVAIL-DAYS    TO CTAB-AVAIL-DAYS (CLSS-IDX)
             ADD UNIT-INCIDENT-DAYS
                 TO CTAB-INCIDENT-DAYS (CLSS-IDX)
             ADD UNIT-SCHED-DAYS    TO CTAB-SCHED-DAYS (CLSS-IDX)
             ADD UNIT-UNSCHED-DAYS  TO CTAB-UNSCHED-DAYS (CLSS-IDX)
             ADD UNIT-FAILURES      TO CTAB-FAILURES (CLSS-IDX)
         END-IF.

       ADD-TO-DEPOT.
         SET DEPO-IDX TO 1.
         IF DEPOT-COUNT > 0
             SEARCH DEPOT-ENTRY
                 AT END SET DEPO-IDX TO DEPOT-COUNT
                        SET DEPO-IDX UP BY 1
                 WHEN DTAB-DEPOT (DEPO-IDX) = VEH-DEPOT
                     CONTINUE
             END-SEARCH
         END-IF.
         IF DEPO-IDX > DEPOT-COUNT
             IF DEPOT-COUNT < 200
                 ADD 1 TO DEPOT-COUNT
                 SET DEPO-IDX TO DEPOT-COUNT
                 MOVE VEH-DEPOT TO DTAB-DEPOT (DEPO-IDX)
                 MOVE ZERO TO DTAB-COUNTS (DEPO-IDX)
             END-IF
         END-IF.
         IF DEPO-IDX NOT > DEPOT-COUNT
             ADD 1 TO DTAB-UNITS (DEPO-IDX)
             ADD UNIT-FLEET-DAYS    TO DTAB-FLEET-DAYS (DEPO-IDX)
             ADD UNIT-AVAIL-DAYS    TO DTAB-AVAIL-DAYS (DEPO-IDX)
             ADD UNIT-INCIDENT-DAYS
                 TO DTAB-INCIDENT-DAYS (DEPO-IDX)
             ADD UNIT-SCHED-DAYS    TO DTAB-SCHED-DAYS (DEPO-IDX)
             ADD UNIT-UNSCHED-DAYS  TO DTAB-UNSCHED-DAYS (DEPO-IDX)
             ADD UNIT-FAILURES      TO DTAB-FAILURES (DEPO-IDX)
         END-IF.

       REPORT-CLASSES.
         MOVE SPACES TO AVAIL-REPORT-REC.
         WRITE AVAIL-REPORT-REC.
         MOVE "BY CLASS" TO AVAIL-REPORT-REC.
         WRITE AVAIL-REPORT-REC.
         IF CLASS-COUNT > 0
             PERFORM REPORT-ONE-CLASS
                 VARYING CLSS-IDX FROM 1 BY 1
                 UNTIL CLSS-IDX > CLASS-COUNT
         END-IF.

       REPORT-ONE-CLASS.
         MOVE SPACES TO LINE-LABEL.
         STRING "CLASS " CTAB-CLASS (CLSS-IDX)
             DELIMITED BY SIZE INTO LINE-LABEL.
         MOVE CTAB-COUNTS (CLSS-IDX) TO LINE-COUNTS.
         PERFORM WRITE-SUMMARY-LINE.

       REPORT-DEPOTS.
         MOVE SPACES TO AVAIL-REPORT-REC.
         WRITE AVAIL-REPORT-REC.
         MOVE "BY DEPOT" TO AVAIL-REPORT-REC.
         WRITE AVAIL-REPORT-REC.
         IF DEPOT-COUNT > 0
             PERFORM REPORT-ONE-DEPOT
                 VARYING DEPO-IDX FROM 1 BY 1
                 UNTIL DEPO-IDX > DEPOT-COUNT
         END-IF.

       REPORT-ONE-DEPOT.
         MOVE SPACES TO LINE-LABEL.
         STRING "DEPOT " DTAB-DEPOT (DEPO-IDX)
             DELIMITED BY SIZE INTO LINE-LABEL.
         MOVE DTAB-COUNTS (DEPO-IDX) TO LINE-COUNTS.
         PERFORM WRITE-SUMMARY-LINE.

       WRITE-SUMMARY-LINE.
      * MTBF is available days per unscheduled failure; a line with
      * no failures has no figure to give.
         MOVE ZERO TO AVAILABILITY-PERCENT.
         IF LINE-FLEET-DAYS > 0
             COMPUTE AVAILABILITY-PERCENT ROUNDED =
                     (LINE-AVAIL-DAYS * 100) / LINE-FLEET-DAYS
         END-IF.
         IF LINE-FAILURES > 0
             COMPUTE MTBF-DAYS ROUNDED =
                     LINE-AVAIL-DAYS / LINE-FAILURES
             MOVE MTBF-DAYS TO EDITED-MTBF-NUM
             MOVE EDITED-MTBF-NUM TO EDITED-MTBF
         ELSE
             MOVE "  NO FLR" TO EDITED-MTBF
         END-IF.
         MOVE LINE-UNITS           TO EDITED-UNITS.
         MOVE LINE-FLEET-DAYS      TO EDITED-FLEET.
         MOVE LINE-AVAIL-DAYS      TO EDITED-AVAIL.
         MOVE LINE-SCHED-DAYS      TO EDITED-SCHED.
         MOVE LINE-UNSCHED-DAYS    TO EDITED-UNSCHED.
         MOVE LINE-INCIDENT-DAYS   TO EDITED-INCIDENT.
         MOVE LINE-FAILURES        TO EDITED-FAILURES.
         MOVE AVAILABILITY-PERCENT TO EDITED-PERCENT.
         MOVE SPACES TO AVAIL-REPORT-REC.
         STRING LINE-LABEL " " EDITED-UNITS " " EDITED-FLEET " "
                EDITED-AVAIL " " EDITED-SCHED " " EDITED-UNSCHED
                " " EDITED-INCIDENT " " EDITED-FAILURES " "
                EDITED-PERCENT " " EDITED-MTBF
             DELIMITED BY SIZE INTO AVAIL-REPORT-REC.
         WRITE AVAIL-REPORT-REC.
