       IDENTIFICATION DIVISION.
       PROGRAM-ID.  VEHFACT.
      * Daily vehicle fact build, run straight after MileageCounter:
      * one balance-line pass down VEHICLE-MASTER, the MLGDLTX delta
      * extract and the ASSGMAST driver assignments - all three in
      * VEH-ID order - writes one VEHFACT line per vehicle carrying
      * the day's delta, depot, class, rate product, energy type and
      * driver of record, with the day's fuel-card, pump, charging
      * and trip totals added from the feeds.  COSTRPT, CUSTPRCE,
      * TRIPRECN, FUELMPG, VEHLPOST, GLEXTRCT, CHARGEBK and UTILPROF
      * each used to re-read the extract and re-join it to the
      * masters for themselves; with VEHFACT-ACTIVE set on SHOPPARM
      * they read this file once instead.  The delta side is
      * balanced - count and miles in against count and miles
      * carried, and a build that cannot carry every line fails
      * RC-SEVERE so nothing downstream runs on it.  The extract is
      * totalled per vehicle in VEH-ID order before the join, so
      * the lines a MILECNTR checkpoint restart writes again after
      * higher vehicles are added into their own vehicle, as every
      * extract reader added them.  Start and end go to RUNLOG for
      * RUNGATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEH-ID
               FILE STATUS IS VEHICLE-MASTER-STATUS.
           SELECT DELTA-EXTRACT-FILE ASSIGN TO "MLGDLTX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DELTA-EXTRACT-STATUS.
           SELECT ASSIGN-MASTER-FILE ASSIGN TO "ASSGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASSG-VEH-ID
               FILE STATUS IS ASSIGN-MASTER-STATUS.
           SELECT FUEL-TRANS-FILE ASSIGN TO "VEHFUEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FUEL-TRANS-STATUS.
           SELECT PUMP-DISPENSE-FILE ASSIGN TO "PUMPDISP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUMP-DISPENSE-STATUS.
           SELECT CHARGE-SESSION-FILE ASSIGN TO "CHRGSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHARGE-SESSION-STATUS.
           SELECT TRIP-LOG-FILE ASSIGN TO "TRIPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRIP-LOG-STATUS.
           SELECT VEHICLE-FACT-FILE ASSIGN TO "VEHFACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VEHICLE-FACT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VEHICLE-MASTER-FILE.
           COPY VEHMAST.

       FD  DELTA-EXTRACT-FILE.
       01  DELTA-EXTRACT-REC.
           02 DLTX-VEH-ID             PIC X(06).
           02 DLTX-DELTA              PIC S9(06).

       FD  ASSIGN-MASTER-FILE.
           COPY ASSGMAST.

       FD  FUEL-TRANS-FILE.
       01  FUEL-TRANS-REC.
           02 FUEL-VEH-ID             PIC X(06).
           02 FUEL-DATE               PIC 9(08).
           02 FUEL-GALLONS            PIC 9(04)V9.
           02 FUEL-CARD-NO            PIC X(10).
           02 FUEL-UNIT-PRICE         PIC 9(03)V99.
           02 FUEL-FILL-TIME          PIC 9(04).
           02 FUEL-SITE               PIC X(03).

       FD  PUMP-DISPENSE-FILE.
           COPY PUMPDISP.

       FD  CHARGE-SESSION-FILE.
           COPY CHRGSESS.

       FD  TRIP-LOG-FILE.
           COPY TRIPLOG.

       FD  VEHICLE-FACT-FILE.
           COPY VEHFACT.

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           COPY RETCODES.
        01 VEHICLE-MASTER-STATUS      PIC XX VALUE "00".
        01 DELTA-EXTRACT-STATUS       PIC XX VALUE "00".
        01 ASSIGN-MASTER-STATUS       PIC XX VALUE "00".
        01 ASSIGN-FILE-SWITCH         PIC X VALUE "N".
           88 ASSIGN-FILE-OPEN             VALUE "Y".
        01 FUEL-TRANS-STATUS          PIC XX VALUE "00".
        01 PUMP-DISPENSE-STATUS       PIC XX VALUE "00".
        01 CHARGE-SESSION-STATUS      PIC XX VALUE "00".
        01 TRIP-LOG-STATUS            PIC XX VALUE "00".
        01 VEHICLE-FACT-STATUS        PIC XX VALUE "00".
        01 RUN-LOG-STATUS             PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 MASTER-EOF-SWITCH          PIC X VALUE "N".
           88 MASTER-EOF                   VALUE "Y".
        01 SLOT-FOUND-SWITCH          PIC X VALUE "N".
           88 SLOT-FOUND                   VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 MASTER-KEY                 PIC X(06) VALUE SPACES.
        01 DELTA-KEY                  PIC X(06) VALUE LOW-VALUES.
        01 ASSIGN-KEY                 PIC X(06) VALUE LOW-VALUES.
        01 FACT-KEY                   PIC X(06).
        01 FEED-VEH-ID                PIC X(06).
        01 TRIP-DISTANCE              PIC S9(06).
        01 FILL-COST                  PIC 9(07)V99.
        01 MASTERS-READ               PIC 9(07) VALUE ZERO.
        01 DELTAS-READ                PIC 9(07) VALUE ZERO.
        01 DELTAS-CARRIED             PIC 9(07) VALUE ZERO.
        01 DELTA-MILES-IN             PIC S9(09) VALUE ZERO.
        01 DELTA-MILES-OUT            PIC S9(09) VALUE ZERO.
        01 DUPLICATE-DELTAS           PIC 9(05) VALUE ZERO.
        01 ORPHAN-DELTAS              PIC 9(05) VALUE ZERO.
        01 DRIVERS-MATCHED            PIC 9(07) VALUE ZERO.
        01 FACTS-WRITTEN              PIC 9(07) VALUE ZERO.
        01 FEED-LINES-READ            PIC 9(07) VALUE ZERO.
        01 FEED-LINES-DROPPED         PIC 9(07) VALUE ZERO.
        01 LOG-EVENT-CODE             PIC X.
        01 FINAL-RETURN-CODE          PIC 9(02) VALUE ZERO.
        01 LOG-RECORDS-IN             PIC 9(09) VALUE ZERO.
        01 LOG-RECORDS-OUT            PIC 9(09) VALUE ZERO.
        01 LOG-RECORDS-REJ            PIC 9(09) VALUE ZERO.
        01 LOG-DATE-WORK              PIC 9(08).
        01 LOG-TIME-WORK              PIC 9(08).
        01 DELTA-TOTAL-COUNT          PIC 9(05) VALUE ZERO.
        01 DELTA-NEXT                 PIC 9(05) VALUE ZERO.
        01 DELTA-SLOT                 PIC 9(05).
        01 DELTA-LINES-DROPPED        PIC 9(07) VALUE ZERO.
        01 DELTA-TOTAL-TABLE.
           02 DELTA-TOTAL-ENTRY OCCURS 0 TO 9999 TIMES
                  DEPENDING ON DELTA-TOTAL-COUNT
                  ASCENDING KEY IS DTOT-VEH-ID
                  INDEXED BY DTOT-IDX.
               03 DTOT-VEH-ID          PIC X(06).
               03 DTOT-DELTA           PIC S9(07).
               03 DTOT-LINES           PIC 9(04).
        01 VEHICLE-TOTAL-COUNT        PIC 9(05) VALUE ZERO.
        01 VEHICLE-TOTAL-TABLE.
           02 VEHICLE-TOTAL-ENTRY OCCURS 0 TO 9999 TIMES
                  DEPENDING ON VEHICLE-TOTAL-COUNT
                  INDEXED BY VTOT-IDX.
               03 VTOT-VEH-ID          PIC X(06).
               03 VTOT-FILLS           PIC 9(04).
               03 VTOT-CARD-GALLONS    PIC 9(06)V9.
               03 VTOT-CARD-COST       PIC 9(07)V99.
               03 VTOT-PUMP-GALLONS    PIC 9(06)V9.
               03 VTOT-CHARGE-SESSIONS PIC 9(04).
               03 VTOT-CHARGE-KWH      PIC 9(06)V9.
               03 VTOT-CHARGE-COST     PIC 9(07)V99.
               03 VTOT-TRIP-COUNT      PIC 9(04).
               03 VTOT-TRIP-MILES      PIC 9(07).

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "VEHFACT: DAILY VEHICLE FACT BUILD STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         MOVE "S" TO LOG-EVENT-CODE.
         PERFORM WRITE-RUN-LOG.
         OPEN INPUT VEHICLE-MASTER-FILE.
         IF VEHICLE-MASTER-STATUS NOT = "00"
             DISPLAY "VEHFACT: NO VEHICLE MASTER - NO FACTS BUILT"
             MOVE RC-SEVERE TO FINAL-RETURN-CODE
             MOVE "E" TO LOG-EVENT-CODE
             PERFORM WRITE-RUN-LOG
             STOP RUN RETURNING RC-SEVERE
         END-IF.
         PERFORM LOAD-FUEL-TOTALS.
         PERFORM LOAD-PUMP-TOTALS.
         PERFORM LOAD-CHARGE-TOTALS.
         PERFORM LOAD-TRIP-TOTALS.
         PERFORM LOAD-DELTA-TOTALS.
         OPEN INPUT ASSIGN-MASTER-FILE.
         IF ASSIGN-MASTER-STATUS NOT = "00"
             DISPLAY "VEHFACT: NO ASSIGNMENT MASTER - FACTS CARRY "
                     "NO DRIVERS"
             MOVE HIGH-VALUES TO ASSIGN-KEY
         ELSE
             MOVE "Y" TO ASSIGN-FILE-SWITCH
             MOVE LOW-VALUES TO ASSG-VEH-ID
             START ASSIGN-MASTER-FILE KEY IS NOT LESS THAN ASSG-VEH-ID
                 INVALID KEY MOVE HIGH-VALUES TO ASSIGN-KEY
             END-START
         END-IF.
         OPEN OUTPUT VEHICLE-FACT-FILE.
         PERFORM READ-MASTER-SIDE.
         PERFORM READ-DELTA-SIDE.
         PERFORM UNTIL MASTER-KEY = HIGH-VALUES
                   AND DELTA-KEY = HIGH-VALUES
             PERFORM BUILD-ONE-FACT
         END-PERFORM.
         CLOSE VEHICLE-MASTER-FILE VEHICLE-FACT-FILE.
         IF ASSIGN-FILE-OPEN
             CLOSE ASSIGN-MASTER-FILE
         END-IF.
         DISPLAY "VEHICLE MASTERS READ: " MASTERS-READ.
         DISPLAY "DELTA LINES READ: " DELTAS-READ.
         DISPLAY "DELTA LINES CARRIED: " DELTAS-CARRIED.
         DISPLAY "DELTA MILES IN: " DELTA-MILES-IN
                 " CARRIED: " DELTA-MILES-OUT.
         DISPLAY "DUPLICATE DELTA LINES SUMMED: " DUPLICATE-DELTAS.
         DISPLAY "DELTA LINES PAST THE VEHICLE TABLE: "
                 DELTA-LINES-DROPPED.
         DISPLAY "DELTAS WITH NO VEHICLE MASTER: " ORPHAN-DELTAS.
         DISPLAY "DRIVERS OF RECORD MATCHED: " DRIVERS-MATCHED.
         DISPLAY "FEED LINES READ: " FEED-LINES-READ
                 " DROPPED: " FEED-LINES-DROPPED.
         DISPLAY "FACTS WRITTEN: " FACTS-WRITTEN.
         IF DELTAS-CARRIED NOT = DELTAS-READ
            OR DELTA-MILES-OUT NOT = DELTA-MILES-IN
             DISPLAY "VEHFACT: DELTA CONTROL TOTALS DO NOT AGREE - "
                     "FACT FILE NOT USABLE"
             MOVE RC-SEVERE TO FINAL-RETURN-CODE
         ELSE
         IF ORPHAN-DELTAS > 0 OR DUPLICATE-DELTAS > 0
            OR FEED-LINES-DROPPED > 0
             MOVE RC-WARNING TO FINAL-RETURN-CODE
         ELSE
             MOVE RC-NORMAL TO FINAL-RETURN-CODE
         END-IF
         END-IF.
         MOVE "E" TO LOG-EVENT-CODE.
         MOVE MASTERS-READ TO LOG-RECORDS-IN.
         MOVE FACTS-WRITTEN TO LOG-RECORDS-OUT.
         MOVE ORPHAN-DELTAS TO LOG-RECORDS-REJ.
         PERFORM WRITE-RUN-LOG.
         STOP RUN RETURNING FINAL-RETURN-CODE.

       WRITE-RUN-LOG.
      * One standard run-log record per start and end of run, for
      * the morning batch summary and the stream's RUNGATE steps.
         OPEN EXTEND RUN-LOG-FILE.
         IF RUN-LOG-STATUS = "35"
             OPEN OUTPUT RUN-LOG-FILE
         END-IF.
         MOVE "VEHFACT" TO RLOG-PROGRAM.
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

       LOAD-FUEL-TOTALS.
         OPEN INPUT FUEL-TRANS-FILE.
         IF FUEL-TRANS-STATUS = "00"
             READ FUEL-TRANS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 MOVE FUEL-VEH-ID TO FEED-VEH-ID
                 PERFORM FIND-VEHICLE-TOTAL
                 IF VTOT-IDX <= VEHICLE-TOTAL-COUNT
                     ADD 1 TO VTOT-FILLS (VTOT-IDX)
                     ADD FUEL-GALLONS TO VTOT-CARD-GALLONS (VTOT-IDX)
                     COMPUTE FILL-COST ROUNDED =
                             FUEL-GALLONS * FUEL-UNIT-PRICE
                     ADD FILL-COST TO VTOT-CARD-COST (VTOT-IDX)
                 END-IF
                 READ FUEL-TRANS-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE FUEL-TRANS-FILE
         END-IF.

       LOAD-PUMP-TOTALS.
         OPEN INPUT PUMP-DISPENSE-FILE.
         IF PUMP-DISPENSE-STATUS = "00"
             READ PUMP-DISPENSE-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 MOVE PDSP-VEH-ID TO FEED-VEH-ID
                 PERFORM FIND-VEHICLE-TOTAL
                 IF VTOT-IDX <= VEHICLE-TOTAL-COUNT
                     ADD 1 TO VTOT-FILLS (VTOT-IDX)
                     ADD PDSP-GALLONS TO VTOT-PUMP-GALLONS (VTOT-IDX)
                 END-IF
                 READ PUMP-DISPENSE-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE PUMP-DISPENSE-FILE
         END-IF.

       LOAD-CHARGE-TOTALS.
         OPEN INPUT CHARGE-SESSION-FILE.
         IF CHARGE-SESSION-STATUS = "00"
             READ CHARGE-SESSION-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 MOVE CHRG-VEH-ID TO FEED-VEH-ID
                 PERFORM FIND-VEHICLE-TOTAL
                 IF VTOT-IDX <= VEHICLE-TOTAL-COUNT
                     ADD 1 TO VTOT-CHARGE-SESSIONS (VTOT-IDX)
                     ADD CHRG-KWH TO VTOT-CHARGE-KWH (VTOT-IDX)
                     ADD CHRG-COST TO VTOT-CHARGE-COST (VTOT-IDX)
                 END-IF
                 READ CHARGE-SESSION-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE CHARGE-SESSION-FILE
         END-IF.

       LOAD-TRIP-TOTALS.
         OPEN INPUT TRIP-LOG-FILE.
         IF TRIP-LOG-STATUS = "00"
             READ TRIP-LOG-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 MOVE TRIP-VEH-ID TO FEED-VEH-ID
                 PERFORM FIND-VEHICLE-TOTAL
                 IF VTOT-IDX <= VEHICLE-TOTAL-COUNT
                     ADD 1 TO VTOT-TRIP-COUNT (VTOT-IDX)
                     IF TRIP-END-ODOMETER >= TRIP-START-ODOMETER
                         COMPUTE TRIP-DISTANCE =
                                 TRIP-END-ODOMETER
                                 - TRIP-START-ODOMETER
                         ADD TRIP-DISTANCE
                             TO VTOT-TRIP-MILES (VTOT-IDX)
                     END-IF
                 END-IF
                 READ TRIP-LOG-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE TRIP-LOG-FILE
         END-IF.

       FIND-VEHICLE-TOTAL.
      * Leaves VTOT-IDX on the vehicle's feed totals, adding an
      * entry the first time it is seen; past the table's end it is
      * left beyond VEHICLE-TOTAL-COUNT and the line is counted as
      * dropped.
         ADD 1 TO FEED-LINES-READ.
         IF VEHICLE-TOTAL-COUNT > 0
             SET VTOT-IDX TO 1
             SEARCH VEHICLE-TOTAL-ENTRY
                 AT END PERFORM ADD-VEHICLE-TOTAL
                 WHEN VTOT-VEH-ID (VTOT-IDX) = FEED-VEH-ID
                     CONTINUE
             END-SEARCH
         ELSE
             PERFORM ADD-VEHICLE-TOTAL
         END-IF.

       ADD-VEHICLE-TOTAL.
         IF VEHICLE-TOTAL-COUNT < 9999
             ADD 1 TO VEHICLE-TOTAL-COUNT
             SET VTOT-IDX TO VEHICLE-TOTAL-COUNT
             MOVE FEED-VEH-ID TO VTOT-VEH-ID (VTOT-IDX)
             MOVE ZERO TO VTOT-FILLS (VTOT-IDX)
                          VTOT-CARD-GALLONS (VTOT-IDX)
                          VTOT-CARD-COST (VTOT-IDX)
                          VTOT-PUMP-GALLONS (VTOT-IDX)
                          VTOT-CHARGE-SESSIONS (VTOT-IDX)
                          VTOT-CHARGE-KWH (VTOT-IDX)
                          VTOT-CHARGE-COST (VTOT-IDX)
                          VTOT-TRIP-COUNT (VTOT-IDX)
                          VTOT-TRIP-MILES (VTOT-IDX)
         ELSE
             SET VTOT-IDX TO 10000
             ADD 1 TO FEED-LINES-DROPPED
         END-IF.

       READ-MASTER-SIDE.
      * Steps to the next vehicle on the fleet master, in key order,
      * the way INSEXTR walks it.
         IF MASTER-KEY = SPACES
             MOVE LOW-VALUES TO VEH-ID
             START VEHICLE-MASTER-FILE KEY IS NOT LESS THAN VEH-ID
                 INVALID KEY MOVE "Y" TO MASTER-EOF-SWITCH
             END-START
         END-IF.
         IF NOT MASTER-EOF
             READ VEHICLE-MASTER-FILE NEXT RECORD
                 AT END MOVE "Y" TO MASTER-EOF-SWITCH
             END-READ
         END-IF.
         IF MASTER-EOF
             MOVE HIGH-VALUES TO MASTER-KEY
         ELSE
             ADD 1 TO MASTERS-READ
             MOVE VEH-ID TO MASTER-KEY
         END-IF.

       READ-DELTA-SIDE.
      * Steps to the next vehicle in the delta totals, which are
      * held in VEH-ID order for the join.
         ADD 1 TO DELTA-NEXT.
         IF DELTA-NEXT > DELTA-TOTAL-COUNT
             MOVE HIGH-VALUES TO DELTA-KEY
         ELSE
             MOVE DTOT-VEH-ID (DELTA-NEXT) TO DELTA-KEY
         END-IF.

       LOAD-DELTA-TOTALS.
      * MileageCounter writes the extract walking the master in key
      * order, but a checkpoint restart writes the vehicles since
      * the last checkpoint again after higher ones, so the lines
      * are totalled by vehicle here rather than trusted to arrive
      * in order.
         OPEN INPUT DELTA-EXTRACT-FILE.
         IF DELTA-EXTRACT-STATUS NOT = "00"
             DISPLAY "VEHFACT: NO DELTA EXTRACT ON FILE - FACTS "
                     "CARRY NO DELTAS"
         ELSE
             READ DELTA-EXTRACT-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 ADD 1 TO DELTAS-READ
                 ADD DLTX-DELTA TO DELTA-MILES-IN
                 PERFORM FIND-DELTA-TOTAL
                 IF DELTA-SLOT > ZERO
                     ADD DLTX-DELTA TO DTOT-DELTA (DELTA-SLOT)
                     ADD 1 TO DTOT-LINES (DELTA-SLOT)
                 END-IF
                 READ DELTA-EXTRACT-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE DELTA-EXTRACT-FILE
         END-IF.

       FIND-DELTA-TOTAL.
      * Leaves DELTA-SLOT on the vehicle's delta total.  An extract
      * in order only ever appends; a vehicle seen before is found
      * by key, and one out of place is slotted in below the higher
      * ones.  Past the table's end DELTA-SLOT is left at zero and
      * the line is not carried, which the control totals catch.
         MOVE ZERO TO DELTA-SLOT.
         IF DELTA-TOTAL-COUNT = 0
            OR DLTX-VEH-ID > DTOT-VEH-ID (DELTA-TOTAL-COUNT)
             PERFORM ADD-DELTA-TOTAL
         ELSE
             SEARCH ALL DELTA-TOTAL-ENTRY
                 AT END PERFORM ADD-DELTA-TOTAL
                 WHEN DTOT-VEH-ID (DTOT-IDX) = DLTX-VEH-ID
                     SET DELTA-SLOT TO DTOT-IDX
             END-SEARCH
         END-IF.

       ADD-DELTA-TOTAL.
         IF DELTA-TOTAL-COUNT < 9999
             ADD 1 TO DELTA-TOTAL-COUNT
             MOVE DELTA-TOTAL-COUNT TO DELTA-SLOT
             MOVE "N" TO SLOT-FOUND-SWITCH
             PERFORM UNTIL SLOT-FOUND
                 IF DELTA-SLOT = 1
                     MOVE "Y" TO SLOT-FOUND-SWITCH
                 ELSE
                     IF DTOT-VEH-ID (DELTA-SLOT - 1) < DLTX-VEH-ID
                         MOVE "Y" TO SLOT-FOUND-SWITCH
                     ELSE
                         MOVE DELTA-TOTAL-ENTRY (DELTA-SLOT - 1)
                             TO DELTA-TOTAL-ENTRY (DELTA-SLOT)
                         SUBTRACT 1 FROM DELTA-SLOT
                     END-IF
                 END-IF
             END-PERFORM
             MOVE DLTX-VEH-ID TO DTOT-VEH-ID (DELTA-SLOT)
             MOVE ZERO TO DTOT-DELTA (DELTA-SLOT)
                          DTOT-LINES (DELTA-SLOT)
         ELSE
             ADD 1 TO DELTA-LINES-DROPPED
         END-IF.

       READ-ASSIGN-SIDE.
         READ ASSIGN-MASTER-FILE NEXT RECORD
             AT END MOVE HIGH-VALUES TO ASSIGN-KEY
             NOT AT END MOVE ASSG-VEH-ID TO ASSIGN-KEY
         END-READ.

       BUILD-ONE-FACT.
      * Balance-line step: the lower of the master and delta keys is
      * tonight's vehicle.  A master with no delta still gets its
      * fact; a delta with no master gets one marked off-master, so
      * a run that reported "not on vehicle master" still can.
         IF MASTER-KEY < DELTA-KEY
             MOVE MASTER-KEY TO FACT-KEY
         ELSE
             MOVE DELTA-KEY TO FACT-KEY
         END-IF.
         MOVE SPACES       TO VEHICLE-FACT-REC.
         MOVE FACT-KEY     TO VFCT-VEH-ID.
         MOVE TODAY-DATE   TO VFCT-RUN-DATE.
         MOVE "N"          TO VFCT-MASTER-SWITCH.
         MOVE "N"          TO VFCT-DELTA-SWITCH.
         MOVE "N"          TO VFCT-DRIVER-SWITCH.
         MOVE ZERO TO VFCT-DELTA VFCT-DRIVER-ID VFCT-FILLS
                      VFCT-CARD-GALLONS VFCT-CARD-COST
                      VFCT-PUMP-GALLONS VFCT-CHARGE-SESSIONS
                      VFCT-CHARGE-KWH VFCT-CHARGE-COST
                      VFCT-TRIP-COUNT VFCT-TRIP-MILES.
         IF MASTER-KEY = FACT-KEY
             MOVE "Y"              TO VFCT-MASTER-SWITCH
             MOVE VEH-STATUS       TO VFCT-STATUS
             MOVE VEH-DEPOT        TO VFCT-DEPOT
             MOVE VEH-CLASS        TO VFCT-CLASS
             MOVE VEH-RATE-PRODUCT TO VFCT-RATE-PRODUCT
             MOVE VEH-ENERGY-TYPE  TO VFCT-ENERGY-TYPE
             PERFORM READ-MASTER-SIDE
         END-IF.
         IF DELTA-KEY = FACT-KEY
      * A checkpoint restart can write a vehicle's delta twice;
      * every extract reader added both, so the fact carries both.
             MOVE "Y" TO VFCT-DELTA-SWITCH
             MOVE DTOT-DELTA (DELTA-NEXT) TO VFCT-DELTA
             ADD DTOT-LINES (DELTA-NEXT) TO DELTAS-CARRIED
             ADD DTOT-DELTA (DELTA-NEXT) TO DELTA-MILES-OUT
             IF DTOT-LINES (DELTA-NEXT) > 1
                 COMPUTE DUPLICATE-DELTAS = DUPLICATE-DELTAS
                         + DTOT-LINES (DELTA-NEXT) - 1
             END-IF
             PERFORM READ-DELTA-SIDE
         END-IF.
         IF VFCT-HAS-DELTA AND NOT VFCT-ON-MASTER
             ADD 1 TO ORPHAN-DELTAS
         END-IF.
         PERFORM READ-ASSIGN-SIDE
             UNTIL ASSIGN-KEY NOT < FACT-KEY.
         IF ASSIGN-KEY = FACT-KEY
             MOVE "Y"            TO VFCT-DRIVER-SWITCH
             MOVE ASSG-PERSON-ID TO VFCT-DRIVER-ID
             ADD 1 TO DRIVERS-MATCHED
         END-IF.
         PERFORM ATTACH-FEED-TOTALS.
         WRITE VEHICLE-FACT-REC.
         ADD 1 TO FACTS-WRITTEN.

       ATTACH-FEED-TOTALS.
         IF VEHICLE-TOTAL-COUNT > 0
             SET VTOT-IDX TO 1
             SEARCH VEHICLE-TOTAL-ENTRY
                 AT END CONTINUE
                 WHEN VTOT-VEH-ID (VTOT-IDX) = FACT-KEY
                     MOVE VTOT-FILLS (VTOT-IDX) TO VFCT-FILLS
                     MOVE VTOT-CARD-GALLONS (VTOT-IDX)
                         TO VFCT-CARD-GALLONS
                     MOVE VTOT-CARD-COST (VTOT-IDX)
                         TO VFCT-CARD-COST
                     MOVE VTOT-PUMP-GALLONS (VTOT-IDX)
                         TO VFCT-PUMP-GALLONS
                     MOVE VTOT-CHARGE-SESSIONS (VTOT-IDX)
                         TO VFCT-CHARGE-SESSIONS
                     MOVE VTOT-CHARGE-KWH (VTOT-IDX)
                         TO VFCT-CHARGE-KWH
                     MOVE VTOT-CHARGE-COST (VTOT-IDX)
                         TO VFCT-CHARGE-COST
                     MOVE VTOT-TRIP-COUNT (VTOT-IDX)
                         TO VFCT-TRIP-COUNT
                     MOVE VTOT-TRIP-MILES (VTOT-IDX)
                         TO VFCT-TRIP-MILES
             END-SEARCH
         END-IF.
