       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RCHGRUN.
      * Monthly recharge of vehicle running costs to the departments
      * that use the vehicles.  Each unit's maintenance, fuel (an
      * electric unit's charging spend included) and depreciation
      * for the fiscal period - its cost-of-ownership ledger
      * movement since the last recharge, against a snapshot
      * of the ledger this run keeps old/new - is charged to the
      * department of its assigned driver.  A pool unit with no
      * standing assignment is split across the departments of the
      * people who booked it, in proportion to the days of the
      * period each booking covered.  A unit nobody can be tied to
      * stays in central overhead and is listed as such.  The run
      * writes one balanced cross-charge per department and cost
      * type to the RCHGGLX extract for GLEXTRCT, and a recharge
      * statement per department for its head, each on its own
      * page, ending with a summary that ties the fleet's period
      * cost to what was recharged and what stayed central.  The
      * period is entered on the shared POSTCTL register: a second
      * run for a period already recharged is refused, and since
      * nothing is updated in place a rerun after an abend simply
      * starts the period over.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEHICLE-LEDGER-FILE ASSIGN TO "VEHLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VLGR-VEH-ID
               FILE STATUS IS VEHICLE-LEDGER-STATUS.
           SELECT ASSIGN-MASTER-FILE ASSIGN TO "ASSGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASSG-VEH-ID
               FILE STATUS IS ASSIGN-MASTER-STATUS.
           SELECT PERSON-MASTER-FILE ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSM-PERSON-ID
               ALTERNATE RECORD KEY IS PERSM-L-SURNAME
                   WITH DUPLICATES
               FILE STATUS IS PERSON-MASTER-STATUS.
           SELECT RESERVATION-FILE ASSIGN TO "RESVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESV-KEY
               FILE STATUS IS RESERVATION-STATUS.
           SELECT PRIOR-SNAPSHOT-FILE ASSIGN TO "RCHGSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIOR-SNAPSHOT-STATUS.
           SELECT NEW-SNAPSHOT-FILE ASSIGN TO "RCHGSNPN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEW-SNAPSHOT-STATUS.
           SELECT RECHARGE-GL-FILE ASSIGN TO "RCHGGLX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECHARGE-GL-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "RCHGSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VEHICLE-LEDGER-FILE.
           COPY VEHLEDG.

       FD  ASSIGN-MASTER-FILE.
           COPY ASSGMAST.

       FD  PERSON-MASTER-FILE.
           COPY PERSMAST.

       FD  RESERVATION-FILE.
           COPY RESVMAST.

       FD  PRIOR-SNAPSHOT-FILE.
      * Each unit's cumulative ledger costs as at the last recharge,
      * in vehicle order.
       01  PRIOR-SNAPSHOT-REC.
           02 SNAP-VEH-ID              PIC X(06).
           02 SNAP-MAINT-COST          PIC 9(09)V99.
           02 SNAP-FUEL-COST           PIC 9(09)V99.
           02 SNAP-DEPR-COST           PIC 9(09)V99.

       FD  NEW-SNAPSHOT-FILE.
       01  NEW-SNAPSHOT-REC.
           02 NSNP-VEH-ID              PIC X(06).
           02 NSNP-MAINT-COST          PIC 9(09)V99.
           02 NSNP-FUEL-COST           PIC 9(09)V99.
           02 NSNP-DEPR-COST           PIC 9(09)V99.

       FD  RECHARGE-GL-FILE.
           COPY RCHGGLX.

       FD  STATEMENT-FILE.
       01  STATEMENT-REC               PIC X(132).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY FISCPERP.
           COPY POSTCTLP.
           COPY BUSDAYP.
           COPY REFLOOKP.
           COPY RPTHEAD.
        01 VEHICLE-LEDGER-STATUS      PIC XX VALUE "00".
        01 ASSIGN-MASTER-STATUS       PIC XX VALUE "00".
        01 PERSON-MASTER-STATUS       PIC XX VALUE "00".
        01 RESERVATION-STATUS         PIC XX VALUE "00".
        01 PRIOR-SNAPSHOT-STATUS      PIC XX VALUE "00".
        01 NEW-SNAPSHOT-STATUS        PIC XX VALUE "00".
        01 RECHARGE-GL-STATUS         PIC XX VALUE "00".
        01 STATEMENT-STATUS           PIC XX VALUE "00".
        01 LEDGER-EOF-SWITCH          PIC X VALUE "N".
           88 LEDGER-EOF                   VALUE "Y".
        01 SNAPSHOT-EOF-SWITCH        PIC X VALUE "N".
           88 SNAPSHOT-EOF                 VALUE "Y".
        01 BOOKING-EOF-SWITCH         PIC X VALUE "N".
           88 BOOKING-EOF                  VALUE "Y".
        01 BASELINE-RUN-SWITCH        PIC X VALUE "N".
           88 BASELINE-RUN                 VALUE "Y".
        01 CONTROL-FAILED-SWITCH      PIC X VALUE "N".
           88 CONTROL-FAILED               VALUE "Y".
        01 DRIVER-FOUND-SWITCH        PIC X VALUE "N".
           88 DRIVER-FOUND                 VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 RUN-PERIOD                 PIC 9(06).
        01 PERIOD-START-DATE          PIC 9(08).
        01 PERIOD-END-DATE            PIC 9(08).
        01 OVERLAP-FROM-DATE          PIC 9(08).
        01 OVERLAP-TO-DATE            PIC 9(08).
        01 BOOKED-DAYS                PIC 9(03).
        01 TOTAL-BOOKED-DAYS          PIC 9(05).
        01 SHARES-LEFT-DAYS           PIC 9(05).
        01 PERSON-DEPT                PIC X(04).
        01 UNIT-MAINT-COST            PIC S9(09)V99.
        01 UNIT-FUEL-COST             PIC S9(09)V99.
        01 UNIT-DEPR-COST             PIC S9(09)V99.
        01 MAINT-LEFT                 PIC S9(09)V99.
        01 FUEL-LEFT                  PIC S9(09)V99.
        01 DEPR-LEFT                  PIC S9(09)V99.
        01 SHARE-MAINT                PIC S9(09)V99.
        01 SHARE-FUEL                 PIC S9(09)V99.
        01 SHARE-DEPR                 PIC S9(09)V99.
        01 LINE-TOTAL                 PIC S9(11)V99.
        01 FLEET-COST-TOTAL           PIC S9(11)V99 VALUE ZERO.
        01 RECHARGED-TOTAL            PIC S9(11)V99 VALUE ZERO.
        01 CENTRAL-TOTAL              PIC S9(11)V99 VALUE ZERO.
        01 UNITS-READ                 PIC 9(07) VALUE ZERO.
        01 UNITS-COSTED               PIC 9(07) VALUE ZERO.
        01 UNITS-UNALLOCATED          PIC 9(07) VALUE ZERO.
        01 EXTRACT-WRITTEN            PIC 9(07) VALUE ZERO.
        01 TABLE-FULL-COUNT           PIC 9(05) VALUE ZERO.
        01 EDITED-MAINT               PIC -(9)9.99.
        01 EDITED-FUEL                PIC -(9)9.99.
        01 EDITED-DEPR                PIC -(9)9.99.
        01 EDITED-TOTAL               PIC -(11)9.99.
        01 BASIS-TEXT                 PIC X(28).
        01 PRINT-LINE-WORK            PIC X(132).
        01 SHARE-COUNT                PIC 9(03) VALUE ZERO.
        01 SHARE-TABLE.
           02 SHARE-ENTRY OCCURS 0 TO 200 TIMES
                  DEPENDING ON SHARE-COUNT
                  INDEXED BY SHR-IDX.
               03 SHR-DEPT             PIC X(04).
               03 SHR-DAYS             PIC 9(05).
        01 DEPT-COUNT                 PIC 9(03) VALUE ZERO.
        01 DEPT-TABLE.
           02 DEPT-ENTRY OCCURS 0 TO 500 TIMES
                  DEPENDING ON DEPT-COUNT
                  INDEXED BY DEPT-IDX.
               03 DTAB-DEPT            PIC X(04).
               03 DTAB-MAINT           PIC S9(11)V99.
               03 DTAB-FUEL            PIC S9(11)V99.
               03 DTAB-DEPR            PIC S9(11)V99.
        01 RCHG-LINE-COUNT            PIC 9(05) VALUE ZERO.
        01 RCHG-LINE-TABLE.
           02 RCHG-LINE-ENTRY OCCURS 0 TO 9999 TIMES
                  DEPENDING ON RCHG-LINE-COUNT
                  INDEXED BY RLIN-IDX.
               03 RLIN-DEPT            PIC X(04).
               03 RLIN-VEH-ID          PIC X(06).
               03 RLIN-BASIS           PIC X(01).
                  88 RLIN-ASSIGNED         VALUE "A".
                  88 RLIN-POOL             VALUE "P".
                  88 RLIN-UNALLOCATED      VALUE "U".
               03 RLIN-PERSON-ID       PIC 9(10).
               03 RLIN-DAYS            PIC 9(05).
               03 RLIN-TOTAL-DAYS      PIC 9(05).
               03 RLIN-MAINT           PIC S9(09)V99.
               03 RLIN-FUEL            PIC S9(09)V99.
               03 RLIN-DEPR            PIC S9(09)V99.
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
         DISPLAY "RCHGRUN: MONTHLY COST RECHARGE STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         MOVE "S" TO LOG-EVENT-CODE.
         PERFORM WRITE-RUN-LOG.
         MOVE "D" TO FP-FUNCTION.
         MOVE TODAY-DATE TO FP-DATE.
         CALL "FISCPER" USING FISCAL-PERIOD-PARMS.
         MOVE FP-YEAR-PERIOD  TO RUN-PERIOD.
         MOVE FP-PERIOD-START TO PERIOD-START-DATE.
         MOVE FP-PERIOD-END   TO PERIOD-END-DATE.
         DISPLAY "RCHGRUN: FISCAL PERIOD " RUN-PERIOD.
         IF FP-PERIOD-CLOSED
             DISPLAY "RCHGRUN: FISCAL PERIOD " RUN-PERIOD
                     " IS CLOSED - NOTHING RECHARGED"
             MOVE RC-ERROR TO FINAL-RETURN-CODE
             MOVE "E" TO LOG-EVENT-CODE
             PERFORM WRITE-RUN-LOG
             STOP RUN RETURNING RC-ERROR
         END-IF.
         PERFORM BEGIN-POSTING-CONTROL.
         OPEN INPUT VEHICLE-LEDGER-FILE.
         IF VEHICLE-LEDGER-STATUS NOT = "00"
             DISPLAY "RCHGRUN: NO COST LEDGER - NOTHING TO RECHARGE"
             MOVE "Y" TO LEDGER-EOF-SWITCH
         ELSE
             MOVE LOW-VALUES TO VLGR-VEH-ID
             START VEHICLE-LEDGER-FILE
                 KEY IS NOT LESS THAN VLGR-VEH-ID
                 INVALID KEY MOVE "Y" TO LEDGER-EOF-SWITCH
             END-START
         END-IF.
         OPEN INPUT PRIOR-SNAPSHOT-FILE.
         IF PRIOR-SNAPSHOT-STATUS NOT = "00"
      * First-ever run - no snapshot yet, so the ledger as it
      * stands becomes the baseline and recharging starts with the
      * next period, rather than charging departments a lifetime.
             DISPLAY "RCHGRUN: NO COST SNAPSHOT - BASELINE RUN"
             MOVE "Y" TO BASELINE-RUN-SWITCH
             MOVE "Y" TO SNAPSHOT-EOF-SWITCH
         END-IF.
         OPEN INPUT ASSIGN-MASTER-FILE.
         OPEN INPUT PERSON-MASTER-FILE.
         OPEN INPUT RESERVATION-FILE.
         OPEN OUTPUT NEW-SNAPSHOT-FILE.
         PERFORM READ-LEDGER.
         PERFORM READ-SNAPSHOT.
         PERFORM MATCH-ONE-UNIT
             UNTIL LEDGER-EOF AND SNAPSHOT-EOF.
         CLOSE NEW-SNAPSHOT-FILE.
         IF VEHICLE-LEDGER-STATUS NOT = "35"
             CLOSE VEHICLE-LEDGER-FILE
         END-IF.
         IF PRIOR-SNAPSHOT-STATUS NOT = "35"
             CLOSE PRIOR-SNAPSHOT-FILE
         END-IF.
         IF ASSIGN-MASTER-STATUS NOT = "35"
             CLOSE ASSIGN-MASTER-FILE
         END-IF.
         IF PERSON-MASTER-STATUS NOT = "35"
             CLOSE PERSON-MASTER-FILE
         END-IF.
         IF RESERVATION-STATUS NOT = "35"
             CLOSE RESERVATION-FILE
         END-IF.
         PERFORM WRITE-RECHARGE-EXTRACT.
         PERFORM WRITE-STATEMENTS.
         MOVE "E" TO PC-FUNCTION.
         MOVE UNITS-READ TO PC-RECORDS-DONE.
         CALL "POSTCTL" USING POSTING-CONTROL-PARMS.
         IF PC-CONTROL-FAILED
             MOVE "Y" TO CONTROL-FAILED-SWITCH
         END-IF.
         DISPLAY "UNITS ON LEDGER: " UNITS-READ.
         DISPLAY "UNITS WITH PERIOD COST: " UNITS-COSTED.
         DISPLAY "UNITS LEFT IN CENTRAL OVERHEAD: "
                 UNITS-UNALLOCATED.
         DISPLAY "FLEET COST " FLEET-COST-TOTAL
                 " RECHARGED " RECHARGED-TOTAL.
         DISPLAY "CROSS-CHARGE LINES WRITTEN: " EXTRACT-WRITTEN.
         IF CONTROL-FAILED
             DISPLAY "RCHGRUN: POSTING CONTROL NOT UPDATED - "
                     "CHECK POSTCTL BEFORE ANY RERUN"
             MOVE RC-SEVERE TO FINAL-RETURN-CODE
         ELSE
         IF TABLE-FULL-COUNT > 0
             MOVE RC-ERROR TO FINAL-RETURN-CODE
         ELSE
         IF BASELINE-RUN OR UNITS-UNALLOCATED > 0
             MOVE RC-WARNING TO FINAL-RETURN-CODE
         ELSE
             MOVE RC-NORMAL TO FINAL-RETURN-CODE
         END-IF
         END-IF
         END-IF.
         MOVE "E" TO LOG-EVENT-CODE.
         MOVE UNITS-READ TO LOG-RECORDS-IN.
         MOVE EXTRACT-WRITTEN TO LOG-RECORDS-OUT.
         MOVE UNITS-UNALLOCATED TO LOG-RECORDS-REJ.
         PERFORM WRITE-RUN-LOG.
         STOP RUN RETURNING FINAL-RETURN-CODE.

       WRITE-RUN-LOG.
      * One standard run-log record per start and end of run, for
      * the morning batch summary and the period close checklist.
         OPEN EXTEND RUN-LOG-FILE.
         IF RUN-LOG-STATUS = "35"
             OPEN OUTPUT RUN-LOG-FILE
         END-IF.
         MOVE "RCHGRUN " TO RLOG-PROGRAM.
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

       BEGIN-POSTING-CONTROL.
      * One register entry per fiscal period against the cost
      * ledger.  A period already recharged is refused before the
      * extract is rebuilt - GLEXTRCT may already have journalled
      * it.  An abended run left nothing half-updated, so its entry
      * only means the period starts over.
         MOVE "B" TO PC-FUNCTION.
         MOVE "RCHGRUN " TO PC-PROGRAM.
         MOVE "VEHLEDG " TO PC-SOURCE.
         MOVE RUN-PERIOD TO PC-PERIOD.
         CALL "POSTCTL" USING POSTING-CONTROL-PARMS.
         IF PC-CONTROL-FAILED
             DISPLAY "RCHGRUN: NO POSTING CONTROL - NOTHING RECHARGED"
             MOVE RC-SEVERE TO FINAL-RETURN-CODE
             MOVE "E" TO LOG-EVENT-CODE
             PERFORM WRITE-RUN-LOG
             STOP RUN RETURNING RC-SEVERE
         END-IF.
         IF PC-ALREADY-POSTED
             DISPLAY "RCHGRUN: FISCAL PERIOD " RUN-PERIOD
                     " ALREADY RECHARGED - RERUN REJECTED"
             MOVE RC-ERROR TO FINAL-RETURN-CODE
             MOVE "E" TO LOG-EVENT-CODE
             PERFORM WRITE-RUN-LOG
             STOP RUN RETURNING RC-ERROR
         END-IF.
         IF PC-RESTART
             DISPLAY "RCHGRUN: RESTARTING PERIOD " RUN-PERIOD
                     " FROM THE BEGINNING"
         END-IF.

       READ-LEDGER.
         IF NOT LEDGER-EOF
             READ VEHICLE-LEDGER-FILE NEXT RECORD
                 AT END MOVE "Y" TO LEDGER-EOF-SWITCH
             END-READ
         END-IF.
      * An electric unit's charging spend recharges as its fuel; a
      * ledger record from before charging was carried has none.
         IF NOT LEDGER-EOF AND VLGR-ENERGY-COST NOT NUMERIC
             MOVE ZERO TO VLGR-ENERGY-KWH
             MOVE ZERO TO VLGR-ENERGY-COST
         END-IF.
         IF LEDGER-EOF
             MOVE HIGH-VALUES TO VLGR-VEH-ID
         END-IF.

       READ-SNAPSHOT.
         IF NOT SNAPSHOT-EOF
             READ PRIOR-SNAPSHOT-FILE
                 AT END MOVE "Y" TO SNAPSHOT-EOF-SWITCH
             END-READ
         END-IF.
         IF SNAPSHOT-EOF
             MOVE HIGH-VALUES TO SNAP-VEH-ID
         END-IF.

       MATCH-ONE-UNIT.
      * Balance-line pass of the ledger against last period's
      * snapshot, both in vehicle order: a unit new to the ledger
      * has no snapshot and its whole ledger is this period's cost;
      * a snapshot unit gone from the ledger is simply dropped.
         IF VLGR-VEH-ID < SNAP-VEH-ID
             MOVE VLGR-MAINT-COST TO UNIT-MAINT-COST
             COMPUTE UNIT-FUEL-COST =
                     VLGR-FUEL-COST + VLGR-ENERGY-COST
             MOVE VLGR-DEPR-COST  TO UNIT-DEPR-COST
             PERFORM COST-ONE-UNIT
             PERFORM READ-LEDGER
         ELSE
         IF SNAP-VEH-ID < VLGR-VEH-ID
             PERFORM READ-SNAPSHOT
         ELSE
             COMPUTE UNIT-MAINT-COST =
                     VLGR-MAINT-COST - SNAP-MAINT-COST
             COMPUTE UNIT-FUEL-COST =
                     VLGR-FUEL-COST + VLGR-ENERGY-COST
                     - SNAP-FUEL-COST
             COMPUTE UNIT-DEPR-COST =
                     VLGR-DEPR-COST - SNAP-DEPR-COST
             PERFORM COST-ONE-UNIT
             PERFORM READ-LEDGER
             PERFORM READ-SNAPSHOT
         END-IF
         END-IF.

       COST-ONE-UNIT.
         ADD 1 TO UNITS-READ.
         MOVE VLGR-VEH-ID     TO NSNP-VEH-ID.
         MOVE VLGR-MAINT-COST TO NSNP-MAINT-COST.
         COMPUTE NSNP-FUEL-COST =
                 VLGR-FUEL-COST + VLGR-ENERGY-COST.
         MOVE VLGR-DEPR-COST  TO NSNP-DEPR-COST.
         WRITE NEW-SNAPSHOT-REC.
         IF BASELINE-RUN
             CONTINUE
         ELSE
         IF UNIT-MAINT-COST = ZERO AND UNIT-FUEL-COST = ZERO
         AND UNIT-DEPR-COST = ZERO
             CONTINUE
         ELSE
             ADD 1 TO UNITS-COSTED
             COMPUTE FLEET-COST-TOTAL = FLEET-COST-TOTAL
                     + UNIT-MAINT-COST + UNIT-FUEL-COST
                     + UNIT-DEPR-COST
             PERFORM ALLOCATE-ONE-UNIT
         END-IF
         END-IF.

       ALLOCATE-ONE-UNIT.
      * A standing assignment takes the whole cost to the driver's
      * department; otherwise the unit is treated as pool and its
      * bookings in the period decide the split.
         MOVE "N" TO DRIVER-FOUND-SWITCH.
         IF ASSIGN-MASTER-STATUS = "00"
             MOVE VLGR-VEH-ID TO ASSG-VEH-ID
             READ ASSIGN-MASTER-FILE
                 INVALID KEY MOVE "N" TO DRIVER-FOUND-SWITCH
                 NOT INVALID KEY MOVE "Y" TO DRIVER-FOUND-SWITCH
             END-READ
         END-IF.
         IF DRIVER-FOUND
             MOVE ASSG-PERSON-ID TO PERSM-PERSON-ID
             PERFORM FETCH-PERSON-DEPT
             IF PERSON-DEPT = SPACES
                 PERFORM LEAVE-UNIT-CENTRAL
             ELSE
                 PERFORM CHARGE-ASSIGNED-UNIT
             END-IF
         ELSE
             PERFORM SPLIT-POOL-UNIT
         END-IF.

       FETCH-PERSON-DEPT.
         MOVE SPACES TO PERSON-DEPT.
         IF PERSON-MASTER-STATUS = "00"
             READ PERSON-MASTER-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE PERSM-DEPT TO PERSON-DEPT
             END-READ
         END-IF.

       CHARGE-ASSIGNED-UNIT.
         MOVE UNIT-MAINT-COST TO SHARE-MAINT.
         MOVE UNIT-FUEL-COST  TO SHARE-FUEL.
         MOVE UNIT-DEPR-COST  TO SHARE-DEPR.
         PERFORM ADD-RECHARGE-LINE.
         IF RCHG-LINE-COUNT > 0
             MOVE PERSON-DEPT TO RLIN-DEPT (RLIN-IDX)
             MOVE "A" TO RLIN-BASIS (RLIN-IDX)
             MOVE ASSG-PERSON-ID TO RLIN-PERSON-ID (RLIN-IDX)
         END-IF.
         PERFORM ADD-TO-DEPARTMENT.

       SPLIT-POOL-UNIT.
         MOVE ZERO TO SHARE-COUNT.
         MOVE ZERO TO TOTAL-BOOKED-DAYS.
         IF RESERVATION-STATUS = "00"
             MOVE VLGR-VEH-ID TO RESV-VEH-ID
             MOVE ZERO TO RESV-FROM-DATE
             MOVE "N" TO BOOKING-EOF-SWITCH
             START RESERVATION-FILE KEY IS NOT LESS THAN RESV-KEY
                 INVALID KEY MOVE "Y" TO BOOKING-EOF-SWITCH
             END-START
             PERFORM UNTIL BOOKING-EOF
                 READ RESERVATION-FILE NEXT RECORD
                     AT END MOVE "Y" TO BOOKING-EOF-SWITCH
                 END-READ
                 IF NOT BOOKING-EOF
                     IF RESV-VEH-ID NOT = VLGR-VEH-ID
                         MOVE "Y" TO BOOKING-EOF-SWITCH
                     ELSE
                         PERFORM TAKE-ONE-BOOKING
                     END-IF
                 END-IF
             END-PERFORM
         END-IF.
         IF TOTAL-BOOKED-DAYS = ZERO
             PERFORM LEAVE-UNIT-CENTRAL
         ELSE
             MOVE UNIT-MAINT-COST TO MAINT-LEFT
             MOVE UNIT-FUEL-COST  TO FUEL-LEFT
             MOVE UNIT-DEPR-COST  TO DEPR-LEFT
             MOVE TOTAL-BOOKED-DAYS TO SHARES-LEFT-DAYS
             PERFORM CHARGE-ONE-SHARE
                 VARYING SHR-IDX FROM 1 BY 1
                 UNTIL SHR-IDX > SHARE-COUNT
         END-IF.

       TAKE-ONE-BOOKING.
      * Only the days of the booking that fall inside the period
      * count, both ends inclusive.
         IF RESV-FROM-DATE > PERIOD-START-DATE
             MOVE RESV-FROM-DATE TO OVERLAP-FROM-DATE
         ELSE
             MOVE PERIOD-START-DATE TO OVERLAP-FROM-DATE
         END-IF.
         IF RESV-TO-DATE < PERIOD-END-DATE
             MOVE RESV-TO-DATE TO OVERLAP-TO-DATE
         ELSE
             MOVE PERIOD-END-DATE TO OVERLAP-TO-DATE
         END-IF.
         IF OVERLAP-FROM-DATE NOT > OVERLAP-TO-DATE
             MOVE "C" TO BD-FUNCTION
             MOVE OVERLAP-FROM-DATE TO BD-FROM-DATE
             MOVE OVERLAP-TO-DATE TO BD-TO-DATE
             CALL "BUSDAY" USING BUSDAY-PARMS
             COMPUTE BOOKED-DAYS = BD-CALENDAR-DAYS + 1
             MOVE RESV-PERSON-ID TO PERSM-PERSON-ID
             PERFORM FETCH-PERSON-DEPT
             PERFORM ADD-BOOKING-SHARE
         END-IF.

       ADD-BOOKING-SHARE.
      * Bookings by people of the same department pool their days;
      * a booker with no department on file keeps a blank share,
      * which stays in central overhead.
         ADD BOOKED-DAYS TO TOTAL-BOOKED-DAYS.
         MOVE "N" TO DRIVER-FOUND-SWITCH.
         IF SHARE-COUNT > 0
             SET SHR-IDX TO 1
             SEARCH SHARE-ENTRY
                 AT END CONTINUE
                 WHEN SHR-DEPT (SHR-IDX) = PERSON-DEPT
                     ADD BOOKED-DAYS TO SHR-DAYS (SHR-IDX)
                     MOVE "Y" TO DRIVER-FOUND-SWITCH
             END-SEARCH
         END-IF.
         IF NOT DRIVER-FOUND
             IF SHARE-COUNT < 200
                 ADD 1 TO SHARE-COUNT
                 SET SHR-IDX TO SHARE-COUNT
                 MOVE PERSON-DEPT TO SHR-DEPT (SHR-IDX)
                 MOVE BOOKED-DAYS TO SHR-DAYS (SHR-IDX)
             ELSE
                 ADD 1 TO TABLE-FULL-COUNT
                 DISPLAY "RCHGRUN: SHARE TABLE FULL FOR UNIT "
                         VLGR-VEH-ID
             END-IF
         END-IF.

       CHARGE-ONE-SHARE.
      * Each share is its days' proportion of what is left, so the
      * last share takes the remainder and the rounding never loses
      * or invents a cent.
         IF SHR-DAYS (SHR-IDX) = SHARES-LEFT-DAYS
             MOVE MAINT-LEFT TO SHARE-MAINT
             MOVE FUEL-LEFT  TO SHARE-FUEL
             MOVE DEPR-LEFT  TO SHARE-DEPR
         ELSE
             COMPUTE SHARE-MAINT ROUNDED = MAINT-LEFT
                     * SHR-DAYS (SHR-IDX) / SHARES-LEFT-DAYS
             COMPUTE SHARE-FUEL ROUNDED = FUEL-LEFT
                     * SHR-DAYS (SHR-IDX) / SHARES-LEFT-DAYS
             COMPUTE SHARE-DEPR ROUNDED = DEPR-LEFT
                     * SHR-DAYS (SHR-IDX) / SHARES-LEFT-DAYS
         END-IF.
         SUBTRACT SHARE-MAINT FROM MAINT-LEFT.
         SUBTRACT SHARE-FUEL  FROM FUEL-LEFT.
         SUBTRACT SHARE-DEPR  FROM DEPR-LEFT.
         SUBTRACT SHR-DAYS (SHR-IDX) FROM SHARES-LEFT-DAYS.
         PERFORM ADD-RECHARGE-LINE.
         IF RCHG-LINE-COUNT > 0
             MOVE SHR-DEPT (SHR-IDX) TO RLIN-DEPT (RLIN-IDX)
             MOVE ZERO TO RLIN-PERSON-ID (RLIN-IDX)
             MOVE SHR-DAYS (SHR-IDX) TO RLIN-DAYS (RLIN-IDX)
             MOVE TOTAL-BOOKED-DAYS TO RLIN-TOTAL-DAYS (RLIN-IDX)
             IF SHR-DEPT (SHR-IDX) = SPACES
                 MOVE "U" TO RLIN-BASIS (RLIN-IDX)
             ELSE
                 MOVE "P" TO RLIN-BASIS (RLIN-IDX)
             END-IF
         END-IF.
         IF SHR-DEPT (SHR-IDX) = SPACES
             COMPUTE CENTRAL-TOTAL = CENTRAL-TOTAL
                     + SHARE-MAINT + SHARE-FUEL + SHARE-DEPR
         ELSE
             MOVE SHR-DEPT (SHR-IDX) TO PERSON-DEPT
             PERFORM ADD-TO-DEPARTMENT
         END-IF.

       LEAVE-UNIT-CENTRAL.
         ADD 1 TO UNITS-UNALLOCATED.
         MOVE UNIT-MAINT-COST TO SHARE-MAINT.
         MOVE UNIT-FUEL-COST  TO SHARE-FUEL.
         MOVE UNIT-DEPR-COST  TO SHARE-DEPR.
         COMPUTE CENTRAL-TOTAL = CENTRAL-TOTAL
                 + SHARE-MAINT + SHARE-FUEL + SHARE-DEPR.
         PERFORM ADD-RECHARGE-LINE.
         IF RCHG-LINE-COUNT > 0
             MOVE SPACES TO RLIN-DEPT (RLIN-IDX)
             MOVE "U" TO RLIN-BASIS (RLIN-IDX)
             MOVE ZERO TO RLIN-PERSON-ID (RLIN-IDX)
         END-IF.

       ADD-RECHARGE-LINE.
         IF RCHG-LINE-COUNT < 9999
             ADD 1 TO RCHG-LINE-COUNT
             SET RLIN-IDX TO RCHG-LINE-COUNT
             MOVE VLGR-VEH-ID TO RLIN-VEH-ID (RLIN-IDX)
             MOVE ZERO TO RLIN-DAYS (RLIN-IDX)
             MOVE ZERO TO RLIN-TOTAL-DAYS (RLIN-IDX)
             MOVE SHARE-MAINT TO RLIN-MAINT (RLIN-IDX)
             MOVE SHARE-FUEL  TO RLIN-FUEL (RLIN-IDX)
             MOVE SHARE-DEPR  TO RLIN-DEPR (RLIN-IDX)
         ELSE
             ADD 1 TO TABLE-FULL-COUNT
             DISPLAY "RCHGRUN: STATEMENT TABLE FULL - UNIT "
                     VLGR-VEH-ID " NOT LISTED"
         END-IF.

       ADD-TO-DEPARTMENT.
         COMPUTE RECHARGED-TOTAL = RECHARGED-TOTAL
                 + SHARE-MAINT + SHARE-FUEL + SHARE-DEPR.
         MOVE "N" TO DRIVER-FOUND-SWITCH.
         IF DEPT-COUNT > 0
             SET DEPT-IDX TO 1
             SEARCH DEPT-ENTRY
                 AT END CONTINUE
                 WHEN DTAB-DEPT (DEPT-IDX) = PERSON-DEPT
                     MOVE "Y" TO DRIVER-FOUND-SWITCH
             END-SEARCH
         END-IF.
         IF NOT DRIVER-FOUND
             IF DEPT-COUNT < 500
                 ADD 1 TO DEPT-COUNT
                 SET DEPT-IDX TO DEPT-COUNT
                 MOVE PERSON-DEPT TO DTAB-DEPT (DEPT-IDX)
                 MOVE ZERO TO DTAB-MAINT (DEPT-IDX)
                 MOVE ZERO TO DTAB-FUEL (DEPT-IDX)
                 MOVE ZERO TO DTAB-DEPR (DEPT-IDX)
                 MOVE "Y" TO DRIVER-FOUND-SWITCH
             ELSE
                 ADD 1 TO TABLE-FULL-COUNT
                 DISPLAY "RCHGRUN: DEPARTMENT TABLE FULL - "
                         PERSON-DEPT " NOT RECHARGED"
             END-IF
         END-IF.
         IF DRIVER-FOUND
             ADD SHARE-MAINT TO DTAB-MAINT (DEPT-IDX)
             ADD SHARE-FUEL  TO DTAB-FUEL (DEPT-IDX)
             ADD SHARE-DEPR  TO DTAB-DEPR (DEPT-IDX)
         END-IF.

       WRITE-RECHARGE-EXTRACT.
      * One cross-charge per department per cost type; the extract
      * starts fresh each period, like the depreciation file.
         OPEN OUTPUT RECHARGE-GL-FILE.
         IF DEPT-COUNT > 0
             PERFORM WRITE-DEPARTMENT-EXTRACT
                 VARYING DEPT-IDX FROM 1 BY 1
                 UNTIL DEPT-IDX > DEPT-COUNT
         END-IF.
         CLOSE RECHARGE-GL-FILE.

       WRITE-DEPARTMENT-EXTRACT.
         MOVE DTAB-DEPT (DEPT-IDX) TO RCGX-DEPT.
         MOVE RUN-PERIOD TO RCGX-PERIOD.
         IF DTAB-MAINT (DEPT-IDX) NOT = ZERO
             MOVE "MANT" TO RCGX-COST-TYPE
             MOVE DTAB-MAINT (DEPT-IDX) TO RCGX-AMOUNT
             WRITE RECHARGE-GL-REC
             ADD 1 TO EXTRACT-WRITTEN
         END-IF.
         IF DTAB-FUEL (DEPT-IDX) NOT = ZERO
             MOVE "FUEL" TO RCGX-COST-TYPE
             MOVE DTAB-FUEL (DEPT-IDX) TO RCGX-AMOUNT
             WRITE RECHARGE-GL-REC
             ADD 1 TO EXTRACT-WRITTEN
         END-IF.
         IF DTAB-DEPR (DEPT-IDX) NOT = ZERO
             MOVE "DEPR" TO RCGX-COST-TYPE
             MOVE DTAB-DEPR (DEPT-IDX) TO RCGX-AMOUNT
             WRITE RECHARGE-GL-REC
             ADD 1 TO EXTRACT-WRITTEN
         END-IF.

       WRITE-STATEMENTS.
      * One statement per department, each starting a new page so
      * it can go to the department head on its own, then a
      * summary page for finance.
         OPEN OUTPUT STATEMENT-FILE.
         IF BASELINE-RUN
             MOVE SPACES TO PRINT-LINE-WORK
             STRING "FIRST RUN - COST BASELINE TAKEN FOR "
                    UNITS-READ " UNITS, RECHARGING STARTS NEXT "
                    "PERIOD"
                 DELIMITED BY SIZE INTO PRINT-LINE-WORK
             PERFORM WRITE-STATEMENT-LINE
         END-IF.
         IF DEPT-COUNT > 0
             PERFORM WRITE-ONE-DEPT-STATEMENT
                 VARYING DEPT-IDX FROM 1 BY 1
                 UNTIL DEPT-IDX > DEPT-COUNT
         END-IF.
         IF NOT BASELINE-RUN
             PERFORM WRITE-RECHARGE-SUMMARY
         END-IF.
         CLOSE STATEMENT-FILE.

       WRITE-ONE-DEPT-STATEMENT.
         MOVE 999 TO RPT-LINE-COUNT.
         MOVE "PERSDEPT" TO RL-CODE-TYPE.
         MOVE SPACES TO RL-CODE-VALUE.
         MOVE DTAB-DEPT (DEPT-IDX) TO RL-CODE-VALUE (1:4).
         CALL "REFLOOK" USING REF-LOOKUP-PARMS.
         IF NOT RL-CODE-FOUND
             MOVE SPACES TO RL-DESCRIPTION
         END-IF.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "DEPARTMENT " DTAB-DEPT (DEPT-IDX) " "
                RL-DESCRIPTION
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-STATEMENT-LINE.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "FOR THE DEPARTMENT HEAD - VEHICLE RUNNING COSTS "
                "RECHARGED FOR FISCAL PERIOD " RUN-PERIOD
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-STATEMENT-LINE.
         MOVE SPACES TO PRINT-LINE-WORK.
         PERFORM WRITE-STATEMENT-LINE.
         PERFORM LIST-ONE-DEPT-LINE
             VARYING RLIN-IDX FROM 1 BY 1
             UNTIL RLIN-IDX > RCHG-LINE-COUNT.
         MOVE DTAB-MAINT (DEPT-IDX) TO EDITED-MAINT.
         MOVE DTAB-FUEL (DEPT-IDX)  TO EDITED-FUEL.
         MOVE DTAB-DEPR (DEPT-IDX)  TO EDITED-DEPR.
         COMPUTE LINE-TOTAL = DTAB-MAINT (DEPT-IDX)
                 + DTAB-FUEL (DEPT-IDX) + DTAB-DEPR (DEPT-IDX).
         MOVE LINE-TOTAL TO EDITED-TOTAL.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "DEPARTMENT TOTAL                    "
                EDITED-MAINT " " EDITED-FUEL " " EDITED-DEPR
                " " EDITED-TOTAL
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-STATEMENT-LINE.

       LIST-ONE-DEPT-LINE.
         IF RLIN-DEPT (RLIN-IDX) = DTAB-DEPT (DEPT-IDX)
         AND NOT RLIN-UNALLOCATED (RLIN-IDX)
             PERFORM FORMAT-RECHARGE-LINE
             PERFORM WRITE-STATEMENT-LINE
         END-IF.

       FORMAT-RECHARGE-LINE.
         MOVE SPACES TO BASIS-TEXT.
         IF RLIN-ASSIGNED (RLIN-IDX)
             STRING "DRIVER " RLIN-PERSON-ID (RLIN-IDX)
                 DELIMITED BY SIZE INTO BASIS-TEXT
         ELSE
         IF RLIN-TOTAL-DAYS (RLIN-IDX) > ZERO
             STRING "POOL " RLIN-DAYS (RLIN-IDX) " OF "
                    RLIN-TOTAL-DAYS (RLIN-IDX) " DAYS"
                 DELIMITED BY SIZE INTO BASIS-TEXT
         ELSE
             MOVE "NO DRIVER OR BOOKINGS" TO BASIS-TEXT
         END-IF
         END-IF.
         MOVE RLIN-MAINT (RLIN-IDX) TO EDITED-MAINT.
         MOVE RLIN-FUEL (RLIN-IDX)  TO EDITED-FUEL.
         MOVE RLIN-DEPR (RLIN-IDX)  TO EDITED-DEPR.
         COMPUTE LINE-TOTAL = RLIN-MAINT (RLIN-IDX)
                 + RLIN-FUEL (RLIN-IDX) + RLIN-DEPR (RLIN-IDX).
         MOVE LINE-TOTAL TO EDITED-TOTAL.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "UNIT " RLIN-VEH-ID (RLIN-IDX) " " BASIS-TEXT
                EDITED-MAINT " " EDITED-FUEL " " EDITED-DEPR
                " " EDITED-TOTAL
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.

       WRITE-RECHARGE-SUMMARY.
      * Fleet cost for the period = recharged + left central; the
      * units left central are listed so someone can assign them.
         MOVE 999 TO RPT-LINE-COUNT.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "RECHARGE SUMMARY FOR FISCAL PERIOD " RUN-PERIOD
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-STATEMENT-LINE.
         MOVE SPACES TO PRINT-LINE-WORK.
         PERFORM WRITE-STATEMENT-LINE.
         IF UNITS-UNALLOCATED > 0 OR CENTRAL-TOTAL NOT = ZERO
             MOVE SPACES TO PRINT-LINE-WORK
             STRING "LEFT IN CENTRAL OVERHEAD - NO DEPARTMENT"
                 DELIMITED BY SIZE INTO PRINT-LINE-WORK
             PERFORM WRITE-STATEMENT-LINE
             PERFORM LIST-ONE-CENTRAL-LINE
                 VARYING RLIN-IDX FROM 1 BY 1
                 UNTIL RLIN-IDX > RCHG-LINE-COUNT
             MOVE SPACES TO PRINT-LINE-WORK
             PERFORM WRITE-STATEMENT-LINE
         END-IF.
         MOVE FLEET-COST-TOTAL TO EDITED-TOTAL.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "FLEET RUNNING COST FOR PERIOD   " EDITED-TOTAL
                "  UNITS " UNITS-COSTED
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-STATEMENT-LINE.
         MOVE RECHARGED-TOTAL TO EDITED-TOTAL.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "RECHARGED TO DEPARTMENTS        " EDITED-TOTAL
                "  DEPARTMENTS " DEPT-COUNT
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-STATEMENT-LINE.
         MOVE CENTRAL-TOTAL TO EDITED-TOTAL.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "LEFT IN CENTRAL OVERHEAD        " EDITED-TOTAL
                "  UNITS " UNITS-UNALLOCATED
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-STATEMENT-LINE.

       LIST-ONE-CENTRAL-LINE.
         IF RLIN-UNALLOCATED (RLIN-IDX)
             PERFORM FORMAT-RECHARGE-LINE
             PERFORM WRITE-STATEMENT-LINE
         END-IF.

       WRITE-STATEMENT-LINE.
      * Paged print discipline from the shared heading layout.
         IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
             PERFORM WRITE-STATEMENT-HEADINGS
         END-IF.
         MOVE PRINT-LINE-WORK TO STATEMENT-REC.
         WRITE STATEMENT-REC.
         ADD 1 TO RPT-LINE-COUNT.

       WRITE-STATEMENT-HEADINGS.
         ADD 1 TO RPT-PAGE-COUNT.
         MOVE "FLEET COST RECHARGE" TO RPT-TITLE-TEXT.
         MOVE TODAY-DATE TO RPT-HEAD-DATE.
         MOVE RPT-PAGE-COUNT TO RPT-PAGE-NUMBER.
         MOVE SPACES TO STATEMENT-REC.
         MOVE RPT-TITLE-LINE TO STATEMENT-REC.
         WRITE STATEMENT-REC.
         MOVE "UNIT / BASIS / MAINTENANCE / FUEL / DEPREC / TOTAL"
             TO RPT-COLUMN-TEXT.
         MOVE RPT-COLUMN-TEXT TO STATEMENT-REC.
         WRITE STATEMENT-REC.
         MOVE SPACES TO STATEMENT-REC.
         WRITE STATEMENT-REC.
         MOVE 3 TO RPT-LINE-COUNT.
