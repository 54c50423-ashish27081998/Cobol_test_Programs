      * depreciation file feeds finance, and the printed schedule
      * carries per-depot and fleet totals - so the book value comes
      * off the master instead of a spreadsheet that drifts every
      * time a vehicle is commissioned or decommissioned.  A unit
      * on the disposal register has been sold and is never charged
      * again, whatever its status on the master says.  The period
      * charged, and the months a unit has been in service, are
      * fiscal periods from the shared FISCPER lookup, so the
      * schedule closes on finance's 4-4-5 calendar.  A period
      * finance has closed is refused outright - the period file
      * is left as it was - and every run logs its start and end
      * to RUNLOG for the close checklist.  The period's run is
      * entered on the shared POSTCTL register and checkpointed
      * vehicle by vehicle: a second run for a period already done
      * is rejected outright, and a rerun after an abend carries on
      * after the last vehicle written, recomputing the skipped
      * vehicles only into the schedule totals.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEH-ID
               FILE STATUS IS VEHICLE-MASTER-STATUS.
           SELECT DISPOSAL-REGISTER-FILE ASSIGN TO "DISPREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISP-VEH-ID
               FILE STATUS IS DISPOSAL-REGISTER-STATUS.
           SELECT CLASS-LIFE-FILE ASSIGN TO "DEPRLIFE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLASS-LIFE-STATUS.
           SELECT SCHEDULE-RPT-FILE ASSIGN TO "DEPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHEDULE-RPT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VEHICLE-MASTER-FILE.
           COPY VEHMAST.

       FD  DISPOSAL-REGISTER-FILE.
           COPY VEHDISP.

       FD  CLASS-LIFE-FILE.
      * Per-class asset life in months - a yard van and a long-haul
      * tractor do not write off over the same period.
       FD  SCHEDULE-RPT-FILE.
       01  SCHEDULE-RPT-REC            PIC X(100).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY FISCPERP.
           COPY POSTCTLP.
        01 VEHICLE-MASTER-STATUS      PIC XX VALUE "00".
        01 CLASS-LIFE-STATUS          PIC XX VALUE "00".
        01 PERIOD-DEPR-STATUS         PIC XX VALUE "00".
        01 SCHEDULE-RPT-STATUS        PIC XX VALUE "00".
        01 DISPOSAL-REGISTER-STATUS   PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 REGISTER-OPEN-SWITCH       PIC X VALUE "N".
           88 REGISTER-OPEN                VALUE "Y".
        01 DISPOSED-SWITCH            PIC X VALUE "N".
           88 UNIT-DISPOSED                VALUE "Y".
        01 VEHICLES-DISPOSED-SKIPPED  PIC 9(05) VALUE ZERO.
        01 SOURCE-RECORDS-READ        PIC 9(09) VALUE ZERO.
        01 RESTART-SKIP-COUNT         PIC 9(09) VALUE ZERO.
        01 REPLAY-SWITCH              PIC X VALUE "N".
           88 REPLAYING                    VALUE "Y".
        01 CONTROL-FAILED-SWITCH      PIC X VALUE "N".
           88 CONTROL-FAILED               VALUE "Y".
        01 TODAY-DATE.
           02 TODAY-YEAR              PIC 9(04).
           02 TODAY-MONTH             PIC 9(02).
           02 TODAY-DAY               PIC 9(02).
        01 RUN-PERIOD                 PIC 9(06).
        01 RUN-FISCAL-YEAR            PIC 9(04).
        01 RUN-FISCAL-PERIOD          PIC 9(02).
        01 RUN-LOG-STATUS             PIC XX VALUE "00".
        01 LOG-EVENT-CODE             PIC X.
        01 FINAL-RETURN-CODE          PIC 9(02) VALUE ZERO.
        01 LOG-RECORDS-IN             PIC 9(09) VALUE ZERO.
        01 LOG-RECORDS-OUT            PIC 9(09) VALUE ZERO.
        01 LOG-RECORDS-REJ            PIC 9(09) VALUE ZERO.
        01 LOG-DATE-WORK              PIC 9(08).
        01 LOG-TIME-WORK              PIC 9(08).
        01 DEFAULT-LIFE-MONTHS        PIC 9(03) VALUE 60.
        01 EFFECTIVE-LIFE-MONTHS      PIC 9(03).
        01 MONTHS-IN-SERVICE          PIC S9(05).
        01 VEHICLES-DEPRECIATED       PIC 9(05) VALUE ZERO.
        01 FLEET-MONTH-TOTAL          PIC 9(11)V99 VALUE ZERO.
        01 FLEET-BOOK-TOTAL           PIC 9(11)V99 VALUE ZERO.
           COPY RPTHEAD.
        01 SCHEDULE-LINE-WORK         PIC X(100).
        01 CLASS-COUNT                PIC 9(03) VALUE ZERO.
       Begin.
         DISPLAY "DEPRRUN: MONTHLY DEPRECIATION RUN STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         MOVE "S" TO LOG-EVENT-CODE.
         PERFORM WRITE-RUN-LOG.
         MOVE "D" TO FP-FUNCTION.
         MOVE TODAY-DATE TO FP-DATE.
         CALL "FISCPER" USING FISCAL-PERIOD-PARMS.
         MOVE FP-YEAR-PERIOD TO RUN-PERIOD.
         MOVE FP-FISCAL-YEAR TO RUN-FISCAL-YEAR.
         MOVE FP-PERIOD      TO RUN-FISCAL-PERIOD.
         DISPLAY "DEPRRUN: FISCAL PERIOD " RUN-PERIOD.
         IF FP-PERIOD-CLOSED
             DISPLAY "DEPRRUN: FISCAL PERIOD " RUN-PERIOD
                     " IS CLOSED - NOTHING POSTED"
             MOVE RC-ERROR TO FINAL-RETURN-CODE
             MOVE "E" TO LOG-EVENT-CODE
             PERFORM WRITE-RUN-LOG
             STOP RUN RETURNING RC-ERROR
         END-IF.
         PERFORM BEGIN-POSTING-CONTROL.
         PERFORM LOAD-CLASS-LIFE-TABLE.
         OPEN INPUT VEHICLE-MASTER-FILE.
         IF VEHICLE-MASTER-STATUS NOT = "00"
                     VEHICLE-MASTER-STATUS
             STOP RUN RETURNING RC-SEVERE
         END-IF.
         OPEN INPUT DISPOSAL-REGISTER-FILE.
         IF DISPOSAL-REGISTER-STATUS = "00"
             MOVE "Y" TO REGISTER-OPEN-SWITCH
         END-IF.
         IF PC-RESTART
      * A restart keeps what the abended run already wrote and
      * carries on after it.
             OPEN EXTEND PERIOD-DEPR-FILE
             OPEN EXTEND SCHEDULE-RPT-FILE
         ELSE
             OPEN OUTPUT PERIOD-DEPR-FILE
             OPEN OUTPUT SCHEDULE-RPT-FILE
         END-IF.
         PERFORM DEPRECIATE-FLEET.
         MOVE "E" TO PC-FUNCTION.
         MOVE SOURCE-RECORDS-READ TO PC-RECORDS-DONE.
         CALL "POSTCTL" USING POSTING-CONTROL-PARMS.
         IF PC-CONTROL-FAILED
             MOVE "Y" TO CONTROL-FAILED-SWITCH
         END-IF.
         PERFORM WRITE-SCHEDULE-TOTALS.
         CLOSE VEHICLE-MASTER-FILE PERIOD-DEPR-FILE
               SCHEDULE-RPT-FILE.
         IF REGISTER-OPEN
             CLOSE DISPOSAL-REGISTER-FILE
         END-IF.
         DISPLAY "VEHICLES DEPRECIATED: " VEHICLES-DEPRECIATED.
         DISPLAY "FLEET DEPRECIATION THIS MONTH: "
                 FLEET-MONTH-TOTAL.
         DISPLAY "FLEET BOOK VALUE: " FLEET-BOOK-TOTAL.
         DISPLAY "DISPOSED UNITS SKIPPED: " VEHICLES-DISPOSED-SKIPPED.
         IF CONTROL-FAILED
             DISPLAY "DEPRRUN: POSTING CONTROL NOT UPDATED - "
                     "CHECK POSTCTL BEFORE ANY RERUN"
             MOVE RC-SEVERE TO FINAL-RETURN-CODE
         ELSE
             MOVE RC-NORMAL TO FINAL-RETURN-CODE
         END-IF.
         MOVE "E" TO LOG-EVENT-CODE.
         MOVE VEHICLES-DEPRECIATED TO LOG-RECORDS-IN.
         MOVE VEHICLES-DEPRECIATED TO LOG-RECORDS-OUT.
         PERFORM WRITE-RUN-LOG.
         STOP RUN RETURNING FINAL-RETURN-CODE.

       BEGIN-POSTING-CONTROL.
      * One register entry per fiscal period.  A period already run
      * is refused before the period file is touched; an abended
      * run's entry gives the count of master records it finished.
         MOVE "B" TO PC-FUNCTION.
         MOVE "DEPRRUN " TO PC-PROGRAM.
         MOVE "VEHMAST " TO PC-SOURCE.
         MOVE RUN-PERIOD TO PC-PERIOD.
         CALL "POSTCTL" USING POSTING-CONTROL-PARMS.
         IF PC-CONTROL-FAILED
             DISPLAY "DEPRRUN: NO POSTING CONTROL - NOTHING POSTED"
             MOVE RC-SEVERE TO FINAL-RETURN-CODE
             MOVE "E" TO LOG-EVENT-CODE
             PERFORM WRITE-RUN-LOG
             STOP RUN RETURNING RC-SEVERE
         END-IF.
         IF PC-ALREADY-POSTED
             DISPLAY "DEPRRUN: FISCAL PERIOD " RUN-PERIOD
                     " ALREADY DEPRECIATED - RERUN REJECTED"
             MOVE RC-ERROR TO FINAL-RETURN-CODE
             MOVE "E" TO LOG-EVENT-CODE
             PERFORM WRITE-RUN-LOG
             STOP RUN RETURNING RC-ERROR
         END-IF.
         IF PC-RESTART
             MOVE PC-RECORDS-DONE TO RESTART-SKIP-COUNT
             DISPLAY "DEPRRUN: RESTARTING AFTER MASTER RECORD "
                     RESTART-SKIP-COUNT
         END-IF.

       CHECKPOINT-POSTING.
         MOVE "K" TO PC-FUNCTION.
         MOVE SOURCE-RECORDS-READ TO PC-RECORDS-DONE.
         CALL "POSTCTL" USING POSTING-CONTROL-PARMS.
         IF PC-CONTROL-FAILED
             MOVE "Y" TO CONTROL-FAILED-SWITCH
         END-IF.

       WRITE-RUN-LOG.
      * One standard run-log record per start and end of run, for
      * the morning batch summary and the period close checklist.
         OPEN EXTEND RUN-LOG-FILE.
         IF RUN-LOG-STATUS = "35"
             OPEN OUTPUT RUN-LOG-FILE
         END-IF.
         MOVE "DEPRRUN " TO RLOG-PROGRAM.
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

       LOAD-CLASS-LIFE-TABLE.
      * Loads the per-class life in months; a vehicle whose class is
             READ VEHICLE-MASTER-FILE NEXT RECORD
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             IF NOT END-OF-FILE
                 ADD 1 TO SOURCE-RECORDS-READ
                 IF SOURCE-RECORDS-READ > RESTART-SKIP-COUNT
                     MOVE "N" TO REPLAY-SWITCH
                 ELSE
                     MOVE "Y" TO REPLAY-SWITCH
                 END-IF
             END-IF
             IF NOT END-OF-FILE AND VEH-ACTIVE
                 PERFORM CHECK-DISPOSAL-REGISTER
                 IF UNIT-DISPOSED
                     ADD 1 TO VEHICLES-DISPOSED-SKIPPED
                 ELSE
                     PERFORM DEPRECIATE-ONE-VEHICLE
                 END-IF
             END-IF
             IF NOT END-OF-FILE AND NOT REPLAYING
                 PERFORM CHECKPOINT-POSTING
             END-IF
         END-PERFORM.
         MOVE "N" TO END-OF-FILE-SWITCH.

       CHECK-DISPOSAL-REGISTER.
         MOVE "N" TO DISPOSED-SWITCH.
         IF REGISTER-OPEN
             MOVE VEH-ID TO DISP-VEH-ID
             READ DISPOSAL-REGISTER-FILE
                 INVALID KEY MOVE "N" TO DISPOSED-SWITCH
                 NOT INVALID KEY MOVE "Y" TO DISPOSED-SWITCH
             END-READ
         END-IF.

       DEPRECIATE-ONE-VEHICLE.
         ADD 1 TO VEHICLES-DEPRECIATED.
         PERFORM FIND-CLASS-LIFE.
         END-IF.
         COMPUTE BOOK-VALUE =
                 VEH-ACQ-COST - ACCUMULATED-DEPRECIATION.
         PERFORM ADD-TO-DEPOT-TOTAL.
         ADD MONTH-CHARGE TO FLEET-MONTH-TOTAL.
         ADD BOOK-VALUE   TO FLEET-BOOK-TOTAL.
      * A vehicle the abended run already wrote counts in the totals
      * only - its period record and schedule line are on file.
         IF NOT REPLAYING
             PERFORM WRITE-PERIOD-RECORD
             MOVE SPACES TO SCHEDULE-LINE-WORK
             STRING VEH-ID " DEPOT " VEH-DEPOT
                    " ACQ " VEH-ACQ-COST
                    " MONTH " MONTH-CHARGE
                    " BOOK " BOOK-VALUE
                 DELIMITED BY SIZE INTO SCHEDULE-LINE-WORK
             PERFORM WRITE-SCHEDULE-LINE
         END-IF.

       FIND-CLASS-LIFE.
         MOVE DEFAULT-LIFE-MONTHS TO EFFECTIVE-LIFE-MONTHS.
         END-IF.

       COMPUTE-MONTHS-IN-SERVICE.
      * Whole-period difference with the shop's ordinary arithmetic
      * instead of an intrinsic FUNCTION - the fiscal period the
      * unit was acquired in itself counts as month one.
         MOVE VEH-ACQ-DATE TO FP-DATE.
         CALL "FISCPER" USING FISCAL-PERIOD-PARMS.
         COMPUTE MONTHS-IN-SERVICE =
                 ((RUN-FISCAL-YEAR - FP-FISCAL-YEAR) * 12)
                 + RUN-FISCAL-PERIOD - FP-PERIOD + 1.

       WRITE-PERIOD-RECORD.
         MOVE VEH-ID       TO DPER-VEH-ID.
