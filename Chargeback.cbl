      * metered miles beyond its logged trips - the same gap
      * TRIPRECN reconciles - and when the gap clears the tolerance,
      * prices it at the configured per-mile rate as a deduction
      * against the assigned driver, added to the PAYDEDUC feed
      * PAYXTRCT carries to the bureau under its own record type.
      * PENALTY and BENDEDN add to the same feed and PAYXTRCT
      * empties it once sent, so this run must end before HRNIGHT's
      * PAYXTRCT step for tonight's charges to go with tonight's
      * bureau file; a later run's charges go the next night.
      * A driver-facing statement lists the trips behind each
      * charge, so the deduction arrives with its evidence.  The
      * deductions are dated today, so a run whose fiscal period
      * finance has already closed is refused with RC-ERROR before
      * the feed is touched; start and end go to RUNLOG for the
      * close checklist.  The night's charging is entered on the
      * shared POSTCTL register against the delta extract it
      * prices and checkpointed vehicle by vehicle: a second run
      * the same night is rejected outright before the feed is
      * touched, and a rerun after an abend carries on after the
      * last vehicle charged, so no driver is deducted twice.
      * With VEHFACT-ACTIVE set to 1 on SHOPPARM the metered miles
      * and each unit's driver of record come from the VEHFACT
      * daily fact file in one pass instead of the extract and a
      * keyed assignment read each; the gap table is built in the
      * same order either way, so restart positions still hold.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPRM-PARM-KEY
               FILE STATUS IS SHOP-PARM-STATUS.
           SELECT VEHICLE-FACT-FILE ASSIGN TO "VEHFACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VEHICLE-FACT-STATUS.
           SELECT DEDUCTION-FILE ASSIGN TO "PAYDEDUC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEDUCTION-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "CHGBSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRIP-LOG-FILE.
           COPY TRIPLOG.

       FD  DELTA-EXTRACT-FILE.
       01  DELTA-EXTRACT-REC.
       FD  SHOP-PARM-FILE.
           COPY SHOPPARM.

       FD  VEHICLE-FACT-FILE.
           COPY VEHFACT.

       FD  DEDUCTION-FILE.
           COPY PAYDEDUC.

       FD  STATEMENT-FILE.
       01  STATEMENT-REC              PIC X(100).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY FISCPERP.
           COPY POSTCTLP.
           COPY BUSDAYP.
        01 TRIP-LOG-STATUS            PIC XX VALUE "00".
        01 DELTA-EXTRACT-STATUS       PIC XX VALUE "00".
        01 ASSIGN-MASTER-STATUS       PIC XX VALUE "00".
        01 SHOP-PARM-STATUS           PIC XX VALUE "00".
        01 DEDUCTION-STATUS           PIC XX VALUE "00".
        01 STATEMENT-STATUS           PIC XX VALUE "00".
        01 VEHICLE-FACT-STATUS        PIC XX VALUE "00".
        01 FACT-FILE-SWITCH           PIC X VALUE "N".
           88 FACT-FILE-ACTIVE             VALUE "Y".
        01 METERED-VEH-ID             PIC X(06).
        01 METERED-DELTA              PIC S9(06).
        01 CHARGE-PERSON-ID           PIC 9(10).
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 DRIVER-FOUND-SWITCH        PIC X VALUE "N".
           88 DRIVER-FOUND                 VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 BATCH-DATE                 PIC 9(08).
        01 SOURCE-RECORDS-READ        PIC 9(09) VALUE ZERO.
        01 RESTART-SKIP-COUNT         PIC 9(09) VALUE ZERO.
        01 REPLAY-SWITCH              PIC X VALUE "N".
           88 REPLAYING                    VALUE "Y".
        01 CONTROL-FAILED-SWITCH      PIC X VALUE "N".
           88 CONTROL-FAILED               VALUE "Y".
        01 RUN-LOG-STATUS             PIC XX VALUE "00".
        01 LOG-EVENT-CODE             PIC X.
        01 FINAL-RETURN-CODE          PIC 9(02) VALUE ZERO.
        01 LOG-RECORDS-IN             PIC 9(09) VALUE ZERO.
        01 LOG-RECORDS-OUT            PIC 9(09) VALUE ZERO.
        01 LOG-RECORDS-REJ            PIC 9(09) VALUE ZERO.
        01 LOG-DATE-WORK              PIC 9(08).
        01 LOG-TIME-WORK              PIC 9(08).
        01 CHARGE-TOLERANCE           PIC 9(03) VALUE 10.
        01 CHARGE-RATE-CENTS          PIC 9(09) VALUE 50.
        01 TRIP-DISTANCE              PIC S9(06).
               03 VGAP-VEH-ID          PIC X(06).
               03 VGAP-LOGGED-MILES    PIC S9(07).
               03 VGAP-METERED-MILES   PIC S9(07).
               03 VGAP-DRIVER-SWITCH   PIC X.
                  88 VGAP-HAS-DRIVER        VALUE "Y".
               03 VGAP-DRIVER-ID       PIC 9(10).

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "CHARGEBK: PERSONAL-USE CHARGEBACK STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         MOVE "B" TO BD-FUNCTION.
         CALL "BUSDAY" USING BUSDAY-PARMS.
         MOVE BD-RESULT-DATE TO BATCH-DATE.
         MOVE "S" TO LOG-EVENT-CODE.
         PERFORM WRITE-RUN-LOG.
         MOVE "D" TO FP-FUNCTION.
         MOVE TODAY-DATE TO FP-DATE.
         CALL "FISCPER" USING FISCAL-PERIOD-PARMS.
         IF FP-PERIOD-CLOSED
             DISPLAY "CHARGEBK: FISCAL PERIOD " FP-YEAR-PERIOD
                     " IS CLOSED - NOTHING POSTED"
             MOVE RC-ERROR TO FINAL-RETURN-CODE
             MOVE "E" TO LOG-EVENT-CODE
             PERFORM WRITE-RUN-LOG
             STOP RUN RETURNING RC-ERROR
         END-IF.
         PERFORM BEGIN-POSTING-CONTROL.
         PERFORM READ-SHOP-PARMS.
         PERFORM LOAD-LOGGED-MILES.
         IF FACT-FILE-ACTIVE
             PERFORM LOAD-METERED-FACTS
         ELSE
             PERFORM LOAD-METERED-MILES
             OPEN INPUT ASSIGN-MASTER-FILE
         END-IF.
      * The deduction feed is shared with PENALTY and BENDEDN, so
      * the charges are added to whatever it already holds -
      * PAYXTRCT empties it once it has gone to the bureau.  A
      * restart keeps the charges the abended run already wrote;
      * only the statements start fresh on a new night.
         OPEN EXTEND DEDUCTION-FILE.
         IF DEDUCTION-STATUS = "35"
             OPEN OUTPUT DEDUCTION-FILE
         END-IF.
         IF PC-RESTART
             OPEN EXTEND STATEMENT-FILE
         ELSE
             OPEN OUTPUT STATEMENT-FILE
             MOVE SPACES TO STATEMENT-REC
             STRING "PERSONAL-USE CHARGEBACK STATEMENTS FOR "
                    TODAY-DATE
                 DELIMITED BY SIZE INTO STATEMENT-REC
             WRITE STATEMENT-REC
         END-IF.
         PERFORM CHARGE-ALL-VEHICLES.
         MOVE "E" TO PC-FUNCTION.
         MOVE SOURCE-RECORDS-READ TO PC-RECORDS-DONE.
         CALL "POSTCTL" USING POSTING-CONTROL-PARMS.
         IF PC-CONTROL-FAILED
             MOVE "Y" TO CONTROL-FAILED-SWITCH
         END-IF.
         CLOSE DEDUCTION-FILE STATEMENT-FILE.
         IF NOT FACT-FILE-ACTIVE AND ASSIGN-MASTER-STATUS = "00"
             CLOSE ASSIGN-MASTER-FILE
         END-IF.
         DISPLAY "CHARGES RAISED: " CHARGES-RAISED.
         DISPLAY "TOTAL CHARGED: " TOTAL-CHARGED.
         DISPLAY "GAPS WITHOUT DRIVER OF RECORD: "
                 GAPS-UNATTRIBUTED.
         IF CONTROL-FAILED
             DISPLAY "CHARGEBK: POSTING CONTROL NOT UPDATED - "
                     "CHECK POSTCTL BEFORE ANY RERUN"
             MOVE RC-SEVERE TO FINAL-RETURN-CODE
         ELSE
         IF GAPS-UNATTRIBUTED > 0
             MOVE RC-WARNING TO FINAL-RETURN-CODE
         ELSE
             MOVE RC-NORMAL TO FINAL-RETURN-CODE
         END-IF
         END-IF.
         MOVE "E" TO LOG-EVENT-CODE.
         MOVE VEHICLE-COUNT TO LOG-RECORDS-IN.
         MOVE CHARGES-RAISED TO LOG-RECORDS-OUT.
         MOVE GAPS-UNATTRIBUTED TO LOG-RECORDS-REJ.
         PERFORM WRITE-RUN-LOG.
         STOP RUN RETURNING FINAL-RETURN-CODE.

       WRITE-RUN-LOG.
      * One standard run-log record per start and end of run, for
      * the morning batch summary and the period close checklist.
         OPEN EXTEND RUN-LOG-FILE.
         IF RUN-LOG-STATUS = "35"
             OPEN OUTPUT RUN-LOG-FILE
         END-IF.
         MOVE "CHARGEBK" TO RLOG-PROGRAM.
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
      * One register entry per batch night against the delta
      * extract, kept under the noon-to-noon batch date so a night
      * restarted after midnight still finds it.  A night already
      * charged is refused before the feed is touched - PAYXTRCT
      * may already have carried it; an abended run's entry gives
      * the count of vehicles it finished.
         MOVE "B" TO PC-FUNCTION.
         MOVE "CHARGEBK" TO PC-PROGRAM.
         MOVE "MLGDLTX " TO PC-SOURCE.
         MOVE BATCH-DATE TO PC-PERIOD.
         CALL "POSTCTL" USING POSTING-CONTROL-PARMS.
         IF PC-CONTROL-FAILED
             DISPLAY "CHARGEBK: NO POSTING CONTROL - NOTHING POSTED"
             MOVE RC-SEVERE TO FINAL-RETURN-CODE
             MOVE "E" TO LOG-EVENT-CODE
             PERFORM WRITE-RUN-LOG
             STOP RUN RETURNING RC-SEVERE
         END-IF.
         IF PC-ALREADY-POSTED
             DISPLAY "CHARGEBK: CHARGES FOR " BATCH-DATE
                     " ALREADY RAISED - RERUN REJECTED"
             MOVE RC-ERROR TO FINAL-RETURN-CODE
             MOVE "E" TO LOG-EVENT-CODE
             PERFORM WRITE-RUN-LOG
             STOP RUN RETURNING RC-ERROR
         END-IF.
         IF PC-RESTART
             MOVE PC-RECORDS-DONE TO RESTART-SKIP-COUNT
             DISPLAY "CHARGEBK: RESTARTING AFTER VEHICLE "
                     RESTART-SKIP-COUNT
         END-IF.

       READ-SHOP-PARMS.
      * The tolerance and the per-mile rate in cents come from the
      * shop-wide keyed parameter table, with the compiled-in
      * figures as defaults.  VEHFACT-ACTIVE switches the metered
      * side onto the daily fact file; leave it alone between an
      * abended run and its restart.
         OPEN INPUT SHOP-PARM-FILE.
         IF SHOP-PARM-STATUS = "00"
             MOVE "CHGBK-TOLERANCE " TO SPRM-PARM-KEY
                 NOT INVALID KEY
                     MOVE SPRM-PARM-VALUE TO CHARGE-RATE-CENTS
             END-READ
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

         MOVE TRIP-VEH-ID   TO VGAP-VEH-ID (VGAP-IDX).
         MOVE TRIP-DISTANCE TO VGAP-LOGGED-MILES (VGAP-IDX).
         MOVE ZERO          TO VGAP-METERED-MILES (VGAP-IDX).
         MOVE "N"           TO VGAP-DRIVER-SWITCH (VGAP-IDX).
         MOVE ZERO          TO VGAP-DRIVER-ID (VGAP-IDX).

       LOAD-METERED-MILES.
         OPEN INPUT DELTA-EXTRACT-FILE.
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 MOVE DLTX-VEH-ID TO METERED-VEH-ID
                 MOVE DLTX-DELTA  TO METERED-DELTA
                 PERFORM ADD-METERED-TO-VEHICLE
                 READ DELTA-EXTRACT-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
         END-IF.
         CLOSE DELTA-EXTRACT-FILE.

       LOAD-METERED-FACTS.
      * The fact file is in the extract's own vehicle order, so the
      * metered-only entries land where the extract put them.  The
      * driver of record rides along with each unit's delta.
         OPEN INPUT VEHICLE-FACT-FILE.
         IF VEHICLE-FACT-STATUS NOT = "00"
             DISPLAY "NO VEHICLE FACT FILE ON FILE"
         ELSE
             READ VEHICLE-FACT-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 IF VFCT-HAS-DELTA
                     MOVE VFCT-VEH-ID TO METERED-VEH-ID
                     MOVE VFCT-DELTA  TO METERED-DELTA
                     PERFORM ADD-METERED-TO-VEHICLE
                     MOVE VFCT-DRIVER-SWITCH
                         TO VGAP-DRIVER-SWITCH (VGAP-IDX)
                     MOVE VFCT-DRIVER-ID
                         TO VGAP-DRIVER-ID (VGAP-IDX)
                 END-IF
                 READ VEHICLE-FACT-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE VEHICLE-FACT-FILE
         END-IF.

       ADD-METERED-TO-VEHICLE.
         IF VEHICLE-COUNT > 0
             SET VGAP-IDX TO 1
             SEARCH VEHICLE-GAP-ENTRY
                 AT END PERFORM ADD-METERED-ONLY-ENTRY
                 WHEN VGAP-VEH-ID (VGAP-IDX) = METERED-VEH-ID
                     ADD METERED-DELTA
                         TO VGAP-METERED-MILES (VGAP-IDX)
             END-SEARCH
         ELSE
      * that is the purest personal use there is.
         ADD 1 TO VEHICLE-COUNT.
         SET VGAP-IDX TO VEHICLE-COUNT.
         MOVE METERED-VEH-ID TO VGAP-VEH-ID (VGAP-IDX).
         MOVE ZERO           TO VGAP-LOGGED-MILES (VGAP-IDX).
         MOVE METERED-DELTA  TO VGAP-METERED-MILES (VGAP-IDX).
         MOVE "N"            TO VGAP-DRIVER-SWITCH (VGAP-IDX).
         MOVE ZERO           TO VGAP-DRIVER-ID (VGAP-IDX).

       CHARGE-ALL-VEHICLES.
         IF VEHICLE-COUNT > 0
         END-IF.

       CHARGE-ONE-VEHICLE.
      * The gap table is built in the same order from the same
      * files every run, so a restart's first vehicles are exactly
      * the ones the abended run finished - they count in the
      * totals but nothing is written for them again.
         ADD 1 TO SOURCE-RECORDS-READ.
         IF SOURCE-RECORDS-READ > RESTART-SKIP-COUNT
             MOVE "N" TO REPLAY-SWITCH
         ELSE
             MOVE "Y" TO REPLAY-SWITCH
         END-IF.
         PERFORM CHARGE-ONE-GAP.
         IF NOT REPLAYING
             MOVE "K" TO PC-FUNCTION
             MOVE SOURCE-RECORDS-READ TO PC-RECORDS-DONE
             CALL "POSTCTL" USING POSTING-CONTROL-PARMS
             IF PC-CONTROL-FAILED
                 MOVE "Y" TO CONTROL-FAILED-SWITCH
             END-IF
         END-IF.

       CHARGE-ONE-GAP.
         COMPUTE PERSONAL-MILES =
                 VGAP-METERED-MILES (VGAP-IDX)
                 - VGAP-LOGGED-MILES (VGAP-IDX).
         IF PERSONAL-MILES > CHARGE-TOLERANCE
             MOVE "N" TO DRIVER-FOUND-SWITCH
             IF FACT-FILE-ACTIVE
                 MOVE VGAP-DRIVER-SWITCH (VGAP-IDX)
                     TO DRIVER-FOUND-SWITCH
                 MOVE VGAP-DRIVER-ID (VGAP-IDX) TO CHARGE-PERSON-ID
             ELSE
             IF ASSIGN-MASTER-STATUS = "00"
                 MOVE VGAP-VEH-ID (VGAP-IDX) TO ASSG-VEH-ID
                 READ ASSIGN-MASTER-FILE
                         MOVE "N" TO DRIVER-FOUND-SWITCH
                     NOT INVALID KEY
                         MOVE "Y" TO DRIVER-FOUND-SWITCH
                         MOVE ASSG-PERSON-ID TO CHARGE-PERSON-ID
                 END-READ
             END-IF
             END-IF
             IF NOT DRIVER-FOUND
                 ADD 1 TO GAPS-UNATTRIBUTED
                 IF NOT REPLAYING
                     MOVE SPACES TO STATEMENT-REC
                     STRING VGAP-VEH-ID (VGAP-IDX)
                            " PERSONAL MILES " PERSONAL-MILES
                            " - NO DRIVER OF RECORD, NOT CHARGED"
                         DELIMITED BY SIZE INTO STATEMENT-REC
                     WRITE STATEMENT-REC
                 END-IF
             ELSE
                 PERFORM RAISE-ONE-CHARGE
             END-IF
       RAISE-ONE-CHARGE.
         COMPUTE CHARGE-AMOUNT ROUNDED =
                 PERSONAL-MILES * CHARGE-RATE-CENTS / 100.
         ADD 1 TO CHARGES-RAISED.
         ADD CHARGE-AMOUNT TO TOTAL-CHARGED.
         IF NOT REPLAYING
             PERFORM WRITE-ONE-CHARGE
         END-IF.

       WRITE-ONE-CHARGE.
         MOVE CHARGE-PERSON-ID        TO PDED-PERSON-ID.
         MOVE VGAP-VEH-ID (VGAP-IDX)  TO PDED-VEH-ID.
         MOVE TODAY-DATE              TO PDED-DATE.
         MOVE PERSONAL-MILES          TO PDED-MILES.
         MOVE CHARGE-AMOUNT           TO PDED-AMOUNT.
         WRITE PAY-DEDUCTION-REC.
         MOVE SPACES TO STATEMENT-REC.
         STRING "DRIVER " CHARGE-PERSON-ID
                " UNIT " VGAP-VEH-ID (VGAP-IDX)
                " LOGGED " VGAP-LOGGED-MILES (VGAP-IDX)
                " METERED " VGAP-METERED-MILES (VGAP-IDX)
