       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GLEXTRCT.
      * General-ledger interface: the account-mapping table turns
      * our codes - depot for maintenance, fuel, charging energy and
      * depreciation, product for priced miles - into GL accounts,
      * the posting run converts each source file's period activity
      * into balanced debit/credit journal records against the
      * mapped clearing accounts, and the proof sheet ties extract
      * totals back to each source's own totals with debits proven
      * equal to credits.  Re-keying from printed reports is where
      * finance's numbers and ours stopped agreeing.  The parts
      * room's stock-count adjustments post as one net write-off per
      * run under their own activity type, and each vehicle disposal
      * posts its gain or loss against book value.  The monthly
      * recharge of vehicle running costs posts each department's
      * cross-charge against the fleet overhead recovery account,
      * once per period like depreciation.  Every journal line
      * carries the fiscal period its activity falls in, from the
      * shared FISCPER lookup on the activity's own date - the close
      * date, the fill or charge date, the sale date - so
      * quarter-end totals land where finance's 4-4-5 ledger expects
      * them.  Activity with no date of its own takes the period of
      * the run.  Activity whose period finance has closed is
      * refused - counted and valued on the proof sheet, never
      * journalled - and the run ends RC-ERROR.  Start and end go to
      * RUNLOG for the close checklist.  The journal accumulates, so
      * every source is entered on the shared POSTCTL register for
      * the run date and checkpointed as it posts: a rerun skips a
      * source already journalled today, and a rerun after an abend
      * resumes after the last record the abended run journalled, so
      * nothing reaches the GL twice.  With VEHFACT-ACTIVE set to 1
      * on SHOPPARM the priced miles come from the VEHFACT daily fact
      * file instead of the extract and a keyed master read each,
      * checkpointed under the same MLGDLTX source.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUEL-TRANS-FILE ASSIGN TO "VEHFUEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FUEL-TRANS-STATUS.
           SELECT CHARGE-SESSION-FILE ASSIGN TO "CHRGSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHARGE-SESSION-STATUS.
           SELECT PERIOD-DEPR-FILE ASSIGN TO "DEPRPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-DEPR-STATUS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATEM-PRODUCT-CODE
               FILE STATUS IS RATE-MASTER-STATUS.
           SELECT VEHICLE-FACT-FILE ASSIGN TO "VEHFACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VEHICLE-FACT-STATUS.
           SELECT SHOP-PARM-FILE ASSIGN TO "SHOPPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPRM-PARM-KEY
               FILE STATUS IS SHOP-PARM-STATUS.
           SELECT STOCK-ADJUST-FILE ASSIGN TO "STKADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-ADJUST-STATUS.
           SELECT DISPOSAL-GL-FILE ASSIGN TO "DISPGLX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPOSAL-GL-STATUS.
           SELECT RECHARGE-GL-FILE ASSIGN TO "RCHGGLX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECHARGE-GL-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-JOURNAL-STATUS.
           SELECT PROOF-SHEET-FILE ASSIGN TO "GLPROOF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROOF-SHEET-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 MTRN-GL-ACCOUNT          PIC X(08).

       FD  ACCOUNT-MAP-FILE.
      * Source type "MANT"/"FUEL"/"ENRG"/"DEPR"/"DISP" map on depot,
      * "MILE" on rate product, "STCK" on a blank code - the parts
      * room is one stock - "RCHG" on department and cost type, and
      * "CLRG" carries the credit-side clearing account per source
      * type, "RCHG" clearing to the fleet overhead recovery account.
       01  ACCOUNT-MAP-REC.
           02 GLMP-KEY.
              03 GLMP-SOURCE-TYPE      PIC X(04).
           02 FUEL-CARD-NO            PIC X(10).
           02 FUEL-UNIT-PRICE         PIC 9(03)V99.

       FD  CHARGE-SESSION-FILE.
           COPY CHRGSESS.

       FD  PERIOD-DEPR-FILE.
       01  PERIOD-DEPR-REC.
           02 DPER-VEH-ID              PIC X(06).
           02 DLTX-VEH-ID             PIC X(06).
           02 DLTX-DELTA              PIC S9(06).

       FD  VEHICLE-FACT-FILE.
           COPY VEHFACT.

       FD  SHOP-PARM-FILE.
           COPY SHOPPARM.

       FD  STOCK-ADJUST-FILE.
           COPY STKADJ.

       FD  DISPOSAL-GL-FILE.
           COPY DISPGLX.

       FD  RECHARGE-GL-FILE.
           COPY RCHGGLX.

       FD  VEHICLE-MASTER-FILE.
           COPY VEHMAST.

           02 GLJ-DEBIT-CREDIT         PIC X(01).
           02 GLJ-AMOUNT               PIC 9(11)V99.
           02 GLJ-SOURCE-TYPE          PIC X(04).
           02 GLJ-FISCAL-PERIOD        PIC 9(06).

       FD  PROOF-SHEET-FILE.
       01  PROOF-SHEET-REC             PIC X(100).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY FISCPERP.
           COPY POSTCTLP.
           COPY BUSDAYP.
        01 MAP-TRANS-STATUS           PIC XX VALUE "00".
        01 ACCOUNT-MAP-STATUS         PIC XX VALUE "00".
        01 COMPLETION-STATUS          PIC XX VALUE "00".
        01 FUEL-TRANS-STATUS          PIC XX VALUE "00".
        01 CHARGE-SESSION-STATUS      PIC XX VALUE "00".
        01 PERIOD-DEPR-STATUS         PIC XX VALUE "00".
        01 DELTA-EXTRACT-STATUS       PIC XX VALUE "00".
        01 STOCK-ADJUST-STATUS        PIC XX VALUE "00".
        01 VEHICLE-FACT-STATUS        PIC XX VALUE "00".
        01 SHOP-PARM-STATUS           PIC XX VALUE "00".
        01 FACT-FILE-SWITCH           PIC X VALUE "N".
           88 FACT-FILE-ACTIVE             VALUE "Y".
        01 MILEAGE-DELTA              PIC S9(06).
        01 MILEAGE-RATE-PRODUCT       PIC X(05).
        01 DISPOSAL-GL-STATUS         PIC XX VALUE "00".
        01 RECHARGE-GL-STATUS         PIC XX VALUE "00".
        01 VEHICLE-MASTER-STATUS      PIC XX VALUE "00".
        01 RATE-MASTER-STATUS         PIC XX VALUE "00".
        01 GL-JOURNAL-STATUS          PIC XX VALUE "00".
        01 VEHICLE-FOUND-SWITCH       PIC X VALUE "N".
           88 VEHICLE-FOUND                VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 BATCH-DATE                 PIC 9(08).
        01 RUN-PERIOD                 PIC 9(06).
        01 POSTING-PERIOD             PIC 9(06).
        01 POSTING-REFUSED-SWITCH     PIC X VALUE "N".
           88 POSTING-REFUSED              VALUE "Y".
        01 CLOSED-PERIOD-REFUSED      PIC 9(05) VALUE ZERO.
        01 CLOSED-PERIOD-AMOUNT       PIC 9(11)V99 VALUE ZERO.
        01 JOURNAL-PAIRS-WRITTEN      PIC 9(07) VALUE ZERO.
        01 SOURCE-CLEARED-SWITCH      PIC X VALUE "N".
           88 SOURCE-CLEARED               VALUE "Y".
        01 CONTROL-FAILED-SWITCH      PIC X VALUE "N".
           88 CONTROL-FAILED               VALUE "Y".
        01 CONTROL-PERIOD             PIC 9(08).
        01 SOURCE-RECORDS-READ        PIC 9(09) VALUE ZERO.
        01 RESTART-SKIP-COUNT         PIC 9(09) VALUE ZERO.
        01 RESTART-SKIPPED            PIC 9(07) VALUE ZERO.
        01 SOURCES-ALREADY-POSTED     PIC 9(02) VALUE ZERO.
        01 RUN-LOG-STATUS             PIC XX VALUE "00".
        01 LOG-EVENT-CODE             PIC X.
        01 FINAL-RETURN-CODE          PIC 9(02) VALUE ZERO.
        01 LOG-RECORDS-IN             PIC 9(09) VALUE ZERO.
        01 LOG-RECORDS-OUT            PIC 9(09) VALUE ZERO.
        01 LOG-RECORDS-REJ            PIC 9(09) VALUE ZERO.
        01 LOG-DATE-WORK              PIC 9(08).
        01 LOG-TIME-WORK              PIC 9(08).
        01 POSTING-TYPE               PIC X(04).
        01 POSTING-CODE               PIC X(08).
        01 POSTING-AMOUNT             PIC 9(11)V99.
        01 RESOLVED-ACCOUNT           PIC X(08).
        01 EXPENSE-SIDE               PIC X(01) VALUE "D".
        01 CLEARING-SIDE              PIC X(01) VALUE "C".
        01 UNMAPPED-COUNT             PIC 9(05) VALUE ZERO.
        01 MAPS-APPLIED               PIC 9(05) VALUE ZERO.
        01 TOTAL-DEBITS               PIC 9(13)V99 VALUE ZERO.
        01 MAINT-POSTED-TOTAL         PIC 9(11)V99 VALUE ZERO.
        01 FUEL-SOURCE-TOTAL          PIC 9(11)V99 VALUE ZERO.
        01 FUEL-POSTED-TOTAL          PIC 9(11)V99 VALUE ZERO.
        01 ENRG-SOURCE-TOTAL          PIC 9(11)V99 VALUE ZERO.
        01 ENRG-POSTED-TOTAL          PIC 9(11)V99 VALUE ZERO.
        01 DEPR-SOURCE-TOTAL          PIC 9(11)V99 VALUE ZERO.
        01 DEPR-POSTED-TOTAL          PIC 9(11)V99 VALUE ZERO.
        01 MILE-SOURCE-TOTAL          PIC 9(11)V99 VALUE ZERO.
        01 MILE-POSTED-TOTAL          PIC 9(11)V99 VALUE ZERO.
        01 STCK-SOURCE-TOTAL          PIC S9(11)V99 VALUE ZERO.
        01 STCK-POSTED-TOTAL          PIC S9(11)V99 VALUE ZERO.
        01 EDITED-STCK-SOURCE         PIC -(11)9.99.
        01 EDITED-STCK-POSTED         PIC -(11)9.99.
        01 DISP-SOURCE-TOTAL          PIC S9(11)V99 VALUE ZERO.
        01 DISP-POSTED-TOTAL          PIC S9(11)V99 VALUE ZERO.
        01 EDITED-DISP-SOURCE         PIC -(11)9.99.
        01 EDITED-DISP-POSTED         PIC -(11)9.99.
        01 RCHG-SOURCE-TOTAL          PIC S9(11)V99 VALUE ZERO.
        01 RCHG-POSTED-TOTAL          PIC S9(11)V99 VALUE ZERO.
        01 EDITED-RCHG-SOURCE         PIC -(11)9.99.
        01 EDITED-RCHG-POSTED         PIC -(11)9.99.
        01 LINE-AMOUNT                PIC 9(09)V99.

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "GLEXTRCT: GL EXTRACT RUN STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         MOVE "B" TO BD-FUNCTION.
         CALL "BUSDAY" USING BUSDAY-PARMS.
         MOVE BD-RESULT-DATE TO BATCH-DATE.
         MOVE "S" TO LOG-EVENT-CODE.
         PERFORM WRITE-RUN-LOG.
         PERFORM READ-SHOP-PARMS.
         MOVE "D" TO FP-FUNCTION.
         MOVE TODAY-DATE TO FP-DATE.
         CALL "FISCPER" USING FISCAL-PERIOD-PARMS.
         MOVE FP-YEAR-PERIOD TO RUN-PERIOD.
         MOVE BATCH-DATE TO CONTROL-PERIOD.
         OPEN I-O ACCOUNT-MAP-FILE.
         IF ACCOUNT-MAP-STATUS = "35"
      * First-ever run - no mapping table yet, so create an empty
         OPEN INPUT RATE-MASTER-FILE.
         PERFORM POST-MAINTENANCE-ACTIVITY.
         PERFORM POST-FUEL-ACTIVITY.
         PERFORM POST-ENERGY-ACTIVITY.
         PERFORM POST-DEPRECIATION-ACTIVITY.
         IF FACT-FILE-ACTIVE
             PERFORM POST-FACT-MILEAGE
         ELSE
             PERFORM POST-MILEAGE-ACTIVITY
         END-IF.
         PERFORM POST-STOCK-WRITE-OFF.
         PERFORM POST-DISPOSAL-ACTIVITY.
         PERFORM POST-RECHARGE-ACTIVITY.
         CLOSE VEHICLE-MASTER-FILE RATE-MASTER-FILE
               GL-JOURNAL-FILE ACCOUNT-MAP-FILE.
         PERFORM WRITE-PROOF-SHEET.
         DISPLAY "UNMAPPED CODES TO SUSPENSE: " UNMAPPED-COUNT.
         DISPLAY "DEBITS " TOTAL-DEBITS " CREDITS "
                 TOTAL-CREDITS.
         DISPLAY "REFUSED - CLOSED PERIOD: " CLOSED-PERIOD-REFUSED.
         DISPLAY "SKIPPED ON RESTART - JOURNALLED BEFORE: "
                 RESTART-SKIPPED.
         DISPLAY "SOURCES ALREADY JOURNALLED TODAY: "
                 SOURCES-ALREADY-POSTED.
         IF CONTROL-FAILED
             MOVE RC-SEVERE TO FINAL-RETURN-CODE
         ELSE
         IF TOTAL-DEBITS NOT = TOTAL-CREDITS
             DISPLAY "GLEXTRCT: JOURNAL OUT OF BALANCE"
             MOVE RC-ERROR TO FINAL-RETURN-CODE
         ELSE
             IF CLOSED-PERIOD-REFUSED > 0
                 DISPLAY "GLEXTRCT: ACTIVITY IN A CLOSED PERIOD "
                         "NOT POSTED"
                 MOVE RC-ERROR TO FINAL-RETURN-CODE
             ELSE
                 IF UNMAPPED-COUNT > 0 OR SOURCES-ALREADY-POSTED > 0
                     MOVE RC-WARNING TO FINAL-RETURN-CODE
                 ELSE
                     MOVE RC-NORMAL TO FINAL-RETURN-CODE
                 END-IF
             END-IF
         END-IF
         END-IF.
         MOVE "E" TO LOG-EVENT-CODE.
         COMPUTE LOG-RECORDS-IN = JOURNAL-PAIRS-WRITTEN
                                + CLOSED-PERIOD-REFUSED
                                + RESTART-SKIPPED.
         MOVE JOURNAL-PAIRS-WRITTEN TO LOG-RECORDS-OUT.
         MOVE CLOSED-PERIOD-REFUSED TO LOG-RECORDS-REJ.
         PERFORM WRITE-RUN-LOG.
         STOP RUN RETURNING FINAL-RETURN-CODE.

       WRITE-RUN-LOG.
      * One standard run-log record per start and end of run, for
      * the morning batch summary and the period close checklist.
         OPEN EXTEND RUN-LOG-FILE.
         IF RUN-LOG-STATUS = "35"
             OPEN OUTPUT RUN-LOG-FILE
         END-IF.
         MOVE "GLEXTRCT" TO RLOG-PROGRAM.
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

       READ-SHOP-PARMS.
      * VEHFACT-ACTIVE switches the priced miles onto the daily fact
      * file; absent or zero, they come off the extract as ever.
      * Leave it alone between an abended run and its restart.
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

       PROCESS-MAP-TRANSACTIONS.
       WRITE-BALANCED-PAIR.
      * One debit to the mapped expense account, one credit to the
      * source type's clearing account - the pair is balanced by
      * construction.  A credit to expense (stock found on a count
      * outweighing stock lost) swaps the two sides.
         PERFORM RESOLVE-ACCOUNT.
         MOVE TODAY-DATE       TO GLJ-RUN-DATE.
         MOVE RESOLVED-ACCOUNT TO GLJ-ACCOUNT.
         MOVE EXPENSE-SIDE     TO GLJ-DEBIT-CREDIT.
         MOVE POSTING-AMOUNT   TO GLJ-AMOUNT.
         MOVE POSTING-TYPE     TO GLJ-SOURCE-TYPE.
         MOVE POSTING-PERIOD   TO GLJ-FISCAL-PERIOD.
         WRITE GL-JOURNAL-REC.
         ADD POSTING-AMOUNT TO TOTAL-DEBITS.
         MOVE "CLRG" TO GLMP-SOURCE-TYPE.
         END-READ.
         MOVE TODAY-DATE       TO GLJ-RUN-DATE.
         MOVE RESOLVED-ACCOUNT TO GLJ-ACCOUNT.
         MOVE CLEARING-SIDE    TO GLJ-DEBIT-CREDIT.
         MOVE POSTING-AMOUNT   TO GLJ-AMOUNT.
         MOVE POSTING-TYPE     TO GLJ-SOURCE-TYPE.
         MOVE POSTING-PERIOD   TO GLJ-FISCAL-PERIOD.
         WRITE GL-JOURNAL-REC.
         ADD POSTING-AMOUNT TO TOTAL-CREDITS.
         ADD 1 TO JOURNAL-PAIRS-WRITTEN.

       FIND-POSTING-PERIOD.
      * FP-DATE holds the activity's own date.
         MOVE "D" TO FP-FUNCTION.
         CALL "FISCPER" USING FISCAL-PERIOD-PARMS.
         MOVE FP-YEAR-PERIOD TO POSTING-PERIOD.
         PERFORM NOTE-PERIOD-STATUS.

       FIND-STAMPED-PERIOD.
      * POSTING-PERIOD is already known - stamped on the source
      * record or the run's own period - and only its status is
      * needed.
         MOVE "S" TO FP-FUNCTION.
         MOVE POSTING-PERIOD TO FP-YEAR-PERIOD.
         CALL "FISCPER" USING FISCAL-PERIOD-PARMS.
         PERFORM NOTE-PERIOD-STATUS.

       NOTE-PERIOD-STATUS.
         IF FP-PERIOD-CLOSED
             MOVE "Y" TO POSTING-REFUSED-SWITCH
         ELSE
             MOVE "N" TO POSTING-REFUSED-SWITCH
         END-IF.

       REFUSE-CLOSED-POSTING.
         ADD 1 TO CLOSED-PERIOD-REFUSED.
         ADD POSTING-AMOUNT TO CLOSED-PERIOD-AMOUNT.

       BEGIN-SOURCE-CONTROL.
      * PC-SOURCE holds the source DDNAME and CONTROL-PERIOD the
      * period it is posted for - the noon-to-noon batch date, so
      * a night restarted after midnight still finds its entry,
      * but for the period files the period stamped on them.  A
      * source already journalled for its period is left alone; one
      * an abended run had started picks up after the last record
      * that run checkpointed.
         MOVE "B" TO PC-FUNCTION.
         MOVE "GLEXTRCT" TO PC-PROGRAM.
         MOVE CONTROL-PERIOD TO PC-PERIOD.
         CALL "POSTCTL" USING POSTING-CONTROL-PARMS.
         MOVE ZERO TO SOURCE-RECORDS-READ.
         MOVE ZERO TO RESTART-SKIP-COUNT.
         MOVE "N" TO SOURCE-CLEARED-SWITCH.
         IF PC-CONTROL-FAILED
             DISPLAY "GLEXTRCT: NO POSTING CONTROL FOR " PC-SOURCE
                     " - NOT POSTED"
             MOVE "Y" TO CONTROL-FAILED-SWITCH
         ELSE
         IF PC-ALREADY-POSTED
             DISPLAY "GLEXTRCT: " PC-SOURCE " FOR " PC-PERIOD
                     " ALREADY JOURNALLED - SKIPPED"
      * Only a nightly file seen twice in one night is a rerun worth
      * a warning; the period file is expected to be seen daily.
             IF PC-PERIOD = BATCH-DATE
                 ADD 1 TO SOURCES-ALREADY-POSTED
             END-IF
         ELSE
             IF PC-RESTART
                 MOVE PC-RECORDS-DONE TO RESTART-SKIP-COUNT
                 DISPLAY "GLEXTRCT: RESTARTING " PC-SOURCE
                         " AFTER RECORD " RESTART-SKIP-COUNT
             END-IF
             MOVE "Y" TO SOURCE-CLEARED-SWITCH
         END-IF
         END-IF.

       CHECKPOINT-SOURCE.
         MOVE "K" TO PC-FUNCTION.
         MOVE SOURCE-RECORDS-READ TO PC-RECORDS-DONE.
         CALL "POSTCTL" USING POSTING-CONTROL-PARMS.
         IF PC-CONTROL-FAILED
             MOVE "Y" TO CONTROL-FAILED-SWITCH
         END-IF.

       END-SOURCE-CONTROL.
         MOVE "E" TO PC-FUNCTION.
         MOVE SOURCE-RECORDS-READ TO PC-RECORDS-DONE.
         CALL "POSTCTL" USING POSTING-CONTROL-PARMS.
         IF PC-CONTROL-FAILED
             MOVE "Y" TO CONTROL-FAILED-SWITCH
         END-IF.

       FETCH-VEHICLE-DEPOT.
         READ VEHICLE-MASTER-FILE
         IF COMPLETION-STATUS NOT = "00"
             DISPLAY "NO MAINTENANCE ACTIVITY TO POST"
         ELSE
             MOVE "WOCOMP  " TO PC-SOURCE
             PERFORM BEGIN-SOURCE-CONTROL
         END-IF.
         IF COMPLETION-STATUS = "00" AND SOURCE-CLEARED
             READ COMPLETION-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 ADD 1 TO SOURCE-RECORDS-READ
                 IF SOURCE-RECORDS-READ > RESTART-SKIP-COUNT
                     PERFORM POST-ONE-COMPLETION
                     PERFORM CHECKPOINT-SOURCE
                 ELSE
                     ADD 1 TO RESTART-SKIPPED
                 END-IF
                 READ COMPLETION-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             PERFORM END-SOURCE-CONTROL
         END-IF.
         CLOSE COMPLETION-FILE.

       POST-ONE-COMPLETION.
         ADD WOC-COST TO MAINT-SOURCE-TOTAL.
         MOVE "MANT" TO POSTING-TYPE.
         MOVE WOC-VEH-ID TO VEH-ID.
         PERFORM FETCH-VEHICLE-DEPOT.
         MOVE WOC-CLOSE-DATE TO FP-DATE.
         PERFORM FIND-POSTING-PERIOD.
         MOVE WOC-COST TO POSTING-AMOUNT.
         IF POSTING-REFUSED
             PERFORM REFUSE-CLOSED-POSTING
         ELSE
             ADD WOC-COST TO MAINT-POSTED-TOTAL
             PERFORM WRITE-BALANCED-PAIR
         END-IF.

       POST-FUEL-ACTIVITY.
         OPEN INPUT FUEL-TRANS-FILE.
         IF FUEL-TRANS-STATUS NOT = "00"
             DISPLAY "NO FUEL ACTIVITY TO POST"
         ELSE
             MOVE "VEHFUEL " TO PC-SOURCE
             PERFORM BEGIN-SOURCE-CONTROL
         END-IF.
         IF FUEL-TRANS-STATUS = "00" AND SOURCE-CLEARED
             READ FUEL-TRANS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 ADD 1 TO SOURCE-RECORDS-READ
                 IF SOURCE-RECORDS-READ > RESTART-SKIP-COUNT
                     PERFORM POST-ONE-FUEL-LINE
                     PERFORM CHECKPOINT-SOURCE
                 ELSE
                     ADD 1 TO RESTART-SKIPPED
                 END-IF
                 READ FUEL-TRANS-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             PERFORM END-SOURCE-CONTROL
         END-IF.
         CLOSE FUEL-TRANS-FILE.

       POST-ONE-FUEL-LINE.
         COMPUTE LINE-AMOUNT ROUNDED =
                 FUEL-GALLONS * FUEL-UNIT-PRICE.
         ADD LINE-AMOUNT TO FUEL-SOURCE-TOTAL.
         MOVE "FUEL" TO POSTING-TYPE.
         MOVE FUEL-VEH-ID TO VEH-ID.
         PERFORM FETCH-VEHICLE-DEPOT.
         MOVE FUEL-DATE TO FP-DATE.
         PERFORM FIND-POSTING-PERIOD.
         MOVE LINE-AMOUNT TO POSTING-AMOUNT.
         IF POSTING-REFUSED
             PERFORM REFUSE-CLOSED-POSTING
         ELSE
             ADD LINE-AMOUNT TO FUEL-POSTED-TOTAL
             PERFORM WRITE-BALANCED-PAIR
         END-IF.

       POST-ENERGY-ACTIVITY.
      * Charging sessions for the electric units post the way fuel
      * fills do, by the unit's depot, under their own type so
      * finance can map charging spend apart from diesel.
         OPEN INPUT CHARGE-SESSION-FILE.
         IF CHARGE-SESSION-STATUS NOT = "00"
             DISPLAY "NO CHARGING ACTIVITY TO POST"
         ELSE
             MOVE "CHRGSESS" TO PC-SOURCE
             PERFORM BEGIN-SOURCE-CONTROL
         END-IF.
         IF CHARGE-SESSION-STATUS = "00" AND SOURCE-CLEARED
             READ CHARGE-SESSION-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 ADD 1 TO SOURCE-RECORDS-READ
                 IF SOURCE-RECORDS-READ > RESTART-SKIP-COUNT
                     PERFORM POST-ONE-CHARGE-SESSION
                     PERFORM CHECKPOINT-SOURCE
                 ELSE
                     ADD 1 TO RESTART-SKIPPED
                 END-IF
                 READ CHARGE-SESSION-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             PERFORM END-SOURCE-CONTROL
         END-IF.
         CLOSE CHARGE-SESSION-FILE.

       POST-ONE-CHARGE-SESSION.
         ADD CHRG-COST TO ENRG-SOURCE-TOTAL.
         MOVE "ENRG" TO POSTING-TYPE.
         MOVE CHRG-VEH-ID TO VEH-ID.
         PERFORM FETCH-VEHICLE-DEPOT.
         MOVE CHRG-DATE TO FP-DATE.
         PERFORM FIND-POSTING-PERIOD.
         MOVE CHRG-COST TO POSTING-AMOUNT.
         IF POSTING-REFUSED
             PERFORM REFUSE-CLOSED-POSTING
         ELSE
             ADD CHRG-COST TO ENRG-POSTED-TOTAL
             PERFORM WRITE-BALANCED-PAIR
         END-IF.

       POST-DEPRECIATION-ACTIVITY.
         OPEN INPUT PERIOD-DEPR-FILE.
      * The period file stays in place all month, so it is
      * controlled by the fiscal period stamped on it rather than
      * the run date - it journals once per period, not nightly.
         MOVE "N" TO SOURCE-CLEARED-SWITCH.
         IF PERIOD-DEPR-STATUS NOT = "00"
             DISPLAY "NO DEPRECIATION ACTIVITY TO POST"
         ELSE
             READ PERIOD-DEPR-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             IF NOT END-OF-FILE
                 MOVE "DEPRPER " TO PC-SOURCE
                 MOVE DPER-PERIOD TO CONTROL-PERIOD
                 PERFORM BEGIN-SOURCE-CONTROL
                 MOVE BATCH-DATE TO CONTROL-PERIOD
             END-IF
         END-IF.
         IF PERIOD-DEPR-STATUS = "00" AND SOURCE-CLEARED
             PERFORM UNTIL END-OF-FILE
                 ADD 1 TO SOURCE-RECORDS-READ
                 IF SOURCE-RECORDS-READ > RESTART-SKIP-COUNT
                     PERFORM POST-ONE-DEPRECIATION
                     PERFORM CHECKPOINT-SOURCE
                 ELSE
                     ADD 1 TO RESTART-SKIPPED
                 END-IF
                 READ PERIOD-DEPR-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             PERFORM END-SOURCE-CONTROL
         END-IF.
         MOVE "N" TO END-OF-FILE-SWITCH.
         CLOSE PERIOD-DEPR-FILE.

       POST-ONE-DEPRECIATION.
         ADD DPER-MONTH-AMOUNT TO DEPR-SOURCE-TOTAL.
         MOVE "DEPR" TO POSTING-TYPE.
         MOVE SPACES TO POSTING-CODE.
         MOVE DPER-DEPOT TO POSTING-CODE (1:3).
      * The depreciation run already stamps its fiscal period.
         MOVE DPER-PERIOD TO POSTING-PERIOD.
         PERFORM FIND-STAMPED-PERIOD.
         MOVE DPER-MONTH-AMOUNT TO POSTING-AMOUNT.
         IF POSTING-REFUSED
             PERFORM REFUSE-CLOSED-POSTING
         ELSE
             ADD DPER-MONTH-AMOUNT TO DEPR-POSTED-TOTAL
             PERFORM WRITE-BALANCED-PAIR
         END-IF.

       POST-MILEAGE-ACTIVITY.
      * Priced miles the way COSTRPT prices the same extract; only
      * a positive priced value posts.
         IF DELTA-EXTRACT-STATUS NOT = "00"
             DISPLAY "NO MILEAGE ACTIVITY TO POST"
         ELSE
             MOVE "MLGDLTX " TO PC-SOURCE
             PERFORM BEGIN-SOURCE-CONTROL
         END-IF.
         IF DELTA-EXTRACT-STATUS = "00" AND SOURCE-CLEARED
             READ DELTA-EXTRACT-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 ADD 1 TO SOURCE-RECORDS-READ
                 IF SOURCE-RECORDS-READ > RESTART-SKIP-COUNT
                     PERFORM POST-ONE-DELTA
                     PERFORM CHECKPOINT-SOURCE
                 ELSE
                     ADD 1 TO RESTART-SKIPPED
                 END-IF
                 READ DELTA-EXTRACT-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             PERFORM END-SOURCE-CONTROL
         END-IF.
         CLOSE DELTA-EXTRACT-FILE.

       POST-FACT-MILEAGE.
      * The same posting from the daily fact file.  Only vehicles
      * with a delta tonight count toward the checkpoint, so the
      * register's position means the same on either path.
         OPEN INPUT VEHICLE-FACT-FILE.
         IF VEHICLE-FACT-STATUS NOT = "00"
             DISPLAY "NO MILEAGE ACTIVITY TO POST"
         ELSE
             MOVE "MLGDLTX " TO PC-SOURCE
             PERFORM BEGIN-SOURCE-CONTROL
         END-IF.
         IF VEHICLE-FACT-STATUS = "00" AND SOURCE-CLEARED
             READ VEHICLE-FACT-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 IF VFCT-HAS-DELTA
                     ADD 1 TO SOURCE-RECORDS-READ
                     IF SOURCE-RECORDS-READ > RESTART-SKIP-COUNT
                         MOVE VFCT-MASTER-SWITCH
                             TO VEHICLE-FOUND-SWITCH
                         MOVE VFCT-DELTA TO MILEAGE-DELTA
                         MOVE VFCT-RATE-PRODUCT
                             TO MILEAGE-RATE-PRODUCT
                         PERFORM PRICE-ONE-DELTA
                         PERFORM CHECKPOINT-SOURCE
                     ELSE
                         ADD 1 TO RESTART-SKIPPED
                     END-IF
                 END-IF
                 READ VEHICLE-FACT-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             PERFORM END-SOURCE-CONTROL
         END-IF.
         IF VEHICLE-FACT-STATUS NOT = "35"
             CLOSE VEHICLE-FACT-FILE
         END-IF.

       POST-ONE-DELTA.
         MOVE DLTX-VEH-ID TO VEH-ID.
         READ VEHICLE-MASTER-FILE
             INVALID KEY MOVE "N" TO VEHICLE-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO VEHICLE-FOUND-SWITCH
         END-READ.
         MOVE DLTX-DELTA TO MILEAGE-DELTA.
         IF VEHICLE-FOUND
             MOVE VEH-RATE-PRODUCT TO MILEAGE-RATE-PRODUCT
         END-IF.
         PERFORM PRICE-ONE-DELTA.

       PRICE-ONE-DELTA.
         IF VEHICLE-FOUND AND MILEAGE-RATE-PRODUCT NOT = SPACES
             MOVE MILEAGE-RATE-PRODUCT TO RATEM-PRODUCT-CODE
             READ RATE-MASTER-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY

       PRICE-AND-POST-DELTA.
         COMPUTE LINE-AMOUNT ROUNDED =
                 MILEAGE-DELTA * RATEM-BASE
             ON SIZE ERROR MOVE ZERO TO LINE-AMOUNT
         END-COMPUTE.
         IF LINE-AMOUNT > 0
             ADD LINE-AMOUNT TO MILE-SOURCE-TOTAL
             MOVE "MILE" TO POSTING-TYPE
             MOVE SPACES TO POSTING-CODE
             MOVE MILEAGE-RATE-PRODUCT TO POSTING-CODE (1:5)
             MOVE RUN-PERIOD TO POSTING-PERIOD
             PERFORM FIND-STAMPED-PERIOD
             MOVE LINE-AMOUNT TO POSTING-AMOUNT
             IF POSTING-REFUSED
                 PERFORM REFUSE-CLOSED-POSTING
             ELSE
                 ADD LINE-AMOUNT TO MILE-POSTED-TOTAL
                 PERFORM WRITE-BALANCED-PAIR
             END-IF
         END-IF.

       POST-STOCK-WRITE-OFF.
      * Stock-count adjustments net to one write-off: a net loss
      * debits the write-off account against the parts stock
      * clearing account, a net gain credits it.
         OPEN INPUT STOCK-ADJUST-FILE.
         IF STOCK-ADJUST-STATUS NOT = "00"
             DISPLAY "NO STOCK ADJUSTMENTS TO POST"
         ELSE
             MOVE "STKADJ  " TO PC-SOURCE
             PERFORM BEGIN-SOURCE-CONTROL
         END-IF.
         IF STOCK-ADJUST-STATUS = "00" AND SOURCE-CLEARED
             READ STOCK-ADJUST-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 ADD 1 TO SOURCE-RECORDS-READ
                 SUBTRACT SADJ-VARIANCE-VALUE FROM STCK-SOURCE-TOTAL
                 READ STOCK-ADJUST-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
      * The whole file nets to one write-off, checkpointed at the
      * full record count as soon as it is journalled or refused,
      * so a restart that finds any records checkpointed finds the
      * write-off already dealt with.
             IF RESTART-SKIP-COUNT > ZERO
                 ADD SOURCE-RECORDS-READ TO RESTART-SKIPPED
                 MOVE ZERO TO STCK-SOURCE-TOTAL
             END-IF
             IF STCK-SOURCE-TOTAL NOT = ZERO
                 MOVE "STCK" TO POSTING-TYPE
                 MOVE RUN-PERIOD TO POSTING-PERIOD
                 MOVE SPACES TO POSTING-CODE
                 IF STCK-SOURCE-TOTAL < ZERO
                     MOVE "C" TO EXPENSE-SIDE
                     MOVE "D" TO CLEARING-SIDE
                     COMPUTE POSTING-AMOUNT = ZERO - STCK-SOURCE-TOTAL
                 ELSE
                     MOVE STCK-SOURCE-TOTAL TO POSTING-AMOUNT
                 END-IF
                 PERFORM FIND-STAMPED-PERIOD
                 IF POSTING-REFUSED
                     PERFORM REFUSE-CLOSED-POSTING
                 ELSE
                     MOVE STCK-SOURCE-TOTAL TO STCK-POSTED-TOTAL
                     PERFORM WRITE-BALANCED-PAIR
                 END-IF
                 PERFORM CHECKPOINT-SOURCE
                 MOVE "D" TO EXPENSE-SIDE
                 MOVE "C" TO CLEARING-SIDE
             END-IF
             PERFORM END-SOURCE-CONTROL
         END-IF.
         CLOSE STOCK-ADJUST-FILE.

       POST-DISPOSAL-ACTIVITY.
      * A loss on disposal debits the depot's disposal account
      * against the disposal clearing account; a gain credits it.
         OPEN INPUT DISPOSAL-GL-FILE.
         IF DISPOSAL-GL-STATUS NOT = "00"
             DISPLAY "NO DISPOSAL ACTIVITY TO POST"
         ELSE
             MOVE "DISPGLX " TO PC-SOURCE
             PERFORM BEGIN-SOURCE-CONTROL
         END-IF.
         IF DISPOSAL-GL-STATUS = "00" AND SOURCE-CLEARED
             READ DISPOSAL-GL-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 ADD 1 TO SOURCE-RECORDS-READ
                 IF SOURCE-RECORDS-READ > RESTART-SKIP-COUNT
                     ADD DSGX-GAIN-LOSS TO DISP-SOURCE-TOTAL
                     IF DSGX-GAIN-LOSS NOT = ZERO
                         PERFORM POST-ONE-DISPOSAL
                     END-IF
                     PERFORM CHECKPOINT-SOURCE
                 ELSE
                     ADD 1 TO RESTART-SKIPPED
                 END-IF
                 READ DISPOSAL-GL-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             PERFORM END-SOURCE-CONTROL
         END-IF.
         CLOSE DISPOSAL-GL-FILE.

       POST-ONE-DISPOSAL.
         MOVE "DISP" TO POSTING-TYPE.
         MOVE SPACES TO POSTING-CODE.
         MOVE DSGX-DEPOT TO POSTING-CODE (1:3).
         MOVE DSGX-SALE-DATE TO FP-DATE.
         PERFORM FIND-POSTING-PERIOD.
         IF DSGX-GAIN-LOSS > ZERO
             MOVE "C" TO EXPENSE-SIDE
             MOVE "D" TO CLEARING-SIDE
             MOVE DSGX-GAIN-LOSS TO POSTING-AMOUNT
         ELSE
             COMPUTE POSTING-AMOUNT = ZERO - DSGX-GAIN-LOSS
         END-IF.
         IF POSTING-REFUSED
             PERFORM REFUSE-CLOSED-POSTING
         ELSE
             ADD DSGX-GAIN-LOSS TO DISP-POSTED-TOTAL
             PERFORM WRITE-BALANCED-PAIR
         END-IF.
         MOVE "D" TO EXPENSE-SIDE.
         MOVE "C" TO CLEARING-SIDE.

       POST-RECHARGE-ACTIVITY.
      * The recharge file, like the depreciation file, stays in
      * place all month and journals once per fiscal period.
         OPEN INPUT RECHARGE-GL-FILE.
         MOVE "N" TO SOURCE-CLEARED-SWITCH.
         IF RECHARGE-GL-STATUS NOT = "00"
             DISPLAY "NO DEPARTMENT RECHARGE TO POST"
         ELSE
             READ RECHARGE-GL-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             IF NOT END-OF-FILE
                 MOVE "RCHGGLX " TO PC-SOURCE
                 MOVE RCGX-PERIOD TO CONTROL-PERIOD
                 PERFORM BEGIN-SOURCE-CONTROL
                 MOVE BATCH-DATE TO CONTROL-PERIOD
             END-IF
         END-IF.
         IF RECHARGE-GL-STATUS = "00" AND SOURCE-CLEARED
             PERFORM UNTIL END-OF-FILE
                 ADD 1 TO SOURCE-RECORDS-READ
                 IF SOURCE-RECORDS-READ > RESTART-SKIP-COUNT
                     ADD RCGX-AMOUNT TO RCHG-SOURCE-TOTAL
                     IF RCGX-AMOUNT NOT = ZERO
                         PERFORM POST-ONE-RECHARGE
                     END-IF
                     PERFORM CHECKPOINT-SOURCE
                 ELSE
                     ADD 1 TO RESTART-SKIPPED
                 END-IF
                 READ RECHARGE-GL-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             PERFORM END-SOURCE-CONTROL
         END-IF.
         MOVE "N" TO END-OF-FILE-SWITCH.
         CLOSE RECHARGE-GL-FILE.

       POST-ONE-RECHARGE.
      * A correction that leaves a department with less cost than
      * it was charged credits the department back.
         MOVE "RCHG" TO POSTING-TYPE.
         MOVE RCGX-DEPT TO POSTING-CODE (1:4).
         MOVE RCGX-COST-TYPE TO POSTING-CODE (5:4).
         MOVE RCGX-PERIOD TO POSTING-PERIOD.
         PERFORM FIND-STAMPED-PERIOD.
         IF RCGX-AMOUNT < ZERO
             MOVE "C" TO EXPENSE-SIDE
             MOVE "D" TO CLEARING-SIDE
             COMPUTE POSTING-AMOUNT = ZERO - RCGX-AMOUNT
         ELSE
             MOVE RCGX-AMOUNT TO POSTING-AMOUNT
         END-IF.
         IF POSTING-REFUSED
             PERFORM REFUSE-CLOSED-POSTING
         ELSE
             ADD RCGX-AMOUNT TO RCHG-POSTED-TOTAL
             PERFORM WRITE-BALANCED-PAIR
         END-IF.
         MOVE "D" TO EXPENSE-SIDE.
         MOVE "C" TO CLEARING-SIDE.

       WRITE-PROOF-SHEET.
         OPEN OUTPUT PROOF-SHEET-FILE.
         MOVE SPACES TO PROOF-SHEET-REC.
         STRING "GL EXTRACT PROOF SHEET FOR " TODAY-DATE
                " FISCAL PERIOD " RUN-PERIOD
             DELIMITED BY SIZE INTO PROOF-SHEET-REC.
         WRITE PROOF-SHEET-REC.
         MOVE SPACES TO PROOF-SHEET-REC.
             DELIMITED BY SIZE INTO PROOF-SHEET-REC.
         WRITE PROOF-SHEET-REC.
         MOVE SPACES TO PROOF-SHEET-REC.
         STRING "CHARGING ENERGY SOURCE " ENRG-SOURCE-TOTAL
                " POSTED " ENRG-POSTED-TOTAL
             DELIMITED BY SIZE INTO PROOF-SHEET-REC.
         WRITE PROOF-SHEET-REC.
         MOVE SPACES TO PROOF-SHEET-REC.
         STRING "DEPRECIATION SOURCE " DEPR-SOURCE-TOTAL
                " POSTED " DEPR-POSTED-TOTAL
             DELIMITED BY SIZE INTO PROOF-SHEET-REC.
                " POSTED " MILE-POSTED-TOTAL
             DELIMITED BY SIZE INTO PROOF-SHEET-REC.
         WRITE PROOF-SHEET-REC.
         MOVE STCK-SOURCE-TOTAL TO EDITED-STCK-SOURCE.
         MOVE STCK-POSTED-TOTAL TO EDITED-STCK-POSTED.
         MOVE SPACES TO PROOF-SHEET-REC.
         STRING "STOCK WRITE-OFF SOURCE " EDITED-STCK-SOURCE
                " POSTED " EDITED-STCK-POSTED
             DELIMITED BY SIZE INTO PROOF-SHEET-REC.
         WRITE PROOF-SHEET-REC.
         MOVE DISP-SOURCE-TOTAL TO EDITED-DISP-SOURCE.
         MOVE DISP-POSTED-TOTAL TO EDITED-DISP-POSTED.
         MOVE SPACES TO PROOF-SHEET-REC.
         STRING "DISPOSAL GAIN/LOSS SOURCE " EDITED-DISP-SOURCE
                " POSTED " EDITED-DISP-POSTED
             DELIMITED BY SIZE INTO PROOF-SHEET-REC.
         WRITE PROOF-SHEET-REC.
         MOVE RCHG-SOURCE-TOTAL TO EDITED-RCHG-SOURCE.
         MOVE RCHG-POSTED-TOTAL TO EDITED-RCHG-POSTED.
         MOVE SPACES TO PROOF-SHEET-REC.
         STRING "DEPARTMENT RECHARGE SOURCE " EDITED-RCHG-SOURCE
                " POSTED " EDITED-RCHG-POSTED
             DELIMITED BY SIZE INTO PROOF-SHEET-REC.
         WRITE PROOF-SHEET-REC.
         MOVE SPACES TO PROOF-SHEET-REC.
         STRING "DEBITS " TOTAL-DEBITS
                " CREDITS " TOTAL-CREDITS
                " UNMAPPED TO SUSPENSE " UNMAPPED-COUNT
             DELIMITED BY SIZE INTO PROOF-SHEET-REC.
         WRITE PROOF-SHEET-REC.
         MOVE SPACES TO PROOF-SHEET-REC.
         STRING "REFUSED - CLOSED PERIOD " CLOSED-PERIOD-REFUSED
                " VALUE " CLOSED-PERIOD-AMOUNT
             DELIMITED BY SIZE INTO PROOF-SHEET-REC.
         WRITE PROOF-SHEET-REC.
         MOVE SPACES TO PROOF-SHEET-REC.
         STRING "SKIPPED ON RESTART " RESTART-SKIPPED
                " SOURCES ALREADY JOURNALLED " SOURCES-ALREADY-POSTED
             DELIMITED BY SIZE INTO PROOF-SHEET-REC.
         WRITE PROOF-SHEET-REC.
         CLOSE PROOF-SHEET-FILE.
