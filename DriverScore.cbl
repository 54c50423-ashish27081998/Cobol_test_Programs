      * alert file - tamper and rollover lines, MPG outliers,
      * logged-versus-metered gaps - is attributed to the driver of
      * record through the assignment master, incidents come off
      * the incident register with their frozen driver, traffic
      * penalty notices come off the penalty register with the
      * driver it found for the offence - a speeding notice weighed
      * as severe, any other as routine, a cancelled one not at
      * all - and a weighted score accumulates per person.  The
      * ranked report carries the detail behind each score, so
      * safety training budget follows the score instead of the
      * loudest supervisor.  A driver scoring at or above the
      * shop's referral threshold (SHOPPARM RISK-REFER-SCORE) is
      * referred on the training history to every course the
      * catalogue marks for risk referral, unless a referral is
      * already waiting or the course was completed within the
      * retraining interval (SHOPPARM RISK-RETRAIN-DAY); DRVTRAIN
      * reports the referral until the completion is posted.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INCD-KEY
               FILE STATUS IS INCIDENT-MASTER-STATUS.
           SELECT PENALTY-MASTER-FILE ASSIGN TO "PNLTYMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNLT-NOTICE-NO
               FILE STATUS IS PENALTY-MASTER-STATUS.
           SELECT ASSIGN-MASTER-FILE ASSIGN TO "ASSGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPRM-PARM-KEY
               FILE STATUS IS SHOP-PARM-STATUS.
           SELECT COURSE-FILE ASSIGN TO "TRNCOURS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCRS-COURSE-CODE
               FILE STATUS IS COURSE-STATUS.
           SELECT TRAINING-HISTORY-FILE ASSIGN TO "TRNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRNH-KEY
               FILE STATUS IS TRAINING-HISTORY-STATUS.
           SELECT SCORE-RPT-FILE ASSIGN TO "DRVSCORR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCORE-RPT-STATUS.
       FD  INCIDENT-MASTER-FILE.
           COPY INCDMAST.

       FD  PENALTY-MASTER-FILE.
           COPY PNLTYMST.

       FD  ASSIGN-MASTER-FILE.
           COPY ASSGMAST.

       FD  SHOP-PARM-FILE.
           COPY SHOPPARM.

       FD  COURSE-FILE.
           COPY TRNCOURS.

       FD  TRAINING-HISTORY-FILE.
           COPY TRNHIST.

       FD  SCORE-RPT-FILE.
       01  SCORE-RPT-REC               PIC X(120).

       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY BUSDAYP.
        01 SHOP-ALERT-STATUS          PIC XX VALUE "00".
        01 INCIDENT-MASTER-STATUS     PIC XX VALUE "00".
        01 PENALTY-MASTER-STATUS      PIC XX VALUE "00".
        01 ASSIGN-MASTER-STATUS       PIC XX VALUE "00".
        01 SHOP-PARM-STATUS           PIC XX VALUE "00".
        01 COURSE-STATUS              PIC XX VALUE "00".
        01 TRAINING-HISTORY-STATUS    PIC XX VALUE "00".
        01 SCORE-RPT-STATUS           PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 SEVERE-WEIGHT              PIC 9(03) VALUE 10.
        01 ROUTINE-WEIGHT             PIC 9(03) VALUE 3.
        01 INCIDENT-WEIGHT            PIC 9(03) VALUE 15.
        01 REFER-SCORE                PIC 9(07) VALUE 50.
        01 RETRAIN-DAYS               PIC 9(05) VALUE 365.
        01 RETRAIN-CUTOFF-DATE        PIC 9(08).
        01 HISTORY-SCAN-SWITCH        PIC X VALUE "N".
           88 HISTORY-SCAN-DONE            VALUE "Y".
        01 LATEST-COMPLETED-DATE      PIC 9(08).
        01 LATEST-REFERRAL-DATE       PIC 9(08).
        01 REFERRALS-RAISED           PIC 9(05) VALUE ZERO.
        01 REFER-COUNT                PIC 9(03) VALUE ZERO.
        01 REFERRAL-COURSE-TABLE.
           02 REFERRAL-COURSE-ENTRY OCCURS 0 TO 200 TIMES
                  DEPENDING ON REFER-COUNT
                  INDEXED BY RFCR-IDX.
               03 RFCR-COURSE-CODE     PIC X(06).
        01 ALERTS-READ                PIC 9(07) VALUE ZERO.
        01 ALERTS-UNATTRIBUTED        PIC 9(07) VALUE ZERO.
        01 INCIDENTS-READ             PIC 9(05) VALUE ZERO.
        01 NOTICES-READ               PIC 9(05) VALUE ZERO.
        01 EVENT-WEIGHT               PIC 9(03).
        01 EVENT-PERSON-ID            PIC 9(10).
        01 EVENT-DETAIL               PIC X(60).
         OPEN INPUT ASSIGN-MASTER-FILE.
         PERFORM SCORE-SHOP-ALERTS.
         PERFORM SCORE-INCIDENTS.
         PERFORM SCORE-PENALTY-NOTICES.
         IF ASSIGN-MASTER-STATUS = "00"
             CLOSE ASSIGN-MASTER-FILE
         END-IF.
         PERFORM RANK-DRIVER-SCORES.
         PERFORM LOAD-REFERRAL-COURSES.
         PERFORM BUILD-SCORE-REPORT.
         IF REFER-COUNT > 0
             CLOSE TRAINING-HISTORY-FILE
         END-IF.
         DISPLAY "ALERTS READ: " ALERTS-READ.
         DISPLAY "ALERTS WITHOUT DRIVER OF RECORD: "
                 ALERTS-UNATTRIBUTED.
         DISPLAY "INCIDENTS READ: " INCIDENTS-READ.
         DISPLAY "PENALTY NOTICES READ: " NOTICES-READ.
         DISPLAY "DRIVERS SCORED: " SCORE-COUNT.
         DISPLAY "TRAINING REFERRALS RAISED: " REFERRALS-RAISED.
         STOP RUN RETURNING RC-NORMAL.

       READ-SHOP-PARMS.
                 NOT INVALID KEY
                     MOVE SPRM-PARM-VALUE TO INCIDENT-WEIGHT
             END-READ
             MOVE "RISK-REFER-SCORE" TO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE SPRM-PARM-VALUE TO REFER-SCORE
             END-READ
             MOVE "RISK-RETRAIN-DAY" TO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE SPRM-PARM-VALUE TO RETRAIN-DAYS
             END-READ
             CLOSE SHOP-PARM-FILE
         END-IF.

         END-IF.

       SCORE-ONE-ALERT.
      * A penalty-notice deadline alert is keyed by notice, not by
      * unit; the notice itself is scored off the penalty register.
         IF ALRT-SOURCE NOT = "PENALTY"
             PERFORM SCORE-VEHICLE-ALERT
         END-IF.

       SCORE-VEHICLE-ALERT.
         ADD 1 TO ALERTS-READ.
         MOVE "N" TO DRIVER-FOUND-SWITCH.
         IF ASSIGN-MASTER-STATUS = "00"
             PERFORM ADD-EVENT-TO-SCORE
         END-IF.

       SCORE-PENALTY-NOTICES.
         OPEN INPUT PENALTY-MASTER-FILE.
         IF PENALTY-MASTER-STATUS NOT = "00"
             DISPLAY "NO PENALTY REGISTER ON FILE"
         ELSE
             MOVE LOW-VALUES TO PNLT-NOTICE-NO
             START PENALTY-MASTER-FILE KEY IS NOT LESS THAN
                   PNLT-NOTICE-NO
                 INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
             END-START
             PERFORM UNTIL END-OF-FILE
                 READ PENALTY-MASTER-FILE NEXT RECORD
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
                 IF NOT END-OF-FILE
                     PERFORM SCORE-ONE-NOTICE
                 END-IF
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE PENALTY-MASTER-FILE
         END-IF.

       SCORE-ONE-NOTICE.
         ADD 1 TO NOTICES-READ.
         IF PNLT-CANCELLED
             CONTINUE
         ELSE
         IF PNLT-PERSON-ID = ZERO
             ADD 1 TO ALERTS-UNATTRIBUTED
         ELSE
             IF PNLT-SPEEDING
                 MOVE SEVERE-WEIGHT TO EVENT-WEIGHT
             ELSE
                 MOVE ROUTINE-WEIGHT TO EVENT-WEIGHT
             END-IF
             MOVE PNLT-PERSON-ID TO EVENT-PERSON-ID
             MOVE SPACES TO EVENT-DETAIL
             STRING "PENALTY " PNLT-OFFENCE-DATE
                    " TYPE " PNLT-TYPE
                    " NOTICE " PNLT-NOTICE-NO
                    " UNIT " PNLT-VEH-ID
                 DELIMITED BY SIZE INTO EVENT-DETAIL
             PERFORM ADD-EVENT-TO-SCORE
         END-IF
         END-IF.

       ADD-EVENT-TO-SCORE.
         IF SCORE-COUNT > 0
             SET DSCO-IDX TO 1
                 VARYING DSCO-IDX FROM 1 BY 1
                 UNTIL DSCO-IDX > SCORE-COUNT
         END-IF.
         MOVE SPACES TO SCORE-RPT-REC.
         WRITE SCORE-RPT-REC.
         MOVE SPACES TO SCORE-RPT-REC.
         STRING "TRAINING REFERRALS RAISED: " REFERRALS-RAISED
                " AT SCORE " REFER-SCORE " OR ABOVE"
             DELIMITED BY SIZE INTO SCORE-RPT-REC.
         WRITE SCORE-RPT-REC.
         CLOSE SCORE-RPT-FILE.

       REPORT-ONE-DRIVER.
         PERFORM WRITE-ONE-EVENT-DETAIL
             VARYING SORT-SUB FROM 1 BY 1
             UNTIL SORT-SUB > DETAIL-SUB.
         IF DSCO-SCORE (DSCO-IDX) >= REFER-SCORE AND
            REFER-COUNT > 0
             PERFORM REFER-ONE-COURSE
                 VARYING RFCR-IDX FROM 1 BY 1
                 UNTIL RFCR-IDX > REFER-COUNT
         END-IF.

       WRITE-ONE-EVENT-DETAIL.
         MOVE SPACES TO SCORE-RPT-REC.
         STRING "  " DSCO-EVENT-DETAIL (DSCO-IDX SORT-SUB)
             DELIMITED BY SIZE INTO SCORE-RPT-REC.
         WRITE SCORE-RPT-REC.

       LOAD-REFERRAL-COURSES.
      * No catalogue, or no course marked for referral, means no
      * referrals - the scores are still reported.
         OPEN INPUT COURSE-FILE.
         IF COURSE-STATUS = "00"
             MOVE LOW-VALUES TO TCRS-COURSE-CODE
             START COURSE-FILE KEY IS NOT LESS THAN TCRS-COURSE-CODE
                 INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
             END-START
             PERFORM UNTIL END-OF-FILE
                 READ COURSE-FILE NEXT RECORD
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
                 IF NOT END-OF-FILE AND TCRS-RISK-REFERRAL AND
                    REFER-COUNT < 200
                     ADD 1 TO REFER-COUNT
                     SET RFCR-IDX TO REFER-COUNT
                     MOVE TCRS-COURSE-CODE
                         TO RFCR-COURSE-CODE (RFCR-IDX)
                 END-IF
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE COURSE-FILE
         END-IF.
         IF REFER-COUNT > 0
             OPEN I-O TRAINING-HISTORY-FILE
             IF TRAINING-HISTORY-STATUS = "35"
      * First-ever run - no training history yet, so create an
      * empty one rather than refuse to start.
                 OPEN OUTPUT TRAINING-HISTORY-FILE
                 CLOSE TRAINING-HISTORY-FILE
                 OPEN I-O TRAINING-HISTORY-FILE
             END-IF
             MOVE "A" TO BD-FUNCTION
             MOVE TODAY-DATE TO BD-FROM-DATE
             COMPUTE BD-ADD-DAYS = 0 - RETRAIN-DAYS
             CALL "BUSDAY" USING BUSDAY-PARMS
             MOVE BD-RESULT-DATE TO RETRAIN-CUTOFF-DATE
         END-IF.

       REFER-ONE-COURSE.
         PERFORM FIND-DRIVER-COURSE-HISTORY.
         IF LATEST-REFERRAL-DATE > LATEST-COMPLETED-DATE OR
            LATEST-COMPLETED-DATE >= RETRAIN-CUTOFF-DATE
             CONTINUE
         ELSE
             MOVE DSCO-PERSON-ID (DSCO-IDX) TO TRNH-PERSON-ID
             MOVE RFCR-COURSE-CODE (RFCR-IDX) TO TRNH-COURSE-CODE
             MOVE TODAY-DATE TO TRNH-EVENT-DATE
             MOVE "R" TO TRNH-EVENT-TYPE
             MOVE ZERO TO TRNH-EXPIRY-DATE
             MOVE DSCO-SCORE (DSCO-IDX) TO TRNH-RISK-SCORE
             WRITE TRAINING-HISTORY-REC
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     ADD 1 TO REFERRALS-RAISED
                     MOVE SPACES TO SCORE-RPT-REC
                     STRING "  REFERRED TO TRAINING COURSE "
                            RFCR-COURSE-CODE (RFCR-IDX)
                         DELIMITED BY SIZE INTO SCORE-RPT-REC
                     WRITE SCORE-RPT-REC
             END-WRITE
         END-IF.

       FIND-DRIVER-COURSE-HISTORY.
      * The driver's history for the course reads in date order, so
      * the last completion and last referral met are the latest.
         MOVE ZERO TO LATEST-COMPLETED-DATE.
         MOVE ZERO TO LATEST-REFERRAL-DATE.
         MOVE "N" TO HISTORY-SCAN-SWITCH.
         MOVE DSCO-PERSON-ID (DSCO-IDX) TO TRNH-PERSON-ID.
         MOVE RFCR-COURSE-CODE (RFCR-IDX) TO TRNH-COURSE-CODE.
         MOVE ZERO TO TRNH-EVENT-DATE.
         START TRAINING-HISTORY-FILE KEY IS NOT LESS THAN TRNH-KEY
             INVALID KEY MOVE "Y" TO HISTORY-SCAN-SWITCH
         END-START.
         PERFORM UNTIL HISTORY-SCAN-DONE
             READ TRAINING-HISTORY-FILE NEXT RECORD
                 AT END MOVE "Y" TO HISTORY-SCAN-SWITCH
             END-READ
             IF NOT HISTORY-SCAN-DONE
                 IF TRNH-PERSON-ID NOT = DSCO-PERSON-ID (DSCO-IDX) OR
                    TRNH-COURSE-CODE NOT =
                        RFCR-COURSE-CODE (RFCR-IDX)
                     MOVE "Y" TO HISTORY-SCAN-SWITCH
                 ELSE
                     IF TRNH-COMPLETED
                         MOVE TRNH-EVENT-DATE
                             TO LATEST-COMPLETED-DATE
                     ELSE
                         MOVE TRNH-EVENT-DATE
                             TO LATEST-REFERRAL-DATE
                     END-IF
                 END-IF
             END-IF
         END-PERFORM.
