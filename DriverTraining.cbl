       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DRVTRAIN.
      * Driver training records.  Catalogue cards maintain the
      * course catalogue - renewal period in months, the vehicle
      * class a course is mandatory for, and whether high-risk
      * drivers are referred to it - and completion cards tied to
      * PERSM-PERSON-ID post to the training history with the date
      * each completion lapses, dates checked through DATEVAL.  A
      * completion closes any referral DRVSCORE raised for the
      * course.  The mandatory-training due report then takes every
      * assigned driver by the depot and class of the unit they
      * hold, and lists per depot each mandatory course never
      * taken, lapsed, or lapsing inside the shop's warning window
      * (SHOPPARM TRAIN-DUE-DAYS), and each referral still waiting
      * to be trained - so training is booked before VEHASSGN has
      * to refuse the assignment.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-TRANS-FILE ASSIGN TO "TRNCTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COURSE-TRANS-STATUS.
           SELECT COURSE-FILE ASSIGN TO "TRNCOURS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCRS-COURSE-CODE
               FILE STATUS IS COURSE-STATUS.
           SELECT COMPLETION-TRANS-FILE ASSIGN TO "TRNHTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPLETION-TRANS-STATUS.
           SELECT TRAINING-HISTORY-FILE ASSIGN TO "TRNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRNH-KEY
               FILE STATUS IS TRAINING-HISTORY-STATUS.
           SELECT PERSON-MASTER-FILE ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSM-PERSON-ID
               ALTERNATE RECORD KEY IS PERSM-L-SURNAME
                   WITH DUPLICATES
               FILE STATUS IS PERSON-MASTER-STATUS.
           SELECT ASSIGN-MASTER-FILE ASSIGN TO "ASSGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASSG-VEH-ID
               FILE STATUS IS ASSIGN-MASTER-STATUS.
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
           SELECT TRAINING-REJECT-FILE ASSIGN TO "TRNREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAINING-REJECT-STATUS.
           SELECT DUE-RPT-FILE ASSIGN TO "TRNDUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DUE-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-TRANS-FILE.
       01  COURSE-TRANS-REC.
           02 TCTR-COURSE-CODE         PIC X(06).
           02 TCTR-DESCRIPTION         PIC X(30).
           02 TCTR-RENEWAL-MONTHS      PIC 9(03).
           02 TCTR-VEH-CLASS           PIC X(02).
           02 TCTR-MANDATORY-FLAG      PIC X(01).
              88 TCTR-MANDATORY-VALID      VALUE "Y" "N" " ".
           02 TCTR-REFERRAL-FLAG       PIC X(01).
              88 TCTR-REFERRAL-VALID       VALUE "Y" "N" " ".

       FD  COURSE-FILE.
           COPY TRNCOURS.

       FD  COMPLETION-TRANS-FILE.
       01  COMPLETION-TRANS-REC.
           02 THTR-PERSON-ID           PIC 9(10).
           02 THTR-COURSE-CODE         PIC X(06).
           02 THTR-DATE.
              03 THTR-YEAR             PIC 9(04).
              03 THTR-MONTH            PIC 9(02).
              03 THTR-DAY              PIC 9(02).
           02 THTR-DATE-NUM REDEFINES THTR-DATE
                                       PIC 9(08).

       FD  TRAINING-HISTORY-FILE.
           COPY TRNHIST.

       FD  PERSON-MASTER-FILE.
           COPY PERSMAST.

       FD  ASSIGN-MASTER-FILE.
           COPY ASSGMAST.

       FD  VEHICLE-MASTER-FILE.
           COPY VEHMAST.

       FD  SHOP-PARM-FILE.
           COPY SHOPPARM.

       FD  TRAINING-REJECT-FILE.
       01  TRAINING-REJECT-REC         PIC X(80).

       FD  DUE-RPT-FILE.
       01  DUE-RPT-REC                 PIC X(100).

       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY DATEVALP.
           COPY BUSDAYP.
        01 COURSE-TRANS-STATUS        PIC XX VALUE "00".
        01 COURSE-STATUS              PIC XX VALUE "00".
        01 COMPLETION-TRANS-STATUS    PIC XX VALUE "00".
        01 TRAINING-HISTORY-STATUS    PIC XX VALUE "00".
        01 PERSON-MASTER-STATUS       PIC XX VALUE "00".
        01 ASSIGN-MASTER-STATUS       PIC XX VALUE "00".
        01 VEHICLE-MASTER-STATUS      PIC XX VALUE "00".
        01 SHOP-PARM-STATUS           PIC XX VALUE "00".
        01 TRAINING-REJECT-STATUS     PIC XX VALUE "00".
        01 DUE-RPT-STATUS             PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 HISTORY-SCAN-SWITCH        PIC X VALUE "N".
           88 HISTORY-SCAN-DONE            VALUE "Y".
        01 PERSON-FOUND-SWITCH        PIC X VALUE "N".
           88 PERSON-FOUND                 VALUE "Y".
        01 COURSE-FOUND-SWITCH        PIC X VALUE "N".
           88 COURSE-FOUND                 VALUE "Y".
        01 VEHICLE-FOUND-SWITCH       PIC X VALUE "N".
           88 VEHICLE-FOUND                VALUE "Y".
        01 HISTORY-FOUND-SWITCH       PIC X VALUE "N".
           88 HISTORY-FOUND                VALUE "Y".
        01 SORT-SWAPPED-SWITCH        PIC X VALUE "N".
           88 SORT-SWAPPED                 VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 DUE-BY-DATE                PIC 9(08).
        01 DUE-WINDOW-DAYS            PIC 9(03) VALUE 30.
        01 REJECT-REASON              PIC X(30).
        01 COURSES-POSTED             PIC 9(05) VALUE ZERO.
        01 COMPLETIONS-POSTED         PIC 9(05) VALUE ZERO.
        01 CARDS-REJECTED             PIC 9(05) VALUE ZERO.
        01 LATEST-COMPLETED-DATE      PIC 9(08).
        01 LATEST-EXPIRY-DATE         PIC 9(08).
        01 LATEST-REFERRAL-DATE       PIC 9(08).
        01 DUE-TEXT                   PIC X(40).
        01 DEPOT-LINE-COUNT           PIC 9(05).
        01 PREVIOUS-DEPOT             PIC X(03).
        01 SORT-SUB                   PIC 9(04).
        01 RENEWAL-DATE-WORK.
           02 RNWD-YEAR               PIC 9(04).
           02 RNWD-MONTH              PIC 9(02).
           02 RNWD-DAY                PIC 9(02).
        01 RENEWAL-DATE-NUM REDEFINES RENEWAL-DATE-WORK
                                      PIC 9(08).
        01 MONTH-NUMBER-WORK          PIC 9(06).
        01 COURSE-COUNT               PIC 9(03) VALUE ZERO.
        01 COURSE-TABLE.
           02 COURSE-ENTRY OCCURS 0 TO 200 TIMES
                  DEPENDING ON COURSE-COUNT
                  INDEXED BY CRSE-IDX.
               03 CRSE-COURSE-CODE     PIC X(06).
               03 CRSE-VEH-CLASS       PIC X(02).
               03 CRSE-MANDATORY-FLAG  PIC X(01).
                  88 CRSE-MANDATORY        VALUE "Y".
        01 DUE-COUNT                  PIC 9(04) VALUE ZERO.
        01 DUE-TABLE.
           02 DUE-ENTRY OCCURS 0 TO 3000 TIMES
                  DEPENDING ON DUE-COUNT
                  INDEXED BY DUE-IDX.
               03 DUE-SORT-KEY.
                  04 DUE-DEPOT         PIC X(03).
                  04 DUE-PERSON-ID     PIC 9(10).
                  04 DUE-COURSE-CODE   PIC X(06).
               03 DUE-VEH-ID           PIC X(06).
               03 DUE-STATUS-TEXT      PIC X(40).
        01 SWAP-DUE-AREA              PIC X(65).

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "DRVTRAIN: DRIVER TRAINING RUN STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         PERFORM READ-SHOP-PARMS.
         OPEN I-O COURSE-FILE.
         IF COURSE-STATUS = "35"
      * First-ever run - no course catalogue yet, so create an
      * empty one rather than refuse to start.
             OPEN OUTPUT COURSE-FILE
             CLOSE COURSE-FILE
             OPEN I-O COURSE-FILE
         END-IF.
         OPEN I-O TRAINING-HISTORY-FILE.
         IF TRAINING-HISTORY-STATUS = "35"
             OPEN OUTPUT TRAINING-HISTORY-FILE
             CLOSE TRAINING-HISTORY-FILE
             OPEN I-O TRAINING-HISTORY-FILE
         END-IF.
         OPEN INPUT PERSON-MASTER-FILE.
         IF PERSON-MASTER-STATUS NOT = "00"
             DISPLAY "DRVTRAIN: CANNOT OPEN PERSON-MASTER - "
                     PERSON-MASTER-STATUS
             STOP RUN RETURNING RC-SEVERE
         END-IF.
         OPEN OUTPUT TRAINING-REJECT-FILE.
         PERFORM PROCESS-COURSE-TRANSACTIONS.
         PERFORM PROCESS-COMPLETION-TRANSACTIONS.
         CLOSE TRAINING-REJECT-FILE.
         PERFORM LOAD-COURSE-TABLE.
         PERFORM BUILD-DUE-REPORT.
         CLOSE COURSE-FILE TRAINING-HISTORY-FILE
               PERSON-MASTER-FILE.
         DISPLAY "COURSES POSTED: " COURSES-POSTED.
         DISPLAY "COMPLETIONS POSTED: " COMPLETIONS-POSTED.
         DISPLAY "CARDS REJECTED: " CARDS-REJECTED.
         DISPLAY "TRAINING DUE LINES: " DUE-COUNT.
         IF CARDS-REJECTED > 0 OR DUE-COUNT > 0
             STOP RUN RETURNING RC-WARNING
         ELSE
             STOP RUN RETURNING RC-NORMAL
         END-IF.

       READ-SHOP-PARMS.
         OPEN INPUT SHOP-PARM-FILE.
         IF SHOP-PARM-STATUS = "00"
             MOVE "TRAIN-DUE-DAYS  " TO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE SPRM-PARM-VALUE TO DUE-WINDOW-DAYS
             END-READ
             CLOSE SHOP-PARM-FILE
         END-IF.
         MOVE "A" TO BD-FUNCTION.
         MOVE TODAY-DATE TO BD-FROM-DATE.
         MOVE DUE-WINDOW-DAYS TO BD-ADD-DAYS.
         CALL "BUSDAY" USING BUSDAY-PARMS.
         MOVE BD-RESULT-DATE TO DUE-BY-DATE.

       PROCESS-COURSE-TRANSACTIONS.
         OPEN INPUT COURSE-TRANS-FILE.
         IF COURSE-TRANS-STATUS NOT = "00"
             DISPLAY "NO CATALOGUE CHANGES TO POST"
         ELSE
             READ COURSE-TRANS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM POST-ONE-COURSE
                 READ COURSE-TRANS-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE COURSE-TRANS-FILE
         END-IF.

       POST-ONE-COURSE.
         MOVE SPACES TO REJECT-REASON.
         IF TCTR-COURSE-CODE = SPACES
             MOVE "COURSE CODE MISSING" TO REJECT-REASON
         ELSE
             IF TCTR-RENEWAL-MONTHS NOT NUMERIC
                 MOVE "RENEWAL MONTHS NOT NUMERIC" TO REJECT-REASON
             ELSE
                 IF NOT TCTR-MANDATORY-VALID OR
                    NOT TCTR-REFERRAL-VALID
                     MOVE "FLAG NOT Y OR N" TO REJECT-REASON
                 END-IF
             END-IF
         END-IF.
         IF REJECT-REASON NOT = SPACES
             MOVE SPACES TO TRAINING-REJECT-REC
             STRING "REJECTED - COURSE " TCTR-COURSE-CODE " "
                    REJECT-REASON
                 DELIMITED BY SIZE INTO TRAINING-REJECT-REC
             WRITE TRAINING-REJECT-REC
             ADD 1 TO CARDS-REJECTED
         ELSE
             MOVE TCTR-COURSE-CODE TO TCRS-COURSE-CODE
             READ COURSE-FILE
                 INVALID KEY MOVE "N" TO COURSE-FOUND-SWITCH
                 NOT INVALID KEY MOVE "Y" TO COURSE-FOUND-SWITCH
             END-READ
             MOVE TCTR-COURSE-CODE    TO TCRS-COURSE-CODE
             MOVE TCTR-DESCRIPTION    TO TCRS-DESCRIPTION
             MOVE TCTR-RENEWAL-MONTHS TO TCRS-RENEWAL-MONTHS
             MOVE TCTR-VEH-CLASS      TO TCRS-VEH-CLASS
             MOVE TCTR-MANDATORY-FLAG TO TCRS-MANDATORY-FLAG
             MOVE TCTR-REFERRAL-FLAG  TO TCRS-REFERRAL-FLAG
             IF COURSE-FOUND
                 REWRITE TRAINING-COURSE-REC
             ELSE
                 WRITE TRAINING-COURSE-REC
             END-IF
             ADD 1 TO COURSES-POSTED
         END-IF.

       PROCESS-COMPLETION-TRANSACTIONS.
         OPEN INPUT COMPLETION-TRANS-FILE.
         IF COMPLETION-TRANS-STATUS NOT = "00"
             DISPLAY "NO TRAINING COMPLETIONS TO POST"
         ELSE
             READ COMPLETION-TRANS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM POST-ONE-COMPLETION
                 READ COMPLETION-TRANS-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE COMPLETION-TRANS-FILE
         END-IF.

       POST-ONE-COMPLETION.
         MOVE SPACES TO REJECT-REASON.
         MOVE THTR-PERSON-ID TO PERSM-PERSON-ID.
         READ PERSON-MASTER-FILE
             INVALID KEY MOVE "N" TO PERSON-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO PERSON-FOUND-SWITCH
         END-READ.
         MOVE THTR-COURSE-CODE TO TCRS-COURSE-CODE.
         READ COURSE-FILE
             INVALID KEY MOVE "N" TO COURSE-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO COURSE-FOUND-SWITCH
         END-READ.
         IF NOT PERSON-FOUND
             MOVE "NOT ON PERSON-MASTER" TO REJECT-REASON
         ELSE
             IF NOT COURSE-FOUND
                 MOVE "COURSE NOT IN CATALOGUE" TO REJECT-REASON
             ELSE
                 MOVE THTR-YEAR  TO DV-YEAR
                 MOVE THTR-MONTH TO DV-MONTH
                 MOVE THTR-DAY   TO DV-DAY
                 CALL "DATEVAL" USING DATE-VALIDATION-PARMS
                 IF NOT DV-DATE-VALID
                     MOVE "BAD COMPLETION DATE" TO REJECT-REASON
                 ELSE
                     IF THTR-DATE-NUM > TODAY-DATE
                         MOVE "COMPLETION DATED AHEAD"
                             TO REJECT-REASON
                     END-IF
                 END-IF
             END-IF
         END-IF.
         IF REJECT-REASON NOT = SPACES
             MOVE SPACES TO TRAINING-REJECT-REC
             STRING "REJECTED - " THTR-PERSON-ID " "
                    THTR-COURSE-CODE " " REJECT-REASON
                 DELIMITED BY SIZE INTO TRAINING-REJECT-REC
             WRITE TRAINING-REJECT-REC
             ADD 1 TO CARDS-REJECTED
         ELSE
             PERFORM STORE-ONE-COMPLETION
         END-IF.

       STORE-ONE-COMPLETION.
      * A referral raised the same day as the completion shares its
      * key, and the completion simply takes its place.
         MOVE THTR-PERSON-ID   TO TRNH-PERSON-ID.
         MOVE THTR-COURSE-CODE TO TRNH-COURSE-CODE.
         MOVE THTR-DATE-NUM    TO TRNH-EVENT-DATE.
         READ TRAINING-HISTORY-FILE
             INVALID KEY MOVE "N" TO HISTORY-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO HISTORY-FOUND-SWITCH
         END-READ.
         PERFORM FIND-RENEWAL-DATE.
         MOVE THTR-PERSON-ID   TO TRNH-PERSON-ID.
         MOVE THTR-COURSE-CODE TO TRNH-COURSE-CODE.
         MOVE THTR-DATE-NUM    TO TRNH-EVENT-DATE.
         MOVE "C"              TO TRNH-EVENT-TYPE.
         MOVE RENEWAL-DATE-NUM TO TRNH-EXPIRY-DATE.
         MOVE ZERO             TO TRNH-RISK-SCORE.
         IF HISTORY-FOUND
             REWRITE TRAINING-HISTORY-REC
         ELSE
             WRITE TRAINING-HISTORY-REC
         END-IF.
         ADD 1 TO COMPLETIONS-POSTED.

       FIND-RENEWAL-DATE.
      * The completion lapses the renewal period in whole months
      * later; a day the target month lacks falls back to its last.
         IF TCRS-RENEWAL-MONTHS = ZERO
             MOVE 99999999 TO RENEWAL-DATE-NUM
         ELSE
             COMPUTE MONTH-NUMBER-WORK =
                     (THTR-YEAR * 12) + THTR-MONTH - 1
                     + TCRS-RENEWAL-MONTHS
             DIVIDE MONTH-NUMBER-WORK BY 12
                 GIVING RNWD-YEAR
                 REMAINDER RNWD-MONTH
             ADD 1 TO RNWD-MONTH
             MOVE THTR-DAY TO RNWD-DAY
             MOVE RNWD-YEAR  TO DV-YEAR
             MOVE RNWD-MONTH TO DV-MONTH
             MOVE RNWD-DAY   TO DV-DAY
             CALL "DATEVAL" USING DATE-VALIDATION-PARMS
             PERFORM UNTIL DV-DATE-VALID OR RNWD-DAY < 29
                 SUBTRACT 1 FROM RNWD-DAY
                 MOVE RNWD-DAY TO DV-DAY
                 CALL "DATEVAL" USING DATE-VALIDATION-PARMS
             END-PERFORM
         END-IF.

       LOAD-COURSE-TABLE.
         MOVE LOW-VALUES TO TCRS-COURSE-CODE.
         START COURSE-FILE KEY IS NOT LESS THAN TCRS-COURSE-CODE
             INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
         END-START.
         PERFORM UNTIL END-OF-FILE
             READ COURSE-FILE NEXT RECORD
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             IF NOT END-OF-FILE AND COURSE-COUNT < 200
                 ADD 1 TO COURSE-COUNT
                 SET CRSE-IDX TO COURSE-COUNT
                 MOVE TCRS-COURSE-CODE
                     TO CRSE-COURSE-CODE (CRSE-IDX)
                 MOVE TCRS-VEH-CLASS
                     TO CRSE-VEH-CLASS (CRSE-IDX)
                 MOVE TCRS-MANDATORY-FLAG
                     TO CRSE-MANDATORY-FLAG (CRSE-IDX)
             END-IF
         END-PERFORM.
         MOVE "N" TO END-OF-FILE-SWITCH.

       BUILD-DUE-REPORT.
         OPEN INPUT ASSIGN-MASTER-FILE.
         OPEN INPUT VEHICLE-MASTER-FILE.
         IF ASSIGN-MASTER-STATUS = "00" AND
            VEHICLE-MASTER-STATUS = "00" AND COURSE-COUNT > 0
             MOVE LOW-VALUES TO ASSG-VEH-ID
             START ASSIGN-MASTER-FILE KEY IS NOT LESS THAN
                   ASSG-VEH-ID
                 INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
             END-START
             PERFORM UNTIL END-OF-FILE
                 READ ASSIGN-MASTER-FILE NEXT RECORD
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
                 IF NOT END-OF-FILE
                     PERFORM CHECK-ONE-ASSIGNED-DRIVER
                 END-IF
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
         END-IF.
         IF ASSIGN-MASTER-STATUS NOT = "35"
             CLOSE ASSIGN-MASTER-FILE
         END-IF.
         IF VEHICLE-MASTER-STATUS NOT = "35"
             CLOSE VEHICLE-MASTER-FILE
         END-IF.
         PERFORM SORT-DUE-TABLE.
         PERFORM WRITE-DUE-REPORT.

       CHECK-ONE-ASSIGNED-DRIVER.
         MOVE ASSG-VEH-ID TO VEH-ID.
         READ VEHICLE-MASTER-FILE
             INVALID KEY MOVE "N" TO VEHICLE-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO VEHICLE-FOUND-SWITCH
         END-READ.
         IF VEHICLE-FOUND AND VEH-ACTIVE
             PERFORM CHECK-ONE-DRIVER-COURSE
                 VARYING CRSE-IDX FROM 1 BY 1
                 UNTIL CRSE-IDX > COURSE-COUNT
         END-IF.

       CHECK-ONE-DRIVER-COURSE.
         PERFORM FIND-DRIVER-COURSE-HISTORY.
         MOVE SPACES TO DUE-TEXT.
         IF CRSE-MANDATORY (CRSE-IDX) AND
            (CRSE-VEH-CLASS (CRSE-IDX) = SPACES OR
             CRSE-VEH-CLASS (CRSE-IDX) = VEH-CLASS)
             IF LATEST-EXPIRY-DATE = ZERO
                 MOVE "MANDATORY - NEVER TAKEN" TO DUE-TEXT
             ELSE
                 IF LATEST-EXPIRY-DATE < TODAY-DATE
                     STRING "MANDATORY - LAPSED "
                            LATEST-EXPIRY-DATE
                         DELIMITED BY SIZE INTO DUE-TEXT
                 ELSE
                     IF LATEST-EXPIRY-DATE <= DUE-BY-DATE
                         STRING "MANDATORY - LAPSES "
                                LATEST-EXPIRY-DATE
                             DELIMITED BY SIZE INTO DUE-TEXT
                     END-IF
                 END-IF
             END-IF
         END-IF.
         IF DUE-TEXT = SPACES AND
            LATEST-REFERRAL-DATE > LATEST-COMPLETED-DATE
             STRING "RISK REFERRAL OF " LATEST-REFERRAL-DATE
                    " - NOT YET TRAINED"
                 DELIMITED BY SIZE INTO DUE-TEXT
         END-IF.
         IF DUE-TEXT NOT = SPACES
             PERFORM ADD-DUE-ENTRY
         END-IF.

       FIND-DRIVER-COURSE-HISTORY.
         MOVE ZERO TO LATEST-COMPLETED-DATE.
         MOVE ZERO TO LATEST-EXPIRY-DATE.
         MOVE ZERO TO LATEST-REFERRAL-DATE.
         MOVE "N" TO HISTORY-SCAN-SWITCH.
         MOVE ASSG-PERSON-ID TO TRNH-PERSON-ID.
         MOVE CRSE-COURSE-CODE (CRSE-IDX) TO TRNH-COURSE-CODE.
         MOVE ZERO TO TRNH-EVENT-DATE.
         START TRAINING-HISTORY-FILE KEY IS NOT LESS THAN TRNH-KEY
             INVALID KEY MOVE "Y" TO HISTORY-SCAN-SWITCH
         END-START.
         PERFORM UNTIL HISTORY-SCAN-DONE
             READ TRAINING-HISTORY-FILE NEXT RECORD
                 AT END MOVE "Y" TO HISTORY-SCAN-SWITCH
             END-READ
             IF NOT HISTORY-SCAN-DONE
                 IF TRNH-PERSON-ID NOT = ASSG-PERSON-ID OR
                    TRNH-COURSE-CODE NOT =
                        CRSE-COURSE-CODE (CRSE-IDX)
                     MOVE "Y" TO HISTORY-SCAN-SWITCH
                 ELSE
                     IF TRNH-COMPLETED
                         MOVE TRNH-EVENT-DATE
                             TO LATEST-COMPLETED-DATE
                         MOVE TRNH-EXPIRY-DATE
                             TO LATEST-EXPIRY-DATE
                     ELSE
                         MOVE TRNH-EVENT-DATE
                             TO LATEST-REFERRAL-DATE
                     END-IF
                 END-IF
             END-IF
         END-PERFORM.

       ADD-DUE-ENTRY.
      * A driver holding two units of a class is listed once per
      * course, under the first unit met.
         SET DUE-IDX TO 1.
         SEARCH DUE-ENTRY
             AT END
                 IF DUE-COUNT < 3000
                     ADD 1 TO DUE-COUNT
                     SET DUE-IDX TO DUE-COUNT
                     MOVE VEH-DEPOT TO DUE-DEPOT (DUE-IDX)
                     MOVE ASSG-PERSON-ID TO DUE-PERSON-ID (DUE-IDX)
                     MOVE CRSE-COURSE-CODE (CRSE-IDX)
                         TO DUE-COURSE-CODE (DUE-IDX)
                     MOVE ASSG-VEH-ID TO DUE-VEH-ID (DUE-IDX)
                     MOVE DUE-TEXT TO DUE-STATUS-TEXT (DUE-IDX)
                 END-IF
             WHEN DUE-PERSON-ID (DUE-IDX) = ASSG-PERSON-ID AND
                  DUE-COURSE-CODE (DUE-IDX) =
                      CRSE-COURSE-CODE (CRSE-IDX)
                 CONTINUE
         END-SEARCH.

       SORT-DUE-TABLE.
      * Simple exchange sort into depot and driver order - the
      * report is a few hundred lines, not a transaction file.
         IF DUE-COUNT > 1
             MOVE "Y" TO SORT-SWAPPED-SWITCH
             PERFORM UNTIL NOT SORT-SWAPPED
                 MOVE "N" TO SORT-SWAPPED-SWITCH
                 PERFORM SORT-ONE-SWEEP
                     VARYING SORT-SUB FROM 1 BY 1
                     UNTIL SORT-SUB >= DUE-COUNT
             END-PERFORM
         END-IF.

       SORT-ONE-SWEEP.
         IF DUE-SORT-KEY (SORT-SUB) > DUE-SORT-KEY (SORT-SUB + 1)
             MOVE DUE-ENTRY (SORT-SUB) TO SWAP-DUE-AREA
             MOVE DUE-ENTRY (SORT-SUB + 1) TO DUE-ENTRY (SORT-SUB)
             MOVE SWAP-DUE-AREA TO DUE-ENTRY (SORT-SUB + 1)
             MOVE "Y" TO SORT-SWAPPED-SWITCH
         END-IF.

       WRITE-DUE-REPORT.
         OPEN OUTPUT DUE-RPT-FILE.
         MOVE SPACES TO DUE-RPT-REC.
         STRING "MANDATORY TRAINING DUE BY DEPOT AS OF " TODAY-DATE
                " - WARNING WINDOW TO " DUE-BY-DATE
             DELIMITED BY SIZE INTO DUE-RPT-REC.
         WRITE DUE-RPT-REC.
         MOVE SPACES TO PREVIOUS-DEPOT.
         MOVE ZERO TO DEPOT-LINE-COUNT.
         IF DUE-COUNT > 0
             PERFORM WRITE-ONE-DUE-LINE
                 VARYING DUE-IDX FROM 1 BY 1
                 UNTIL DUE-IDX > DUE-COUNT
             PERFORM WRITE-DEPOT-FOOTING
         END-IF.
         MOVE SPACES TO DUE-RPT-REC.
         WRITE DUE-RPT-REC.
         MOVE SPACES TO DUE-RPT-REC.
         STRING "TRAINING DUE LINES: " DUE-COUNT
             DELIMITED BY SIZE INTO DUE-RPT-REC.
         WRITE DUE-RPT-REC.
         CLOSE DUE-RPT-FILE.

       WRITE-ONE-DUE-LINE.
         IF DUE-DEPOT (DUE-IDX) NOT = PREVIOUS-DEPOT
             IF DUE-IDX > 1
                 PERFORM WRITE-DEPOT-FOOTING
             END-IF
             MOVE DUE-DEPOT (DUE-IDX) TO PREVIOUS-DEPOT
             MOVE ZERO TO DEPOT-LINE-COUNT
             MOVE SPACES TO DUE-RPT-REC
             WRITE DUE-RPT-REC
             MOVE SPACES TO DUE-RPT-REC
             STRING "DEPOT " PREVIOUS-DEPOT
                 DELIMITED BY SIZE INTO DUE-RPT-REC
             WRITE DUE-RPT-REC
         END-IF.
         ADD 1 TO DEPOT-LINE-COUNT.
         MOVE SPACES TO DUE-RPT-REC.
         STRING "  DRIVER " DUE-PERSON-ID (DUE-IDX)
                " UNIT " DUE-VEH-ID (DUE-IDX)
                " COURSE " DUE-COURSE-CODE (DUE-IDX)
                " " DUE-STATUS-TEXT (DUE-IDX)
             DELIMITED BY SIZE INTO DUE-RPT-REC.
         WRITE DUE-RPT-REC.

       WRITE-DEPOT-FOOTING.
         MOVE SPACES TO DUE-RPT-REC.
         STRING "  DEPOT " PREVIOUS-DEPOT " LINES: "
                DEPOT-LINE-COUNT
             DELIMITED BY SIZE INTO DUE-RPT-REC.
         WRITE DUE-RPT-REC.
