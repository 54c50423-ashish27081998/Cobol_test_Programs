       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PENALTY.
      * Traffic penalty-notice register.  Parking and speeding
      * notices addressed to the company are keyed to PNLTTRAN with
      * the unit, the date and time of the offence and the payment
      * deadline, and are put to the driver of record for that
      * moment: the trip on TRIPHIST that was running at the time,
      * else the last trip that ended before it - whoever parked
      * the unit - else the standing driver on ASSGMAST, else the
      * pool booker on RESVMAST.  Settlement cards mark a notice
      * paid by the company, transferred to the driver, or
      * cancelled; a paid notice of a type the shop parameters say
      * the driver pays is recovered through a PAYDEDUC deduction,
      * once.  The register report lists every open notice against
      * its deadline, and one nearing or past it goes on ALERTOUT.
      * The recovery is added to whatever the feed holds - CHARGEBK
      * and BENDEDN share it - and PAYXTRCT empties it once sent,
      * so a run that ends before HRNIGHT's PAYXTRCT step is
      * deducted in tonight's bureau file and a later one tomorrow.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENALTY-TRANS-FILE ASSIGN TO "PNLTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENALTY-TRANS-STATUS.
           SELECT PENALTY-MASTER-FILE ASSIGN TO "PNLTYMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNLT-NOTICE-NO
               FILE STATUS IS PENALTY-MASTER-STATUS.
           SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEH-ID
               FILE STATUS IS VEHICLE-MASTER-STATUS.
           SELECT TRIP-HISTORY-FILE ASSIGN TO "TRIPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRIP-HISTORY-STATUS.
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
           SELECT SHOP-PARM-FILE ASSIGN TO "SHOPPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPRM-PARM-KEY
               FILE STATUS IS SHOP-PARM-STATUS.
           SELECT DEDUCTION-FILE ASSIGN TO "PAYDEDUC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEDUCTION-STATUS.
           SELECT PENALTY-REPORT-FILE ASSIGN TO "PNLTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENALTY-REPORT-STATUS.
           SELECT SHOP-ALERT-FILE ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHOP-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENALTY-TRANS-FILE.
       01  PENALTY-TRANS-REC.
           02 PTRN-ACTION              PIC X(01).
              88 PTRN-NEW-NOTICE           VALUE "N".
              88 PTRN-PAID                 VALUE "P".
              88 PTRN-TRANSFERRED          VALUE "T".
              88 PTRN-CANCELLED            VALUE "C".
           02 PTRN-NOTICE-NO           PIC X(10).
           02 PTRN-VEH-ID              PIC X(06).
           02 PTRN-OFFENCE-DATE.
              03 PTRN-YEAR             PIC 9(04).
              03 PTRN-MONTH            PIC 9(02).
              03 PTRN-DAY              PIC 9(02).
           02 PTRN-OFFENCE-TIME        PIC 9(04).
           02 PTRN-OFFENCE-HHMM REDEFINES PTRN-OFFENCE-TIME.
              03 PTRN-OFFENCE-HH       PIC 9(02).
              03 PTRN-OFFENCE-MM       PIC 9(02).
           02 PTRN-TYPE                PIC X(01).
              88 PTRN-TYPE-VALID           VALUE "P" "S" "O".
      * The fine on a new notice; the sum actually paid on a paid
      * card, when it differs.
           02 PTRN-AMOUNT              PIC 9(05)V99.
      * The deadline printed on the notice; zero takes the shop's
      * standard days from the offence.
           02 PTRN-DUE-DATE            PIC 9(08).
      * On a settlement card, the driver who admitted or was
      * nominated, when not the one the register found.
           02 PTRN-PERSON-ID           PIC 9(10).

       FD  PENALTY-MASTER-FILE.
           COPY PNLTYMST.

       FD  VEHICLE-MASTER-FILE.
           COPY VEHMAST.

       FD  TRIP-HISTORY-FILE.
           COPY TRIPLOG.

       FD  ASSIGN-MASTER-FILE.
           COPY ASSGMAST.

       FD  RESERVATION-FILE.
           COPY RESVMAST.

       FD  SHOP-PARM-FILE.
           COPY SHOPPARM.

       FD  DEDUCTION-FILE.
           COPY PAYDEDUC.

       FD  PENALTY-REPORT-FILE.
       01  PENALTY-REPORT-REC          PIC X(100).

       FD  SHOP-ALERT-FILE.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY DATEVALP.
           COPY BUSDAYP.
        01 PENALTY-TRANS-STATUS       PIC XX VALUE "00".
        01 PENALTY-MASTER-STATUS      PIC XX VALUE "00".
        01 VEHICLE-MASTER-STATUS      PIC XX VALUE "00".
        01 TRIP-HISTORY-STATUS        PIC XX VALUE "00".
        01 ASSIGN-MASTER-STATUS       PIC XX VALUE "00".
        01 RESERVATION-STATUS         PIC XX VALUE "00".
        01 SHOP-PARM-STATUS           PIC XX VALUE "00".
        01 DEDUCTION-STATUS           PIC XX VALUE "00".
        01 PENALTY-REPORT-STATUS      PIC XX VALUE "00".
        01 SHOP-ALERT-STATUS          PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 DETAIL-EOF-SWITCH          PIC X VALUE "N".
           88 DETAIL-EOF                   VALUE "Y".
        01 VEHICLE-FOUND-SWITCH       PIC X VALUE "N".
           88 VEHICLE-FOUND                VALUE "Y".
        01 NOTICE-FOUND-SWITCH        PIC X VALUE "N".
           88 NOTICE-FOUND                 VALUE "Y".
        01 ASSIGN-FILE-SWITCH         PIC X VALUE "N".
           88 ASSIGN-FILE-OPEN             VALUE "Y".
        01 BOOKING-FILE-SWITCH        PIC X VALUE "N".
           88 BOOKING-FILE-OPEN            VALUE "Y".
        01 TRIP-COVER-SWITCH          PIC X VALUE "N".
           88 TRIP-COVERS-OFFENCE          VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
      * Days from the offence to the deadline when the notice gives
      * none, the days ahead of a deadline an open notice is
      * alerted, and by offence type whether a paid notice is
      * recovered from the driver (1) or absorbed (0) - SHOPPARM
      * overrides each of these defaults.
        01 DEFAULT-DUE-DAYS           PIC 9(03) VALUE 28.
        01 DUE-WARNING-DAYS           PIC 9(03) VALUE 7.
        01 RECOVER-PARKING            PIC 9(01) VALUE 1.
        01 RECOVER-SPEEDING           PIC 9(01) VALUE 1.
        01 RECOVER-OTHER              PIC 9(01) VALUE 0.
        01 RECOVERY-POLICY            PIC 9(01).
        01 REJECT-REASON              PIC X(30).
        01 OFFENCE-STAMP              PIC 9(12).
        01 TRIP-START-STAMP           PIC 9(12).
        01 TRIP-END-STAMP             PIC 9(12).
        01 LAST-TRIP-END-STAMP        PIC 9(12).
        01 FOUND-PERSON-ID            PIC 9(10).
        01 FOUND-SOURCE               PIC X(01).
        01 LAST-TRIP-PERSON-ID        PIC 9(10).
        01 DAYS-TO-DUE                PIC S9(07).
        01 DUE-FLAG-TEXT              PIC X(09).
        01 ALERT-SEVERITY-CODE        PIC X(01).
        01 NOTICES-ADDED              PIC 9(05) VALUE ZERO.
        01 NOTICES-SETTLED            PIC 9(05) VALUE ZERO.
        01 NOTICES-REJECTED           PIC 9(05) VALUE ZERO.
        01 NOTICES-NO-DRIVER          PIC 9(05) VALUE ZERO.
        01 RECOVERIES-POSTED          PIC 9(05) VALUE ZERO.
        01 NOTICES-OPEN               PIC 9(05) VALUE ZERO.
        01 NOTICES-DUE-SOON           PIC 9(05) VALUE ZERO.
        01 NOTICES-OVERDUE            PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "PENALTY: PENALTY-NOTICE REGISTER RUN STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         PERFORM READ-SHOP-PARMS.
         OPEN I-O PENALTY-MASTER-FILE.
         IF PENALTY-MASTER-STATUS = "35"
      * First-ever run - no register yet, so create an empty one
      * rather than refuse to start.
             OPEN OUTPUT PENALTY-MASTER-FILE
             CLOSE PENALTY-MASTER-FILE
             OPEN I-O PENALTY-MASTER-FILE
         END-IF.
         OPEN INPUT VEHICLE-MASTER-FILE.
         IF VEHICLE-MASTER-STATUS NOT = "00"
             DISPLAY "PENALTY: CANNOT OPEN VEHICLE-MASTER - "
                     VEHICLE-MASTER-STATUS
             CLOSE PENALTY-MASTER-FILE
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
         OPEN EXTEND DEDUCTION-FILE.
         IF DEDUCTION-STATUS = "35"
             OPEN OUTPUT DEDUCTION-FILE
         END-IF.
         OPEN OUTPUT PENALTY-REPORT-FILE.
         MOVE SPACES TO PENALTY-REPORT-REC.
         STRING "PENALTY-NOTICE REGISTER AS OF " TODAY-DATE
             DELIMITED BY SIZE INTO PENALTY-REPORT-REC.
         WRITE PENALTY-REPORT-REC.
         MOVE SPACES TO PENALTY-REPORT-REC.
         WRITE PENALTY-REPORT-REC.
         MOVE "NOTICES POSTED THIS RUN" TO PENALTY-REPORT-REC.
         WRITE PENALTY-REPORT-REC.
         PERFORM POST-NOTICE-TRANSACTIONS.
         CLOSE VEHICLE-MASTER-FILE DEDUCTION-FILE.
         IF ASSIGN-FILE-OPEN
             CLOSE ASSIGN-MASTER-FILE
         END-IF.
         IF BOOKING-FILE-OPEN
             CLOSE RESERVATION-FILE
         END-IF.
         PERFORM LIST-OPEN-NOTICES.
         CLOSE PENALTY-REPORT-FILE PENALTY-MASTER-FILE.
         DISPLAY "NOTICES ADDED: " NOTICES-ADDED.
         DISPLAY "  WITH NO DRIVER OF RECORD: " NOTICES-NO-DRIVER.
         DISPLAY "NOTICES SETTLED: " NOTICES-SETTLED.
         DISPLAY "RECOVERIES POSTED TO PAYROLL: " RECOVERIES-POSTED.
         DISPLAY "CARDS REJECTED: " NOTICES-REJECTED.
         DISPLAY "NOTICES OPEN: " NOTICES-OPEN.
         DISPLAY "  DUE WITHIN " DUE-WARNING-DAYS " DAYS: "
                 NOTICES-DUE-SOON.
         DISPLAY "  PAST DUE: " NOTICES-OVERDUE.
         IF NOTICES-REJECTED > 0 OR NOTICES-NO-DRIVER > 0
            OR NOTICES-OVERDUE > 0
             STOP RUN RETURNING RC-WARNING
         ELSE
             STOP RUN RETURNING RC-NORMAL
         END-IF.

       READ-SHOP-PARMS.
         OPEN INPUT SHOP-PARM-FILE.
         IF SHOP-PARM-STATUS = "00"
             MOVE "PNLTY-DUE-DAYS  " TO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE SPRM-PARM-VALUE TO DEFAULT-DUE-DAYS
             END-READ
             MOVE "PNLTY-WARN-DAYS " TO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE SPRM-PARM-VALUE TO DUE-WARNING-DAYS
             END-READ
             MOVE "PNLTY-RECOVER-P " TO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE SPRM-PARM-VALUE TO RECOVER-PARKING
             END-READ
             MOVE "PNLTY-RECOVER-S " TO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE SPRM-PARM-VALUE TO RECOVER-SPEEDING
             END-READ
             MOVE "PNLTY-RECOVER-O " TO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE SPRM-PARM-VALUE TO RECOVER-OTHER
             END-READ
             CLOSE SHOP-PARM-FILE
         END-IF.

       POST-NOTICE-TRANSACTIONS.
         OPEN INPUT PENALTY-TRANS-FILE.
         IF PENALTY-TRANS-STATUS NOT = "00"
             DISPLAY "NO PENALTY-NOTICE TRANSACTIONS TO PROCESS"
         ELSE
             READ PENALTY-TRANS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM POST-ONE-NOTICE-CARD
                 READ PENALTY-TRANS-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
         END-IF.
         CLOSE PENALTY-TRANS-FILE.

       POST-ONE-NOTICE-CARD.
         MOVE PTRN-NOTICE-NO TO PNLT-NOTICE-NO.
         READ PENALTY-MASTER-FILE
             INVALID KEY MOVE "N" TO NOTICE-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO NOTICE-FOUND-SWITCH
         END-READ.
         IF PTRN-NEW-NOTICE
             IF NOTICE-FOUND
                 MOVE "ALREADY ON REGISTER" TO REJECT-REASON
                 PERFORM REJECT-NOTICE-CARD
             ELSE
                 PERFORM VALIDATE-NEW-NOTICE
             END-IF
         ELSE
         IF PTRN-PAID OR PTRN-TRANSFERRED OR PTRN-CANCELLED
             IF NOT NOTICE-FOUND
                 MOVE "NOTICE NOT ON REGISTER" TO REJECT-REASON
                 PERFORM REJECT-NOTICE-CARD
             ELSE
             IF NOT PNLT-OPEN
                 MOVE "NOTICE ALREADY SETTLED" TO REJECT-REASON
                 PERFORM REJECT-NOTICE-CARD
             ELSE
                 PERFORM SETTLE-NOTICE
             END-IF
             END-IF
         ELSE
             MOVE "UNKNOWN ACTION CODE" TO REJECT-REASON
             PERFORM REJECT-NOTICE-CARD
         END-IF
         END-IF.

       REJECT-NOTICE-CARD.
         ADD 1 TO NOTICES-REJECTED.
         MOVE SPACES TO PENALTY-REPORT-REC.
         STRING "REJECTED - " PTRN-ACTION " NOTICE " PTRN-NOTICE-NO
                " UNIT " PTRN-VEH-ID " - " REJECT-REASON
             DELIMITED BY SIZE INTO PENALTY-REPORT-REC.
         WRITE PENALTY-REPORT-REC.

       VALIDATE-NEW-NOTICE.
         MOVE PTRN-VEH-ID TO VEH-ID.
         READ VEHICLE-MASTER-FILE
             INVALID KEY MOVE "N" TO VEHICLE-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO VEHICLE-FOUND-SWITCH
         END-READ.
         MOVE PTRN-YEAR  TO DV-YEAR.
         MOVE PTRN-MONTH TO DV-MONTH.
         MOVE PTRN-DAY   TO DV-DAY.
         CALL "DATEVAL" USING DATE-VALIDATION-PARMS.
         IF NOT VEHICLE-FOUND
             MOVE "VEHICLE NOT ON MASTER" TO REJECT-REASON
             PERFORM REJECT-NOTICE-CARD
         ELSE
         IF NOT DV-DATE-VALID
             MOVE "INVALID OFFENCE DATE" TO REJECT-REASON
             PERFORM REJECT-NOTICE-CARD
         ELSE
         IF PTRN-OFFENCE-TIME NOT NUMERIC
            OR PTRN-OFFENCE-HH > 23 OR PTRN-OFFENCE-MM > 59
             MOVE "INVALID OFFENCE TIME" TO REJECT-REASON
             PERFORM REJECT-NOTICE-CARD
         ELSE
         IF NOT PTRN-TYPE-VALID
             MOVE "BAD OFFENCE TYPE" TO REJECT-REASON
             PERFORM REJECT-NOTICE-CARD
         ELSE
         IF PTRN-AMOUNT NOT NUMERIC OR PTRN-AMOUNT = ZERO
             MOVE "NO FINE AMOUNT" TO REJECT-REASON
             PERFORM REJECT-NOTICE-CARD
         ELSE
             PERFORM ADD-NEW-NOTICE
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF.

       ADD-NEW-NOTICE.
         MOVE PTRN-NOTICE-NO    TO PNLT-NOTICE-NO.
         MOVE PTRN-VEH-ID       TO PNLT-VEH-ID.
         MOVE PTRN-OFFENCE-DATE TO PNLT-OFFENCE-DATE.
         MOVE PTRN-OFFENCE-TIME TO PNLT-OFFENCE-TIME.
         MOVE PTRN-TYPE         TO PNLT-TYPE.
         MOVE PTRN-AMOUNT       TO PNLT-AMOUNT.
         IF PTRN-DUE-DATE NUMERIC
            AND PTRN-DUE-DATE > PNLT-OFFENCE-DATE
             MOVE PTRN-DUE-DATE TO PNLT-DUE-DATE
         ELSE
             MOVE "A"               TO BD-FUNCTION
             MOVE PNLT-OFFENCE-DATE TO BD-FROM-DATE
             MOVE DEFAULT-DUE-DAYS  TO BD-ADD-DAYS
             CALL "BUSDAY" USING BUSDAY-PARMS
             MOVE BD-RESULT-DATE    TO PNLT-DUE-DATE
         END-IF.
         PERFORM FIND-DRIVER-OF-RECORD.
         MOVE FOUND-PERSON-ID   TO PNLT-PERSON-ID.
         MOVE FOUND-SOURCE      TO PNLT-DRIVER-SOURCE.
         MOVE "O"               TO PNLT-STATUS.
         MOVE TODAY-DATE        TO PNLT-STATUS-DATE.
         MOVE "N"               TO PNLT-RECOVERY-SWITCH.
         WRITE PENALTY-NOTICE-REC.
         ADD 1 TO NOTICES-ADDED.
         MOVE SPACES TO PENALTY-REPORT-REC.
         IF PNLT-PERSON-ID = ZERO
             ADD 1 TO NOTICES-NO-DRIVER
             STRING "ADDED    NOTICE " PNLT-NOTICE-NO
                    " UNIT " PNLT-VEH-ID
                    " " PNLT-OFFENCE-DATE " " PNLT-OFFENCE-TIME
                    " DUE " PNLT-DUE-DATE
                    " - NO DRIVER OF RECORD FOUND"
                 DELIMITED BY SIZE INTO PENALTY-REPORT-REC
         ELSE
             STRING "ADDED    NOTICE " PNLT-NOTICE-NO
                    " UNIT " PNLT-VEH-ID
                    " " PNLT-OFFENCE-DATE " " PNLT-OFFENCE-TIME
                    " DUE " PNLT-DUE-DATE
                    " DRIVER " PNLT-PERSON-ID
                    " (" PNLT-DRIVER-SOURCE ")"
                 DELIMITED BY SIZE INTO PENALTY-REPORT-REC
         END-IF.
         WRITE PENALTY-REPORT-REC.

       FIND-DRIVER-OF-RECORD.
      * The trip log is the best witness; the assignment and the
      * booking only say who should have had the unit that day.
         MOVE ZERO   TO FOUND-PERSON-ID.
         MOVE SPACES TO FOUND-SOURCE.
         PERFORM SEARCH-TRIP-HISTORY.
         IF FOUND-PERSON-ID = ZERO AND ASSIGN-FILE-OPEN
             MOVE PNLT-VEH-ID TO ASSG-VEH-ID
             READ ASSIGN-MASTER-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE ASSG-PERSON-ID TO FOUND-PERSON-ID
                     MOVE "A" TO FOUND-SOURCE
             END-READ
         END-IF.
         IF FOUND-PERSON-ID = ZERO AND BOOKING-FILE-OPEN
             PERFORM SEARCH-POOL-BOOKINGS
         END-IF.

       SEARCH-TRIP-HISTORY.
      * A trip running at the offence time names the driver; failing
      * that, the latest trip to end before it names whoever left
      * the unit where the notice found it.  A sheet with no times
      * covers its whole day.
         MOVE "N"  TO TRIP-COVER-SWITCH.
         MOVE ZERO TO LAST-TRIP-END-STAMP.
         MOVE ZERO TO LAST-TRIP-PERSON-ID.
         COMPUTE OFFENCE-STAMP =
                 PNLT-OFFENCE-DATE * 10000 + PNLT-OFFENCE-TIME.
         OPEN INPUT TRIP-HISTORY-FILE.
         IF TRIP-HISTORY-STATUS = "00"
             READ TRIP-HISTORY-FILE
                 AT END MOVE "Y" TO DETAIL-EOF-SWITCH
             END-READ
             PERFORM UNTIL DETAIL-EOF OR TRIP-COVERS-OFFENCE
                 IF TRIP-VEH-ID = PNLT-VEH-ID
                    AND TRIP-PERSON-ID NUMERIC
                    AND TRIP-PERSON-ID > ZERO
                     PERFORM CHECK-ONE-TRIP
                 END-IF
                 READ TRIP-HISTORY-FILE
                     AT END MOVE "Y" TO DETAIL-EOF-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO DETAIL-EOF-SWITCH
             CLOSE TRIP-HISTORY-FILE
         END-IF.
         IF NOT TRIP-COVERS-OFFENCE AND LAST-TRIP-PERSON-ID > ZERO
             MOVE LAST-TRIP-PERSON-ID TO FOUND-PERSON-ID
             MOVE "L" TO FOUND-SOURCE
         END-IF.

       CHECK-ONE-TRIP.
         IF TRIP-START-TIME = ZERO AND TRIP-END-TIME = ZERO
             COMPUTE TRIP-START-STAMP = TRIP-DATE * 10000
             COMPUTE TRIP-END-STAMP = TRIP-END-DATE * 10000 + 2359
         ELSE
             COMPUTE TRIP-START-STAMP = TRIP-DATE * 10000
                     + TRIP-START-TIME / 100
             COMPUTE TRIP-END-STAMP = TRIP-END-DATE * 10000
                     + TRIP-END-TIME / 100
         END-IF.
         IF TRIP-START-STAMP NOT > OFFENCE-STAMP
            AND TRIP-END-STAMP NOT < OFFENCE-STAMP
             MOVE "Y" TO TRIP-COVER-SWITCH
             MOVE TRIP-PERSON-ID TO FOUND-PERSON-ID
             IF TRIP-FROM-TRACKER
                 MOVE "T" TO FOUND-SOURCE
             ELSE
                 MOVE "P" TO FOUND-SOURCE
             END-IF
         ELSE
             IF TRIP-END-STAMP < OFFENCE-STAMP
                AND TRIP-END-STAMP > LAST-TRIP-END-STAMP
                 MOVE TRIP-END-STAMP TO LAST-TRIP-END-STAMP
                 MOVE TRIP-PERSON-ID TO LAST-TRIP-PERSON-ID
             END-IF
         END-IF.

       SEARCH-POOL-BOOKINGS.
         MOVE PNLT-VEH-ID TO RESV-VEH-ID.
         MOVE ZERO        TO RESV-FROM-DATE.
         START RESERVATION-FILE KEY IS NOT LESS THAN RESV-KEY
             INVALID KEY MOVE "Y" TO DETAIL-EOF-SWITCH
         END-START.
         PERFORM UNTIL DETAIL-EOF OR FOUND-PERSON-ID > ZERO
             READ RESERVATION-FILE NEXT RECORD
                 AT END MOVE "Y" TO DETAIL-EOF-SWITCH
             END-READ
             IF NOT DETAIL-EOF
                 IF RESV-VEH-ID NOT = PNLT-VEH-ID
                    OR RESV-FROM-DATE > PNLT-OFFENCE-DATE
                     MOVE "Y" TO DETAIL-EOF-SWITCH
                 ELSE
                     IF RESV-TO-DATE NOT < PNLT-OFFENCE-DATE
                         MOVE RESV-PERSON-ID TO FOUND-PERSON-ID
                         MOVE "R" TO FOUND-SOURCE
                     END-IF
                 END-IF
             END-IF
         END-PERFORM.
         MOVE "N" TO DETAIL-EOF-SWITCH.

       SETTLE-NOTICE.
      * A driver named on the card replaces the one the register
      * found - they admitted it, or were nominated to the issuer.
         IF PTRN-PERSON-ID NUMERIC AND PTRN-PERSON-ID > ZERO
             MOVE PTRN-PERSON-ID TO PNLT-PERSON-ID
             MOVE "N" TO PNLT-DRIVER-SOURCE
         END-IF.
         MOVE PTRN-ACTION TO PNLT-STATUS.
         MOVE TODAY-DATE  TO PNLT-STATUS-DATE.
         IF PTRN-PAID
             IF PTRN-AMOUNT NUMERIC AND PTRN-AMOUNT > ZERO
                 MOVE PTRN-AMOUNT TO PNLT-AMOUNT
             END-IF
             PERFORM RECOVER-FROM-DRIVER
         END-IF.
         REWRITE PENALTY-NOTICE-REC.
         ADD 1 TO NOTICES-SETTLED.
         MOVE SPACES TO PENALTY-REPORT-REC.
         STRING "SETTLED  NOTICE " PNLT-NOTICE-NO
                " UNIT " PNLT-VEH-ID
                " STATUS " PNLT-STATUS
                " AMOUNT " PNLT-AMOUNT
                " DRIVER " PNLT-PERSON-ID
                " RECOVERED " PNLT-RECOVERY-SWITCH
             DELIMITED BY SIZE INTO PENALTY-REPORT-REC.
         WRITE PENALTY-REPORT-REC.

       RECOVER-FROM-DRIVER.
      * The company paid; where policy puts this type of offence on
      * the driver, the fine goes to payroll as a deduction with no
      * miles, the same feed the personal-use chargeback uses.
         IF PNLT-PARKING
             MOVE RECOVER-PARKING TO RECOVERY-POLICY
         ELSE
         IF PNLT-SPEEDING
             MOVE RECOVER-SPEEDING TO RECOVERY-POLICY
         ELSE
             MOVE RECOVER-OTHER TO RECOVERY-POLICY
         END-IF
         END-IF.
         IF RECOVERY-POLICY = 1 AND NOT PNLT-RECOVERED
             IF PNLT-PERSON-ID = ZERO
                 MOVE SPACES TO PENALTY-REPORT-REC
                 STRING "         NOTICE " PNLT-NOTICE-NO
                        " PAID - NO DRIVER TO RECOVER FROM"
                     DELIMITED BY SIZE INTO PENALTY-REPORT-REC
                 WRITE PENALTY-REPORT-REC
             ELSE
                 MOVE PNLT-PERSON-ID TO PDED-PERSON-ID
                 MOVE PNLT-VEH-ID    TO PDED-VEH-ID
                 MOVE TODAY-DATE     TO PDED-DATE
                 MOVE ZERO           TO PDED-MILES
                 MOVE PNLT-AMOUNT    TO PDED-AMOUNT
                 WRITE PAY-DEDUCTION-REC
                 MOVE "Y" TO PNLT-RECOVERY-SWITCH
                 ADD 1 TO RECOVERIES-POSTED
             END-IF
         END-IF.

       LIST-OPEN-NOTICES.
         MOVE SPACES TO PENALTY-REPORT-REC.
         WRITE PENALTY-REPORT-REC.
         MOVE "OPEN NOTICES AGAINST THEIR PAYMENT DEADLINE"
             TO PENALTY-REPORT-REC.
         WRITE PENALTY-REPORT-REC.
         MOVE LOW-VALUES TO PNLT-NOTICE-NO.
         START PENALTY-MASTER-FILE KEY IS NOT LESS THAN
               PNLT-NOTICE-NO
             INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
         END-START.
         PERFORM UNTIL END-OF-FILE
             READ PENALTY-MASTER-FILE NEXT RECORD
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             IF NOT END-OF-FILE
                 IF PNLT-OPEN
                     PERFORM LIST-ONE-OPEN-NOTICE
                 END-IF
             END-IF
         END-PERFORM.
         MOVE "N" TO END-OF-FILE-SWITCH.

       LIST-ONE-OPEN-NOTICE.
         ADD 1 TO NOTICES-OPEN.
         MOVE "C"           TO BD-FUNCTION.
         MOVE TODAY-DATE    TO BD-FROM-DATE.
         MOVE PNLT-DUE-DATE TO BD-TO-DATE.
         CALL "BUSDAY" USING BUSDAY-PARMS.
         MOVE BD-CALENDAR-DAYS TO DAYS-TO-DUE.
         MOVE SPACES TO DUE-FLAG-TEXT.
         IF DAYS-TO-DUE < 0
             ADD 1 TO NOTICES-OVERDUE
             MOVE "OVERDUE" TO DUE-FLAG-TEXT
             MOVE "S" TO ALERT-SEVERITY-CODE
             PERFORM WRITE-NOTICE-ALERT
         ELSE
             IF DAYS-TO-DUE NOT > DUE-WARNING-DAYS
                 ADD 1 TO NOTICES-DUE-SOON
                 MOVE "DUE SOON" TO DUE-FLAG-TEXT
                 MOVE "R" TO ALERT-SEVERITY-CODE
                 PERFORM WRITE-NOTICE-ALERT
             END-IF
         END-IF.
         MOVE SPACES TO PENALTY-REPORT-REC.
         STRING "NOTICE " PNLT-NOTICE-NO
                " UNIT " PNLT-VEH-ID
                " TYPE " PNLT-TYPE
                " " PNLT-OFFENCE-DATE
                " AMOUNT " PNLT-AMOUNT
                " DRIVER " PNLT-PERSON-ID
                " DUE " PNLT-DUE-DATE
                " " DUE-FLAG-TEXT
             DELIMITED BY SIZE INTO PENALTY-REPORT-REC.
         WRITE PENALTY-REPORT-REC.

       WRITE-NOTICE-ALERT.
      * Keyed by notice, not by unit, so the risk scoring does not
      * count the deadline against whoever holds the unit today.
         OPEN EXTEND SHOP-ALERT-FILE.
         IF SHOP-ALERT-STATUS = "35"
             OPEN OUTPUT SHOP-ALERT-FILE
         END-IF.
         MOVE TODAY-DATE     TO ALRT-DATE.
         MOVE "PENALTY"      TO ALRT-SOURCE.
         MOVE ALERT-SEVERITY-CODE TO ALRT-SEVERITY.
         MOVE PNLT-NOTICE-NO TO ALRT-KEY.
         MOVE SPACES TO ALRT-MESSAGE.
         STRING "PENALTY NOTICE UNIT " PNLT-VEH-ID
                " AMOUNT " PNLT-AMOUNT
                " PAYMENT DUE " PNLT-DUE-DATE
             DELIMITED BY SIZE INTO ALRT-MESSAGE.
         WRITE SHOP-ALERT-REC.
         CLOSE SHOP-ALERT-FILE.
