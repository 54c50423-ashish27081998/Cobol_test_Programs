       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FUELSCRN.
      * Fraud-screening pass over the fuel card feed.  FUELMPG only
      * sees a card used on the wrong vehicle; this pass scores each
      * fill against the patterns card abuse actually leaves: more
      * gallons than the class's tank holds, a second fill on the
      * same card within the refill window, a fill on a day the
      * unit sat in the shop on a WOMAST order, and a fill away from
      * the unit's own depot on a day it was held on a RESVMAST
      * booking.  Every suspicious fill goes to the review report
      * with its driver of record from ASSGMAST - the pool booker
      * when the unit has no standing driver - and a severe
      * ALERTOUT line.  A card caught repeatedly in one run is
      * written to FRAUDCRD, which FCRDMNT lists for suspension.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUEL-TRANS-FILE ASSIGN TO "VEHFUEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FUEL-TRANS-STATUS.
           SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEH-ID
               FILE STATUS IS VEHICLE-MASTER-STATUS.
           SELECT VEHICLE-CLASS-FILE ASSIGN TO "VEHCLASS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VEHICLE-CLASS-STATUS.
           SELECT WORK-ORDER-FILE ASSIGN TO "WOMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-KEY
               FILE STATUS IS WORK-ORDER-STATUS.
           SELECT RESERVATION-FILE ASSIGN TO "RESVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESV-KEY
               FILE STATUS IS RESERVATION-STATUS.
           SELECT ASSIGN-MASTER-FILE ASSIGN TO "ASSGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASSG-VEH-ID
               FILE STATUS IS ASSIGN-MASTER-STATUS.
           SELECT SHOP-PARM-FILE ASSIGN TO "SHOPPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPRM-PARM-KEY
               FILE STATUS IS SHOP-PARM-STATUS.
           SELECT FRAUD-REPORT-FILE ASSIGN TO "FRAUDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRAUD-REPORT-STATUS.
           SELECT FRAUD-CARD-FILE ASSIGN TO "FRAUDCRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRAUD-CARD-STATUS.
           SELECT SHOP-ALERT-FILE ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHOP-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FUEL-TRANS-FILE.
       01  FUEL-TRANS-REC.
           02 FUEL-VEH-ID             PIC X(06).
           02 FUEL-DATE               PIC 9(08).
           02 FUEL-GALLONS            PIC 9(04)V9.
           02 FUEL-CARD-NO            PIC X(10).
           02 FUEL-UNIT-PRICE         PIC 9(03)V99.
           02 FUEL-FILL-TIME          PIC 9(04).
           02 FUEL-FILL-HHMM REDEFINES FUEL-FILL-TIME.
              03 FUEL-FILL-HH         PIC 9(02).
              03 FUEL-FILL-MM         PIC 9(02).
           02 FUEL-SITE               PIC X(03).

       FD  VEHICLE-MASTER-FILE.
           COPY VEHMAST.

       FD  VEHICLE-CLASS-FILE.
           COPY VEHCLASS.

       FD  WORK-ORDER-FILE.
           COPY WOMAST.

       FD  RESERVATION-FILE.
           COPY RESVMAST.

       FD  ASSIGN-MASTER-FILE.
           COPY ASSGMAST.

       FD  SHOP-PARM-FILE.
           COPY SHOPPARM.

       FD  FRAUD-REPORT-FILE.
       01  FRAUD-REPORT-REC            PIC X(100).

       FD  FRAUD-CARD-FILE.
           COPY FRAUDCRD.

       FD  SHOP-ALERT-FILE.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
           COPY RETCODES.
        01 FUEL-TRANS-STATUS          PIC XX VALUE "00".
        01 VEHICLE-MASTER-STATUS      PIC XX VALUE "00".
        01 VEHICLE-CLASS-STATUS       PIC XX VALUE "00".
        01 WORK-ORDER-STATUS          PIC XX VALUE "00".
        01 RESERVATION-STATUS         PIC XX VALUE "00".
        01 ASSIGN-MASTER-STATUS       PIC XX VALUE "00".
        01 SHOP-PARM-STATUS           PIC XX VALUE "00".
        01 FRAUD-REPORT-STATUS        PIC XX VALUE "00".
        01 FRAUD-CARD-STATUS          PIC XX VALUE "00".
        01 SHOP-ALERT-STATUS          PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 DETAIL-EOF-SWITCH          PIC X VALUE "N".
           88 DETAIL-EOF                   VALUE "Y".
        01 VEHICLE-FOUND-SWITCH       PIC X VALUE "N".
           88 VEHICLE-FOUND                VALUE "Y".
        01 ORDER-FILE-SWITCH          PIC X VALUE "N".
           88 ORDER-FILE-OPEN              VALUE "Y".
        01 BOOKING-FILE-SWITCH        PIC X VALUE "N".
           88 BOOKING-FILE-OPEN            VALUE "Y".
        01 ASSIGN-FILE-SWITCH         PIC X VALUE "N".
           88 ASSIGN-FILE-OPEN             VALUE "Y".
        01 CARD-TRACKED-SWITCH        PIC X VALUE "N".
           88 CARD-TRACKED                 VALUE "Y".
        01 IN-SHOP-SWITCH             PIC X VALUE "N".
           88 IN-SHOP                      VALUE "Y".
        01 BOOKED-SWITCH              PIC X VALUE "N".
           88 UNIT-BOOKED                  VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
      * Refill window and the hits that list a card for suspension
      * come from SHOPPARM; these are the defaults when absent.
        01 REFILL-MINUTES             PIC 9(05) VALUE 60.
        01 CARD-HITS-LIMIT            PIC 9(03) VALUE 2.
      * Weight each pattern carries toward a fill's score.
        01 OVERFILL-WEIGHT            PIC 9(03) VALUE 40.
        01 REFILL-WEIGHT              PIC 9(03) VALUE 30.
        01 IN-SHOP-WEIGHT             PIC 9(03) VALUE 30.
        01 BOOKED-AWAY-WEIGHT         PIC 9(03) VALUE 20.
        01 FILL-SCORE                 PIC 9(03).
        01 FILL-REASONS               PIC X(40).
        01 REASON-POINTER             PIC 9(03).
        01 TANK-CAPACITY              PIC 9(04).
        01 FILL-MINUTES               PIC 9(05).
        01 GAP-MINUTES                PIC S9(05).
        01 BOOKER-PERSON-ID           PIC 9(10).
        01 DRIVER-OF-RECORD           PIC 9(10).
        01 FILLS-READ                 PIC 9(07) VALUE ZERO.
        01 FILLS-NOT-ON-MASTER        PIC 9(07) VALUE ZERO.
        01 SUSPICIOUS-FILLS           PIC 9(07) VALUE ZERO.
        01 OVERFILL-HITS              PIC 9(05) VALUE ZERO.
        01 REFILL-HITS                PIC 9(05) VALUE ZERO.
        01 IN-SHOP-HITS               PIC 9(05) VALUE ZERO.
        01 BOOKED-AWAY-HITS           PIC 9(05) VALUE ZERO.
        01 CARDS-LISTED               PIC 9(05) VALUE ZERO.
        01 CARDS-NOT-TRACKED          PIC 9(05) VALUE ZERO.
        01 CLASS-COUNT                PIC 9(03) VALUE ZERO.
        01 CLASS-TABLE.
           02 CLASS-ENTRY OCCURS 0 TO 100 TIMES
                  DEPENDING ON CLASS-COUNT
                  INDEXED BY CLS-IDX.
               03 CLST-CLASS-CODE      PIC X(02).
               03 CLST-TANK-CAPACITY   PIC 9(04).
        01 CARD-COUNT                 PIC 9(05) VALUE ZERO.
        01 CARD-TABLE.
      * Each card's last fill and its running hits this run.
           02 CARD-ENTRY OCCURS 0 TO 9999 TIMES
                  DEPENDING ON CARD-COUNT
                  INDEXED BY CARD-IDX.
               03 CTAB-CARD-NO         PIC X(10).
               03 CTAB-VEH-ID          PIC X(06).
               03 CTAB-LAST-DATE       PIC 9(08).
               03 CTAB-LAST-MINUTES    PIC 9(05).
               03 CTAB-HITS            PIC 9(03).
               03 CTAB-SCORE           PIC 9(05).

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "FUELSCRN: FUEL-CARD FRAUD SCREENING STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         PERFORM READ-SHOP-PARMS.
         PERFORM LOAD-CLASS-CAPACITIES.
         OPEN INPUT VEHICLE-MASTER-FILE.
         IF VEHICLE-MASTER-STATUS NOT = "00"
             DISPLAY "FUELSCRN: CANNOT OPEN VEHICLE-MASTER - "
                     VEHICLE-MASTER-STATUS
             STOP RUN RETURNING RC-SEVERE
         END-IF.
         OPEN INPUT WORK-ORDER-FILE.
         IF WORK-ORDER-STATUS = "00"
             MOVE "Y" TO ORDER-FILE-SWITCH
         ELSE
             DISPLAY "NO WORK-ORDER MASTER - SHOP CHECK SKIPPED"
         END-IF.
         OPEN INPUT RESERVATION-FILE.
         IF RESERVATION-STATUS = "00"
             MOVE "Y" TO BOOKING-FILE-SWITCH
         ELSE
             DISPLAY "NO RESERVATION FILE - BOOKING CHECK SKIPPED"
         END-IF.
         OPEN INPUT ASSIGN-MASTER-FILE.
         IF ASSIGN-MASTER-STATUS = "00"
             MOVE "Y" TO ASSIGN-FILE-SWITCH
         END-IF.
         OPEN OUTPUT FRAUD-REPORT-FILE.
         MOVE SPACES TO FRAUD-REPORT-REC.
         STRING "FUEL-CARD FRAUD SCREENING AS OF " TODAY-DATE
                " - REFILL WINDOW " REFILL-MINUTES " MINUTES"
             DELIMITED BY SIZE INTO FRAUD-REPORT-REC.
         WRITE FRAUD-REPORT-REC.
         MOVE SPACES TO FRAUD-REPORT-REC.
         WRITE FRAUD-REPORT-REC.
         MOVE "SUSPICIOUS FILLS" TO FRAUD-REPORT-REC.
         WRITE FRAUD-REPORT-REC.
         PERFORM SCREEN-FUEL-FEED.
         PERFORM LIST-REPEAT-CARDS.
         CLOSE FRAUD-REPORT-FILE VEHICLE-MASTER-FILE.
         IF ORDER-FILE-OPEN
             CLOSE WORK-ORDER-FILE
         END-IF.
         IF BOOKING-FILE-OPEN
             CLOSE RESERVATION-FILE
         END-IF.
         IF ASSIGN-FILE-OPEN
             CLOSE ASSIGN-MASTER-FILE
         END-IF.
         DISPLAY "FILLS SCREENED: " FILLS-READ.
         DISPLAY "FILLS NOT ON VEHICLE MASTER: "
                 FILLS-NOT-ON-MASTER.
         DISPLAY "SUSPICIOUS FILLS: " SUSPICIOUS-FILLS.
         DISPLAY "  OVER TANK CAPACITY: " OVERFILL-HITS.
         DISPLAY "  REFILL WITHIN WINDOW: " REFILL-HITS.
         DISPLAY "  UNIT IN SHOP: " IN-SHOP-HITS.
         DISPLAY "  UNIT BOOKED, AWAY FROM DEPOT: "
                 BOOKED-AWAY-HITS.
         DISPLAY "CARDS LISTED FOR SUSPENSION: " CARDS-LISTED.
         DISPLAY "CARDS NOT TRACKED - TABLE FULL: "
                 CARDS-NOT-TRACKED.
         IF SUSPICIOUS-FILLS > 0 OR CARDS-NOT-TRACKED > 0
             STOP RUN RETURNING RC-WARNING
         ELSE
             STOP RUN RETURNING RC-NORMAL
         END-IF.

       READ-SHOP-PARMS.
         OPEN INPUT SHOP-PARM-FILE.
         IF SHOP-PARM-STATUS = "00"
             MOVE "FRAUD-REFILL-MIN" TO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE SPRM-PARM-VALUE TO REFILL-MINUTES
             END-READ
             MOVE "FRAUD-CARD-HITS " TO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE SPRM-PARM-VALUE TO CARD-HITS-LIMIT
             END-READ
             CLOSE SHOP-PARM-FILE
         END-IF.

       LOAD-CLASS-CAPACITIES.
      * A class with no tank capacity on VEHCLASS is never flagged
      * as overfilled - the check waits until the capacity is in.
         OPEN INPUT VEHICLE-CLASS-FILE.
         IF VEHICLE-CLASS-STATUS NOT = "00"
             DISPLAY "NO VEHICLE CLASS FILE - TANK CHECK SKIPPED"
         ELSE
             READ VEHICLE-CLASS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 IF CLASS-COUNT < 100
                    AND VCLS-TANK-CAPACITY NUMERIC
                     ADD 1 TO CLASS-COUNT
                     SET CLS-IDX TO CLASS-COUNT
                     MOVE VCLS-CLASS-CODE
                         TO CLST-CLASS-CODE (CLS-IDX)
                     MOVE VCLS-TANK-CAPACITY
                         TO CLST-TANK-CAPACITY (CLS-IDX)
                 END-IF
                 READ VEHICLE-CLASS-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE VEHICLE-CLASS-FILE
         END-IF.

       SCREEN-FUEL-FEED.
         OPEN INPUT FUEL-TRANS-FILE.
         IF FUEL-TRANS-STATUS NOT = "00"
             DISPLAY "NO FUEL TRANSACTIONS TO SCREEN"
         ELSE
             READ FUEL-TRANS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM SCREEN-ONE-FILL
                 READ FUEL-TRANS-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
         END-IF.
         CLOSE FUEL-TRANS-FILE.

       SCREEN-ONE-FILL.
      * A fill whose unit is not on the master is FUELMPG's reject,
      * not a pattern to score.
         ADD 1 TO FILLS-READ.
         MOVE FUEL-VEH-ID TO VEH-ID.
         READ VEHICLE-MASTER-FILE
             INVALID KEY MOVE "N" TO VEHICLE-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO VEHICLE-FOUND-SWITCH
         END-READ.
         IF NOT VEHICLE-FOUND
             ADD 1 TO FILLS-NOT-ON-MASTER
         ELSE
             MOVE ZERO TO FILL-SCORE
             MOVE SPACES TO FILL-REASONS
             MOVE 1 TO REASON-POINTER
             PERFORM FIND-CARD-ENTRY
             PERFORM CHECK-TANK-CAPACITY
             PERFORM CHECK-REFILL-WINDOW
             PERFORM CHECK-UNIT-IN-SHOP
             PERFORM CHECK-UNIT-BOOKED
             IF FILL-SCORE > 0
                 PERFORM REPORT-SUSPICIOUS-FILL
             END-IF
         END-IF.

       FIND-CARD-ENTRY.
         MOVE "Y" TO CARD-TRACKED-SWITCH.
         IF CARD-COUNT > 0
             SET CARD-IDX TO 1
             SEARCH CARD-ENTRY
                 AT END PERFORM ADD-NEW-CARD-ENTRY
                 WHEN CTAB-CARD-NO (CARD-IDX) = FUEL-CARD-NO
                     CONTINUE
             END-SEARCH
         ELSE
             PERFORM ADD-NEW-CARD-ENTRY
         END-IF.

       ADD-NEW-CARD-ENTRY.
      * With the table full the card is still screened fill by
      * fill, but its refill window and repeat hits go untracked.
         IF CARD-COUNT < 9999
             ADD 1 TO CARD-COUNT
             SET CARD-IDX TO CARD-COUNT
             MOVE FUEL-CARD-NO TO CTAB-CARD-NO (CARD-IDX)
             MOVE FUEL-VEH-ID  TO CTAB-VEH-ID (CARD-IDX)
             MOVE ZERO         TO CTAB-LAST-DATE (CARD-IDX)
             MOVE ZERO         TO CTAB-LAST-MINUTES (CARD-IDX)
             MOVE ZERO         TO CTAB-HITS (CARD-IDX)
             MOVE ZERO         TO CTAB-SCORE (CARD-IDX)
         ELSE
             ADD 1 TO CARDS-NOT-TRACKED
             MOVE "N" TO CARD-TRACKED-SWITCH
         END-IF.

       CHECK-TANK-CAPACITY.
         MOVE ZERO TO TANK-CAPACITY.
         IF CLASS-COUNT > 0
             SET CLS-IDX TO 1
             SEARCH CLASS-ENTRY
                 AT END CONTINUE
                 WHEN CLST-CLASS-CODE (CLS-IDX) = VEH-CLASS
                     MOVE CLST-TANK-CAPACITY (CLS-IDX)
                         TO TANK-CAPACITY
             END-SEARCH
         END-IF.
         IF TANK-CAPACITY > 0 AND FUEL-GALLONS > TANK-CAPACITY
             ADD OVERFILL-WEIGHT TO FILL-SCORE
             ADD 1 TO OVERFILL-HITS
             STRING "OVER-TANK " DELIMITED BY SIZE
                 INTO FILL-REASONS WITH POINTER REASON-POINTER
         END-IF.

       CHECK-REFILL-WINDOW.
      * Only fills on the same day are compared; a fill with no
      * time on the feed cannot be timed and is not.
         IF CARD-TRACKED AND FUEL-FILL-TIME NUMERIC
             COMPUTE FILL-MINUTES =
                     FUEL-FILL-HH * 60 + FUEL-FILL-MM
             IF CTAB-LAST-DATE (CARD-IDX) = FUEL-DATE
                 COMPUTE GAP-MINUTES = FILL-MINUTES
                         - CTAB-LAST-MINUTES (CARD-IDX)
                 IF GAP-MINUTES < 0
                     MULTIPLY -1 BY GAP-MINUTES
                 END-IF
                 IF GAP-MINUTES < REFILL-MINUTES
                     ADD REFILL-WEIGHT TO FILL-SCORE
                     ADD 1 TO REFILL-HITS
                     STRING "QUICK-REFILL " DELIMITED BY SIZE
                         INTO FILL-REASONS
                         WITH POINTER REASON-POINTER
                 END-IF
             END-IF
             MOVE FUEL-DATE      TO CTAB-LAST-DATE (CARD-IDX)
             MOVE FILL-MINUTES   TO CTAB-LAST-MINUTES (CARD-IDX)
         END-IF.

       CHECK-UNIT-IN-SHOP.
      * A unit on an order opened on or before the fill day and not
      * closed before it was in the shop, not at a pump.
         MOVE "N" TO IN-SHOP-SWITCH.
         IF ORDER-FILE-OPEN
             MOVE FUEL-VEH-ID TO WO-VEH-ID
             MOVE ZERO        TO WO-INTERVAL
             START WORK-ORDER-FILE KEY IS NOT LESS THAN WO-KEY
                 INVALID KEY MOVE "Y" TO DETAIL-EOF-SWITCH
             END-START
             PERFORM UNTIL DETAIL-EOF OR IN-SHOP
                 READ WORK-ORDER-FILE NEXT RECORD
                     AT END MOVE "Y" TO DETAIL-EOF-SWITCH
                 END-READ
                 IF NOT DETAIL-EOF
                     IF WO-VEH-ID NOT = FUEL-VEH-ID
                         MOVE "Y" TO DETAIL-EOF-SWITCH
                     ELSE
                         IF WO-OPEN-DATE NOT > FUEL-DATE
                            AND (WO-IS-OPEN
                                 OR WO-CLOSE-DATE > FUEL-DATE)
                             MOVE "Y" TO IN-SHOP-SWITCH
                         END-IF
                     END-IF
                 END-IF
             END-PERFORM
             MOVE "N" TO DETAIL-EOF-SWITCH
         END-IF.
         IF IN-SHOP
             ADD IN-SHOP-WEIGHT TO FILL-SCORE
             ADD 1 TO IN-SHOP-HITS
             STRING "IN-SHOP " DELIMITED BY SIZE
                 INTO FILL-REASONS WITH POINTER REASON-POINTER
         END-IF.

       CHECK-UNIT-BOOKED.
      * A pool unit held on a booking over the fill day is expected
      * at its own depot; a fill at another depot's site means the
      * card travelled without the truck.  The booker is kept as
      * the driver of record for a unit with no standing driver.
         MOVE "N" TO BOOKED-SWITCH.
         MOVE ZERO TO BOOKER-PERSON-ID.
         IF BOOKING-FILE-OPEN
             MOVE FUEL-VEH-ID TO RESV-VEH-ID
             MOVE ZERO        TO RESV-FROM-DATE
             START RESERVATION-FILE KEY IS NOT LESS THAN RESV-KEY
                 INVALID KEY MOVE "Y" TO DETAIL-EOF-SWITCH
             END-START
             PERFORM UNTIL DETAIL-EOF OR UNIT-BOOKED
                 READ RESERVATION-FILE NEXT RECORD
                     AT END MOVE "Y" TO DETAIL-EOF-SWITCH
                 END-READ
                 IF NOT DETAIL-EOF
                     IF RESV-VEH-ID NOT = FUEL-VEH-ID
                        OR RESV-FROM-DATE > FUEL-DATE
                         MOVE "Y" TO DETAIL-EOF-SWITCH
                     ELSE
                         IF RESV-TO-DATE NOT < FUEL-DATE
                             MOVE "Y" TO BOOKED-SWITCH
                             MOVE RESV-PERSON-ID
                                 TO BOOKER-PERSON-ID
                         END-IF
                     END-IF
                 END-IF
             END-PERFORM
             MOVE "N" TO DETAIL-EOF-SWITCH
         END-IF.
         IF UNIT-BOOKED AND FUEL-SITE NOT = SPACES
            AND FUEL-SITE NOT = VEH-DEPOT
             ADD BOOKED-AWAY-WEIGHT TO FILL-SCORE
             ADD 1 TO BOOKED-AWAY-HITS
             STRING "BOOKED-AWAY " DELIMITED BY SIZE
                 INTO FILL-REASONS WITH POINTER REASON-POINTER
         END-IF.

       FIND-DRIVER-OF-RECORD.
         MOVE BOOKER-PERSON-ID TO DRIVER-OF-RECORD.
         IF ASSIGN-FILE-OPEN
             MOVE FUEL-VEH-ID TO ASSG-VEH-ID
             READ ASSIGN-MASTER-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE ASSG-PERSON-ID TO DRIVER-OF-RECORD
             END-READ
         END-IF.

       REPORT-SUSPICIOUS-FILL.
         ADD 1 TO SUSPICIOUS-FILLS.
         IF CARD-TRACKED
             ADD 1 TO CTAB-HITS (CARD-IDX)
             ADD FILL-SCORE TO CTAB-SCORE (CARD-IDX)
         END-IF.
         PERFORM FIND-DRIVER-OF-RECORD.
         MOVE SPACES TO FRAUD-REPORT-REC.
         STRING "CARD " FUEL-CARD-NO
                " UNIT " FUEL-VEH-ID
                " " FUEL-DATE " " FUEL-FILL-TIME
                " GAL " FUEL-GALLONS
                " SCORE " FILL-SCORE
                " DRIVER " DRIVER-OF-RECORD
             DELIMITED BY SIZE INTO FRAUD-REPORT-REC.
         WRITE FRAUD-REPORT-REC.
         MOVE SPACES TO FRAUD-REPORT-REC.
         STRING "     " FILL-REASONS
             DELIMITED BY SIZE INTO FRAUD-REPORT-REC.
         WRITE FRAUD-REPORT-REC.
         PERFORM WRITE-FRAUD-ALERT.

       WRITE-FRAUD-ALERT.
         OPEN EXTEND SHOP-ALERT-FILE.
         IF SHOP-ALERT-STATUS = "35"
             OPEN OUTPUT SHOP-ALERT-FILE
         END-IF.
         MOVE TODAY-DATE TO ALRT-DATE.
         MOVE "FUELSCRN" TO ALRT-SOURCE.
         MOVE "S" TO ALRT-SEVERITY.
         MOVE FUEL-VEH-ID TO ALRT-KEY.
         MOVE SPACES TO ALRT-MESSAGE.
         STRING "SUSPECT FILL CARD " FUEL-CARD-NO
                " SCORE " FILL-SCORE " " FILL-REASONS
             DELIMITED BY SIZE INTO ALRT-MESSAGE.
         WRITE SHOP-ALERT-REC.
         CLOSE SHOP-ALERT-FILE.

       LIST-REPEAT-CARDS.
         OPEN OUTPUT FRAUD-CARD-FILE.
         MOVE SPACES TO FRAUD-REPORT-REC.
         WRITE FRAUD-REPORT-REC.
         MOVE SPACES TO FRAUD-REPORT-REC.
         STRING "CARDS WITH " CARD-HITS-LIMIT
                " OR MORE HITS - LISTED FOR SUSPENSION"
             DELIMITED BY SIZE INTO FRAUD-REPORT-REC.
         WRITE FRAUD-REPORT-REC.
         IF CARD-COUNT > 0
             PERFORM LIST-ONE-CARD
                 VARYING CARD-IDX FROM 1 BY 1
                 UNTIL CARD-IDX > CARD-COUNT
         END-IF.
         CLOSE FRAUD-CARD-FILE.

       LIST-ONE-CARD.
         IF CTAB-HITS (CARD-IDX) NOT < CARD-HITS-LIMIT
            AND CTAB-HITS (CARD-IDX) > 0
             ADD 1 TO CARDS-LISTED
             MOVE CTAB-CARD-NO (CARD-IDX) TO FRDC-CARD-NUMBER
             MOVE CTAB-VEH-ID (CARD-IDX)  TO FRDC-VEH-ID
             MOVE CTAB-HITS (CARD-IDX)    TO FRDC-HITS
             MOVE CTAB-SCORE (CARD-IDX)   TO FRDC-SCORE
             MOVE TODAY-DATE              TO FRDC-RUN-DATE
             WRITE FRAUD-CARD-REC
             MOVE SPACES TO FRAUD-REPORT-REC
             STRING "CARD " CTAB-CARD-NO (CARD-IDX)
                    " UNIT " CTAB-VEH-ID (CARD-IDX)
                    " HITS " CTAB-HITS (CARD-IDX)
                    " TOTAL SCORE " CTAB-SCORE (CARD-IDX)
                 DELIMITED BY SIZE INTO FRAUD-REPORT-REC
             WRITE FRAUD-REPORT-REC
         END-IF.
