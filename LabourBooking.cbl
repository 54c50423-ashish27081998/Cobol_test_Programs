       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LABRBOOK.
      * Mechanic labour capture for the garage: each booking card
      * carries a technician's start and stop time on one WO-KEY,
      * checked against PERSON-MASTER - only active staff book
      * time - and against WOMAST - only an open order takes it.
      * Good bookings are costed at the hourly rate for the
      * mechanic's grade and appended to the labour detail that
      * WORKORDR sums into the order's cost at close.  The weekly
      * productivity report sets each mechanic's booked job hours
      * for the seven days ending today beside the hours TIMEKEEP
      * clocked for them, so unbooked shop time shows up as a gap
      * rather than vanishing into keyed job costs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LABOUR-TRANS-FILE ASSIGN TO "LABRTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LABOUR-TRANS-STATUS.
           SELECT PERSON-MASTER-FILE ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSM-PERSON-ID
               ALTERNATE RECORD KEY IS PERSM-L-SURNAME
                   WITH DUPLICATES
               FILE STATUS IS PERSON-MASTER-STATUS.
           SELECT WORK-ORDER-FILE ASSIGN TO "WOMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-KEY
               FILE STATUS IS WORK-ORDER-STATUS.
           SELECT MECHANIC-GRADE-FILE ASSIGN TO "MECHGRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MECHANIC-GRADE-STATUS.
           SELECT LABOUR-RATE-FILE ASSIGN TO "LABRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LABOUR-RATE-STATUS.
           SELECT LABOUR-BOOKING-FILE ASSIGN TO "WOLABOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LABOUR-BOOKING-STATUS.
           SELECT CLOCK-HISTORY-FILE ASSIGN TO "CLOKHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOCK-HISTORY-STATUS.
           SELECT LABOUR-REJECT-FILE ASSIGN TO "LABRREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LABOUR-REJECT-STATUS.
           SELECT PRODUCTIVITY-RPT-FILE ASSIGN TO "LABRPROD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODUCTIVITY-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LABOUR-TRANS-FILE.
      * Booking card: one stretch of work by one mechanic on one
      * order, start and stop as HHMM on the same day.
       01  LABOUR-TRANS-REC.
           02 LBTR-PERSON-ID           PIC 9(10).
           02 LBTR-VEH-ID              PIC X(06).
           02 LBTR-INTERVAL            PIC 9(06).
           02 LBTR-DATE.
              03 LBTR-YEAR             PIC 9(04).
              03 LBTR-MONTH            PIC 9(02).
              03 LBTR-DAY              PIC 9(02).
           02 LBTR-START-TIME          PIC 9(04).
           02 LBTR-STOP-TIME           PIC 9(04).

       FD  PERSON-MASTER-FILE.
           COPY PERSMAST.

       FD  WORK-ORDER-FILE.
           COPY WOMAST.

       FD  MECHANIC-GRADE-FILE.
      * Garage technician register: the grade each mechanic is paid
      * at.  Staff not on it cannot book labour.
       01  MECHANIC-GRADE-REC.
           02 MGRD-PERSON-ID           PIC 9(10).
           02 MGRD-GRADE               PIC X(02).

       FD  LABOUR-RATE-FILE.
       01  LABOUR-RATE-REC.
           02 LRAT-GRADE               PIC X(02).
           02 LRAT-HOURLY-RATE         PIC 9(03)V99.

       FD  LABOUR-BOOKING-FILE.
           COPY WOLABOR.

       FD  CLOCK-HISTORY-FILE.
           COPY CLOKHIST.

       FD  LABOUR-REJECT-FILE.
       01  LABOUR-REJECT-REC           PIC X(80).

       FD  PRODUCTIVITY-RPT-FILE.
       01  PRODUCTIVITY-RPT-REC        PIC X(100).

       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY DATEVALP.
           COPY BUSDAYP.
        01 LABOUR-TRANS-STATUS        PIC XX VALUE "00".
        01 PERSON-MASTER-STATUS       PIC XX VALUE "00".
        01 WORK-ORDER-STATUS          PIC XX VALUE "00".
        01 MECHANIC-GRADE-STATUS      PIC XX VALUE "00".
        01 LABOUR-RATE-STATUS         PIC XX VALUE "00".
        01 LABOUR-BOOKING-STATUS      PIC XX VALUE "00".
        01 CLOCK-HISTORY-STATUS       PIC XX VALUE "00".
        01 LABOUR-REJECT-STATUS       PIC XX VALUE "00".
        01 PRODUCTIVITY-RPT-STATUS    PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 PERSON-FOUND-SWITCH        PIC X VALUE "N".
           88 PERSON-FOUND                 VALUE "Y".
        01 ORDER-FOUND-SWITCH         PIC X VALUE "N".
           88 ORDER-FOUND                  VALUE "Y".
        01 MECHANIC-FOUND-SWITCH      PIC X VALUE "N".
           88 MECHANIC-FOUND               VALUE "Y".
        01 RATE-FOUND-SWITCH          PIC X VALUE "N".
           88 RATE-FOUND                   VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 WEEK-START-DATE            PIC 9(08).
        01 REJECT-REASON              PIC X(30).
        01 BOOKINGS-READ              PIC 9(05) VALUE ZERO.
        01 BOOKINGS-POSTED            PIC 9(05) VALUE ZERO.
        01 BOOKINGS-REJECTED          PIC 9(05) VALUE ZERO.
        01 OVER-BOOKED-COUNT          PIC 9(05) VALUE ZERO.
        01 CLOCK-HOURS-PART           PIC 9(02).
        01 CLOCK-MINUTES-PART         PIC 9(02).
        01 START-MINUTES              PIC S9(05).
        01 STOP-MINUTES               PIC S9(05).
        01 BOOKED-MINUTES             PIC S9(05).
        01 FOUND-GRADE                PIC X(02).
        01 FOUND-RATE                 PIC 9(03)V99.
        01 TOTAL-BOOKED-HOURS         PIC 9(06)V99 VALUE ZERO.
        01 TOTAL-CLOCKED-HOURS        PIC 9(06)V9 VALUE ZERO.
        01 PRODUCTIVITY-PERCENT       PIC 9(04).
        01 PRODUCTIVITY-NOTE          PIC X(24).
        01 EDITED-BOOKED              PIC Z(5)9.99.
        01 EDITED-CLOCKED             PIC Z(5)9.9.
        01 EDITED-PERCENT             PIC Z(3)9.
        01 MECHANIC-COUNT             PIC 9(04) VALUE ZERO.
        01 MECHANIC-TABLE.
           02 MECHANIC-ENTRY OCCURS 0 TO 500 TIMES
                  DEPENDING ON MECHANIC-COUNT
                  INDEXED BY MECH-IDX.
               03 MTAB-PERSON-ID       PIC 9(10).
               03 MTAB-GRADE           PIC X(02).
               03 MTAB-BOOKED-HOURS    PIC 9(04)V99.
               03 MTAB-CLOCKED-HOURS   PIC 9(04)V9.
        01 RATE-COUNT                 PIC 9(03) VALUE ZERO.
        01 RATE-TABLE.
           02 RATE-ENTRY OCCURS 0 TO 50 TIMES
                  DEPENDING ON RATE-COUNT
                  INDEXED BY RATE-IDX.
               03 RTAB-GRADE           PIC X(02).
               03 RTAB-HOURLY-RATE     PIC 9(03)V99.

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "LABRBOOK: LABOUR BOOKING RUN STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         OPEN INPUT PERSON-MASTER-FILE.
         IF PERSON-MASTER-STATUS NOT = "00"
             DISPLAY "LABRBOOK: CANNOT OPEN PERSON-MASTER - "
                     PERSON-MASTER-STATUS
             STOP RUN RETURNING RC-SEVERE
         END-IF.
         PERFORM LOAD-MECHANIC-GRADES.
         PERFORM LOAD-LABOUR-RATES.
         OPEN OUTPUT LABOUR-REJECT-FILE.
         PERFORM PROCESS-BOOKINGS.
         PERFORM BUILD-PRODUCTIVITY-REPORT.
         CLOSE PERSON-MASTER-FILE LABOUR-REJECT-FILE.
         DISPLAY "BOOKINGS READ: " BOOKINGS-READ.
         DISPLAY "BOOKINGS POSTED: " BOOKINGS-POSTED.
         DISPLAY "BOOKINGS REJECTED: " BOOKINGS-REJECTED.
         DISPLAY "MECHANICS BOOKED OVER CLOCK: " OVER-BOOKED-COUNT.
         IF BOOKINGS-REJECTED > 0 OR OVER-BOOKED-COUNT > 0
             STOP RUN RETURNING RC-WARNING
         ELSE
             STOP RUN RETURNING RC-NORMAL
         END-IF.

       LOAD-MECHANIC-GRADES.
         OPEN INPUT MECHANIC-GRADE-FILE.
         IF MECHANIC-GRADE-STATUS NOT = "00"
             DISPLAY "LABRBOOK: NO MECHANIC GRADE REGISTER"
         ELSE
             READ MECHANIC-GRADE-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 IF MECHANIC-COUNT < 500
                     ADD 1 TO MECHANIC-COUNT
                     SET MECH-IDX TO MECHANIC-COUNT
                     MOVE MGRD-PERSON-ID
                         TO MTAB-PERSON-ID (MECH-IDX)
                     MOVE MGRD-GRADE
                         TO MTAB-GRADE (MECH-IDX)
                     MOVE ZERO TO MTAB-BOOKED-HOURS (MECH-IDX)
                     MOVE ZERO TO MTAB-CLOCKED-HOURS (MECH-IDX)
                 END-IF
                 READ MECHANIC-GRADE-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE MECHANIC-GRADE-FILE
         END-IF.

       LOAD-LABOUR-RATES.
         OPEN INPUT LABOUR-RATE-FILE.
         IF LABOUR-RATE-STATUS NOT = "00"
             DISPLAY "LABRBOOK: NO LABOUR RATE TABLE"
         ELSE
             READ LABOUR-RATE-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 IF RATE-COUNT < 50
                     ADD 1 TO RATE-COUNT
                     SET RATE-IDX TO RATE-COUNT
                     MOVE LRAT-GRADE TO RTAB-GRADE (RATE-IDX)
                     MOVE LRAT-HOURLY-RATE
                         TO RTAB-HOURLY-RATE (RATE-IDX)
                 END-IF
                 READ LABOUR-RATE-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE LABOUR-RATE-FILE
         END-IF.

       PROCESS-BOOKINGS.
      * Booking lines accumulate across runs the way the parts usage
      * lines do - order close and the weekly report read them
      * back, not the nightly truncate.
         OPEN INPUT LABOUR-TRANS-FILE.
         IF LABOUR-TRANS-STATUS NOT = "00"
             DISPLAY "NO LABOUR BOOKINGS TO PROCESS"
         ELSE
             OPEN INPUT WORK-ORDER-FILE
             OPEN EXTEND LABOUR-BOOKING-FILE
             IF LABOUR-BOOKING-STATUS = "35"
                 OPEN OUTPUT LABOUR-BOOKING-FILE
             END-IF
             READ LABOUR-TRANS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM PROCESS-ONE-BOOKING
                 READ LABOUR-TRANS-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE WORK-ORDER-FILE LABOUR-BOOKING-FILE
         END-IF.
         CLOSE LABOUR-TRANS-FILE.

       PROCESS-ONE-BOOKING.
         ADD 1 TO BOOKINGS-READ.
         MOVE SPACES TO REJECT-REASON.
         MOVE LBTR-PERSON-ID TO PERSM-PERSON-ID.
         READ PERSON-MASTER-FILE
             INVALID KEY MOVE "N" TO PERSON-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO PERSON-FOUND-SWITCH
         END-READ.
         MOVE LBTR-YEAR  TO DV-YEAR.
         MOVE LBTR-MONTH TO DV-MONTH.
         MOVE LBTR-DAY   TO DV-DAY.
         CALL "DATEVAL" USING DATE-VALIDATION-PARMS.
         IF NOT PERSON-FOUND
             MOVE "NOT ON PERSON-MASTER" TO REJECT-REASON
         ELSE
         IF NOT PERSM-ACTIVE
             MOVE "PERSON NOT ACTIVE" TO REJECT-REASON
         ELSE
         IF NOT DV-DATE-VALID
             MOVE "BAD BOOKING DATE" TO REJECT-REASON
         ELSE
             PERFORM CHECK-BOOKING-TIMES
         END-IF
         END-IF
         END-IF.
         IF REJECT-REASON = SPACES
             PERFORM FIND-MECHANIC-RATE
         END-IF.
         IF REJECT-REASON = SPACES
             PERFORM CHECK-ORDER-OPEN
         END-IF.
         IF REJECT-REASON = SPACES
             PERFORM WRITE-BOOKING-LINE
         ELSE
             MOVE SPACES TO LABOUR-REJECT-REC
             STRING "REJECTED - " LBTR-PERSON-ID
                    " ON " LBTR-VEH-ID " " LBTR-INTERVAL
                    " " LBTR-DATE " - " REJECT-REASON
                 DELIMITED BY SIZE INTO LABOUR-REJECT-REC
             WRITE LABOUR-REJECT-REC
             ADD 1 TO BOOKINGS-REJECTED
         END-IF.

       CHECK-BOOKING-TIMES.
      * HHMM splits through DIVIDE/REMAINDER as TIMEKEEP does it,
      * so a booking and a punch turn the same clock reading into
      * the same minutes.
         DIVIDE LBTR-START-TIME BY 100
             GIVING CLOCK-HOURS-PART
             REMAINDER CLOCK-MINUTES-PART.
         IF CLOCK-HOURS-PART > 23 OR CLOCK-MINUTES-PART > 59
             MOVE "BAD START TIME" TO REJECT-REASON
         ELSE
             COMPUTE START-MINUTES =
                     (CLOCK-HOURS-PART * 60) + CLOCK-MINUTES-PART
             DIVIDE LBTR-STOP-TIME BY 100
                 GIVING CLOCK-HOURS-PART
                 REMAINDER CLOCK-MINUTES-PART
             IF CLOCK-HOURS-PART > 23 OR CLOCK-MINUTES-PART > 59
                 MOVE "BAD STOP TIME" TO REJECT-REASON
             ELSE
                 COMPUTE STOP-MINUTES =
                         (CLOCK-HOURS-PART * 60)
                         + CLOCK-MINUTES-PART
                 IF STOP-MINUTES NOT > START-MINUTES
                     MOVE "STOP NOT AFTER START"
                         TO REJECT-REASON
                 ELSE
                     COMPUTE BOOKED-MINUTES =
                             STOP-MINUTES - START-MINUTES
                 END-IF
             END-IF
         END-IF.

       FIND-MECHANIC-RATE.
         MOVE "N" TO MECHANIC-FOUND-SWITCH.
         MOVE "N" TO RATE-FOUND-SWITCH.
         IF MECHANIC-COUNT > 0
             SET MECH-IDX TO 1
             SEARCH MECHANIC-ENTRY
                 AT END MOVE "N" TO MECHANIC-FOUND-SWITCH
                 WHEN MTAB-PERSON-ID (MECH-IDX) = LBTR-PERSON-ID
                     MOVE "Y" TO MECHANIC-FOUND-SWITCH
                     MOVE MTAB-GRADE (MECH-IDX) TO FOUND-GRADE
             END-SEARCH
         END-IF.
         IF MECHANIC-FOUND AND RATE-COUNT > 0
             SET RATE-IDX TO 1
             SEARCH RATE-ENTRY
                 AT END MOVE "N" TO RATE-FOUND-SWITCH
                 WHEN RTAB-GRADE (RATE-IDX) = FOUND-GRADE
                     MOVE "Y" TO RATE-FOUND-SWITCH
                     MOVE RTAB-HOURLY-RATE (RATE-IDX)
                         TO FOUND-RATE
             END-SEARCH
         END-IF.
         IF NOT MECHANIC-FOUND
             MOVE "NOT A GRADED MECHANIC" TO REJECT-REASON
         ELSE
             IF NOT RATE-FOUND
                 MOVE "NO RATE FOR GRADE" TO REJECT-REASON
             END-IF
         END-IF.

       CHECK-ORDER-OPEN.
         MOVE LBTR-VEH-ID   TO WO-VEH-ID.
         MOVE LBTR-INTERVAL TO WO-INTERVAL.
         READ WORK-ORDER-FILE
             INVALID KEY MOVE "N" TO ORDER-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO ORDER-FOUND-SWITCH
         END-READ.
         IF NOT ORDER-FOUND
             MOVE "NO SUCH WORK ORDER" TO REJECT-REASON
         ELSE
             IF WO-IS-CLOSED
                 MOVE "ORDER ALREADY CLOSED" TO REJECT-REASON
             END-IF
         END-IF.

       WRITE-BOOKING-LINE.
         MOVE LBTR-VEH-ID     TO WLAB-VEH-ID.
         MOVE LBTR-INTERVAL   TO WLAB-INTERVAL.
         MOVE LBTR-PERSON-ID  TO WLAB-PERSON-ID.
         MOVE LBTR-DATE       TO WLAB-BOOK-DATE.
         MOVE LBTR-START-TIME TO WLAB-START-TIME.
         MOVE LBTR-STOP-TIME  TO WLAB-STOP-TIME.
         MOVE FOUND-GRADE     TO WLAB-GRADE.
         MOVE FOUND-RATE      TO WLAB-HOURLY-RATE.
         COMPUTE WLAB-HOURS ROUNDED = BOOKED-MINUTES / 60.
         COMPUTE WLAB-COST ROUNDED =
                 (BOOKED-MINUTES * FOUND-RATE) / 60.
         WRITE LABOUR-BOOKING-REC.
         ADD 1 TO BOOKINGS-POSTED.

       BUILD-PRODUCTIVITY-REPORT.
      * The week is the seven calendar days ending today, rolled
      * back through BUSDAY so month ends need no hand arithmetic.
         MOVE "A"        TO BD-FUNCTION.
         MOVE TODAY-DATE TO BD-FROM-DATE.
         MOVE -6         TO BD-ADD-DAYS.
         CALL "BUSDAY" USING BUSDAY-PARMS.
         MOVE BD-RESULT-DATE TO WEEK-START-DATE.
         PERFORM ADD-UP-BOOKED-HOURS.
         PERFORM ADD-UP-CLOCKED-HOURS.
         OPEN OUTPUT PRODUCTIVITY-RPT-FILE.
         MOVE SPACES TO PRODUCTIVITY-RPT-REC.
         STRING "MECHANIC PRODUCTIVITY - WEEK " WEEK-START-DATE
                " TO " TODAY-DATE
             DELIMITED BY SIZE INTO PRODUCTIVITY-RPT-REC.
         WRITE PRODUCTIVITY-RPT-REC.
         MOVE SPACES TO PRODUCTIVITY-RPT-REC.
         STRING "PERSON ID  NAME                 GR"
                "     BOOKED   CLOCKED  PCT"
             DELIMITED BY SIZE INTO PRODUCTIVITY-RPT-REC.
         WRITE PRODUCTIVITY-RPT-REC.
         IF MECHANIC-COUNT > 0
             PERFORM REPORT-ONE-MECHANIC
                 VARYING MECH-IDX FROM 1 BY 1
                 UNTIL MECH-IDX > MECHANIC-COUNT
         END-IF.
         MOVE TOTAL-BOOKED-HOURS  TO EDITED-BOOKED.
         MOVE TOTAL-CLOCKED-HOURS TO EDITED-CLOCKED.
         MOVE SPACES TO PRODUCTIVITY-RPT-REC.
         STRING "GARAGE TOTAL" "                       "
                " " EDITED-BOOKED " " EDITED-CLOCKED
             DELIMITED BY SIZE INTO PRODUCTIVITY-RPT-REC.
         WRITE PRODUCTIVITY-RPT-REC.
         CLOSE PRODUCTIVITY-RPT-FILE.

       ADD-UP-BOOKED-HOURS.
         OPEN INPUT LABOUR-BOOKING-FILE.
         IF LABOUR-BOOKING-STATUS = "00"
             READ LABOUR-BOOKING-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 IF WLAB-BOOK-DATE NOT < WEEK-START-DATE AND
                    WLAB-BOOK-DATE NOT > TODAY-DATE AND
                    MECHANIC-COUNT > 0
                     SET MECH-IDX TO 1
                     SEARCH MECHANIC-ENTRY
                         WHEN MTAB-PERSON-ID (MECH-IDX) =
                              WLAB-PERSON-ID
                             ADD WLAB-HOURS
                                 TO MTAB-BOOKED-HOURS (MECH-IDX)
                     END-SEARCH
                 END-IF
                 READ LABOUR-BOOKING-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE LABOUR-BOOKING-FILE
         END-IF.

       ADD-UP-CLOCKED-HOURS.
         OPEN INPUT CLOCK-HISTORY-FILE.
         IF CLOCK-HISTORY-STATUS = "00"
             READ CLOCK-HISTORY-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 IF CLKH-DATE NOT < WEEK-START-DATE AND
                    CLKH-DATE NOT > TODAY-DATE AND
                    MECHANIC-COUNT > 0
                     SET MECH-IDX TO 1
                     SEARCH MECHANIC-ENTRY
                         WHEN MTAB-PERSON-ID (MECH-IDX) =
                              CLKH-PERSON-ID
                             ADD CLKH-HOURS
                                 TO MTAB-CLOCKED-HOURS (MECH-IDX)
                     END-SEARCH
                 END-IF
                 READ CLOCK-HISTORY-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE CLOCK-HISTORY-FILE
         END-IF.

       REPORT-ONE-MECHANIC.
      * Booked over clocked means time went on a card that the
      * clock never saw - one of the two is wrong, so it counts
      * toward the warning return.
         MOVE MTAB-PERSON-ID (MECH-IDX) TO PERSM-PERSON-ID.
         READ PERSON-MASTER-FILE
             INVALID KEY MOVE SPACES TO PERSM-FULL-NAME
         END-READ.
         MOVE SPACES TO PRODUCTIVITY-NOTE.
         MOVE ZERO TO PRODUCTIVITY-PERCENT.
         IF MTAB-CLOCKED-HOURS (MECH-IDX) > 0
             COMPUTE PRODUCTIVITY-PERCENT ROUNDED =
                     (MTAB-BOOKED-HOURS (MECH-IDX) * 100)
                     / MTAB-CLOCKED-HOURS (MECH-IDX)
                 ON SIZE ERROR MOVE 9999 TO PRODUCTIVITY-PERCENT
             END-COMPUTE
         END-IF.
         IF MTAB-BOOKED-HOURS (MECH-IDX) >
            MTAB-CLOCKED-HOURS (MECH-IDX)
             MOVE "BOOKED EXCEEDS CLOCKED" TO PRODUCTIVITY-NOTE
             ADD 1 TO OVER-BOOKED-COUNT
         ELSE
             IF MTAB-CLOCKED-HOURS (MECH-IDX) > 0 AND
                MTAB-BOOKED-HOURS (MECH-IDX) = 0
                 MOVE "NO JOB TIME BOOKED" TO PRODUCTIVITY-NOTE
             END-IF
         END-IF.
         ADD MTAB-BOOKED-HOURS (MECH-IDX)  TO TOTAL-BOOKED-HOURS.
         ADD MTAB-CLOCKED-HOURS (MECH-IDX) TO TOTAL-CLOCKED-HOURS.
         MOVE MTAB-BOOKED-HOURS (MECH-IDX)  TO EDITED-BOOKED.
         MOVE MTAB-CLOCKED-HOURS (MECH-IDX) TO EDITED-CLOCKED.
         MOVE PRODUCTIVITY-PERCENT TO EDITED-PERCENT.
         MOVE SPACES TO PRODUCTIVITY-RPT-REC.
         STRING MTAB-PERSON-ID (MECH-IDX) " "
                PERSM-FIRST-NAME " " PERSM-L-SURNAME " "
                MTAB-GRADE (MECH-IDX) " "
                EDITED-BOOKED " " EDITED-CLOCKED " "
                EDITED-PERCENT " " PRODUCTIVITY-NOTE
             DELIMITED BY SIZE INTO PRODUCTIVITY-RPT-REC.
         WRITE PRODUCTIVITY-RPT-REC.
