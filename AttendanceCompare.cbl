       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ATTNCOMP.
      * Rostered-versus-actual attendance and overtime.  Run at the
      * end of the rostered week, before DUTYRSTR writes the next
      * one: for each of the seven days ending on the ATTNWEEK card
      * date (today without one) every DUTYRSTR roster line is held
      * against the TIMEKEEP clock pairs on the clocked-hours
      * history.  A rostered shift with no punches is a no-show,
      * a first clock-in past the shift start or a last clock-out
      * before its finish by more than the shop's grace minutes is
      * a late start or early finish, and clocked time on a day a
      * rostered driver was not rostered is unrostered attendance.
      * Overtime is then worked out by the shop's rules - hours over
      * the daily threshold, straight hours over the weekly
      * threshold, and every hour worked on a shop-calendar holiday
      * at the holiday premium - and written for PAYXTRCT to carry
      * to the bureau as its own hours type, so overtime stops
      * being claimed on paper.  Staff salaried under the pay
      * history earn no overtime and are left off the file.  The
      * week is added to PAYOVTM, which PAYXTRCT empties once it
      * has sent it, so a week the bureau has not yet had is kept
      * beside the next one - a week is run once, not rerun.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WEEK-PARM-FILE ASSIGN TO "ATTNWEEK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WEEK-PARM-STATUS.
           SELECT ROSTER-FILE ASSIGN TO "ROSTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-STATUS.
           SELECT CLOCK-HISTORY-FILE ASSIGN TO "CLOKHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOCK-HISTORY-STATUS.
           SELECT SHOP-CALENDAR-FILE ASSIGN TO "SHOPCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCAL-DATE
               FILE STATUS IS SHOP-CALENDAR-STATUS.
           SELECT SHOP-PARM-FILE ASSIGN TO "SHOPPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPRM-PARM-KEY
               FILE STATUS IS SHOP-PARM-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYH-KEY
               FILE STATUS IS PAY-HISTORY-STATUS.
           SELECT OVERTIME-FILE ASSIGN TO "PAYOVTM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERTIME-STATUS.
           SELECT EXCEPTION-RPT-FILE ASSIGN TO "ATTNEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WEEK-PARM-FILE.
       01  WEEK-PARM-REC.
           02 WPRM-WEEK-END-DATE       PIC 9(08).

       FD  ROSTER-FILE.
       01  ROSTER-REC.
           02 ROST-DEPOT               PIC X(03).
           02 ROST-DATE                PIC 9(08).
           02 ROST-SHIFT-CODE          PIC X(02).
           02 ROST-PERSON-ID           PIC 9(10).
           02 ROST-START-TIME          PIC 9(04).
           02 ROST-END-TIME            PIC 9(04).

       FD  CLOCK-HISTORY-FILE.
           COPY CLOKHIST.

       FD  SHOP-CALENDAR-FILE.
           COPY SHOPCAL.

       FD  SHOP-PARM-FILE.
           COPY SHOPPARM.

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  OVERTIME-FILE.
           COPY OVERTIME.

       FD  EXCEPTION-RPT-FILE.
       01  EXCEPTION-RPT-REC           PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY BUSDAYP.
        01 WEEK-PARM-STATUS           PIC XX VALUE "00".
        01 ROSTER-STATUS              PIC XX VALUE "00".
        01 CLOCK-HISTORY-STATUS       PIC XX VALUE "00".
        01 SHOP-CALENDAR-STATUS       PIC XX VALUE "00".
        01 SHOP-PARM-STATUS           PIC XX VALUE "00".
        01 PAY-HISTORY-STATUS         PIC XX VALUE "00".
        01 OVERTIME-STATUS            PIC XX VALUE "00".
        01 EXCEPTION-RPT-STATUS       PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 CALENDAR-SWITCH            PIC X VALUE "N".
           88 CALENDAR-OPEN                VALUE "Y".
        01 PAY-HISTORY-SWITCH         PIC X VALUE "N".
           88 PAY-HISTORY-OPEN             VALUE "Y".
        01 RATE-EOF-SWITCH            PIC X VALUE "N".
           88 RATE-EOF                     VALUE "Y".
        01 SALARIED-SWITCH            PIC X VALUE "N".
           88 STAFF-SALARIED               VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 WEEK-END-DATE              PIC 9(08).
        01 WEEK-START-DATE            PIC 9(08).
        01 DAILY-THRESHOLD            PIC 9(02)V9 VALUE 8.
        01 WEEKLY-THRESHOLD           PIC 9(03)V9 VALUE 40.
        01 GRACE-MINUTES              PIC 9(03) VALUE 5.
        01 CHECK-PERSON-ID            PIC 9(10).
        01 CHECK-DATE                 PIC 9(08).
        01 DAY-SUB                    PIC 9(01).
        01 WEEK-SUB                   PIC 9(01).
        01 TIME-WORK                  PIC 9(04).
        01 TIME-MINUTES               PIC S9(05).
        01 SHIFT-START-MINUTES        PIC S9(05).
        01 SHIFT-END-MINUTES          PIC S9(05).
        01 CLOCK-IN-MINUTES           PIC S9(05).
        01 CLOCK-OUT-MINUTES          PIC S9(05).
        01 MINUTES-OFF                PIC S9(05).
        01 CLOCK-HOURS-PART           PIC 9(02).
        01 CLOCK-MINUTES-PART         PIC 9(02).
        01 DAY-HOURS                  PIC 9(03)V9.
        01 DAY-OVERTIME               PIC 9(03)V9.
        01 WEEK-STRAIGHT-HOURS        PIC 9(04)V9.
        01 WEEK-OVERTIME-HOURS        PIC 9(04)V9.
        01 WEEK-HOLIDAY-HOURS         PIC 9(04)V9.
        01 EXCEPTION-TEXT             PIC X(24).
        01 NO-SHOW-COUNT              PIC 9(05) VALUE ZERO.
        01 LATE-START-COUNT           PIC 9(05) VALUE ZERO.
        01 EARLY-FINISH-COUNT         PIC 9(05) VALUE ZERO.
        01 UNROSTERED-COUNT           PIC 9(05) VALUE ZERO.
        01 ROSTER-LINES-READ          PIC 9(07) VALUE ZERO.
        01 CLOCK-PAIRS-READ           PIC 9(07) VALUE ZERO.
        01 SALARIED-SKIPPED           PIC 9(05) VALUE ZERO.
        01 OVERTIME-RECORDS           PIC 9(05) VALUE ZERO.
        01 TOTAL-OVERTIME-HOURS       PIC 9(06)V9 VALUE ZERO.
        01 TOTAL-HOLIDAY-HOURS        PIC 9(06)V9 VALUE ZERO.
        01 WEEK-DAY-TABLE.
           02 WEEK-DAY-ENTRY OCCURS 7 TIMES.
               03 WDAY-DATE            PIC 9(08).
               03 WDAY-HOLIDAY-SWITCH  PIC X.
                  88 WDAY-IS-HOLIDAY       VALUE "Y".
        01 STAFF-COUNT                PIC 9(04) VALUE ZERO.
        01 STAFF-TABLE.
           02 STAFF-ENTRY OCCURS 0 TO 3000 TIMES
                  DEPENDING ON STAFF-COUNT
                  INDEXED BY STAF-IDX.
               03 STAF-PERSON-ID       PIC 9(10).
               03 STAF-ROSTERED-SWITCH PIC X.
                  88 STAF-ON-ROSTER        VALUE "Y".
               03 STAF-DAY OCCURS 7 TIMES.
                  04 SDAY-SHIFT-CODE   PIC X(02).
                  04 SDAY-SHIFT-START  PIC 9(04).
                  04 SDAY-SHIFT-END    PIC 9(04).
                  04 SDAY-CLOCKED-SWITCH PIC X.
                     88 SDAY-CLOCKED       VALUE "Y".
                  04 SDAY-HOURS        PIC 9(03)V9.
                  04 SDAY-FIRST-IN     PIC 9(04).
                  04 SDAY-LAST-OUT     PIC 9(04).

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "ATTNCOMP: ROSTER VERSUS ATTENDANCE STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         PERFORM READ-WEEK-PARM.
         PERFORM READ-SHOP-PARMS.
         PERFORM BUILD-WEEK-DAYS.
         PERFORM LOAD-WEEK-ROSTER.
         PERFORM LOAD-WEEK-CLOCKINGS.
         OPEN OUTPUT EXCEPTION-RPT-FILE.
         MOVE SPACES TO EXCEPTION-RPT-REC.
         STRING "ROSTER VERSUS ATTENDANCE " WEEK-START-DATE
                " TO " WEEK-END-DATE
             DELIMITED BY SIZE INTO EXCEPTION-RPT-REC.
         WRITE EXCEPTION-RPT-REC.
         IF STAFF-COUNT > 0
             PERFORM COMPARE-ONE-STAFF
                 VARYING STAF-IDX FROM 1 BY 1
                 UNTIL STAF-IDX > STAFF-COUNT
         END-IF.
         MOVE SPACES TO EXCEPTION-RPT-REC.
         STRING "NO-SHOWS: " NO-SHOW-COUNT
                "  LATE: " LATE-START-COUNT
                "  EARLY: " EARLY-FINISH-COUNT
                "  UNROSTERED: " UNROSTERED-COUNT
             DELIMITED BY SIZE INTO EXCEPTION-RPT-REC.
         WRITE EXCEPTION-RPT-REC.
         CLOSE EXCEPTION-RPT-FILE.
         PERFORM WRITE-OVERTIME-FILE.
         DISPLAY "WEEK " WEEK-START-DATE " TO " WEEK-END-DATE.
         DISPLAY "ROSTER LINES IN WEEK: " ROSTER-LINES-READ.
         DISPLAY "CLOCK PAIRS IN WEEK: " CLOCK-PAIRS-READ.
         DISPLAY "NO-SHOWS: " NO-SHOW-COUNT.
         DISPLAY "LATE STARTS: " LATE-START-COUNT.
         DISPLAY "EARLY FINISHES: " EARLY-FINISH-COUNT.
         DISPLAY "UNROSTERED ATTENDANCE: " UNROSTERED-COUNT.
         DISPLAY "OVERTIME RECORDS WRITTEN: " OVERTIME-RECORDS.
         DISPLAY "OVERTIME HOURS: " TOTAL-OVERTIME-HOURS.
         DISPLAY "HOLIDAY HOURS: " TOTAL-HOLIDAY-HOURS.
         DISPLAY "SALARIED - NO OVERTIME: " SALARIED-SKIPPED.
         IF NO-SHOW-COUNT > 0 OR LATE-START-COUNT > 0 OR
            EARLY-FINISH-COUNT > 0 OR UNROSTERED-COUNT > 0
             STOP RUN RETURNING RC-WARNING
         ELSE
             STOP RUN RETURNING RC-NORMAL
         END-IF.

       READ-WEEK-PARM.
         MOVE TODAY-DATE TO WEEK-END-DATE.
         OPEN INPUT WEEK-PARM-FILE.
         IF WEEK-PARM-STATUS = "00"
             READ WEEK-PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                     IF WPRM-WEEK-END-DATE NUMERIC AND
                        WPRM-WEEK-END-DATE > ZERO
                         MOVE WPRM-WEEK-END-DATE TO WEEK-END-DATE
                     END-IF
             END-READ
             CLOSE WEEK-PARM-FILE
         END-IF.

       READ-SHOP-PARMS.
      * Thresholds are whole hours, grace whole minutes; a shop
      * with none on file works to 8 a day, 40 a week and five
      * minutes' grace.
         OPEN INPUT SHOP-PARM-FILE.
         IF SHOP-PARM-STATUS = "00"
             MOVE "OT-DAILY-HOURS  " TO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE SPRM-PARM-VALUE TO DAILY-THRESHOLD
             END-READ
             MOVE "OT-WEEKLY-HOURS " TO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE SPRM-PARM-VALUE TO WEEKLY-THRESHOLD
             END-READ
             MOVE "ATTN-GRACE-MINS " TO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE SPRM-PARM-VALUE TO GRACE-MINUTES
             END-READ
             CLOSE SHOP-PARM-FILE
         END-IF.

       BUILD-WEEK-DAYS.
      * Seven calendar days ending on the week-end date, each
      * marked holiday or not from the shop calendar.
         OPEN INPUT SHOP-CALENDAR-FILE.
         IF SHOP-CALENDAR-STATUS = "00"
             MOVE "Y" TO CALENDAR-SWITCH
         END-IF.
         PERFORM BUILD-ONE-WEEK-DAY
             VARYING DAY-SUB FROM 1 BY 1
             UNTIL DAY-SUB > 7.
         IF CALENDAR-OPEN
             CLOSE SHOP-CALENDAR-FILE
         END-IF.
         MOVE WDAY-DATE (1) TO WEEK-START-DATE.

       BUILD-ONE-WEEK-DAY.
         MOVE "A" TO BD-FUNCTION.
         MOVE WEEK-END-DATE TO BD-FROM-DATE.
         COMPUTE BD-ADD-DAYS = DAY-SUB - 7.
         CALL "BUSDAY" USING BUSDAY-PARMS.
         MOVE BD-RESULT-DATE TO WDAY-DATE (DAY-SUB).
         MOVE "N" TO WDAY-HOLIDAY-SWITCH (DAY-SUB).
         IF CALENDAR-OPEN
             MOVE BD-RESULT-DATE TO SCAL-DATE
             READ SHOP-CALENDAR-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     IF SCAL-IS-HOLIDAY
                         MOVE "Y" TO WDAY-HOLIDAY-SWITCH (DAY-SUB)
                     END-IF
             END-READ
         END-IF.

       FIND-WEEK-DAY.
      * DAY-SUB comes back zero for a date outside the week.
         MOVE ZERO TO DAY-SUB.
         IF CHECK-DATE >= WEEK-START-DATE AND
            CHECK-DATE <= WEEK-END-DATE
             PERFORM MATCH-ONE-WEEK-DAY
                 VARYING WEEK-SUB FROM 1 BY 1
                 UNTIL WEEK-SUB > 7
         END-IF.

       MATCH-ONE-WEEK-DAY.
         IF WDAY-DATE (WEEK-SUB) = CHECK-DATE
             MOVE WEEK-SUB TO DAY-SUB
         END-IF.

       LOAD-WEEK-ROSTER.
         OPEN INPUT ROSTER-FILE.
         IF ROSTER-STATUS NOT = "00"
             DISPLAY "NO DUTY ROSTER ON FILE - ATTENDANCE ONLY"
         ELSE
             READ ROSTER-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 MOVE ROST-DATE TO CHECK-DATE
                 PERFORM FIND-WEEK-DAY
                 IF DAY-SUB > 0
                     MOVE ROST-PERSON-ID TO CHECK-PERSON-ID
                     PERFORM FIND-STAFF-ENTRY
                     IF STAF-IDX <= STAFF-COUNT
                         PERFORM POST-ONE-ROSTER-LINE
                     END-IF
                 END-IF
                 READ ROSTER-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE ROSTER-FILE
         END-IF.

       POST-ONE-ROSTER-LINE.
         ADD 1 TO ROSTER-LINES-READ.
         MOVE "Y" TO STAF-ROSTERED-SWITCH (STAF-IDX).
         MOVE ROST-SHIFT-CODE TO SDAY-SHIFT-CODE (STAF-IDX DAY-SUB).
         IF ROST-START-TIME NUMERIC AND ROST-END-TIME NUMERIC
             MOVE ROST-START-TIME
                 TO SDAY-SHIFT-START (STAF-IDX DAY-SUB)
             MOVE ROST-END-TIME
                 TO SDAY-SHIFT-END (STAF-IDX DAY-SUB)
         END-IF.

       LOAD-WEEK-CLOCKINGS.
         OPEN INPUT CLOCK-HISTORY-FILE.
         IF CLOCK-HISTORY-STATUS NOT = "00"
             DISPLAY "NO CLOCKED-HOURS HISTORY ON FILE"
         ELSE
             READ CLOCK-HISTORY-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 MOVE CLKH-DATE TO CHECK-DATE
                 PERFORM FIND-WEEK-DAY
                 IF DAY-SUB > 0
                     MOVE CLKH-PERSON-ID TO CHECK-PERSON-ID
                     PERFORM FIND-STAFF-ENTRY
                     IF STAF-IDX <= STAFF-COUNT
                         PERFORM POST-ONE-CLOCK-PAIR
                     END-IF
                 END-IF
                 READ CLOCK-HISTORY-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE CLOCK-HISTORY-FILE
         END-IF.

       POST-ONE-CLOCK-PAIR.
      * Several pairs in a day add their hours; the earliest in and
      * latest out stand for the day against the shift.  History
      * written before the times were carried has hours only.
         ADD 1 TO CLOCK-PAIRS-READ.
         MOVE "Y" TO SDAY-CLOCKED-SWITCH (STAF-IDX DAY-SUB).
         ADD CLKH-HOURS TO SDAY-HOURS (STAF-IDX DAY-SUB).
         IF CLKH-TIME-IN NUMERIC AND CLKH-TIME-OUT NUMERIC
             IF CLKH-TIME-IN < SDAY-FIRST-IN (STAF-IDX DAY-SUB)
                 MOVE CLKH-TIME-IN
                     TO SDAY-FIRST-IN (STAF-IDX DAY-SUB)
             END-IF
             IF CLKH-TIME-OUT > SDAY-LAST-OUT (STAF-IDX DAY-SUB)
                 MOVE CLKH-TIME-OUT
                     TO SDAY-LAST-OUT (STAF-IDX DAY-SUB)
             END-IF
         END-IF.

       FIND-STAFF-ENTRY.
         SET STAF-IDX TO 1.
         SEARCH STAFF-ENTRY
             AT END PERFORM ADD-NEW-STAFF-ENTRY
             WHEN STAF-PERSON-ID (STAF-IDX) = CHECK-PERSON-ID
                 CONTINUE
         END-SEARCH.

       ADD-NEW-STAFF-ENTRY.
         IF STAFF-COUNT < 3000
             ADD 1 TO STAFF-COUNT
             SET STAF-IDX TO STAFF-COUNT
             MOVE CHECK-PERSON-ID TO STAF-PERSON-ID (STAF-IDX)
             MOVE "N" TO STAF-ROSTERED-SWITCH (STAF-IDX)
             PERFORM CLEAR-ONE-STAFF-DAY
                 VARYING DAY-SUB FROM 1 BY 1
                 UNTIL DAY-SUB > 7
         ELSE
             SET STAF-IDX TO 3001
         END-IF.

       CLEAR-ONE-STAFF-DAY.
      * First-in starts high and last-out low so the first pair
      * posted sets both.
         MOVE SPACES TO SDAY-SHIFT-CODE (STAF-IDX DAY-SUB).
         MOVE ZERO   TO SDAY-SHIFT-START (STAF-IDX DAY-SUB).
         MOVE ZERO   TO SDAY-SHIFT-END (STAF-IDX DAY-SUB).
         MOVE "N"    TO SDAY-CLOCKED-SWITCH (STAF-IDX DAY-SUB).
         MOVE ZERO   TO SDAY-HOURS (STAF-IDX DAY-SUB).
         MOVE 9999   TO SDAY-FIRST-IN (STAF-IDX DAY-SUB).
         MOVE ZERO   TO SDAY-LAST-OUT (STAF-IDX DAY-SUB).

       COMPARE-ONE-STAFF.
         PERFORM COMPARE-ONE-STAFF-DAY
             VARYING DAY-SUB FROM 1 BY 1
             UNTIL DAY-SUB > 7.

       COMPARE-ONE-STAFF-DAY.
      * Unrostered attendance only means something for staff the
      * roster covers - garage and office staff are never rostered
      * and clock every day.
         IF SDAY-SHIFT-CODE (STAF-IDX DAY-SUB) NOT = SPACES
             IF NOT SDAY-CLOCKED (STAF-IDX DAY-SUB)
                 ADD 1 TO NO-SHOW-COUNT
                 MOVE "NO-SHOW" TO EXCEPTION-TEXT
                 MOVE ZERO TO MINUTES-OFF
                 PERFORM WRITE-EXCEPTION-LINE
             ELSE
                 IF SDAY-LAST-OUT (STAF-IDX DAY-SUB) > ZERO AND
                    SDAY-SHIFT-END (STAF-IDX DAY-SUB) > ZERO
                     PERFORM CHECK-START-AND-FINISH
                 END-IF
             END-IF
         ELSE
             IF SDAY-CLOCKED (STAF-IDX DAY-SUB) AND
                STAF-ON-ROSTER (STAF-IDX)
                 ADD 1 TO UNROSTERED-COUNT
                 MOVE "UNROSTERED ATTENDANCE" TO EXCEPTION-TEXT
                 MOVE ZERO TO MINUTES-OFF
                 PERFORM WRITE-EXCEPTION-LINE
             END-IF
         END-IF.

       CHECK-START-AND-FINISH.
         MOVE SDAY-SHIFT-START (STAF-IDX DAY-SUB) TO TIME-WORK.
         PERFORM CONVERT-TIME-TO-MINUTES.
         MOVE TIME-MINUTES TO SHIFT-START-MINUTES.
         MOVE SDAY-SHIFT-END (STAF-IDX DAY-SUB) TO TIME-WORK.
         PERFORM CONVERT-TIME-TO-MINUTES.
         MOVE TIME-MINUTES TO SHIFT-END-MINUTES.
         MOVE SDAY-FIRST-IN (STAF-IDX DAY-SUB) TO TIME-WORK.
         PERFORM CONVERT-TIME-TO-MINUTES.
         MOVE TIME-MINUTES TO CLOCK-IN-MINUTES.
         MOVE SDAY-LAST-OUT (STAF-IDX DAY-SUB) TO TIME-WORK.
         PERFORM CONVERT-TIME-TO-MINUTES.
         MOVE TIME-MINUTES TO CLOCK-OUT-MINUTES.
         COMPUTE MINUTES-OFF = CLOCK-IN-MINUTES - SHIFT-START-MINUTES.
         IF MINUTES-OFF > GRACE-MINUTES
             ADD 1 TO LATE-START-COUNT
             MOVE "LATE START" TO EXCEPTION-TEXT
             PERFORM WRITE-EXCEPTION-LINE
         END-IF.
      * A shift running past midnight cannot be matched by a clock
      * pair, which closes the same day, so its finish is not
      * judged.
         IF SHIFT-END-MINUTES > SHIFT-START-MINUTES
             COMPUTE MINUTES-OFF =
                     SHIFT-END-MINUTES - CLOCK-OUT-MINUTES
             IF MINUTES-OFF > GRACE-MINUTES
                 ADD 1 TO EARLY-FINISH-COUNT
                 MOVE "EARLY FINISH" TO EXCEPTION-TEXT
                 PERFORM WRITE-EXCEPTION-LINE
             END-IF
         END-IF.

       CONVERT-TIME-TO-MINUTES.
      * HHMM splits through DIVIDE/REMAINDER the way TIMEKEEP does.
         DIVIDE TIME-WORK BY 100
             GIVING CLOCK-HOURS-PART
             REMAINDER CLOCK-MINUTES-PART.
         COMPUTE TIME-MINUTES =
                 (CLOCK-HOURS-PART * 60) + CLOCK-MINUTES-PART.

       WRITE-EXCEPTION-LINE.
         MOVE SPACES TO EXCEPTION-RPT-REC.
         IF MINUTES-OFF > ZERO
             STRING STAF-PERSON-ID (STAF-IDX) " "
                    WDAY-DATE (DAY-SUB) " SHIFT "
                    SDAY-SHIFT-CODE (STAF-IDX DAY-SUB) " "
                    EXCEPTION-TEXT " BY " MINUTES-OFF " MIN"
                 DELIMITED BY SIZE INTO EXCEPTION-RPT-REC
         ELSE
             STRING STAF-PERSON-ID (STAF-IDX) " "
                    WDAY-DATE (DAY-SUB) " SHIFT "
                    SDAY-SHIFT-CODE (STAF-IDX DAY-SUB) " "
                    EXCEPTION-TEXT
                 DELIMITED BY SIZE INTO EXCEPTION-RPT-REC
         END-IF.
         WRITE EXCEPTION-RPT-REC.

       WRITE-OVERTIME-FILE.
         OPEN INPUT PAY-HISTORY-FILE.
         IF PAY-HISTORY-STATUS = "00"
             MOVE "Y" TO PAY-HISTORY-SWITCH
         END-IF.
         OPEN EXTEND OVERTIME-FILE.
         IF OVERTIME-STATUS = "35"
             OPEN OUTPUT OVERTIME-FILE
         END-IF.
         IF STAFF-COUNT > 0
             PERFORM OVERTIME-ONE-STAFF
                 VARYING STAF-IDX FROM 1 BY 1
                 UNTIL STAF-IDX > STAFF-COUNT
         END-IF.
         CLOSE OVERTIME-FILE.
         IF PAY-HISTORY-OPEN
             CLOSE PAY-HISTORY-FILE
         END-IF.

       OVERTIME-ONE-STAFF.
      * Holiday hours all go at the premium and count toward
      * neither threshold; on other days hours over the daily
      * threshold are overtime, and the straight hours left over
      * are overtime again past the weekly threshold.
         PERFORM CHECK-SALARIED.
         IF STAFF-SALARIED
             ADD 1 TO SALARIED-SKIPPED
         ELSE
             MOVE ZERO TO WEEK-STRAIGHT-HOURS
             MOVE ZERO TO WEEK-OVERTIME-HOURS
             MOVE ZERO TO WEEK-HOLIDAY-HOURS
             PERFORM OVERTIME-ONE-DAY
                 VARYING DAY-SUB FROM 1 BY 1
                 UNTIL DAY-SUB > 7
             IF WEEK-STRAIGHT-HOURS > WEEKLY-THRESHOLD
                 COMPUTE WEEK-OVERTIME-HOURS =
                         WEEK-OVERTIME-HOURS
                         + WEEK-STRAIGHT-HOURS - WEEKLY-THRESHOLD
             END-IF
             IF WEEK-OVERTIME-HOURS > ZERO
                 MOVE "O" TO OVTM-HOURS-TYPE
                 MOVE WEEK-OVERTIME-HOURS TO OVTM-HOURS
                 ADD WEEK-OVERTIME-HOURS TO TOTAL-OVERTIME-HOURS
                 PERFORM WRITE-ONE-OVERTIME
             END-IF
             IF WEEK-HOLIDAY-HOURS > ZERO
                 MOVE "H" TO OVTM-HOURS-TYPE
                 MOVE WEEK-HOLIDAY-HOURS TO OVTM-HOURS
                 ADD WEEK-HOLIDAY-HOURS TO TOTAL-HOLIDAY-HOURS
                 PERFORM WRITE-ONE-OVERTIME
             END-IF
         END-IF.

       OVERTIME-ONE-DAY.
         MOVE SDAY-HOURS (STAF-IDX DAY-SUB) TO DAY-HOURS.
         IF WDAY-IS-HOLIDAY (DAY-SUB)
             ADD DAY-HOURS TO WEEK-HOLIDAY-HOURS
         ELSE
             MOVE ZERO TO DAY-OVERTIME
             IF DAY-HOURS > DAILY-THRESHOLD
                 COMPUTE DAY-OVERTIME = DAY-HOURS - DAILY-THRESHOLD
             END-IF
             ADD DAY-OVERTIME TO WEEK-OVERTIME-HOURS
             COMPUTE WEEK-STRAIGHT-HOURS =
                     WEEK-STRAIGHT-HOURS + DAY-HOURS - DAY-OVERTIME
         END-IF.

       WRITE-ONE-OVERTIME.
         MOVE STAF-PERSON-ID (STAF-IDX) TO OVTM-PERSON-ID.
         MOVE WEEK-END-DATE TO OVTM-WEEK-END-DATE.
         WRITE OVERTIME-HOURS-REC.
         ADD 1 TO OVERTIME-RECORDS.

       CHECK-SALARIED.
      * The pay basis in force at the week's end decides; with no
      * pay history on hand everyone is taken as hourly.
         MOVE "N" TO SALARIED-SWITCH.
         IF PAY-HISTORY-OPEN
             MOVE "N" TO RATE-EOF-SWITCH
             MOVE STAF-PERSON-ID (STAF-IDX) TO PAYH-PERSON-ID
             MOVE ZERO TO PAYH-EFF-DATE
             START PAY-HISTORY-FILE KEY IS NOT LESS THAN PAYH-KEY
                 INVALID KEY MOVE "Y" TO RATE-EOF-SWITCH
             END-START
             PERFORM UNTIL RATE-EOF
                 READ PAY-HISTORY-FILE NEXT RECORD
                     AT END MOVE "Y" TO RATE-EOF-SWITCH
                 END-READ
                 IF NOT RATE-EOF
                     IF PAYH-PERSON-ID NOT = STAF-PERSON-ID (STAF-IDX)
                        OR PAYH-EFF-DATE > WEEK-END-DATE
                         MOVE "Y" TO RATE-EOF-SWITCH
                     ELSE
                         IF PAYH-SALARIED
                             MOVE "Y" TO SALARIED-SWITCH
                         ELSE
                             MOVE "N" TO SALARIED-SWITCH
                         END-IF
                     END-IF
                 END-IF
             END-PERFORM
         END-IF.
