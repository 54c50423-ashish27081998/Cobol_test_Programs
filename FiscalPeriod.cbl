       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FISCPER.
      * Shared fiscal-period subprogram, the DATEVAL/BUSDAY pattern
      * applied to finance's 4-4-5 calendar: given a date, returns
      * the fiscal year, quarter and period that hold it from the
      * fiscal calendar master, so depreciation, budgets, fuel
      * spend, leave and the GL extract all cut their periods on
      * the days the ledger closes.  A date the master does not
      * cover - or no master at all - falls back to its calendar
      * month, quarter by month, which is what every caller did on
      * its own before.  The period's close status comes back on
      * the same call from the period-status file, a period with no
      * status record being open.  Both files are opened on the
      * first call and stay open.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCAL-CALENDAR-FILE ASSIGN TO "FISCCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCAL-END-DATE
               FILE STATUS IS FISCAL-CALENDAR-STATUS.
           SELECT PERIOD-STATUS-FILE ASSIGN TO "PERDSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSTA-YEAR-PERIOD
               FILE STATUS IS PERIOD-STATUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FISCAL-CALENDAR-FILE.
           COPY FISCCAL.

       FD  PERIOD-STATUS-FILE.
           COPY PERDSTAT.

       WORKING-STORAGE SECTION.
           COPY BUSDAYP.
        01 FISCAL-CALENDAR-STATUS     PIC XX VALUE "00".
        01 FILE-STATE-SWITCH          PIC X VALUE "N".
           88 FILE-NOT-TRIED               VALUE "N".
           88 FILE-IS-OPEN                 VALUE "O".
           88 FILE-IS-ABSENT               VALUE "A".
        01 PERIOD-STATUS-STATUS       PIC XX VALUE "00".
        01 STATUS-FILE-SWITCH         PIC X VALUE "N".
           88 STATUS-FILE-NOT-TRIED        VALUE "N".
           88 STATUS-FILE-IS-OPEN          VALUE "O".
           88 STATUS-FILE-IS-ABSENT        VALUE "A".
        01 PERIOD-FOUND-SWITCH        PIC X VALUE "N".
           88 PERIOD-FOUND                 VALUE "Y".
        01 LOOKUP-DATE.
           02 LOOKUP-YEAR             PIC 9(04).
           02 LOOKUP-MONTH            PIC 9(02).
           02 LOOKUP-DAY              PIC 9(02).
        01 LOOKUP-DATE-NUM REDEFINES LOOKUP-DATE
                                      PIC 9(08).
        01 NEXT-MONTH-DATE.
           02 NEXT-MONTH-YEAR         PIC 9(04).
           02 NEXT-MONTH-MONTH        PIC 9(02).
           02 NEXT-MONTH-DAY          PIC 9(02).
        01 NEXT-MONTH-DATE-NUM REDEFINES NEXT-MONTH-DATE
                                      PIC 9(08).
        01 QUOTIENT-WORK              PIC 9(02).
        01 REMAINDER-WORK             PIC 9(02).

       LINKAGE SECTION.
           COPY FISCPERP.

       PROCEDURE DIVISION USING FISCAL-PERIOD-PARMS.
       Begin.
         IF FILE-NOT-TRIED
             OPEN INPUT FISCAL-CALENDAR-FILE
             IF FISCAL-CALENDAR-STATUS = "00"
                 MOVE "O" TO FILE-STATE-SWITCH
             ELSE
                 MOVE "A" TO FILE-STATE-SWITCH
             END-IF
         END-IF.
         IF STATUS-FILE-NOT-TRIED
             OPEN INPUT PERIOD-STATUS-FILE
             IF PERIOD-STATUS-STATUS = "00"
                 MOVE "O" TO STATUS-FILE-SWITCH
             ELSE
                 MOVE "A" TO STATUS-FILE-SWITCH
             END-IF
         END-IF.
         IF NOT FP-STATUS-ONLY
             MOVE "N" TO PERIOD-FOUND-SWITCH
             IF FILE-IS-OPEN
                 PERFORM FIND-FISCAL-PERIOD
             END-IF
             IF NOT PERIOD-FOUND
                 PERFORM USE-CALENDAR-MONTH
             END-IF
             COMPUTE FP-YEAR-PERIOD =
                     (FP-FISCAL-YEAR * 100) + FP-PERIOD
         END-IF.
         MOVE "O" TO FP-PERIOD-STATUS.
         IF STATUS-FILE-IS-OPEN
             MOVE FP-YEAR-PERIOD TO PSTA-YEAR-PERIOD
             READ PERIOD-STATUS-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE PSTA-STATUS TO FP-PERIOD-STATUS
             END-READ
         END-IF.
         GOBACK.

       FIND-FISCAL-PERIOD.
      * The first period ending on or after the date holds it,
      * provided that period has already started by then - a gap
      * between two periods on the master is no period at all.
         MOVE FP-DATE TO FCAL-END-DATE.
         START FISCAL-CALENDAR-FILE
               KEY IS NOT LESS THAN FCAL-END-DATE
             INVALID KEY MOVE "N" TO PERIOD-FOUND-SWITCH
             NOT INVALID KEY
                 READ FISCAL-CALENDAR-FILE NEXT RECORD
                     AT END MOVE "N" TO PERIOD-FOUND-SWITCH
                     NOT AT END
                         IF FCAL-START-DATE <= FP-DATE
                             MOVE "Y" TO PERIOD-FOUND-SWITCH
                         END-IF
                 END-READ
         END-START.
         IF PERIOD-FOUND
             MOVE FCAL-FISCAL-YEAR TO FP-FISCAL-YEAR
             MOVE FCAL-QUARTER     TO FP-QUARTER
             MOVE FCAL-PERIOD      TO FP-PERIOD
             MOVE FCAL-START-DATE  TO FP-PERIOD-START
             MOVE FCAL-END-DATE    TO FP-PERIOD-END
             MOVE "F" TO FP-SOURCE
         END-IF.

       USE-CALENDAR-MONTH.
      * The month is the period and every three months a quarter;
      * the month's last day is the day before the next month's
      * first, from BUSDAY's calendar arithmetic.
         MOVE FP-DATE TO LOOKUP-DATE-NUM.
         MOVE LOOKUP-YEAR  TO FP-FISCAL-YEAR.
         MOVE LOOKUP-MONTH TO FP-PERIOD.
         DIVIDE LOOKUP-MONTH BY 3 GIVING QUOTIENT-WORK
             REMAINDER REMAINDER-WORK.
         IF REMAINDER-WORK > 0
             ADD 1 TO QUOTIENT-WORK
         END-IF.
         MOVE QUOTIENT-WORK TO FP-QUARTER.
         MOVE 1 TO LOOKUP-DAY.
         MOVE LOOKUP-DATE-NUM TO FP-PERIOD-START.
         MOVE LOOKUP-DATE-NUM TO NEXT-MONTH-DATE-NUM.
         IF NEXT-MONTH-MONTH < 12
             ADD 1 TO NEXT-MONTH-MONTH
         ELSE
             MOVE 1 TO NEXT-MONTH-MONTH
             ADD 1 TO NEXT-MONTH-YEAR
         END-IF.
         MOVE "A" TO BD-FUNCTION.
         MOVE NEXT-MONTH-DATE-NUM TO BD-FROM-DATE.
         MOVE -1 TO BD-ADD-DAYS.
         CALL "BUSDAY" USING BUSDAY-PARMS.
         MOVE BD-RESULT-DATE TO FP-PERIOD-END.
         MOVE "C" TO FP-SOURCE.
