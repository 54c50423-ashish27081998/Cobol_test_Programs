       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SCHDCHK.
      * Morning missed-job pass: compares the batch schedule master
      * against the central run log for the night just gone - the
      * batch dated today, whose night runs from noon yesterday to
      * noon today.  Each job due on today's batch date by its
      * frequency (nightly, business days by BUSDAY, month-end,
      * quarter-end) is checked for a start record in the night:
      * none once its window has closed is a missed job; a first
      * start after the window's latest start ran late; and a start
      * before any of its predecessors due the same night had
      * finished ran out of order.  Every one raises a severe alert
      * on the shared alert file for ALRTDISP to route to the
      * operations action report, and SCHDCHKR lists every scheduled
      * job with what became of it.  RUNGATE stops a job whose
      * prerequisites did not run and MORNSUM reports what did; this
      * is the pass that notices what nobody submitted.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-MASTER-FILE ASSIGN TO "SCHDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHD-PROGRAM
               FILE STATUS IS SCHEDULE-MASTER-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
           SELECT SHOP-ALERT-FILE ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHOP-ALERT-STATUS.
           SELECT CHECK-RPT-FILE ASSIGN TO "SCHDCHKR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECK-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-MASTER-FILE.
           COPY SCHDMAST.

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       FD  SHOP-ALERT-FILE.
           COPY ALERTREC.

       FD  CHECK-RPT-FILE.
       01  CHECK-RPT-REC               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY BUSDAYP.
        01 SCHEDULE-MASTER-STATUS     PIC XX VALUE "00".
        01 RUN-LOG-STATUS             PIC XX VALUE "00".
        01 SHOP-ALERT-STATUS          PIC XX VALUE "00".
        01 CHECK-RPT-STATUS           PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 TODAY-DATE-PARTS REDEFINES TODAY-DATE.
           02 TODAY-YEAR              PIC 9(04).
           02 TODAY-MONTH             PIC 9(02).
              88 TODAY-QUARTER-MONTH      VALUE 3 6 9 12.
           02 TODAY-DAY               PIC 9(02).
        01 PRIOR-DATE                 PIC 9(08).
        01 NEXT-DATE                  PIC 9(08).
        01 NEXT-DATE-PARTS REDEFINES NEXT-DATE.
           02 FILLER                  PIC 9(06).
           02 NEXT-DAY                PIC 9(02).
        01 TIME-WORK                  PIC 9(08).
        01 BUSINESS-DAY-SWITCH        PIC X VALUE "N".
           88 BATCH-IS-BUSINESS-DAY        VALUE "Y".
        01 MONTH-END-SWITCH           PIC X VALUE "N".
           88 BATCH-IS-MONTH-END           VALUE "Y".
        01 QUARTER-END-SWITCH         PIC X VALUE "N".
           88 BATCH-IS-QUARTER-END         VALUE "Y".
        01 IN-NIGHT-SWITCH            PIC X VALUE "N".
           88 RECORD-IN-NIGHT              VALUE "Y".
        01 CLOCK-HHMM                 PIC 9(04).
        01 CLOCK-HH                   PIC 9(02).
        01 CLOCK-MM                   PIC 9(02).
        01 NIGHT-MINUTES              PIC 9(04).
        01 NOW-MINUTES                PIC 9(04).
        01 PRED-SUB                   PIC 9(01).
        01 PRED-ENTRY-SUB             PIC 9(03).
        01 PRED-FOUND-SWITCH          PIC X VALUE "N".
           88 PRED-FOUND                   VALUE "Y".
        01 JOB-FLAGGED-SWITCH         PIC X VALUE "N".
           88 JOB-FLAGGED                  VALUE "Y".
        01 OUTCOME-TEXT               PIC X(40).
        01 ALERT-TEXT                 PIC X(60).
        01 JOBS-DUE                   PIC 9(03) VALUE ZERO.
        01 JOBS-ON-TIME               PIC 9(03) VALUE ZERO.
        01 JOBS-MISSED                PIC 9(03) VALUE ZERO.
        01 JOBS-LATE                  PIC 9(03) VALUE ZERO.
        01 JOBS-OUT-OF-ORDER          PIC 9(03) VALUE ZERO.
        01 JOBS-PENDING               PIC 9(03) VALUE ZERO.
        01 ALERTS-RAISED              PIC 9(05) VALUE ZERO.
        01 PRINT-LINE-WORK            PIC X(132).
        01 JOB-COUNT                  PIC 9(03) VALUE ZERO.
        01 JOB-TABLE.
           02 JOB-ENTRY OCCURS 0 TO 300 TIMES
                  DEPENDING ON JOB-COUNT
                  INDEXED BY JOB-IDX.
               03 JOBT-PROGRAM         PIC X(08).
               03 JOBT-FREQUENCY       PIC X(01).
               03 JOBT-WINDOW-START    PIC 9(04).
               03 JOBT-WINDOW-END      PIC 9(04).
               03 JOBT-END-LIMIT       PIC 9(04).
               03 JOBT-PREDECESSOR     PIC X(08) OCCURS 4 TIMES.
               03 JOBT-DUE-SWITCH      PIC X(01).
                  88 JOBT-DUE              VALUE "Y".
               03 JOBT-STARTED-SWITCH  PIC X(01).
                  88 JOBT-STARTED          VALUE "Y".
               03 JOBT-START-TIME      PIC 9(06).
               03 JOBT-START-MINUTES   PIC 9(04).
               03 JOBT-ENDED-SWITCH    PIC X(01).
                  88 JOBT-ENDED            VALUE "Y".
               03 JOBT-END-TIME        PIC 9(06).
               03 JOBT-END-MINUTES     PIC 9(04).
               03 JOBT-RETURN-CODE     PIC 9(02).
           COPY RPTHEAD.

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "SCHDCHK: MISSED-JOB CHECK STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         ACCEPT TIME-WORK FROM TIME.
         PERFORM SET-BATCH-DATE-FLAGS.
         OPEN OUTPUT CHECK-RPT-FILE.
         OPEN INPUT SCHEDULE-MASTER-FILE.
         IF SCHEDULE-MASTER-STATUS NOT = "00"
             MOVE "NO BATCH SCHEDULE MASTER ON FILE - NOTHING CHECKED"
                 TO PRINT-LINE-WORK
             PERFORM WRITE-CHECK-PRINT-LINE
             CLOSE CHECK-RPT-FILE
             DISPLAY "SCHDCHK: NO SCHEDULE MASTER - "
                     SCHEDULE-MASTER-STATUS
             STOP RUN RETURNING RC-WARNING
         END-IF.
         PERFORM LOAD-SCHEDULE.
         CLOSE SCHEDULE-MASTER-FILE.
         PERFORM LOAD-RUN-LOG.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "BATCH DATE " TODAY-DATE
                " - NIGHT FROM NOON " PRIOR-DATE
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-CHECK-PRINT-LINE.
         MOVE SPACES TO PRINT-LINE-WORK.
         PERFORM WRITE-CHECK-PRINT-LINE.
         PERFORM VARYING JOB-IDX FROM 1 BY 1 UNTIL JOB-IDX > JOB-COUNT
             PERFORM CHECK-ONE-SCHEDULED-JOB
         END-PERFORM.
         PERFORM WRITE-CHECK-TOTALS.
         CLOSE CHECK-RPT-FILE.
         DISPLAY "JOBS DUE: " JOBS-DUE.
         DISPLAY "SCHEDULE ALERTS RAISED: " ALERTS-RAISED.
         IF ALERTS-RAISED > 0
             STOP RUN RETURNING RC-WARNING
         ELSE
             STOP RUN RETURNING RC-NORMAL
         END-IF.

       SET-BATCH-DATE-FLAGS.
      * The same due-date rules SCHDSHT printed the run sheet by.
         MOVE "A"        TO BD-FUNCTION.
         MOVE TODAY-DATE TO BD-FROM-DATE.
         MOVE -1         TO BD-ADD-DAYS.
         CALL "BUSDAY" USING BUSDAY-PARMS.
         MOVE BD-RESULT-DATE TO PRIOR-DATE.
         MOVE "N"        TO BD-FUNCTION.
         MOVE TODAY-DATE TO BD-FROM-DATE.
         CALL "BUSDAY" USING BUSDAY-PARMS.
         IF BD-RESULT-DATE = TODAY-DATE
             MOVE "Y" TO BUSINESS-DAY-SWITCH
         END-IF.
         MOVE "A"        TO BD-FUNCTION.
         MOVE TODAY-DATE TO BD-FROM-DATE.
         MOVE 1          TO BD-ADD-DAYS.
         CALL "BUSDAY" USING BUSDAY-PARMS.
         MOVE BD-RESULT-DATE TO NEXT-DATE.
         IF NEXT-DAY = 1
             MOVE "Y" TO MONTH-END-SWITCH
             IF TODAY-QUARTER-MONTH
                 MOVE "Y" TO QUARTER-END-SWITCH
             END-IF
         END-IF.
      * After noon the night is over and every window has closed.
         IF TIME-WORK (1:2) < "12"
             MOVE TIME-WORK (1:4) TO CLOCK-HHMM
             PERFORM COMPUTE-NIGHT-MINUTES
             MOVE NIGHT-MINUTES TO NOW-MINUTES
         ELSE
             MOVE 1440 TO NOW-MINUTES
         END-IF.

       LOAD-SCHEDULE.
         READ SCHEDULE-MASTER-FILE NEXT RECORD
             AT END MOVE "Y" TO END-OF-FILE-SWITCH
         END-READ.
         PERFORM UNTIL END-OF-FILE
             IF JOB-COUNT < 300
                 PERFORM LOAD-ONE-JOB
             ELSE
                 DISPLAY "SCHDCHK: SCHEDULE TABLE FULL - "
                         SCHD-PROGRAM " NOT CHECKED"
             END-IF
             READ SCHEDULE-MASTER-FILE NEXT RECORD
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
         END-PERFORM.
         MOVE "N" TO END-OF-FILE-SWITCH.

       LOAD-ONE-JOB.
         ADD 1 TO JOB-COUNT.
         SET JOB-IDX TO JOB-COUNT.
         MOVE SCHD-PROGRAM      TO JOBT-PROGRAM (JOB-IDX).
         MOVE SCHD-FREQUENCY    TO JOBT-FREQUENCY (JOB-IDX).
         MOVE SCHD-WINDOW-START TO JOBT-WINDOW-START (JOB-IDX).
         MOVE SCHD-WINDOW-END   TO JOBT-WINDOW-END (JOB-IDX).
         MOVE SCHD-WINDOW-END   TO CLOCK-HHMM.
         PERFORM COMPUTE-NIGHT-MINUTES.
         MOVE NIGHT-MINUTES     TO JOBT-END-LIMIT (JOB-IDX).
         PERFORM VARYING PRED-SUB FROM 1 BY 1 UNTIL PRED-SUB > 4
             MOVE SCHD-PREDECESSOR (PRED-SUB)
                 TO JOBT-PREDECESSOR (JOB-IDX, PRED-SUB)
         END-PERFORM.
         MOVE "N"  TO JOBT-DUE-SWITCH (JOB-IDX).
         IF SCHD-ACTIVE
             IF SCHD-NIGHTLY
                OR (SCHD-BUSINESS-DAYS AND BATCH-IS-BUSINESS-DAY)
                OR (SCHD-MONTH-END AND BATCH-IS-MONTH-END)
                OR (SCHD-QUARTER-END AND BATCH-IS-QUARTER-END)
                 MOVE "Y" TO JOBT-DUE-SWITCH (JOB-IDX)
             END-IF
         END-IF.
         MOVE "N"  TO JOBT-STARTED-SWITCH (JOB-IDX).
         MOVE "N"  TO JOBT-ENDED-SWITCH (JOB-IDX).
         MOVE ZERO TO JOBT-START-TIME (JOB-IDX).
         MOVE ZERO TO JOBT-START-MINUTES (JOB-IDX).
         MOVE ZERO TO JOBT-END-TIME (JOB-IDX).
         MOVE ZERO TO JOBT-END-MINUTES (JOB-IDX).
         MOVE ZERO TO JOBT-RETURN-CODE (JOB-IDX).

       COMPUTE-NIGHT-MINUTES.
      * Minutes since noon, so 2300 yesterday sorts ahead of 0100
      * today on the same night.
         DIVIDE CLOCK-HHMM BY 100 GIVING CLOCK-HH
             REMAINDER CLOCK-MM.
         COMPUTE NIGHT-MINUTES = (CLOCK-HH * 60) + CLOCK-MM.
         IF CLOCK-HH < 12
             ADD 720 TO NIGHT-MINUTES
         ELSE
             SUBTRACT 720 FROM NIGHT-MINUTES
         END-IF.

       LOAD-RUN-LOG.
         OPEN INPUT RUN-LOG-FILE.
         IF RUN-LOG-STATUS NOT = "00"
             DISPLAY "SCHDCHK: NO RUN LOG ON FILE"
         ELSE
             READ RUN-LOG-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM FOLD-ONE-LOG-RECORD
                 READ RUN-LOG-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE RUN-LOG-FILE
         END-IF.

       FOLD-ONE-LOG-RECORD.
      * Only the night just gone counts: yesterday from noon, today
      * before noon.  The first start is the one judged for lateness
      * and order; the last end is what a successor waited on.
         MOVE "N" TO IN-NIGHT-SWITCH.
         IF RLOG-RUN-DATE = PRIOR-DATE AND RLOG-RUN-TIME >= 120000
             MOVE "Y" TO IN-NIGHT-SWITCH
         END-IF.
         IF RLOG-RUN-DATE = TODAY-DATE AND RLOG-RUN-TIME < 120000
             MOVE "Y" TO IN-NIGHT-SWITCH
         END-IF.
         IF RECORD-IN-NIGHT AND JOB-COUNT > 0
             DIVIDE RLOG-RUN-TIME BY 100 GIVING CLOCK-HHMM
             PERFORM COMPUTE-NIGHT-MINUTES
             SET JOB-IDX TO 1
             SEARCH JOB-ENTRY
                 AT END CONTINUE
                 WHEN JOBT-PROGRAM (JOB-IDX) = RLOG-PROGRAM
                     PERFORM FOLD-INTO-JOB
             END-SEARCH
         END-IF.

       FOLD-INTO-JOB.
         IF RLOG-IS-START
             IF NOT JOBT-STARTED (JOB-IDX)
                 MOVE "Y"           TO JOBT-STARTED-SWITCH (JOB-IDX)
                 MOVE RLOG-RUN-TIME TO JOBT-START-TIME (JOB-IDX)
                 MOVE NIGHT-MINUTES TO JOBT-START-MINUTES (JOB-IDX)
             END-IF
         ELSE
             MOVE "Y"              TO JOBT-ENDED-SWITCH (JOB-IDX)
             MOVE RLOG-RUN-TIME    TO JOBT-END-TIME (JOB-IDX)
             MOVE NIGHT-MINUTES    TO JOBT-END-MINUTES (JOB-IDX)
             MOVE RLOG-RETURN-CODE TO JOBT-RETURN-CODE (JOB-IDX)
         END-IF.

       CHECK-ONE-SCHEDULED-JOB.
         IF NOT JOBT-DUE (JOB-IDX)
             MOVE "NOT DUE THIS BATCH DATE" TO OUTCOME-TEXT
             PERFORM WRITE-JOB-LINE
         ELSE
             ADD 1 TO JOBS-DUE
             MOVE "N" TO JOB-FLAGGED-SWITCH
             IF NOT JOBT-STARTED (JOB-IDX)
                 IF NOW-MINUTES <= JOBT-END-LIMIT (JOB-IDX)
                     ADD 1 TO JOBS-PENDING
                     MOVE "WINDOW STILL OPEN" TO OUTCOME-TEXT
                     PERFORM WRITE-JOB-LINE
                 ELSE
                     ADD 1 TO JOBS-MISSED
                     MOVE "*** MISSED ***" TO OUTCOME-TEXT
                     PERFORM WRITE-JOB-LINE
                     MOVE SPACES TO ALERT-TEXT
                     STRING "SCHEDULED JOB MISSED - NO START BY "
                            JOBT-WINDOW-END (JOB-IDX)
                         DELIMITED BY SIZE INTO ALERT-TEXT
                     PERFORM WRITE-SCHEDULE-ALERT
                 END-IF
             ELSE
                 PERFORM CHECK-STARTED-JOB
             END-IF
         END-IF.

       CHECK-STARTED-JOB.
         IF JOBT-START-MINUTES (JOB-IDX) > JOBT-END-LIMIT (JOB-IDX)
             MOVE "Y" TO JOB-FLAGGED-SWITCH
             ADD 1 TO JOBS-LATE
             MOVE "*** RAN LATE ***" TO OUTCOME-TEXT
             PERFORM WRITE-JOB-LINE
             MOVE SPACES TO ALERT-TEXT
             STRING "SCHEDULED JOB LATE - STARTED "
                    JOBT-START-TIME (JOB-IDX)
                    " WINDOW CLOSED " JOBT-WINDOW-END (JOB-IDX)
                 DELIMITED BY SIZE INTO ALERT-TEXT
             PERFORM WRITE-SCHEDULE-ALERT
         END-IF.
         PERFORM VARYING PRED-SUB FROM 1 BY 1 UNTIL PRED-SUB > 4
             IF JOBT-PREDECESSOR (JOB-IDX, PRED-SUB) NOT = SPACES
                 PERFORM CHECK-ONE-PREDECESSOR
             END-IF
         END-PERFORM.
         IF NOT JOB-FLAGGED
             ADD 1 TO JOBS-ON-TIME
             MOVE "RAN IN WINDOW AND IN ORDER" TO OUTCOME-TEXT
             PERFORM WRITE-JOB-LINE
         END-IF.

       CHECK-ONE-PREDECESSOR.
      * A predecessor off the schedule, or not due tonight, sets no
      * order; one that was due must have finished before the start.
         MOVE "N" TO PRED-FOUND-SWITCH.
         PERFORM VARYING PRED-ENTRY-SUB FROM 1 BY 1
                 UNTIL PRED-ENTRY-SUB > JOB-COUNT OR PRED-FOUND
             IF JOBT-PROGRAM (PRED-ENTRY-SUB) =
                JOBT-PREDECESSOR (JOB-IDX, PRED-SUB)
                 MOVE "Y" TO PRED-FOUND-SWITCH
             END-IF
         END-PERFORM.
         IF PRED-FOUND
             SUBTRACT 1 FROM PRED-ENTRY-SUB
             IF JOBT-DUE (PRED-ENTRY-SUB)
                 IF NOT JOBT-ENDED (PRED-ENTRY-SUB)
                    OR JOBT-END-MINUTES (PRED-ENTRY-SUB) >
                       JOBT-START-MINUTES (JOB-IDX)
                     IF NOT JOB-FLAGGED
                         ADD 1 TO JOBS-OUT-OF-ORDER
                     END-IF
                     MOVE "Y" TO JOB-FLAGGED-SWITCH
                     MOVE SPACES TO OUTCOME-TEXT
                     STRING "*** RAN BEFORE "
                            JOBT-PROGRAM (PRED-ENTRY-SUB)
                            " FINISHED ***"
                         DELIMITED BY SIZE INTO OUTCOME-TEXT
                     PERFORM WRITE-JOB-LINE
                     MOVE SPACES TO ALERT-TEXT
                     STRING "SCHEDULED JOB OUT OF ORDER - STARTED "
                            "BEFORE " JOBT-PROGRAM (PRED-ENTRY-SUB)
                            " FINISHED"
                         DELIMITED BY SIZE INTO ALERT-TEXT
                     PERFORM WRITE-SCHEDULE-ALERT
                 END-IF
             END-IF
         END-IF.

       WRITE-SCHEDULE-ALERT.
      * Standard severity-coded alert - a missed, late or out-of-order
      * job routes severe to the operations action report.
         OPEN EXTEND SHOP-ALERT-FILE.
         IF SHOP-ALERT-STATUS = "35"
             OPEN OUTPUT SHOP-ALERT-FILE
         END-IF.
         MOVE TODAY-DATE TO ALRT-DATE.
         MOVE "SCHDCHK" TO ALRT-SOURCE.
         MOVE "S" TO ALRT-SEVERITY.
         MOVE JOBT-PROGRAM (JOB-IDX) TO ALRT-KEY.
         MOVE ALERT-TEXT TO ALRT-MESSAGE.
         WRITE SHOP-ALERT-REC.
         CLOSE SHOP-ALERT-FILE.
         ADD 1 TO ALERTS-RAISED.

       WRITE-JOB-LINE.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING JOBT-PROGRAM (JOB-IDX)
                " " JOBT-FREQUENCY (JOB-IDX)
                " " JOBT-WINDOW-START (JOB-IDX)
                "-" JOBT-WINDOW-END (JOB-IDX)
                " START " JOBT-START-TIME (JOB-IDX)
                " END " JOBT-END-TIME (JOB-IDX)
                " RC " JOBT-RETURN-CODE (JOB-IDX)
                " " OUTCOME-TEXT
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-CHECK-PRINT-LINE.

       WRITE-CHECK-TOTALS.
         MOVE SPACES TO PRINT-LINE-WORK.
         PERFORM WRITE-CHECK-PRINT-LINE.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "JOBS DUE: " JOBS-DUE
                "  IN WINDOW AND ORDER: " JOBS-ON-TIME
                "  MISSED: " JOBS-MISSED
                "  LATE: " JOBS-LATE
                "  OUT OF ORDER: " JOBS-OUT-OF-ORDER
                "  WINDOW OPEN: " JOBS-PENDING
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-CHECK-PRINT-LINE.

       WRITE-CHECK-PRINT-LINE.
      * Paged print discipline from the shared heading layout.
         IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
             PERFORM WRITE-CHECK-HEADINGS
         END-IF.
         MOVE PRINT-LINE-WORK TO CHECK-RPT-REC.
         WRITE CHECK-RPT-REC.
         ADD 1 TO RPT-LINE-COUNT.

       WRITE-CHECK-HEADINGS.
         ADD 1 TO RPT-PAGE-COUNT.
         MOVE "BATCH SCHEDULE CHECK" TO RPT-TITLE-TEXT.
         MOVE TODAY-DATE TO RPT-HEAD-DATE.
         MOVE RPT-PAGE-COUNT TO RPT-PAGE-NUMBER.
         MOVE SPACES TO CHECK-RPT-REC.
         MOVE RPT-TITLE-LINE TO CHECK-RPT-REC.
         WRITE CHECK-RPT-REC.
         MOVE "PROGRAM FREQ WINDOW START END RC OUTCOME"
             TO RPT-COLUMN-TEXT.
         MOVE RPT-COLUMN-TEXT TO CHECK-RPT-REC.
         WRITE CHECK-RPT-REC.
         MOVE SPACES TO CHECK-RPT-REC.
         WRITE CHECK-RPT-REC.
         MOVE 3 TO RPT-LINE-COUNT.
