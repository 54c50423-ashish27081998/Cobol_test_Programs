       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SCHDSHT.
      * Night-start run sheet off the batch schedule master.  Run as
      * the night's batch opens, it works out the batch date - today
      * before noon, tomorrow from noon on, since the night runs noon
      * to noon - and which frequencies fall due on it: nightly
      * always, business-day jobs when BUSDAY's shop calendar says
      * the date is a working day, month-end jobs on the last day of
      * the month and quarterly ones on the last day of a quarter.
      * The due jobs print on SCHDSHTR in start-window order with
      * their predecessors and space for the operator to write in
      * the start, end and return code, so the operator works from
      * the list of what should run rather than from memory.  Active
      * jobs not due that date and suspended jobs are listed after,
      * so a job missing from tonight's sheet is missing on purpose.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-MASTER-FILE ASSIGN TO "SCHDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHD-PROGRAM
               FILE STATUS IS SCHEDULE-MASTER-STATUS.
           SELECT RUN-SHEET-FILE ASSIGN TO "SCHDSHTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-SHEET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-MASTER-FILE.
           COPY SCHDMAST.

       FD  RUN-SHEET-FILE.
       01  RUN-SHEET-REC               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY BUSDAYP.
        01 SCHEDULE-MASTER-STATUS     PIC XX VALUE "00".
        01 RUN-SHEET-STATUS           PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 TIME-WORK                  PIC 9(08).
        01 BATCH-DATE                 PIC 9(08).
        01 BATCH-DATE-PARTS REDEFINES BATCH-DATE.
           02 BATCH-YEAR              PIC 9(04).
           02 BATCH-MONTH             PIC 9(02).
              88 BATCH-QUARTER-MONTH      VALUE 3 6 9 12.
           02 BATCH-DAY               PIC 9(02).
        01 NEXT-DATE                  PIC 9(08).
        01 NEXT-DATE-PARTS REDEFINES NEXT-DATE.
           02 FILLER                  PIC 9(06).
           02 NEXT-DAY                PIC 9(02).
        01 BUSINESS-DAY-SWITCH        PIC X VALUE "N".
           88 BATCH-IS-BUSINESS-DAY        VALUE "Y".
        01 MONTH-END-SWITCH           PIC X VALUE "N".
           88 BATCH-IS-MONTH-END           VALUE "Y".
        01 QUARTER-END-SWITCH         PIC X VALUE "N".
           88 BATCH-IS-QUARTER-END         VALUE "Y".
        01 DAY-KIND-TEXT              PIC X(12).
        01 DAY-TYPE-TEXT              PIC X(40).
        01 CLOCK-HHMM                 PIC 9(04).
        01 CLOCK-HH                   PIC 9(02).
        01 CLOCK-MM                   PIC 9(02).
        01 NIGHT-MINUTES              PIC 9(04).
        01 FREQUENCY-TEXT             PIC X(09).
        01 SORT-I                     PIC 9(03).
        01 SORT-J                     PIC 9(03).
        01 SHEET-SEQUENCE             PIC 9(03) VALUE ZERO.
        01 JOBS-DUE                   PIC 9(03) VALUE ZERO.
        01 JOBS-NOT-DUE               PIC 9(03) VALUE ZERO.
        01 JOBS-SUSPENDED             PIC 9(03) VALUE ZERO.
        01 PRINT-LINE-WORK            PIC X(132).
        01 JOB-COUNT                  PIC 9(03) VALUE ZERO.
        01 JOB-TABLE.
           02 JOB-ENTRY OCCURS 0 TO 300 TIMES
                  DEPENDING ON JOB-COUNT
                  INDEXED BY JOB-IDX.
               03 JOBT-PROGRAM         PIC X(08).
               03 JOBT-DESCRIPTION     PIC X(30).
               03 JOBT-FREQUENCY       PIC X(01).
               03 JOBT-WINDOW-START    PIC 9(04).
               03 JOBT-WINDOW-END      PIC 9(04).
               03 JOBT-PREDECESSORS    PIC X(32).
               03 JOBT-STATUS          PIC X(01).
               03 JOBT-DUE-SWITCH      PIC X(01).
                  88 JOBT-DUE              VALUE "Y".
               03 JOBT-START-MINUTES   PIC 9(04).
        01 SWAP-ENTRY                 PIC X(85).
           COPY RPTHEAD.

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "SCHDSHT: NIGHT-START RUN SHEET STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         ACCEPT TIME-WORK FROM TIME.
         PERFORM SET-BATCH-DATE.
         OPEN OUTPUT RUN-SHEET-FILE.
         OPEN INPUT SCHEDULE-MASTER-FILE.
         IF SCHEDULE-MASTER-STATUS NOT = "00"
             MOVE "NO BATCH SCHEDULE MASTER ON FILE - NOTHING TO LIST"
                 TO PRINT-LINE-WORK
             PERFORM WRITE-SHEET-PRINT-LINE
             CLOSE RUN-SHEET-FILE
             DISPLAY "SCHDSHT: NO SCHEDULE MASTER - "
                     SCHEDULE-MASTER-STATUS
             STOP RUN RETURNING RC-WARNING
         END-IF.
         PERFORM LOAD-SCHEDULE.
         CLOSE SCHEDULE-MASTER-FILE.
         IF JOB-COUNT > 1
             PERFORM ORDER-TWO-JOBS
                 VARYING SORT-I FROM 1 BY 1 UNTIL SORT-I >= JOB-COUNT
                 AFTER SORT-J FROM 2 BY 1 UNTIL SORT-J > JOB-COUNT
         END-IF.
         PERFORM PRINT-RUN-SHEET.
         CLOSE RUN-SHEET-FILE.
         DISPLAY "JOBS DUE THIS BATCH DATE: " JOBS-DUE.
         STOP RUN RETURNING RC-NORMAL.

       SET-BATCH-DATE.
      * The night runs noon to noon: a sheet printed in the evening
      * is for the batch dated tomorrow.
         IF TIME-WORK (1:2) < "12"
             MOVE TODAY-DATE TO BATCH-DATE
         ELSE
             MOVE "A"        TO BD-FUNCTION
             MOVE TODAY-DATE TO BD-FROM-DATE
             MOVE 1          TO BD-ADD-DAYS
             CALL "BUSDAY" USING BUSDAY-PARMS
             MOVE BD-RESULT-DATE TO BATCH-DATE
         END-IF.
         MOVE "N"        TO BD-FUNCTION.
         MOVE BATCH-DATE TO BD-FROM-DATE.
         CALL "BUSDAY" USING BUSDAY-PARMS.
         IF BD-RESULT-DATE = BATCH-DATE
             MOVE "Y" TO BUSINESS-DAY-SWITCH
         END-IF.
         MOVE "A"        TO BD-FUNCTION.
         MOVE BATCH-DATE TO BD-FROM-DATE.
         MOVE 1          TO BD-ADD-DAYS.
         CALL "BUSDAY" USING BUSDAY-PARMS.
         MOVE BD-RESULT-DATE TO NEXT-DATE.
         IF NEXT-DAY = 1
             MOVE "Y" TO MONTH-END-SWITCH
             IF BATCH-QUARTER-MONTH
                 MOVE "Y" TO QUARTER-END-SWITCH
             END-IF
         END-IF.
         MOVE SPACES TO DAY-KIND-TEXT DAY-TYPE-TEXT.
         IF BATCH-IS-QUARTER-END
             MOVE "QUARTER END," TO DAY-KIND-TEXT
         ELSE
         IF BATCH-IS-MONTH-END
             MOVE "MONTH END," TO DAY-KIND-TEXT
         END-IF
         END-IF.
         IF BATCH-IS-BUSINESS-DAY
             STRING DAY-KIND-TEXT DELIMITED BY "  "
                    " BUSINESS DAY" DELIMITED BY SIZE
                 INTO DAY-TYPE-TEXT
         ELSE
             STRING DAY-KIND-TEXT DELIMITED BY "  "
                    " NON-WORKING DAY" DELIMITED BY SIZE
                 INTO DAY-TYPE-TEXT
         END-IF.

       LOAD-SCHEDULE.
         READ SCHEDULE-MASTER-FILE NEXT RECORD
             AT END MOVE "Y" TO END-OF-FILE-SWITCH
         END-READ.
         PERFORM UNTIL END-OF-FILE
             IF JOB-COUNT < 300
                 PERFORM LOAD-ONE-JOB
             ELSE
                 DISPLAY "SCHDSHT: SCHEDULE TABLE FULL - "
                         SCHD-PROGRAM " NOT LISTED"
             END-IF
             READ SCHEDULE-MASTER-FILE NEXT RECORD
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
         END-PERFORM.

       LOAD-ONE-JOB.
         ADD 1 TO JOB-COUNT.
         SET JOB-IDX TO JOB-COUNT.
         MOVE SCHD-PROGRAM      TO JOBT-PROGRAM (JOB-IDX).
         MOVE SCHD-DESCRIPTION  TO JOBT-DESCRIPTION (JOB-IDX).
         MOVE SCHD-FREQUENCY    TO JOBT-FREQUENCY (JOB-IDX).
         MOVE SCHD-WINDOW-START TO JOBT-WINDOW-START (JOB-IDX).
         MOVE SCHD-WINDOW-END   TO JOBT-WINDOW-END (JOB-IDX).
         MOVE SCHD-PREDECESSORS TO JOBT-PREDECESSORS (JOB-IDX).
         MOVE SCHD-STATUS       TO JOBT-STATUS (JOB-IDX).
         MOVE "N" TO JOBT-DUE-SWITCH (JOB-IDX).
         IF SCHD-ACTIVE
             IF SCHD-NIGHTLY
                OR (SCHD-BUSINESS-DAYS AND BATCH-IS-BUSINESS-DAY)
                OR (SCHD-MONTH-END AND BATCH-IS-MONTH-END)
                OR (SCHD-QUARTER-END AND BATCH-IS-QUARTER-END)
                 MOVE "Y" TO JOBT-DUE-SWITCH (JOB-IDX)
             END-IF
         END-IF.
         MOVE SCHD-WINDOW-START TO CLOCK-HHMM.
         PERFORM COMPUTE-NIGHT-MINUTES.
         MOVE NIGHT-MINUTES TO JOBT-START-MINUTES (JOB-IDX).

       COMPUTE-NIGHT-MINUTES.
      * Minutes since noon, so a window opening at 2200 sorts ahead
      * of one opening at 0100 the same night.
         DIVIDE CLOCK-HHMM BY 100 GIVING CLOCK-HH
             REMAINDER CLOCK-MM.
         COMPUTE NIGHT-MINUTES = (CLOCK-HH * 60) + CLOCK-MM.
         IF CLOCK-HH < 12
             ADD 720 TO NIGHT-MINUTES
         ELSE
             SUBTRACT 720 FROM NIGHT-MINUTES
         END-IF.

       ORDER-TWO-JOBS.
         IF SORT-J > SORT-I
            AND JOBT-START-MINUTES (SORT-J) <
                JOBT-START-MINUTES (SORT-I)
             MOVE JOB-ENTRY (SORT-I) TO SWAP-ENTRY
             MOVE JOB-ENTRY (SORT-J) TO JOB-ENTRY (SORT-I)
             MOVE SWAP-ENTRY         TO JOB-ENTRY (SORT-J)
         END-IF.

       PRINT-RUN-SHEET.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "BATCH DATE " BATCH-DATE " - " DAY-TYPE-TEXT
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-SHEET-PRINT-LINE.
         MOVE SPACES TO PRINT-LINE-WORK.
         PERFORM WRITE-SHEET-PRINT-LINE.
         PERFORM VARYING JOB-IDX FROM 1 BY 1 UNTIL JOB-IDX > JOB-COUNT
             IF JOBT-DUE (JOB-IDX)
                 PERFORM PRINT-ONE-DUE-JOB
             END-IF
         END-PERFORM.
         MOVE SPACES TO PRINT-LINE-WORK.
         PERFORM WRITE-SHEET-PRINT-LINE.
         MOVE "NOT DUE THIS BATCH DATE:" TO PRINT-LINE-WORK.
         PERFORM WRITE-SHEET-PRINT-LINE.
         PERFORM VARYING JOB-IDX FROM 1 BY 1 UNTIL JOB-IDX > JOB-COUNT
             IF NOT JOBT-DUE (JOB-IDX)
                 PERFORM PRINT-ONE-OTHER-JOB
             END-IF
         END-PERFORM.
         MOVE SPACES TO PRINT-LINE-WORK.
         PERFORM WRITE-SHEET-PRINT-LINE.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "JOBS DUE: " JOBS-DUE
                "  NOT DUE: " JOBS-NOT-DUE
                "  SUSPENDED: " JOBS-SUSPENDED
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-SHEET-PRINT-LINE.

       PRINT-ONE-DUE-JOB.
         ADD 1 TO JOBS-DUE.
         ADD 1 TO SHEET-SEQUENCE.
         PERFORM SET-FREQUENCY-TEXT.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING SHEET-SEQUENCE " " JOBT-PROGRAM (JOB-IDX)
                " " JOBT-WINDOW-START (JOB-IDX)
                "-" JOBT-WINDOW-END (JOB-IDX)
                " " FREQUENCY-TEXT
                " " JOBT-DESCRIPTION (JOB-IDX)
                " AFTER " JOBT-PREDECESSORS (JOB-IDX)
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-SHEET-PRINT-LINE.
         MOVE "      START ______  END ______  RC __  INITIALS ____"
             TO PRINT-LINE-WORK.
         PERFORM WRITE-SHEET-PRINT-LINE.

       PRINT-ONE-OTHER-JOB.
         PERFORM SET-FREQUENCY-TEXT.
         MOVE SPACES TO PRINT-LINE-WORK.
         IF JOBT-STATUS (JOB-IDX) = "S"
             ADD 1 TO JOBS-SUSPENDED
             STRING "    " JOBT-PROGRAM (JOB-IDX)
                    " " FREQUENCY-TEXT
                    " " JOBT-DESCRIPTION (JOB-IDX)
                    " - SUSPENDED"
                 DELIMITED BY SIZE INTO PRINT-LINE-WORK
         ELSE
             ADD 1 TO JOBS-NOT-DUE
             STRING "    " JOBT-PROGRAM (JOB-IDX)
                    " " FREQUENCY-TEXT
                    " " JOBT-DESCRIPTION (JOB-IDX)
                 DELIMITED BY SIZE INTO PRINT-LINE-WORK
         END-IF.
         PERFORM WRITE-SHEET-PRINT-LINE.

       SET-FREQUENCY-TEXT.
         IF JOBT-FREQUENCY (JOB-IDX) = "N"
             MOVE "NIGHTLY"   TO FREQUENCY-TEXT
         ELSE
         IF JOBT-FREQUENCY (JOB-IDX) = "B"
             MOVE "BUS DAYS"  TO FREQUENCY-TEXT
         ELSE
         IF JOBT-FREQUENCY (JOB-IDX) = "M"
             MOVE "MONTH END" TO FREQUENCY-TEXT
         ELSE
             MOVE "QTR END"   TO FREQUENCY-TEXT
         END-IF
         END-IF
         END-IF.

       WRITE-SHEET-PRINT-LINE.
      * Paged print discipline from the shared heading layout.
         IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
             PERFORM WRITE-SHEET-HEADINGS
         END-IF.
         MOVE PRINT-LINE-WORK TO RUN-SHEET-REC.
         WRITE RUN-SHEET-REC.
         ADD 1 TO RPT-LINE-COUNT.

       WRITE-SHEET-HEADINGS.
         ADD 1 TO RPT-PAGE-COUNT.
         MOVE "NIGHT BATCH RUN SHEET" TO RPT-TITLE-TEXT.
         MOVE TODAY-DATE TO RPT-HEAD-DATE.
         MOVE RPT-PAGE-COUNT TO RPT-PAGE-NUMBER.
         MOVE SPACES TO RUN-SHEET-REC.
         MOVE RPT-TITLE-LINE TO RUN-SHEET-REC.
         WRITE RUN-SHEET-REC.
         MOVE "SEQ PROGRAM WINDOW FREQUENCY DESCRIPTION PREDECESSORS"
             TO RPT-COLUMN-TEXT.
         MOVE RPT-COLUMN-TEXT TO RUN-SHEET-REC.
         WRITE RUN-SHEET-REC.
         MOVE SPACES TO RUN-SHEET-REC.
         WRITE RUN-SHEET-REC.
         MOVE 3 TO RPT-LINE-COUNT.
