       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REPRANAL.
      * Repeat-repair and component failure analysis over the whole
      * parts usage history: every part issue is set against the
      * last issue of the same part number to the same unit, and
      * where the second came within the comeback window - days or
      * miles, whichever trips first - the pair is listed as a
      * comeback and charged to each mechanic who booked labour on
      * the earlier order.  Every repeat with both odometer
      * readings also feeds a mean-miles-between-replacements
      * figure per part for each VEH-MAKE/VEH-MODEL, which is what
      * procurement takes to a vehicle tender.  Issues on the one
      * order are a single repair and never pair with each other.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTS-USAGE-FILE ASSIGN TO "WOPARTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTS-USAGE-STATUS.
           SELECT LABOUR-BOOKING-FILE ASSIGN TO "WOLABOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LABOUR-BOOKING-STATUS.
           SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEH-ID
               FILE STATUS IS VEHICLE-MASTER-STATUS.
           SELECT PERSON-MASTER-FILE ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSM-PERSON-ID
               ALTERNATE RECORD KEY IS PERSM-L-SURNAME
                   WITH DUPLICATES
               FILE STATUS IS PERSON-MASTER-STATUS.
           SELECT SHOP-PARM-FILE ASSIGN TO "SHOPPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPRM-PARM-KEY
               FILE STATUS IS SHOP-PARM-STATUS.
           SELECT REPAIR-REPORT-FILE ASSIGN TO "REPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPAIR-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTS-USAGE-FILE.
           COPY WOPARTS.

       FD  LABOUR-BOOKING-FILE.
           COPY WOLABOR.

       FD  VEHICLE-MASTER-FILE.
           COPY VEHMAST.

       FD  PERSON-MASTER-FILE.
           COPY PERSMAST.

       FD  SHOP-PARM-FILE.
           COPY SHOPPARM.

       FD  REPAIR-REPORT-FILE.
       01  REPAIR-REPORT-REC           PIC X(100).

       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY BUSDAYP.
        01 PARTS-USAGE-STATUS         PIC XX VALUE "00".
        01 LABOUR-BOOKING-STATUS      PIC XX VALUE "00".
        01 VEHICLE-MASTER-STATUS      PIC XX VALUE "00".
        01 PERSON-MASTER-STATUS       PIC XX VALUE "00".
        01 SHOP-PARM-STATUS           PIC XX VALUE "00".
        01 REPAIR-REPORT-STATUS       PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 DETAIL-EOF-SWITCH          PIC X VALUE "N".
           88 DETAIL-EOF                   VALUE "Y".
        01 PAIR-FOUND-SWITCH          PIC X VALUE "N".
           88 PAIR-FOUND                   VALUE "Y".
        01 MILES-KNOWN-SWITCH         PIC X VALUE "N".
           88 MILES-KNOWN                  VALUE "Y".
        01 PERSON-FILE-SWITCH         PIC X VALUE "N".
           88 PERSON-FILE-OPEN             VALUE "Y".
        01 COMEBACK-DAYS              PIC 9(05) VALUE 30.
        01 COMEBACK-MILES             PIC 9(07) VALUE 1000.
        01 TODAY-DATE                 PIC 9(08).
        01 ISSUE-MAKE                 PIC X(10).
        01 ISSUE-MODEL                PIC X(10).
        01 GAP-DAYS                   PIC S9(07).
        01 GAP-MILES                  PIC 9(07).
        01 MEAN-MILES                 PIC 9(07).
        01 ISSUES-READ                PIC 9(07) VALUE ZERO.
        01 REPEATS-FOUND              PIC 9(07) VALUE ZERO.
        01 COMEBACK-COUNT             PIC 9(05) VALUE ZERO.
        01 UNBOOKED-COMEBACKS         PIC 9(05) VALUE ZERO.
        01 TABLE-FULL-COUNT           PIC 9(07) VALUE ZERO.
        01 PAIR-COUNT                 PIC 9(05) VALUE ZERO.
        01 PAIR-TABLE.
      * Last issue seen of each part to each unit.
           02 PAIR-ENTRY OCCURS 0 TO 20000 TIMES
                  DEPENDING ON PAIR-COUNT
                  INDEXED BY PAIR-IDX.
               03 PTAB-VEH-ID          PIC X(06).
               03 PTAB-PART-NUMBER     PIC X(08).
               03 PTAB-INTERVAL        PIC 9(06).
               03 PTAB-ISSUE-DATE      PIC 9(08).
               03 PTAB-ODOMETER        PIC 9(06).
        01 MODEL-COUNT                PIC 9(04) VALUE ZERO.
        01 MODEL-TABLE.
           02 MODEL-ENTRY OCCURS 0 TO 2000 TIMES
                  DEPENDING ON MODEL-COUNT
                  INDEXED BY MODL-IDX.
               03 MTAB-MAKE            PIC X(10).
               03 MTAB-MODEL           PIC X(10).
               03 MTAB-PART-NUMBER     PIC X(08).
               03 MTAB-REPLACEMENTS    PIC 9(05).
               03 MTAB-MEASURED        PIC 9(05).
               03 MTAB-TOTAL-MILES     PIC 9(09).
               03 MTAB-COMEBACKS       PIC 9(05).
        01 TECH-COUNT                 PIC 9(04) VALUE ZERO.
        01 TECH-TABLE.
           02 TECH-ENTRY OCCURS 0 TO 500 TIMES
                  DEPENDING ON TECH-COUNT
                  INDEXED BY TECH-IDX.
               03 TTAB-PERSON-ID       PIC 9(10).
               03 TTAB-COMEBACKS       PIC 9(05).
        01 ORDER-TECH-COUNT           PIC 9(02) VALUE ZERO.
        01 ORDER-TECH-TABLE.
      * Mechanics who booked time on the earlier order of one
      * comeback, each held once however many cards they booked.
           02 ORDER-TECH-ENTRY OCCURS 0 TO 20 TIMES
                  DEPENDING ON ORDER-TECH-COUNT
                  INDEXED BY OTEC-IDX.
               03 OTAB-PERSON-ID       PIC 9(10).

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "REPRANAL: REPEAT-REPAIR ANALYSIS STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         PERFORM READ-SHOP-PARMS.
         OPEN INPUT VEHICLE-MASTER-FILE.
         IF VEHICLE-MASTER-STATUS NOT = "00"
             DISPLAY "REPRANAL: CANNOT OPEN VEHICLE-MASTER - "
                     VEHICLE-MASTER-STATUS
             STOP RUN RETURNING RC-SEVERE
         END-IF.
         OPEN INPUT PERSON-MASTER-FILE.
         IF PERSON-MASTER-STATUS = "00"
             MOVE "Y" TO PERSON-FILE-SWITCH
         END-IF.
         OPEN OUTPUT REPAIR-REPORT-FILE.
         MOVE SPACES TO REPAIR-REPORT-REC.
         STRING "REPEAT-REPAIR ANALYSIS AS OF " TODAY-DATE
                " - COMEBACK WITHIN " COMEBACK-DAYS " DAYS OR "
                COMEBACK-MILES " MILES"
             DELIMITED BY SIZE INTO REPAIR-REPORT-REC.
         WRITE REPAIR-REPORT-REC.
         MOVE SPACES TO REPAIR-REPORT-REC.
         WRITE REPAIR-REPORT-REC.
         MOVE "COMEBACKS" TO REPAIR-REPORT-REC.
         WRITE REPAIR-REPORT-REC.
         PERFORM SCAN-PARTS-HISTORY.
         PERFORM REPORT-MEAN-MILES.
         PERFORM REPORT-TECHNICIANS.
         CLOSE REPAIR-REPORT-FILE VEHICLE-MASTER-FILE.
         IF PERSON-FILE-OPEN
             CLOSE PERSON-MASTER-FILE
         END-IF.
         DISPLAY "PART ISSUES READ: " ISSUES-READ.
         DISPLAY "REPEAT REPLACEMENTS: " REPEATS-FOUND.
         DISPLAY "COMEBACKS: " COMEBACK-COUNT.
         IF TABLE-FULL-COUNT > 0
             DISPLAY "ISSUES NOT ANALYSED - TABLE FULL: "
                     TABLE-FULL-COUNT
         END-IF.
         IF COMEBACK-COUNT > 0 OR TABLE-FULL-COUNT > 0
             STOP RUN RETURNING RC-WARNING
         ELSE
             STOP RUN RETURNING RC-NORMAL
         END-IF.

       READ-SHOP-PARMS.
      * The comeback window comes from the shop-wide keyed parameter
      * table, keeping the compiled-in 30 days and 1000 miles as
      * the defaults when the entries are absent.
         OPEN INPUT SHOP-PARM-FILE.
         IF SHOP-PARM-STATUS = "00"
             MOVE "COMEBACK-DAYS   " TO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE SPRM-PARM-VALUE TO COMEBACK-DAYS
             END-READ
             MOVE "COMEBACK-MILES  " TO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE SPRM-PARM-VALUE TO COMEBACK-MILES
             END-READ
             CLOSE SHOP-PARM-FILE
         END-IF.

       SCAN-PARTS-HISTORY.
      * Usage lines are appended as parts are issued, so the file is
      * already in issue order and one pass sees each part's issues
      * to a unit oldest first.
         OPEN INPUT PARTS-USAGE-FILE.
         IF PARTS-USAGE-STATUS NOT = "00"
             DISPLAY "NO PARTS USAGE HISTORY TO ANALYSE"
         ELSE
             READ PARTS-USAGE-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM ANALYSE-ONE-ISSUE
                 READ PARTS-USAGE-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
         END-IF.
         CLOSE PARTS-USAGE-FILE.

       ANALYSE-ONE-ISSUE.
         ADD 1 TO ISSUES-READ.
         IF WPRT-ODOMETER NOT NUMERIC
             MOVE ZERO TO WPRT-ODOMETER
         END-IF.
         MOVE "N" TO PAIR-FOUND-SWITCH.
         IF PAIR-COUNT > 0
             SET PAIR-IDX TO 1
             SEARCH PAIR-ENTRY
                 WHEN PTAB-VEH-ID (PAIR-IDX) = WPRT-VEH-ID AND
                      PTAB-PART-NUMBER (PAIR-IDX) = WPRT-PART-NUMBER
                     MOVE "Y" TO PAIR-FOUND-SWITCH
             END-SEARCH
         END-IF.
         IF NOT PAIR-FOUND
             IF PAIR-COUNT < 20000
                 ADD 1 TO PAIR-COUNT
                 SET PAIR-IDX TO PAIR-COUNT
                 MOVE WPRT-VEH-ID      TO PTAB-VEH-ID (PAIR-IDX)
                 MOVE WPRT-PART-NUMBER TO PTAB-PART-NUMBER (PAIR-IDX)
                 PERFORM REMEMBER-ISSUE
             ELSE
                 ADD 1 TO TABLE-FULL-COUNT
             END-IF
         ELSE
             IF PTAB-INTERVAL (PAIR-IDX) NOT = WPRT-INTERVAL
                 PERFORM MEASURE-REPEAT
             END-IF
             PERFORM REMEMBER-ISSUE
         END-IF.

       REMEMBER-ISSUE.
         MOVE WPRT-INTERVAL   TO PTAB-INTERVAL (PAIR-IDX).
         MOVE WPRT-ISSUE-DATE TO PTAB-ISSUE-DATE (PAIR-IDX).
         MOVE WPRT-ODOMETER   TO PTAB-ODOMETER (PAIR-IDX).

       MEASURE-REPEAT.
      * Miles count only when both issues carry a reading; a later
      * reading below the earlier one is taken as the six-digit
      * odometer having rolled over, as TYRETRAK takes it.
         ADD 1 TO REPEATS-FOUND.
         MOVE "C"                        TO BD-FUNCTION.
         MOVE PTAB-ISSUE-DATE (PAIR-IDX) TO BD-FROM-DATE.
         MOVE WPRT-ISSUE-DATE            TO BD-TO-DATE.
         CALL "BUSDAY" USING BUSDAY-PARMS.
         MOVE BD-CALENDAR-DAYS TO GAP-DAYS.
         MOVE "N" TO MILES-KNOWN-SWITCH.
         MOVE ZERO TO GAP-MILES.
         IF PTAB-ODOMETER (PAIR-IDX) > 0 AND WPRT-ODOMETER > 0
             MOVE "Y" TO MILES-KNOWN-SWITCH
             IF WPRT-ODOMETER < PTAB-ODOMETER (PAIR-IDX)
                 COMPUTE GAP-MILES = WPRT-ODOMETER + 1000000
                         - PTAB-ODOMETER (PAIR-IDX)
             ELSE
                 COMPUTE GAP-MILES = WPRT-ODOMETER
                         - PTAB-ODOMETER (PAIR-IDX)
             END-IF
         END-IF.
         MOVE WPRT-VEH-ID TO VEH-ID.
         READ VEHICLE-MASTER-FILE
             INVALID KEY
                 MOVE "UNKNOWN" TO ISSUE-MAKE
                 MOVE SPACES    TO ISSUE-MODEL
             NOT INVALID KEY
                 MOVE VEH-MAKE  TO ISSUE-MAKE
                 MOVE VEH-MODEL TO ISSUE-MODEL
         END-READ.
         PERFORM FIND-MODEL-ENTRY.
         IF MODL-IDX NOT > MODEL-COUNT
             ADD 1 TO MTAB-REPLACEMENTS (MODL-IDX)
             IF MILES-KNOWN
                 ADD 1         TO MTAB-MEASURED (MODL-IDX)
                 ADD GAP-MILES TO MTAB-TOTAL-MILES (MODL-IDX)
             END-IF
         END-IF.
         IF GAP-DAYS NOT > COMEBACK-DAYS OR
            (MILES-KNOWN AND GAP-MILES NOT > COMEBACK-MILES)
             PERFORM RECORD-COMEBACK
         END-IF.

       FIND-MODEL-ENTRY.
      * Leaves MODL-IDX past the end of the table when a new
      * make/model/part will not fit.
         SET MODL-IDX TO 1.
         IF MODEL-COUNT > 0
             SEARCH MODEL-ENTRY
                 AT END SET MODL-IDX TO MODEL-COUNT
                        SET MODL-IDX UP BY 1
                 WHEN MTAB-MAKE (MODL-IDX) = ISSUE-MAKE AND
                      MTAB-MODEL (MODL-IDX) = ISSUE-MODEL AND
                      MTAB-PART-NUMBER (MODL-IDX) = WPRT-PART-NUMBER
                     CONTINUE
             END-SEARCH
         END-IF.
         IF MODL-IDX > MODEL-COUNT AND MODEL-COUNT < 2000
             ADD 1 TO MODEL-COUNT
             SET MODL-IDX TO MODEL-COUNT
             MOVE ISSUE-MAKE       TO MTAB-MAKE (MODL-IDX)
             MOVE ISSUE-MODEL      TO MTAB-MODEL (MODL-IDX)
             MOVE WPRT-PART-NUMBER TO MTAB-PART-NUMBER (MODL-IDX)
             MOVE ZERO TO MTAB-REPLACEMENTS (MODL-IDX)
             MOVE ZERO TO MTAB-MEASURED (MODL-IDX)
             MOVE ZERO TO MTAB-TOTAL-MILES (MODL-IDX)
             MOVE ZERO TO MTAB-COMEBACKS (MODL-IDX)
         END-IF.

       RECORD-COMEBACK.
         ADD 1 TO COMEBACK-COUNT.
         IF MODL-IDX NOT > MODEL-COUNT
             ADD 1 TO MTAB-COMEBACKS (MODL-IDX)
         END-IF.
         MOVE SPACES TO REPAIR-REPORT-REC.
         IF MILES-KNOWN
             STRING WPRT-VEH-ID " " ISSUE-MAKE " " ISSUE-MODEL
                    " " WPRT-PART-NUMBER
                    " ORDER " PTAB-INTERVAL (PAIR-IDX)
                    " THEN " WPRT-INTERVAL
                    " AFTER " GAP-DAYS " DAYS " GAP-MILES " MILES"
                 DELIMITED BY SIZE INTO REPAIR-REPORT-REC
         ELSE
             STRING WPRT-VEH-ID " " ISSUE-MAKE " " ISSUE-MODEL
                    " " WPRT-PART-NUMBER
                    " ORDER " PTAB-INTERVAL (PAIR-IDX)
                    " THEN " WPRT-INTERVAL
                    " AFTER " GAP-DAYS " DAYS"
                 DELIMITED BY SIZE INTO REPAIR-REPORT-REC
         END-IF.
         WRITE REPAIR-REPORT-REC.
         PERFORM CHARGE-COMEBACK-TO-TECHS.

       CHARGE-COMEBACK-TO-TECHS.
      * The earlier order is the repair that did not hold, so the
      * comeback goes to whoever booked time on it.  Orders from
      * before labour was booked count as unbooked.
         MOVE ZERO TO ORDER-TECH-COUNT.
         OPEN INPUT LABOUR-BOOKING-FILE.
         IF LABOUR-BOOKING-STATUS = "00"
             READ LABOUR-BOOKING-FILE
                 AT END MOVE "Y" TO DETAIL-EOF-SWITCH
             END-READ
             PERFORM UNTIL DETAIL-EOF
                 IF WLAB-VEH-ID = WPRT-VEH-ID AND
                    WLAB-INTERVAL = PTAB-INTERVAL (PAIR-IDX)
                     PERFORM NOTE-ORDER-TECH
                 END-IF
                 READ LABOUR-BOOKING-FILE
                     AT END MOVE "Y" TO DETAIL-EOF-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO DETAIL-EOF-SWITCH
             CLOSE LABOUR-BOOKING-FILE
         END-IF.
         IF ORDER-TECH-COUNT = 0
             ADD 1 TO UNBOOKED-COMEBACKS
         ELSE
             PERFORM ADD-COMEBACK-TO-TECH
                 VARYING OTEC-IDX FROM 1 BY 1
                 UNTIL OTEC-IDX > ORDER-TECH-COUNT
         END-IF.

       NOTE-ORDER-TECH.
         SET OTEC-IDX TO 1.
         IF ORDER-TECH-COUNT > 0
             SEARCH ORDER-TECH-ENTRY
                 AT END
                     IF ORDER-TECH-COUNT < 20
                         ADD 1 TO ORDER-TECH-COUNT
                         MOVE WLAB-PERSON-ID
                             TO OTAB-PERSON-ID (ORDER-TECH-COUNT)
                     END-IF
                 WHEN OTAB-PERSON-ID (OTEC-IDX) = WLAB-PERSON-ID
                     CONTINUE
             END-SEARCH
         ELSE
             MOVE 1 TO ORDER-TECH-COUNT
             MOVE WLAB-PERSON-ID TO OTAB-PERSON-ID (1)
         END-IF.

       ADD-COMEBACK-TO-TECH.
         SET TECH-IDX TO 1.
         IF TECH-COUNT > 0
             SEARCH TECH-ENTRY
                 AT END PERFORM ADD-NEW-TECH-ENTRY
                 WHEN TTAB-PERSON-ID (TECH-IDX) =
                      OTAB-PERSON-ID (OTEC-IDX)
                     ADD 1 TO TTAB-COMEBACKS (TECH-IDX)
             END-SEARCH
         ELSE
             PERFORM ADD-NEW-TECH-ENTRY
         END-IF.

       ADD-NEW-TECH-ENTRY.
         IF TECH-COUNT < 500
             ADD 1 TO TECH-COUNT
             SET TECH-IDX TO TECH-COUNT
             MOVE OTAB-PERSON-ID (OTEC-IDX)
                 TO TTAB-PERSON-ID (TECH-IDX)
             MOVE 1 TO TTAB-COMEBACKS (TECH-IDX)
         END-IF.

       REPORT-MEAN-MILES.
         MOVE SPACES TO REPAIR-REPORT-REC.
         STRING "COMEBACKS: " COMEBACK-COUNT
             DELIMITED BY SIZE INTO REPAIR-REPORT-REC.
         WRITE REPAIR-REPORT-REC.
         MOVE SPACES TO REPAIR-REPORT-REC.
         WRITE REPAIR-REPORT-REC.
         MOVE SPACES TO REPAIR-REPORT-REC.
         STRING "MEAN MILES BETWEEN REPLACEMENTS BY MAKE/MODEL"
             DELIMITED BY SIZE INTO REPAIR-REPORT-REC.
         WRITE REPAIR-REPORT-REC.
         IF MODEL-COUNT > 0
             PERFORM REPORT-ONE-MODEL-PART
                 VARYING MODL-IDX FROM 1 BY 1
                 UNTIL MODL-IDX > MODEL-COUNT
         END-IF.

       REPORT-ONE-MODEL-PART.
         MOVE SPACES TO REPAIR-REPORT-REC.
         IF MTAB-MEASURED (MODL-IDX) > 0
             COMPUTE MEAN-MILES ROUNDED =
                     MTAB-TOTAL-MILES (MODL-IDX)
                     / MTAB-MEASURED (MODL-IDX)
             STRING MTAB-MAKE (MODL-IDX) " "
                    MTAB-MODEL (MODL-IDX) " "
                    MTAB-PART-NUMBER (MODL-IDX)
                    " REPLACED " MTAB-REPLACEMENTS (MODL-IDX)
                    " MEAN MILES " MEAN-MILES
                    " COMEBACKS " MTAB-COMEBACKS (MODL-IDX)
                 DELIMITED BY SIZE INTO REPAIR-REPORT-REC
         ELSE
             STRING MTAB-MAKE (MODL-IDX) " "
                    MTAB-MODEL (MODL-IDX) " "
                    MTAB-PART-NUMBER (MODL-IDX)
                    " REPLACED " MTAB-REPLACEMENTS (MODL-IDX)
                    " MEAN MILES NOT KNOWN"
                    " COMEBACKS " MTAB-COMEBACKS (MODL-IDX)
                 DELIMITED BY SIZE INTO REPAIR-REPORT-REC
         END-IF.
         WRITE REPAIR-REPORT-REC.

       REPORT-TECHNICIANS.
         MOVE SPACES TO REPAIR-REPORT-REC.
         WRITE REPAIR-REPORT-REC.
         MOVE SPACES TO REPAIR-REPORT-REC.
         STRING "COMEBACKS BY TECHNICIAN ON THE EARLIER ORDER"
             DELIMITED BY SIZE INTO REPAIR-REPORT-REC.
         WRITE REPAIR-REPORT-REC.
         IF TECH-COUNT > 0
             PERFORM REPORT-ONE-TECH
                 VARYING TECH-IDX FROM 1 BY 1
                 UNTIL TECH-IDX > TECH-COUNT
         END-IF.
         MOVE SPACES TO REPAIR-REPORT-REC.
         STRING "NO LABOUR BOOKED ON EARLIER ORDER: "
                UNBOOKED-COMEBACKS
             DELIMITED BY SIZE INTO REPAIR-REPORT-REC.
         WRITE REPAIR-REPORT-REC.

       REPORT-ONE-TECH.
         MOVE SPACES TO PERSM-FULL-NAME.
         IF PERSON-FILE-OPEN
             MOVE TTAB-PERSON-ID (TECH-IDX) TO PERSM-PERSON-ID
             READ PERSON-MASTER-FILE
                 INVALID KEY MOVE SPACES TO PERSM-FULL-NAME
             END-READ
         END-IF.
         MOVE SPACES TO REPAIR-REPORT-REC.
         STRING TTAB-PERSON-ID (TECH-IDX) " "
                PERSM-FIRST-NAME " " PERSM-L-SURNAME
                " COMEBACKS " TTAB-COMEBACKS (TECH-IDX)
             DELIMITED BY SIZE INTO REPAIR-REPORT-REC.
         WRITE REPAIR-REPORT-REC.
