       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TELELOAD.
      * Builds the day's trip log from the trackers' daily event
      * file instead of the drivers' paper sheets: each tracker's
      * ignition-on is paired with its next ignition-off, the two
      * odometer readings become the trip's start and end, and the
      * jurisdiction is taken from the boundary reference table at
      * the position the trip started from - a trip that ends in
      * another jurisdiction is listed for the fuel-tax clerk, as
      * is a position no boundary covers.  The tracker register
      * names the vehicle each tracker is fitted to.  Paper sheets
      * keyed to TRIPSHT are copied through for untracked units
      * only; a sheet for a tracked unit would count its miles
      * twice, so it is listed and dropped.  The trip log written
      * here is the one TRIPRECN, DRVCOMP, CHARGEBK and FUELTAX
      * read, each trip marked with its source.  A trip still
      * running when the feed ends is carried to the next night's
      * run rather than lost.  Each trip carries its start and end
      * times and its driver - the tag presented at ignition-on,
      * or the driver named on the sheet - and is appended to the
      * TRIPHIST history as well, so a traffic notice weeks later
      * can still be put to whoever was driving.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRACKER-EVENT-FILE ASSIGN TO "TELEMEVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRACKER-EVENT-STATUS.
           SELECT TRACKER-UNIT-FILE ASSIGN TO "TRKUNIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRACKER-UNIT-STATUS.
           SELECT BOUNDARY-FILE ASSIGN TO "JURSBNDY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOUNDARY-STATUS.
           SELECT OPEN-TRIP-FILE ASSIGN TO "TELEOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-TRIP-STATUS.
           SELECT TRIP-SHEET-FILE ASSIGN TO "TRIPSHT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRIP-SHEET-STATUS.
           SELECT TRIP-LOG-FILE ASSIGN TO "TRIPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRIP-LOG-STATUS.
           SELECT TRIP-HISTORY-FILE ASSIGN TO "TRIPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRIP-HISTORY-STATUS.
           SELECT TRACKER-EXCEPTION-FILE ASSIGN TO "TELEEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRACKER-EXCEPTION-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRACKER-EVENT-FILE.
       01  TRACKER-EVENT-REC.
           02 TEVT-UNIT-ID             PIC X(10).
           02 TEVT-EVENT-CODE          PIC X(01).
              88 TEVT-IGNITION-ON          VALUE "N".
              88 TEVT-IGNITION-OFF         VALUE "F".
           02 TEVT-DATE                PIC 9(08).
           02 TEVT-TIME                PIC 9(06).
           02 TEVT-ODOMETER            PIC 9(06).
           02 TEVT-LATITUDE            PIC S9(02)V9(05).
           02 TEVT-LONGITUDE           PIC S9(03)V9(05).
      * Driver tag read at ignition-on; zero when none presented.
           02 TEVT-DRIVER-ID           PIC 9(10).

       FD  TRACKER-UNIT-FILE.
      * One line per tracker fitted: the tracker's own unit ID and
      * the fleet vehicle it reports for.
       01  TRACKER-UNIT-REC.
           02 TUNT-UNIT-ID             PIC X(10).
           02 TUNT-VEH-ID              PIC X(06).

       FD  BOUNDARY-FILE.
      * One latitude/longitude box per line; an enclave is listed
      * ahead of the jurisdiction around it, because the first box
      * holding a position is the one taken.
       01  BOUNDARY-REC.
           02 BNDY-JURISDICTION        PIC X(02).
           02 BNDY-LAT-MIN             PIC S9(02)V9(05).
           02 BNDY-LAT-MAX             PIC S9(02)V9(05).
           02 BNDY-LONG-MIN            PIC S9(03)V9(05).
           02 BNDY-LONG-MAX            PIC S9(03)V9(05).

       FD  OPEN-TRIP-FILE.
       01  OPEN-TRIP-REC.
           02 OTRP-UNIT-ID             PIC X(10).
           02 OTRP-DATE                PIC 9(08).
           02 OTRP-TIME                PIC 9(06).
           02 OTRP-ODOMETER            PIC 9(06).
           02 OTRP-JURISDICTION        PIC X(02).
           02 OTRP-PERSON-ID           PIC 9(10).

       FD  TRIP-SHEET-FILE.
      * The drivers' paper trip sheet as the clerks key it.
       01  TRIP-SHEET-REC.
           02 TSHT-VEH-ID              PIC X(06).
           02 TSHT-DATE                PIC 9(08).
           02 TSHT-START-ODOMETER      PIC 9(06).
           02 TSHT-END-ODOMETER        PIC 9(06).
           02 TSHT-JURISDICTION        PIC X(02).
           02 TSHT-START-TIME          PIC 9(04).
           02 TSHT-END-TIME            PIC 9(04).
           02 TSHT-PERSON-ID           PIC 9(10).

       FD  TRIP-LOG-FILE.
           COPY TRIPLOG.

       FD  TRIP-HISTORY-FILE.
       01  TRIP-HISTORY-REC            PIC X(59).

       FD  TRACKER-EXCEPTION-FILE.
       01  TRACKER-EXCEPTION-REC       PIC X(100).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           COPY RETCODES.
        01 TRACKER-EVENT-STATUS       PIC XX VALUE "00".
        01 TRACKER-UNIT-STATUS        PIC XX VALUE "00".
        01 BOUNDARY-STATUS            PIC XX VALUE "00".
        01 OPEN-TRIP-STATUS           PIC XX VALUE "00".
        01 TRIP-SHEET-STATUS          PIC XX VALUE "00".
        01 TRIP-LOG-STATUS            PIC XX VALUE "00".
        01 TRIP-HISTORY-STATUS        PIC XX VALUE "00".
        01 TRACKER-EXCEPTION-STATUS   PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 EVENTS-READ                PIC 9(07) VALUE ZERO.
        01 TRACKER-TRIPS-WRITTEN      PIC 9(07) VALUE ZERO.
        01 PAPER-TRIPS-WRITTEN        PIC 9(07) VALUE ZERO.
        01 SHEETS-DROPPED             PIC 9(07) VALUE ZERO.
        01 TRIPS-CARRIED              PIC 9(05) VALUE ZERO.
        01 EXCEPTION-COUNT            PIC 9(07) VALUE ZERO.
        01 EVENT-LATITUDE             PIC S9(02)V9(05).
        01 EVENT-LONGITUDE            PIC S9(03)V9(05).
        01 EVENT-JURISDICTION         PIC X(02).
        01 EVENT-STAMP                PIC 9(14).
        01 TRIP-START-STAMP           PIC 9(14).
        01 BOUNDARY-COUNT             PIC 9(04) VALUE ZERO.
        01 BOUNDARY-TABLE.
           02 BOUNDARY-ENTRY OCCURS 0 TO 2000 TIMES
                  DEPENDING ON BOUNDARY-COUNT
                  INDEXED BY BNDY-IDX.
               03 BTAB-JURISDICTION    PIC X(02).
               03 BTAB-LAT-MIN         PIC S9(02)V9(05).
               03 BTAB-LAT-MAX         PIC S9(02)V9(05).
               03 BTAB-LONG-MIN        PIC S9(03)V9(05).
               03 BTAB-LONG-MAX        PIC S9(03)V9(05).
        01 TRACKER-COUNT              PIC 9(05) VALUE ZERO.
        01 TRACKER-TABLE.
           02 TRACKER-ENTRY OCCURS 0 TO 9999 TIMES
                  DEPENDING ON TRACKER-COUNT
                  INDEXED BY TRKR-IDX.
               03 TRKR-UNIT-ID         PIC X(10).
               03 TRKR-VEH-ID          PIC X(06).
               03 TRKR-TRIP-SWITCH     PIC X(01).
                  88 TRKR-TRIP-OPEN         VALUE "Y".
               03 TRKR-ON-DATE         PIC 9(08).
               03 TRKR-ON-TIME         PIC 9(06).
               03 TRKR-ON-ODOMETER     PIC 9(06).
               03 TRKR-ON-JURISDICTION PIC X(02).
               03 TRKR-ON-PERSON-ID    PIC 9(10).
        01 RUN-LOG-STATUS             PIC XX VALUE "00".
        01 LOG-EVENT-CODE             PIC X.
        01 FINAL-RETURN-CODE          PIC 9(02) VALUE ZERO.
        01 LOG-RECORDS-IN             PIC 9(09) VALUE ZERO.
        01 LOG-RECORDS-OUT            PIC 9(09) VALUE ZERO.
        01 LOG-RECORDS-REJ            PIC 9(09) VALUE ZERO.
        01 LOG-DATE-WORK              PIC 9(08).
        01 LOG-TIME-WORK              PIC 9(08).

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "TELELOAD: TELEMATICS TRIP LOAD STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         MOVE "S" TO LOG-EVENT-CODE.
         PERFORM WRITE-RUN-LOG.
         PERFORM LOAD-TRACKER-REGISTER.
         PERFORM LOAD-BOUNDARY-TABLE.
         OPEN OUTPUT TRACKER-EXCEPTION-FILE.
         MOVE SPACES TO TRACKER-EXCEPTION-REC.
         STRING "TELEMATICS TRIP LOAD EXCEPTIONS AS OF " TODAY-DATE
             DELIMITED BY SIZE INTO TRACKER-EXCEPTION-REC.
         WRITE TRACKER-EXCEPTION-REC.
         PERFORM PICK-UP-CARRIED-TRIPS.
         OPEN OUTPUT TRIP-LOG-FILE.
         OPEN EXTEND TRIP-HISTORY-FILE.
         IF TRIP-HISTORY-STATUS = "35"
             OPEN OUTPUT TRIP-HISTORY-FILE
         END-IF.
         PERFORM BUILD-TRACKER-TRIPS.
         PERFORM COPY-PAPER-SHEETS.
         CLOSE TRIP-LOG-FILE TRIP-HISTORY-FILE.
         PERFORM CARRY-OPEN-TRIPS.
         MOVE SPACES TO TRACKER-EXCEPTION-REC.
         STRING "EXCEPTIONS: " EXCEPTION-COUNT
             DELIMITED BY SIZE INTO TRACKER-EXCEPTION-REC.
         WRITE TRACKER-EXCEPTION-REC.
         CLOSE TRACKER-EXCEPTION-FILE.
         DISPLAY "TRACKER EVENTS READ: " EVENTS-READ.
         DISPLAY "TRIPS FROM TRACKERS: " TRACKER-TRIPS-WRITTEN.
         DISPLAY "TRIPS FROM PAPER SHEETS: " PAPER-TRIPS-WRITTEN.
         DISPLAY "SHEETS DROPPED FOR TRACKED UNITS: " SHEETS-DROPPED.
         DISPLAY "TRIPS CARRIED TO NEXT RUN: " TRIPS-CARRIED.
         DISPLAY "EXCEPTIONS: " EXCEPTION-COUNT.
         IF EXCEPTION-COUNT > 0
             MOVE RC-WARNING TO FINAL-RETURN-CODE
         ELSE
             MOVE RC-NORMAL TO FINAL-RETURN-CODE
         END-IF.
         MOVE "E" TO LOG-EVENT-CODE.
         MOVE EVENTS-READ TO LOG-RECORDS-IN.
         COMPUTE LOG-RECORDS-OUT =
                 TRACKER-TRIPS-WRITTEN + PAPER-TRIPS-WRITTEN.
         MOVE EXCEPTION-COUNT TO LOG-RECORDS-REJ.
         PERFORM WRITE-RUN-LOG.
         STOP RUN RETURNING FINAL-RETURN-CODE.

       WRITE-RUN-LOG.
      * One standard run-log record per start and end of run, for
      * the morning batch summary.
         OPEN EXTEND RUN-LOG-FILE.
         IF RUN-LOG-STATUS = "35"
             OPEN OUTPUT RUN-LOG-FILE
         END-IF.
         MOVE "TELELOAD" TO RLOG-PROGRAM.
         MOVE LOG-EVENT-CODE TO RLOG-EVENT.
         ACCEPT LOG-DATE-WORK FROM DATE YYYYMMDD.
         MOVE LOG-DATE-WORK TO RLOG-RUN-DATE.
         ACCEPT LOG-TIME-WORK FROM TIME.
         MOVE LOG-TIME-WORK (1:6) TO RLOG-RUN-TIME.
         MOVE LOG-RECORDS-IN TO RLOG-RECORDS-IN.
         MOVE LOG-RECORDS-OUT TO RLOG-RECORDS-OUT.
         MOVE LOG-RECORDS-REJ TO RLOG-RECORDS-REJECTED.
         MOVE FINAL-RETURN-CODE TO RLOG-RETURN-CODE.
         WRITE RUN-LOG-REC.
         CLOSE RUN-LOG-FILE.

       LOAD-TRACKER-REGISTER.
         OPEN INPUT TRACKER-UNIT-FILE.
         IF TRACKER-UNIT-STATUS NOT = "00"
             DISPLAY "TELELOAD: NO TRACKER REGISTER - EVERY UNIT "
                     "TREATED AS UNTRACKED"
         ELSE
             READ TRACKER-UNIT-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 IF TRACKER-COUNT < 9999 AND TUNT-UNIT-ID NOT = SPACES
                     ADD 1 TO TRACKER-COUNT
                     SET TRKR-IDX TO TRACKER-COUNT
                     MOVE TUNT-UNIT-ID TO TRKR-UNIT-ID (TRKR-IDX)
                     MOVE TUNT-VEH-ID  TO TRKR-VEH-ID (TRKR-IDX)
                     MOVE "N" TO TRKR-TRIP-SWITCH (TRKR-IDX)
                 END-IF
                 READ TRACKER-UNIT-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE TRACKER-UNIT-FILE
         END-IF.

       LOAD-BOUNDARY-TABLE.
         OPEN INPUT BOUNDARY-FILE.
         IF BOUNDARY-STATUS NOT = "00"
             DISPLAY "TELELOAD: NO BOUNDARY TABLE - JURISDICTIONS "
                     "LEFT BLANK"
         ELSE
             READ BOUNDARY-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 IF BOUNDARY-COUNT < 2000
                     ADD 1 TO BOUNDARY-COUNT
                     SET BNDY-IDX TO BOUNDARY-COUNT
                     MOVE BNDY-JURISDICTION
                         TO BTAB-JURISDICTION (BNDY-IDX)
                     MOVE BNDY-LAT-MIN  TO BTAB-LAT-MIN (BNDY-IDX)
                     MOVE BNDY-LAT-MAX  TO BTAB-LAT-MAX (BNDY-IDX)
                     MOVE BNDY-LONG-MIN TO BTAB-LONG-MIN (BNDY-IDX)
                     MOVE BNDY-LONG-MAX TO BTAB-LONG-MAX (BNDY-IDX)
                 END-IF
                 READ BOUNDARY-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE BOUNDARY-FILE
         END-IF.

       PICK-UP-CARRIED-TRIPS.
      * Trips the last run left running are reopened against their
      * trackers so tonight's ignition-off closes them.
         OPEN INPUT OPEN-TRIP-FILE.
         IF OPEN-TRIP-STATUS = "00"
             READ OPEN-TRIP-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM FIND-TRACKER-FOR-CARRIED
                 READ OPEN-TRIP-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE OPEN-TRIP-FILE
         END-IF.

       FIND-TRACKER-FOR-CARRIED.
         IF TRACKER-COUNT > 0
             SET TRKR-IDX TO 1
             SEARCH TRACKER-ENTRY
                 AT END CONTINUE
                 WHEN TRKR-UNIT-ID (TRKR-IDX) = OTRP-UNIT-ID
                     MOVE "Y" TO TRKR-TRIP-SWITCH (TRKR-IDX)
                     MOVE OTRP-DATE TO TRKR-ON-DATE (TRKR-IDX)
                     MOVE OTRP-TIME TO TRKR-ON-TIME (TRKR-IDX)
                     MOVE OTRP-ODOMETER
                         TO TRKR-ON-ODOMETER (TRKR-IDX)
                     MOVE OTRP-JURISDICTION
                         TO TRKR-ON-JURISDICTION (TRKR-IDX)
                     IF OTRP-PERSON-ID NUMERIC
                         MOVE OTRP-PERSON-ID
                             TO TRKR-ON-PERSON-ID (TRKR-IDX)
                     ELSE
                         MOVE ZERO TO TRKR-ON-PERSON-ID (TRKR-IDX)
                     END-IF
             END-SEARCH
         END-IF.

       BUILD-TRACKER-TRIPS.
      * The feed comes in tracker and time order, so each tracker's
      * ignition-on is closed by the next ignition-off it sends.
         OPEN INPUT TRACKER-EVENT-FILE.
         IF TRACKER-EVENT-STATUS NOT = "00"
             DISPLAY "TELELOAD: NO TRACKER EVENTS TODAY"
         ELSE
             READ TRACKER-EVENT-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 ADD 1 TO EVENTS-READ
                 PERFORM APPLY-ONE-EVENT
                 READ TRACKER-EVENT-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
         END-IF.
         CLOSE TRACKER-EVENT-FILE.

       APPLY-ONE-EVENT.
         SET TRKR-IDX TO 1.
         IF TRACKER-COUNT > 0
             SEARCH TRACKER-ENTRY
                 AT END SET TRKR-IDX TO 10000
                 WHEN TRKR-UNIT-ID (TRKR-IDX) = TEVT-UNIT-ID
                     CONTINUE
             END-SEARCH
         ELSE
             SET TRKR-IDX TO 10000
         END-IF.
         IF TRKR-IDX > TRACKER-COUNT
             MOVE SPACES TO TRACKER-EXCEPTION-REC
             STRING "TRACKER " TEVT-UNIT-ID " ON " TEVT-DATE
                    " NOT ON TRACKER REGISTER - EVENT IGNORED"
                 DELIMITED BY SIZE INTO TRACKER-EXCEPTION-REC
             PERFORM WRITE-TRACKER-EXCEPTION
         ELSE
         IF TEVT-DATE NOT NUMERIC OR TEVT-TIME NOT NUMERIC OR
            TEVT-ODOMETER NOT NUMERIC OR
            NOT (TEVT-IGNITION-ON OR TEVT-IGNITION-OFF)
             MOVE SPACES TO TRACKER-EXCEPTION-REC
             STRING "TRACKER " TEVT-UNIT-ID " VEHICLE "
                    TRKR-VEH-ID (TRKR-IDX)
                    " - UNREADABLE EVENT IGNORED"
                 DELIMITED BY SIZE INTO TRACKER-EXCEPTION-REC
             PERFORM WRITE-TRACKER-EXCEPTION
         ELSE
             MOVE TEVT-LATITUDE  TO EVENT-LATITUDE
             MOVE TEVT-LONGITUDE TO EVENT-LONGITUDE
             PERFORM FIND-EVENT-JURISDICTION
             IF TEVT-IGNITION-ON
                 PERFORM OPEN-TRACKER-TRIP
             ELSE
                 PERFORM CLOSE-TRACKER-TRIP
             END-IF
         END-IF
         END-IF.

       FIND-EVENT-JURISDICTION.
      * The first box on the table that holds the position.
         MOVE SPACES TO EVENT-JURISDICTION.
         IF BOUNDARY-COUNT > 0
             SET BNDY-IDX TO 1
             SEARCH BOUNDARY-ENTRY
                 AT END CONTINUE
                 WHEN EVENT-LATITUDE >= BTAB-LAT-MIN (BNDY-IDX) AND
                      EVENT-LATITUDE <= BTAB-LAT-MAX (BNDY-IDX) AND
                      EVENT-LONGITUDE >= BTAB-LONG-MIN (BNDY-IDX) AND
                      EVENT-LONGITUDE <= BTAB-LONG-MAX (BNDY-IDX)
                     MOVE BTAB-JURISDICTION (BNDY-IDX)
                         TO EVENT-JURISDICTION
             END-SEARCH
         END-IF.

       OPEN-TRACKER-TRIP.
      * An ignition-on while a trip is already open means the
      * tracker lost an ignition-off; the open trip cannot be
      * measured and is listed, and the new one starts.
         IF TRKR-TRIP-OPEN (TRKR-IDX)
             MOVE SPACES TO TRACKER-EXCEPTION-REC
             STRING "TRACKER " TEVT-UNIT-ID " VEHICLE "
                    TRKR-VEH-ID (TRKR-IDX)
                    " TRIP FROM " TRKR-ON-DATE (TRKR-IDX)
                    " " TRKR-ON-TIME (TRKR-IDX)
                    " NEVER SWITCHED OFF - NOT LOGGED"
                 DELIMITED BY SIZE INTO TRACKER-EXCEPTION-REC
             PERFORM WRITE-TRACKER-EXCEPTION
         END-IF.
         MOVE "Y" TO TRKR-TRIP-SWITCH (TRKR-IDX).
         MOVE TEVT-DATE          TO TRKR-ON-DATE (TRKR-IDX).
         MOVE TEVT-TIME          TO TRKR-ON-TIME (TRKR-IDX).
         MOVE TEVT-ODOMETER      TO TRKR-ON-ODOMETER (TRKR-IDX).
         MOVE EVENT-JURISDICTION TO TRKR-ON-JURISDICTION (TRKR-IDX).
         IF TEVT-DRIVER-ID NUMERIC
             MOVE TEVT-DRIVER-ID TO TRKR-ON-PERSON-ID (TRKR-IDX)
         ELSE
             MOVE ZERO TO TRKR-ON-PERSON-ID (TRKR-IDX)
         END-IF.
         IF EVENT-JURISDICTION = SPACES
             MOVE SPACES TO TRACKER-EXCEPTION-REC
             STRING "TRACKER " TEVT-UNIT-ID " VEHICLE "
                    TRKR-VEH-ID (TRKR-IDX)
                    " STARTED " TEVT-DATE " " TEVT-TIME
                    " OUTSIDE ALL BOUNDARIES - NO JURISDICTION"
                 DELIMITED BY SIZE INTO TRACKER-EXCEPTION-REC
             PERFORM WRITE-TRACKER-EXCEPTION
         END-IF.

       CLOSE-TRACKER-TRIP.
         COMPUTE EVENT-STAMP = TEVT-DATE * 1000000 + TEVT-TIME.
         COMPUTE TRIP-START-STAMP =
                 TRKR-ON-DATE (TRKR-IDX) * 1000000
                 + TRKR-ON-TIME (TRKR-IDX).
         IF NOT TRKR-TRIP-OPEN (TRKR-IDX)
             MOVE SPACES TO TRACKER-EXCEPTION-REC
             STRING "TRACKER " TEVT-UNIT-ID " VEHICLE "
                    TRKR-VEH-ID (TRKR-IDX)
                    " IGNITION OFF " TEVT-DATE " " TEVT-TIME
                    " WITH NO IGNITION ON - IGNORED"
                 DELIMITED BY SIZE INTO TRACKER-EXCEPTION-REC
             PERFORM WRITE-TRACKER-EXCEPTION
         ELSE
         IF EVENT-STAMP < TRIP-START-STAMP OR
            TEVT-ODOMETER < TRKR-ON-ODOMETER (TRKR-IDX)
             MOVE SPACES TO TRACKER-EXCEPTION-REC
             STRING "TRACKER " TEVT-UNIT-ID " VEHICLE "
                    TRKR-VEH-ID (TRKR-IDX)
                    " TRIP FROM " TRKR-ON-DATE (TRKR-IDX)
                    " ENDS BEFORE IT STARTED - NOT LOGGED"
                 DELIMITED BY SIZE INTO TRACKER-EXCEPTION-REC
             PERFORM WRITE-TRACKER-EXCEPTION
             MOVE "N" TO TRKR-TRIP-SWITCH (TRKR-IDX)
         ELSE
             MOVE TRKR-VEH-ID (TRKR-IDX)   TO TRIP-VEH-ID
             MOVE TRKR-ON-DATE (TRKR-IDX)  TO TRIP-DATE
             MOVE TRKR-ON-ODOMETER (TRKR-IDX)
                 TO TRIP-START-ODOMETER
             MOVE TEVT-ODOMETER            TO TRIP-END-ODOMETER
             MOVE TRKR-ON-JURISDICTION (TRKR-IDX)
                 TO TRIP-JURISDICTION
             MOVE "T"                      TO TRIP-SOURCE
             MOVE TRKR-ON-TIME (TRKR-IDX)  TO TRIP-START-TIME
             MOVE TEVT-DATE                TO TRIP-END-DATE
             MOVE TEVT-TIME                TO TRIP-END-TIME
             MOVE TRKR-ON-PERSON-ID (TRKR-IDX)
                 TO TRIP-PERSON-ID
             PERFORM WRITE-TRIP
             ADD 1 TO TRACKER-TRIPS-WRITTEN
             MOVE "N" TO TRKR-TRIP-SWITCH (TRKR-IDX)
             IF EVENT-JURISDICTION NOT = SPACES AND
                EVENT-JURISDICTION NOT = TRIP-JURISDICTION
                 MOVE SPACES TO TRACKER-EXCEPTION-REC
                 STRING "VEHICLE " TRIP-VEH-ID " TRIP " TRIP-DATE
                        " " TRIP-START-ODOMETER "-" TRIP-END-ODOMETER
                        " STARTED IN " TRIP-JURISDICTION
                        " ENDED IN " EVENT-JURISDICTION
                        " - LOGGED TO " TRIP-JURISDICTION
                     DELIMITED BY SIZE INTO TRACKER-EXCEPTION-REC
                 PERFORM WRITE-TRACKER-EXCEPTION
             END-IF
         END-IF
         END-IF.

       COPY-PAPER-SHEETS.
      * Paper sheets stand only for units with no tracker fitted.
         OPEN INPUT TRIP-SHEET-FILE.
         IF TRIP-SHEET-STATUS NOT = "00"
             DISPLAY "TELELOAD: NO PAPER TRIP SHEETS TODAY"
         ELSE
             READ TRIP-SHEET-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM COPY-ONE-SHEET
                 READ TRIP-SHEET-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
         END-IF.
         CLOSE TRIP-SHEET-FILE.

       COPY-ONE-SHEET.
         SET TRKR-IDX TO 1.
         IF TRACKER-COUNT > 0
             SEARCH TRACKER-ENTRY
                 AT END SET TRKR-IDX TO 10000
                 WHEN TRKR-VEH-ID (TRKR-IDX) = TSHT-VEH-ID
                     CONTINUE
             END-SEARCH
         ELSE
             SET TRKR-IDX TO 10000
         END-IF.
         IF TRKR-IDX <= TRACKER-COUNT
             MOVE SPACES TO TRACKER-EXCEPTION-REC
             STRING "PAPER SHEET " TSHT-VEH-ID " " TSHT-DATE
                    " " TSHT-START-ODOMETER "-" TSHT-END-ODOMETER
                    " DROPPED - UNIT HAS TRACKER "
                    TRKR-UNIT-ID (TRKR-IDX)
                 DELIMITED BY SIZE INTO TRACKER-EXCEPTION-REC
             WRITE TRACKER-EXCEPTION-REC
             ADD 1 TO SHEETS-DROPPED
         ELSE
             MOVE TSHT-VEH-ID         TO TRIP-VEH-ID
             MOVE TSHT-DATE           TO TRIP-DATE
             MOVE TSHT-START-ODOMETER TO TRIP-START-ODOMETER
             MOVE TSHT-END-ODOMETER   TO TRIP-END-ODOMETER
             MOVE TSHT-JURISDICTION   TO TRIP-JURISDICTION
             MOVE "P"                 TO TRIP-SOURCE
             MOVE TSHT-DATE           TO TRIP-END-DATE
             IF TSHT-START-TIME NUMERIC AND TSHT-END-TIME NUMERIC
                 COMPUTE TRIP-START-TIME = TSHT-START-TIME * 100
                 COMPUTE TRIP-END-TIME = TSHT-END-TIME * 100
             ELSE
                 MOVE ZERO TO TRIP-START-TIME
                 MOVE ZERO TO TRIP-END-TIME
             END-IF
             IF TSHT-PERSON-ID NUMERIC
                 MOVE TSHT-PERSON-ID TO TRIP-PERSON-ID
             ELSE
                 MOVE ZERO TO TRIP-PERSON-ID
             END-IF
             PERFORM WRITE-TRIP
             ADD 1 TO PAPER-TRIPS-WRITTEN
         END-IF.

       CARRY-OPEN-TRIPS.
      * Every trip still running at the end of the feed is written
      * for the next run to close.
         OPEN OUTPUT OPEN-TRIP-FILE.
         IF TRACKER-COUNT > 0
             PERFORM CARRY-ONE-TRIP
                 VARYING TRKR-IDX FROM 1 BY 1
                 UNTIL TRKR-IDX > TRACKER-COUNT
         END-IF.
         CLOSE OPEN-TRIP-FILE.

       CARRY-ONE-TRIP.
         IF TRKR-TRIP-OPEN (TRKR-IDX)
             MOVE TRKR-UNIT-ID (TRKR-IDX)     TO OTRP-UNIT-ID
             MOVE TRKR-ON-DATE (TRKR-IDX)     TO OTRP-DATE
             MOVE TRKR-ON-TIME (TRKR-IDX)     TO OTRP-TIME
             MOVE TRKR-ON-ODOMETER (TRKR-IDX) TO OTRP-ODOMETER
             MOVE TRKR-ON-JURISDICTION (TRKR-IDX)
                 TO OTRP-JURISDICTION
             MOVE TRKR-ON-PERSON-ID (TRKR-IDX) TO OTRP-PERSON-ID
             WRITE OPEN-TRIP-REC
             ADD 1 TO TRIPS-CARRIED
         END-IF.

       WRITE-TRIP.
         WRITE TRIP-LOG-REC.
         WRITE TRIP-HISTORY-REC FROM TRIP-LOG-REC.

       WRITE-TRACKER-EXCEPTION.
         WRITE TRACKER-EXCEPTION-REC.
         ADD 1 TO EXCEPTION-COUNT.
