       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TRIPRECN.
      * Reads the day's trip log - tracked units' trips built by
      * TELELOAD from the telematics feed, paper trip sheets for
      * the rest - validates each trip against VEHICLE-MASTER,
      * and reconciles the sum of each vehicle's logged trip
      * distances against the daily delta MileageCounter extracted
      * to MLGDLTX for the same run - the gap between logged and
      * metered miles is exactly where unauthorized personal use
      * hides.  Every trip accepted is listed on the report with
      * the source it came from, tracker or paper sheet.  With
      * VEHFACT-ACTIVE set to 1 on SHOPPARM the metered deltas come
      * from the VEHFACT daily fact file instead of the extract.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELTA-EXTRACT-FILE ASSIGN TO "MLGDLTX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DELTA-EXTRACT-STATUS.
           SELECT VEHICLE-FACT-FILE ASSIGN TO "VEHFACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VEHICLE-FACT-STATUS.
           SELECT SHOP-PARM-FILE ASSIGN TO "SHOPPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPRM-PARM-KEY
               FILE STATUS IS SHOP-PARM-STATUS.
           SELECT TRIP-RECON-FILE ASSIGN TO "TRIPRCN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRIP-RECON-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRIP-LOG-FILE.
           COPY TRIPLOG.

       FD  VEHICLE-MASTER-FILE.
           COPY VEHMAST.
           02 DLTX-VEH-ID             PIC X(06).
           02 DLTX-DELTA              PIC S9(06).

       FD  VEHICLE-FACT-FILE.
           COPY VEHFACT.

       FD  SHOP-PARM-FILE.
           COPY SHOPPARM.

       FD  TRIP-RECON-FILE.
       01  TRIP-RECON-REC             PIC X(80).

        01 TRIP-RECON-STATUS          PIC XX VALUE "00".
        01 TRIP-REJECT-STATUS         PIC XX VALUE "00".
        01 SHOP-ALERT-STATUS          PIC XX VALUE "00".
        01 VEHICLE-FACT-STATUS        PIC XX VALUE "00".
        01 SHOP-PARM-STATUS           PIC XX VALUE "00".
        01 FACT-FILE-SWITCH           PIC X VALUE "N".
           88 FACT-FILE-ACTIVE             VALUE "Y".
        01 METERED-VEH-ID             PIC X(06).
        01 METERED-DELTA              PIC S9(06).
        01 RUN-DATE                   PIC 9(08).
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
           88 VEHICLE-FOUND                VALUE "Y".
        01 TRIPS-READ                 PIC 9(07) VALUE ZERO.
        01 TRIPS-REJECTED             PIC 9(07) VALUE ZERO.
        01 TRACKER-TRIPS              PIC 9(07) VALUE ZERO.
        01 PAPER-TRIPS                PIC 9(07) VALUE ZERO.
        01 TRIP-SOURCE-TEXT           PIC X(11).
        01 RECON-EXCEPTION-COUNT      PIC 9(05) VALUE ZERO.
        01 RECON-TOLERANCE            PIC 9(03) VALUE 10.
        01 TRIP-DISTANCE              PIC S9(06).
       Begin.
         DISPLAY "TRIPRECN: TRIP RECONCILIATION STARTING".
         ACCEPT RUN-DATE FROM DATE YYYYMMDD.
         PERFORM READ-SHOP-PARMS.
         OPEN INPUT VEHICLE-MASTER-FILE.
         OPEN OUTPUT TRIP-REJECT-FILE.
         OPEN OUTPUT TRIP-RECON-FILE.
         PERFORM LOAD-TRIP-LOG.
         CLOSE VEHICLE-MASTER-FILE.
         IF FACT-FILE-ACTIVE
             PERFORM MATCH-METERED-FACTS
         ELSE
             PERFORM MATCH-METERED-DELTAS
         END-IF.
         PERFORM BUILD-RECON-REPORT.
         CLOSE TRIP-REJECT-FILE.
         DISPLAY "TRIPS READ: " TRIPS-READ.
         DISPLAY "TRIPS REJECTED: " TRIPS-REJECTED.
         DISPLAY "TRIPS FROM TRACKERS: " TRACKER-TRIPS.
         DISPLAY "TRIPS FROM PAPER SHEETS: " PAPER-TRIPS.
         DISPLAY "RECONCILIATION EXCEPTIONS: "
                 RECON-EXCEPTION-COUNT.
         IF TRIPS-REJECTED > 0 OR RECON-EXCEPTION-COUNT > 0
             STOP RUN RETURNING RC-NORMAL
         END-IF.

       READ-SHOP-PARMS.
      * VEHFACT-ACTIVE switches the metered side onto the daily fact
      * file; absent or zero, it reads the extract as ever.
         OPEN INPUT SHOP-PARM-FILE.
         IF SHOP-PARM-STATUS = "00"
             MOVE "VEHFACT-ACTIVE  " TO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     IF SPRM-PARM-VALUE = 1
                         MOVE "Y" TO FACT-FILE-SWITCH
                     END-IF
             END-READ
             CLOSE SHOP-PARM-FILE
         END-IF.

       LOAD-TRIP-LOG.
         OPEN INPUT TRIP-LOG-FILE.
         IF TRIP-LOG-STATUS NOT = "00"
                 COMPUTE TRIP-DISTANCE =
                         TRIP-END-ODOMETER - TRIP-START-ODOMETER
                 PERFORM ADD-TRIP-TO-TOTAL
                 PERFORM LIST-ONE-TRIP
             END-IF
         END-IF.

       LIST-ONE-TRIP.
         IF TRIP-FROM-TRACKER
             MOVE "TRACKER" TO TRIP-SOURCE-TEXT
             ADD 1 TO TRACKER-TRIPS
         ELSE
             MOVE "PAPER SHEET" TO TRIP-SOURCE-TEXT
             ADD 1 TO PAPER-TRIPS
         END-IF.
         MOVE SPACES TO TRIP-RECON-REC.
         STRING "TRIP " TRIP-VEH-ID " " TRIP-DATE
                " " TRIP-START-ODOMETER "-" TRIP-END-ODOMETER
                " MILES " TRIP-DISTANCE
                " " TRIP-JURISDICTION " " TRIP-SOURCE-TEXT
             DELIMITED BY SIZE INTO TRIP-RECON-REC.
         WRITE TRIP-RECON-REC.

       ADD-TRIP-TO-TOTAL.
         IF TRIP-COUNT > 0
             SET TRIP-IDX TO 1
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 MOVE DLTX-VEH-ID TO METERED-VEH-ID
                 MOVE DLTX-DELTA  TO METERED-DELTA
                 PERFORM MATCH-ONE-DELTA
                 READ DELTA-EXTRACT-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
         END-IF.
         CLOSE DELTA-EXTRACT-FILE.

       MATCH-METERED-FACTS.
      * Same join from the fact file: a vehicle with no delta line
      * tonight carries none here either.
         OPEN INPUT VEHICLE-FACT-FILE.
         IF VEHICLE-FACT-STATUS NOT = "00"
             DISPLAY "NO VEHICLE FACT FILE ON FILE - NOTHING TO "
                     "RECONCILE AGAINST"
         ELSE
             READ VEHICLE-FACT-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 IF VFCT-HAS-DELTA
                     MOVE VFCT-VEH-ID TO METERED-VEH-ID
                     MOVE VFCT-DELTA  TO METERED-DELTA
                     PERFORM MATCH-ONE-DELTA
                 END-IF
                 READ VEHICLE-FACT-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE VEHICLE-FACT-FILE
         END-IF.

       MATCH-ONE-DELTA.
         IF TRIP-COUNT > 0
             SET TRIP-IDX TO 1
             SEARCH TRIP-TOTAL-ENTRY
                 AT END CONTINUE
                 WHEN TTOT-VEH-ID (TRIP-IDX) = METERED-VEH-ID
                     ADD METERED-DELTA
                         TO TTOT-METERED-MILES (TRIP-IDX)
                     MOVE "Y"
                         TO TTOT-METERED-SWITCH (TRIP-IDX)
             END-SEARCH
         END-IF.

       BUILD-RECON-REPORT.
         IF TRIP-COUNT > 0
             PERFORM RECONCILE-ONE-VEHICLE
                 VARYING TRIP-IDX FROM 1 BY 1
