      * per-jurisdiction summary is written in filing format with
      * control totals that balance the return miles back to the
      * period's MLGHIST odometer miles - the auditor's first
      * question is whether they tie.  Electric units burn no
      * taxed fuel and drop out of the apportionment altogether -
      * their trips and their odometer miles are both left off, so
      * the return still ties, and the miles left off are shown.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MILEAGE-HISTORY-FILE ASSIGN TO "MLGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MILEAGE-HISTORY-STATUS.
           SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEH-ID
               FILE STATUS IS VEHICLE-MASTER-STATUS.
           SELECT RETURN-FILE ASSIGN TO "FUELTAXR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRIP-LOG-FILE.
           COPY TRIPLOG.

       FD  FUEL-TRANS-FILE.
       01  FUEL-TRANS-REC.
           02 MHIS-DATE                PIC 9(08).
           02 MHIS-DELTA               PIC S9(06).

       FD  VEHICLE-MASTER-FILE.
           COPY VEHMAST.

       FD  RETURN-FILE.
       01  RETURN-REC                  PIC X(100).

        01 FUEL-TRANS-STATUS          PIC XX VALUE "00".
        01 MILEAGE-HISTORY-STATUS     PIC XX VALUE "00".
        01 RETURN-STATUS              PIC XX VALUE "00".
        01 VEHICLE-MASTER-STATUS      PIC XX VALUE "00".
        01 VEHICLE-FILE-SWITCH        PIC X VALUE "N".
           88 VEHICLE-FILE-OPEN            VALUE "Y".
        01 ELECTRIC-UNIT-SWITCH       PIC X VALUE "N".
           88 ELECTRIC-UNIT                VALUE "Y".
        01 CHECK-VEH-ID               PIC X(06).
        01 ELECTRIC-TRIP-MILES        PIC S9(09) VALUE ZERO.
        01 ELECTRIC-HISTORY-MILES     PIC S9(09) VALUE ZERO.
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
       Begin.
         DISPLAY "FUELTAX: FUEL-TAX APPORTIONMENT STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         OPEN INPUT VEHICLE-MASTER-FILE.
         IF VEHICLE-MASTER-STATUS = "00"
             MOVE "Y" TO VEHICLE-FILE-SWITCH
         ELSE
             DISPLAY "NO VEHICLE MASTER - NO UNITS EXCLUDED AS "
                     "ELECTRIC"
         END-IF.
         PERFORM LOAD-TRIP-MILES.
         PERFORM LOAD-FUEL-GALLONS.
         PERFORM LOAD-HISTORY-MILES.
         IF VEHICLE-FILE-OPEN
             CLOSE VEHICLE-MASTER-FILE
         END-IF.
         PERFORM APPORTION-ALL-VEHICLES.
         PERFORM BUILD-RETURN.
         DISPLAY "RETURN MILES: " RETURN-TOTAL-MILES.
         DISPLAY "ODOMETER MILES (MLGHIST): "
                 HISTORY-TOTAL-MILES.
         DISPLAY "RETURN GALLONS: " RETURN-TOTAL-GALLONS.
         DISPLAY "ELECTRIC UNIT MILES EXCLUDED: "
                 ELECTRIC-TRIP-MILES.
         COMPUTE MILES-DIFFERENCE =
                 RETURN-TOTAL-MILES - HISTORY-TOTAL-MILES.
         IF MILES-DIFFERENCE NOT = ZERO
                     COMPUTE TRIP-DISTANCE =
                             TRIP-END-ODOMETER
                             - TRIP-START-ODOMETER
                     MOVE TRIP-VEH-ID TO CHECK-VEH-ID
                     PERFORM CHECK-ELECTRIC-UNIT
                     IF ELECTRIC-UNIT
                         ADD TRIP-DISTANCE TO ELECTRIC-TRIP-MILES
                     ELSE
                         PERFORM ADD-TRIP-TO-VEHICLE
                     END-IF
                 END-IF
                 READ TRIP-LOG-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
         END-IF.
         CLOSE TRIP-LOG-FILE.

       CHECK-ELECTRIC-UNIT.
      * A unit not on the master is kept on the return - only a
      * unit known to be electric is left off.
         MOVE "N" TO ELECTRIC-UNIT-SWITCH.
         IF VEHICLE-FILE-OPEN
             MOVE CHECK-VEH-ID TO VEH-ID
             READ VEHICLE-MASTER-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     IF VEH-ELECTRIC
                         MOVE "Y" TO ELECTRIC-UNIT-SWITCH
                     END-IF
             END-READ
         END-IF.

       ADD-TRIP-TO-VEHICLE.
      * A blank jurisdiction on an old-format trip sheet buckets
      * under "??" so the return shows what still needs keying.
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 MOVE MHIS-VEH-ID TO CHECK-VEH-ID
                 PERFORM CHECK-ELECTRIC-UNIT
                 IF ELECTRIC-UNIT
                     ADD MHIS-DELTA TO ELECTRIC-HISTORY-MILES
                 ELSE
                     ADD MHIS-DELTA TO HISTORY-TOTAL-MILES
                 END-IF
                 READ MILEAGE-HISTORY-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
                "  DIFFERENCE: " MILES-DIFFERENCE
             DELIMITED BY SIZE INTO RETURN-REC.
         WRITE RETURN-REC.
         MOVE SPACES TO RETURN-REC.
         STRING "ELECTRIC UNITS EXCLUDED - TRIP MILES: "
                ELECTRIC-TRIP-MILES
                "  ODOMETER MILES: " ELECTRIC-HISTORY-MILES
             DELIMITED BY SIZE INTO RETURN-REC.
         WRITE RETURN-REC.
         CLOSE RETURN-FILE.

       WRITE-ONE-JURIS-LINE.
