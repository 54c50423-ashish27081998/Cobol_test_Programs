       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TYRETRAK.
      * Tyre lifecycle tracking: tyre cards register a new tyre into
      * store by serial number, fit it to a vehicle at an axle
      * position, take it off again - back to store or scrapped -
      * and record tread-depth readings from inspections, each
      * event stamped with the unit's VEH-ODOMETER and written to
      * the tyre history.  The tyre report gives miles per tyre by
      * brand, lists fitted tyres whose last reading is nearing the
      * legal tread minimum, and flags any axle running mismatched
      * tyres - brand or size differing across the one axle.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TYRE-TRANS-FILE ASSIGN TO "TYRETRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TYRE-TRANS-STATUS.
           SELECT TYRE-MASTER-FILE ASSIGN TO "TYREMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TYRE-SERIAL
               ALTERNATE RECORD KEY IS TYRE-LOCATION
                   WITH DUPLICATES
               FILE STATUS IS TYRE-MASTER-STATUS.
           SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEH-ID
               FILE STATUS IS VEHICLE-MASTER-STATUS.
           SELECT SHOP-PARM-FILE ASSIGN TO "SHOPPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPRM-PARM-KEY
               FILE STATUS IS SHOP-PARM-STATUS.
           SELECT TYRE-HISTORY-FILE ASSIGN TO "TYREHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TYRE-HISTORY-STATUS.
           SELECT TYRE-REJECT-FILE ASSIGN TO "TYREREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TYRE-REJECT-STATUS.
           SELECT TYRE-REPORT-FILE ASSIGN TO "TYRERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TYRE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TYRE-TRANS-FILE.
      * Tyre card: "N" registers a new tyre with brand, size, part
      * number and new tread depth, "F" fits it to a unit at a
      * position, "R" removes it - "Y" in the scrap flag scraps it
      * rather than returning it to store - and "T" records a tread
      * reading.  A removal may carry the tread it came off at.  A
      * zero date is taken as today.
       01  TYRE-TRANS-REC.
           02 TYTR-ACTION              PIC X(01).
              88 TYTR-IS-NEW               VALUE "N".
              88 TYTR-IS-FIT               VALUE "F".
              88 TYTR-IS-REMOVAL           VALUE "R".
              88 TYTR-IS-TREAD             VALUE "T".
           02 TYTR-SERIAL              PIC X(12).
           02 TYTR-DATE                PIC 9(08).
           02 TYTR-VEH-ID              PIC X(06).
           02 TYTR-POSITION.
              03 TYTR-AXLE             PIC 9(01).
              03 TYTR-SIDE             PIC X(01).
                 88 TYTR-SIDE-VALID        VALUE "L" "R".
              03 TYTR-SLOT             PIC X(01).
                 88 TYTR-SLOT-VALID        VALUE "I" "O" " ".
           02 TYTR-TREAD               PIC 9(02)V9.
           02 TYTR-BRAND               PIC X(10).
           02 TYTR-SIZE                PIC X(10).
           02 TYTR-PART-NUMBER         PIC X(08).
           02 TYTR-SCRAP-FLAG          PIC X(01).
              88 TYTR-SCRAP                VALUE "Y".

       FD  TYRE-MASTER-FILE.
           COPY TYREMST.

       FD  VEHICLE-MASTER-FILE.
           COPY VEHMAST.

       FD  SHOP-PARM-FILE.
           COPY SHOPPARM.

       FD  TYRE-HISTORY-FILE.
           COPY TYREHIST.

       FD  TYRE-REJECT-FILE.
       01  TYRE-REJECT-REC             PIC X(80).

       FD  TYRE-REPORT-FILE.
       01  TYRE-REPORT-REC             PIC X(100).

       WORKING-STORAGE SECTION.
           COPY RETCODES.
        01 TYRE-TRANS-STATUS          PIC XX VALUE "00".
        01 TYRE-MASTER-STATUS         PIC XX VALUE "00".
        01 VEHICLE-MASTER-STATUS      PIC XX VALUE "00".
        01 SHOP-PARM-STATUS           PIC XX VALUE "00".
        01 TYRE-HISTORY-STATUS        PIC XX VALUE "00".
        01 TYRE-REJECT-STATUS         PIC XX VALUE "00".
        01 TYRE-REPORT-STATUS         PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 LOCATION-EOF-SWITCH        PIC X VALUE "N".
           88 LOCATION-EOF                 VALUE "Y".
        01 TYRE-FOUND-SWITCH          PIC X VALUE "N".
           88 TYRE-FOUND                   VALUE "Y".
        01 VEHICLE-FOUND-SWITCH       PIC X VALUE "N".
           88 VEHICLE-FOUND                VALUE "Y".
        01 POSITION-TAKEN-SWITCH      PIC X VALUE "N".
           88 POSITION-TAKEN               VALUE "Y".
        01 AXLE-FLAGGED-SWITCH        PIC X VALUE "N".
           88 AXLE-FLAGGED                 VALUE "Y".
      * Legal tread minimum and the warning level above it, in
      * tenths of a millimetre on the shop parameter table.
        01 LEGAL-MIN-TREAD            PIC 9(02)V9 VALUE 1.6.
        01 WARN-TREAD                 PIC 9(02)V9 VALUE 3.0.
        01 TODAY-DATE                 PIC 9(08).
        01 EVENT-DATE                 PIC 9(08).
        01 REJECT-REASON              PIC X(30).
        01 WANTED-LOCATION.
           02 WANTED-VEH-ID           PIC X(06).
           02 WANTED-POSITION         PIC X(03).
        01 FITMENT-MILES              PIC 9(07).
        01 TYRE-LIFE-MILES            PIC 9(07).
        01 AVERAGE-MILES              PIC 9(07).
        01 SCRAPPED-AVERAGE           PIC 9(07).
        01 TREAD-STATE                PIC X(20).
        01 AXLE-GROUP.
           02 AXLE-VEH-ID             PIC X(06).
           02 AXLE-NUMBER             PIC X(01).
           02 AXLE-SERIAL             PIC X(12).
           02 AXLE-BRAND              PIC X(10).
           02 AXLE-SIZE               PIC X(10).
        01 TRANS-APPLIED              PIC 9(05) VALUE ZERO.
        01 TRANS-REJECTED             PIC 9(05) VALUE ZERO.
        01 LOW-TREAD-COUNT            PIC 9(05) VALUE ZERO.
        01 BELOW-LEGAL-COUNT          PIC 9(05) VALUE ZERO.
        01 MISMATCH-COUNT             PIC 9(05) VALUE ZERO.
        01 BRAND-COUNT                PIC 9(03) VALUE ZERO.
        01 BRAND-TABLE.
           02 BRAND-ENTRY OCCURS 0 TO 100 TIMES
                  DEPENDING ON BRAND-COUNT
                  INDEXED BY BRND-IDX.
               03 BTAB-BRAND           PIC X(10).
               03 BTAB-TYRES           PIC 9(05).
               03 BTAB-MILES           PIC 9(09).
               03 BTAB-SCRAPPED        PIC 9(05).
               03 BTAB-SCRAPPED-MILES  PIC 9(09).

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "TYRETRAK: TYRE TRACKING RUN STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         PERFORM READ-SHOP-PARMS.
         OPEN I-O TYRE-MASTER-FILE.
         IF TYRE-MASTER-STATUS = "35"
      * First-ever run - no tyre master yet, so create an empty
      * one rather than refuse to start.
             OPEN OUTPUT TYRE-MASTER-FILE
             CLOSE TYRE-MASTER-FILE
             OPEN I-O TYRE-MASTER-FILE
         END-IF.
         OPEN INPUT VEHICLE-MASTER-FILE.
         IF VEHICLE-MASTER-STATUS NOT = "00"
             DISPLAY "TYRETRAK: CANNOT OPEN VEHICLE-MASTER - "
                     VEHICLE-MASTER-STATUS
             STOP RUN RETURNING RC-SEVERE
         END-IF.
         OPEN EXTEND TYRE-HISTORY-FILE.
         IF TYRE-HISTORY-STATUS = "35"
             OPEN OUTPUT TYRE-HISTORY-FILE
         END-IF.
         OPEN OUTPUT TYRE-REJECT-FILE.
         PERFORM PROCESS-TYRE-TRANSACTIONS.
         CLOSE TYRE-HISTORY-FILE TYRE-REJECT-FILE.
         OPEN OUTPUT TYRE-REPORT-FILE.
         PERFORM REPORT-MILES-BY-BRAND.
         PERFORM REPORT-LOW-TREAD.
         PERFORM REPORT-AXLE-MISMATCHES.
         CLOSE TYRE-REPORT-FILE.
         CLOSE TYRE-MASTER-FILE VEHICLE-MASTER-FILE.
         DISPLAY "TYRE TRANSACTIONS APPLIED: " TRANS-APPLIED.
         DISPLAY "TYRE TRANSACTIONS REJECTED: " TRANS-REJECTED.
         DISPLAY "TYRES NEAR TREAD MINIMUM: " LOW-TREAD-COUNT.
         DISPLAY "TYRES BELOW LEGAL TREAD: " BELOW-LEGAL-COUNT.
         DISPLAY "AXLES WITH MISMATCHED TYRES: " MISMATCH-COUNT.
         IF TRANS-REJECTED > 0 OR BELOW-LEGAL-COUNT > 0 OR
            MISMATCH-COUNT > 0
             STOP RUN RETURNING RC-WARNING
         ELSE
             STOP RUN RETURNING RC-NORMAL
         END-IF.

       READ-SHOP-PARMS.
      * Picks the tread limits up from the shop-wide keyed parameter
      * table, keeping the compiled-in 1.6 and 3.0 millimetres as
      * the defaults when the entries are absent.
         OPEN INPUT SHOP-PARM-FILE.
         IF SHOP-PARM-STATUS = "00"
             MOVE "TYRE-MIN-TREAD  " TO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     COMPUTE LEGAL-MIN-TREAD = SPRM-PARM-VALUE / 10
             END-READ
             MOVE "TYRE-WARN-TREAD " TO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     COMPUTE WARN-TREAD = SPRM-PARM-VALUE / 10
             END-READ
             CLOSE SHOP-PARM-FILE
         END-IF.

       PROCESS-TYRE-TRANSACTIONS.
         OPEN INPUT TYRE-TRANS-FILE.
         IF TYRE-TRANS-STATUS NOT = "00"
             DISPLAY "NO TYRE TRANSACTIONS TO PROCESS"
         ELSE
             READ TYRE-TRANS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM APPLY-ONE-TYRE-TRANS
                 READ TYRE-TRANS-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
         END-IF.
         CLOSE TYRE-TRANS-FILE.

       APPLY-ONE-TYRE-TRANS.
         IF TYTR-DATE NOT NUMERIC OR TYTR-DATE = ZERO
             MOVE TODAY-DATE TO EVENT-DATE
         ELSE
             MOVE TYTR-DATE TO EVENT-DATE
         END-IF.
         IF TYTR-TREAD NOT NUMERIC
             MOVE ZERO TO TYTR-TREAD
         END-IF.
         IF TYTR-IS-NEW
             PERFORM REGISTER-NEW-TYRE
         ELSE
             IF TYTR-IS-FIT
                 PERFORM FIT-ONE-TYRE
             ELSE
                 IF TYTR-IS-REMOVAL
                     PERFORM REMOVE-ONE-TYRE
                 ELSE
                     IF TYTR-IS-TREAD
                         PERFORM RECORD-TREAD-READING
                     ELSE
                         MOVE "INVALID ACTION CODE"
                             TO REJECT-REASON
                         PERFORM REJECT-ONE-TYRE-TRANS
                     END-IF
                 END-IF
             END-IF
         END-IF.

       REGISTER-NEW-TYRE.
         IF TYTR-SERIAL = SPACES OR TYTR-BRAND = SPACES OR
            TYTR-SIZE = SPACES
             MOVE "SERIAL, BRAND AND SIZE NEEDED" TO REJECT-REASON
             PERFORM REJECT-ONE-TYRE-TRANS
         ELSE
             MOVE TYTR-SERIAL      TO TYRE-SERIAL
             MOVE TYTR-BRAND       TO TYRE-BRAND
             MOVE TYTR-SIZE        TO TYRE-SIZE
             MOVE TYTR-PART-NUMBER TO TYRE-PART-NUMBER
             MOVE "S"              TO TYRE-STATUS
             MOVE SPACES           TO TYRE-LOCATION
             MOVE ZERO             TO TYRE-FIT-DATE
             MOVE ZERO             TO TYRE-FIT-ODOMETER
             MOVE ZERO             TO TYRE-MILES-RUN
             MOVE TYTR-TREAD       TO TYRE-NEW-TREAD
             MOVE TYTR-TREAD       TO TYRE-LAST-TREAD
             MOVE EVENT-DATE       TO TYRE-LAST-TREAD-DATE
             MOVE ZERO             TO TYRE-REMOVE-DATE
             WRITE TYRE-MASTER-REC
                 INVALID KEY
                     MOVE "SERIAL ALREADY ON FILE" TO REJECT-REASON
                     PERFORM REJECT-ONE-TYRE-TRANS
                 NOT INVALID KEY
                     ADD 1 TO TRANS-APPLIED
                     MOVE ZERO TO FITMENT-MILES
                     MOVE ZERO TO VEH-ODOMETER
                     PERFORM WRITE-TYRE-HISTORY
             END-WRITE
         END-IF.

       FIT-ONE-TYRE.
      * The wheel must be free before the tyre record is read - the
      * position check walks the alternate key through the record
      * area.
         MOVE TYTR-VEH-ID TO VEH-ID.
         PERFORM READ-VEHICLE.
         IF NOT VEHICLE-FOUND
             MOVE "VEHICLE NOT ON MASTER" TO REJECT-REASON
             PERFORM REJECT-ONE-TYRE-TRANS
         ELSE
             IF TYTR-AXLE NOT NUMERIC OR TYTR-AXLE = ZERO OR
                NOT TYTR-SIDE-VALID OR NOT TYTR-SLOT-VALID
                 MOVE "BAD WHEEL POSITION" TO REJECT-REASON
                 PERFORM REJECT-ONE-TYRE-TRANS
             ELSE
                 MOVE TYTR-VEH-ID   TO WANTED-VEH-ID
                 MOVE TYTR-POSITION TO WANTED-POSITION
                 PERFORM CHECK-POSITION-FREE
                 IF POSITION-TAKEN
                     MOVE "POSITION ALREADY HAS A TYRE"
                         TO REJECT-REASON
                     PERFORM REJECT-ONE-TYRE-TRANS
                 ELSE
                     PERFORM READ-TYRE
                     IF NOT TYRE-FOUND
                         MOVE "TYRE NOT ON MASTER" TO REJECT-REASON
                         PERFORM REJECT-ONE-TYRE-TRANS
                     ELSE
                         IF NOT TYRE-IN-STORE
                             MOVE "TYRE NOT IN STORE"
                                 TO REJECT-REASON
                             PERFORM REJECT-ONE-TYRE-TRANS
                         ELSE
                             PERFORM POST-TYRE-FITMENT
                         END-IF
                     END-IF
                 END-IF
             END-IF
         END-IF.

       POST-TYRE-FITMENT.
         MOVE "F"             TO TYRE-STATUS.
         MOVE WANTED-LOCATION TO TYRE-LOCATION.
         MOVE EVENT-DATE      TO TYRE-FIT-DATE.
         MOVE VEH-ODOMETER    TO TYRE-FIT-ODOMETER.
         MOVE ZERO            TO TYRE-REMOVE-DATE.
         REWRITE TYRE-MASTER-REC.
         ADD 1 TO TRANS-APPLIED.
         MOVE ZERO TO FITMENT-MILES.
         PERFORM WRITE-TYRE-HISTORY.
         DISPLAY TYTR-SERIAL " FITTED TO " TYTR-VEH-ID
                 " POSITION " TYTR-POSITION " AT " VEH-ODOMETER.

       CHECK-POSITION-FREE.
         MOVE "N" TO POSITION-TAKEN-SWITCH.
         MOVE "N" TO LOCATION-EOF-SWITCH.
         MOVE WANTED-LOCATION TO TYRE-LOCATION.
         START TYRE-MASTER-FILE KEY IS EQUAL TO TYRE-LOCATION
             INVALID KEY MOVE "Y" TO LOCATION-EOF-SWITCH
         END-START.
         PERFORM UNTIL LOCATION-EOF
             READ TYRE-MASTER-FILE NEXT RECORD
                 AT END MOVE "Y" TO LOCATION-EOF-SWITCH
             END-READ
             IF NOT LOCATION-EOF
                 IF TYRE-LOCATION NOT = WANTED-LOCATION
                     MOVE "Y" TO LOCATION-EOF-SWITCH
                 ELSE
                     IF TYRE-FITTED
                         MOVE "Y" TO POSITION-TAKEN-SWITCH
                         MOVE "Y" TO LOCATION-EOF-SWITCH
                     END-IF
                 END-IF
             END-IF
         END-PERFORM.
         MOVE "N" TO LOCATION-EOF-SWITCH.

       REMOVE-ONE-TYRE.
         PERFORM READ-TYRE.
         IF NOT TYRE-FOUND
             MOVE "TYRE NOT ON MASTER" TO REJECT-REASON
             PERFORM REJECT-ONE-TYRE-TRANS
         ELSE
             IF NOT TYRE-FITTED
                 MOVE "TYRE NOT FITTED" TO REJECT-REASON
                 PERFORM REJECT-ONE-TYRE-TRANS
             ELSE
                 MOVE TYRE-VEH-ID TO VEH-ID
                 PERFORM READ-VEHICLE
                 IF NOT VEHICLE-FOUND
                     MOVE TYRE-FIT-ODOMETER TO VEH-ODOMETER
                 END-IF
                 PERFORM COMPUTE-FITMENT-MILES
                 PERFORM POST-TYRE-REMOVAL
             END-IF
         END-IF.

       POST-TYRE-REMOVAL.
      * The history line keeps the wheel the tyre came off; the
      * master forgets it.
         ADD FITMENT-MILES TO TYRE-MILES-RUN.
         IF TYTR-TREAD > ZERO
             MOVE TYTR-TREAD TO TYRE-LAST-TREAD
             MOVE EVENT-DATE TO TYRE-LAST-TREAD-DATE
         END-IF.
         MOVE EVENT-DATE TO TYRE-REMOVE-DATE.
         PERFORM WRITE-TYRE-HISTORY.
         IF TYTR-SCRAP
             MOVE "X" TO TYRE-STATUS
         ELSE
             MOVE "S" TO TYRE-STATUS
         END-IF.
         MOVE SPACES TO TYRE-LOCATION.
         REWRITE TYRE-MASTER-REC.
         ADD 1 TO TRANS-APPLIED.
         DISPLAY TYTR-SERIAL " REMOVED FROM " VEH-ID
                 " AFTER " FITMENT-MILES " MILES".

       RECORD-TREAD-READING.
         PERFORM READ-TYRE.
         IF NOT TYRE-FOUND
             MOVE "TYRE NOT ON MASTER" TO REJECT-REASON
             PERFORM REJECT-ONE-TYRE-TRANS
         ELSE
             IF TYTR-TREAD = ZERO
                 MOVE "NO TREAD DEPTH ON CARD" TO REJECT-REASON
                 PERFORM REJECT-ONE-TYRE-TRANS
             ELSE
                 MOVE ZERO TO VEH-ODOMETER
                 IF TYRE-FITTED
                     MOVE TYRE-VEH-ID TO VEH-ID
                     PERFORM READ-VEHICLE
                     IF NOT VEHICLE-FOUND
                         MOVE ZERO TO VEH-ODOMETER
                     END-IF
                 END-IF
                 MOVE TYTR-TREAD TO TYRE-LAST-TREAD
                 MOVE EVENT-DATE TO TYRE-LAST-TREAD-DATE
                 REWRITE TYRE-MASTER-REC
                 ADD 1 TO TRANS-APPLIED
                 MOVE ZERO TO FITMENT-MILES
                 PERFORM WRITE-TYRE-HISTORY
             END-IF
         END-IF.

       COMPUTE-FITMENT-MILES.
      * A reading below the fitting odometer means the six-digit
      * odometer has rolled over while the tyre was on.
         IF VEH-ODOMETER >= TYRE-FIT-ODOMETER
             COMPUTE FITMENT-MILES =
                     VEH-ODOMETER - TYRE-FIT-ODOMETER
         ELSE
             COMPUTE FITMENT-MILES =
                     VEH-ODOMETER + 1000000 - TYRE-FIT-ODOMETER
         END-IF.

       READ-TYRE.
         MOVE TYTR-SERIAL TO TYRE-SERIAL.
         READ TYRE-MASTER-FILE
             INVALID KEY MOVE "N" TO TYRE-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO TYRE-FOUND-SWITCH
         END-READ.

       READ-VEHICLE.
         READ VEHICLE-MASTER-FILE
             INVALID KEY MOVE "N" TO VEHICLE-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO VEHICLE-FOUND-SWITCH
         END-READ.

       WRITE-TYRE-HISTORY.
         MOVE TYRE-SERIAL    TO TYHS-SERIAL.
         MOVE TYTR-ACTION    TO TYHS-EVENT.
         MOVE EVENT-DATE     TO TYHS-DATE.
         MOVE TYRE-VEH-ID    TO TYHS-VEH-ID.
         MOVE TYRE-POSITION  TO TYHS-POSITION.
         MOVE VEH-ODOMETER   TO TYHS-ODOMETER.
         MOVE TYRE-LAST-TREAD TO TYHS-TREAD.
         MOVE FITMENT-MILES  TO TYHS-MILES.
         WRITE TYRE-HISTORY-REC.

       REJECT-ONE-TYRE-TRANS.
         MOVE SPACES TO TYRE-REJECT-REC.
         STRING "REJECTED - " TYTR-ACTION " " TYTR-SERIAL
                " " TYTR-VEH-ID " " TYTR-POSITION
                " - " REJECT-REASON
             DELIMITED BY SIZE INTO TYRE-REJECT-REC.
         WRITE TYRE-REJECT-REC.
         ADD 1 TO TRANS-REJECTED.

       REPORT-MILES-BY-BRAND.
      * A fitted tyre counts its miles to date on top of its
      * finished fitments; a scrapped tyre's miles are a whole life
      * and are averaged on their own as well.
         MOVE SPACES TO TYRE-REPORT-REC.
         STRING "MILES PER TYRE BY BRAND AS OF " TODAY-DATE
             DELIMITED BY SIZE INTO TYRE-REPORT-REC.
         WRITE TYRE-REPORT-REC.
         MOVE LOW-VALUES TO TYRE-SERIAL.
         START TYRE-MASTER-FILE KEY IS NOT LESS THAN TYRE-SERIAL
             INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
         END-START.
         PERFORM UNTIL END-OF-FILE
             READ TYRE-MASTER-FILE NEXT RECORD
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             IF NOT END-OF-FILE
                 PERFORM TOTAL-ONE-TYRE
             END-IF
         END-PERFORM.
         MOVE "N" TO END-OF-FILE-SWITCH.
         PERFORM WRITE-ONE-BRAND-LINE
             VARYING BRND-IDX FROM 1 BY 1
             UNTIL BRND-IDX > BRAND-COUNT.

       TOTAL-ONE-TYRE.
         MOVE TYRE-MILES-RUN TO TYRE-LIFE-MILES.
         IF TYRE-FITTED
             MOVE TYRE-VEH-ID TO VEH-ID
             PERFORM READ-VEHICLE
             IF VEHICLE-FOUND
                 PERFORM COMPUTE-FITMENT-MILES
                 ADD FITMENT-MILES TO TYRE-LIFE-MILES
             END-IF
         END-IF.
         SET BRND-IDX TO 1.
         SEARCH BRAND-ENTRY
             AT END
                 IF BRAND-COUNT < 100
                     ADD 1 TO BRAND-COUNT
                     SET BRND-IDX TO BRAND-COUNT
                     MOVE TYRE-BRAND TO BTAB-BRAND (BRND-IDX)
                     MOVE ZERO TO BTAB-TYRES (BRND-IDX)
                     MOVE ZERO TO BTAB-MILES (BRND-IDX)
                     MOVE ZERO TO BTAB-SCRAPPED (BRND-IDX)
                     MOVE ZERO TO BTAB-SCRAPPED-MILES (BRND-IDX)
                 ELSE
                     SET BRND-IDX TO 101
                 END-IF
             WHEN BTAB-BRAND (BRND-IDX) = TYRE-BRAND
                 CONTINUE
         END-SEARCH.
         IF BRND-IDX NOT > BRAND-COUNT
             ADD 1 TO BTAB-TYRES (BRND-IDX)
             ADD TYRE-LIFE-MILES TO BTAB-MILES (BRND-IDX)
             IF TYRE-SCRAPPED
                 ADD 1 TO BTAB-SCRAPPED (BRND-IDX)
                 ADD TYRE-LIFE-MILES
                     TO BTAB-SCRAPPED-MILES (BRND-IDX)
             END-IF
         END-IF.

       WRITE-ONE-BRAND-LINE.
         COMPUTE AVERAGE-MILES ROUNDED =
                 BTAB-MILES (BRND-IDX) / BTAB-TYRES (BRND-IDX).
         IF BTAB-SCRAPPED (BRND-IDX) > 0
             COMPUTE SCRAPPED-AVERAGE ROUNDED =
                     BTAB-SCRAPPED-MILES (BRND-IDX)
                     / BTAB-SCRAPPED (BRND-IDX)
         ELSE
             MOVE ZERO TO SCRAPPED-AVERAGE
         END-IF.
         MOVE SPACES TO TYRE-REPORT-REC.
         STRING "BRAND " BTAB-BRAND (BRND-IDX)
                " TYRES " BTAB-TYRES (BRND-IDX)
                " MILES " BTAB-MILES (BRND-IDX)
                " AVG/TYRE " AVERAGE-MILES
                " SCRAPPED " BTAB-SCRAPPED (BRND-IDX)
                " AVG LIFE " SCRAPPED-AVERAGE
             DELIMITED BY SIZE INTO TYRE-REPORT-REC.
         WRITE TYRE-REPORT-REC.

       REPORT-LOW-TREAD.
      * Only the last reading of a tyre still on a wheel counts - a
      * tyre in store is checked again before it is refitted.
         MOVE SPACES TO TYRE-REPORT-REC.
         WRITE TYRE-REPORT-REC.
         MOVE SPACES TO TYRE-REPORT-REC.
         STRING "FITTED TYRES AT OR BELOW " WARN-TREAD
                " MM - LEGAL MINIMUM " LEGAL-MIN-TREAD " MM"
             DELIMITED BY SIZE INTO TYRE-REPORT-REC.
         WRITE TYRE-REPORT-REC.
         MOVE LOW-VALUES TO TYRE-SERIAL.
         START TYRE-MASTER-FILE KEY IS NOT LESS THAN TYRE-SERIAL
             INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
         END-START.
         PERFORM UNTIL END-OF-FILE
             READ TYRE-MASTER-FILE NEXT RECORD
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             IF NOT END-OF-FILE AND TYRE-FITTED
                AND TYRE-LAST-TREAD <= WARN-TREAD
                 PERFORM LIST-ONE-LOW-TREAD
             END-IF
         END-PERFORM.
         MOVE "N" TO END-OF-FILE-SWITCH.

       LIST-ONE-LOW-TREAD.
         ADD 1 TO LOW-TREAD-COUNT.
         IF TYRE-LAST-TREAD < LEGAL-MIN-TREAD
             ADD 1 TO BELOW-LEGAL-COUNT
             MOVE "BELOW LEGAL MINIMUM" TO TREAD-STATE
         ELSE
             MOVE "NEARING MINIMUM" TO TREAD-STATE
         END-IF.
         MOVE SPACES TO TYRE-REPORT-REC.
         STRING TYRE-VEH-ID " " TYRE-POSITION
                " " TYRE-SERIAL " " TYRE-BRAND
                " TREAD " TYRE-LAST-TREAD
                " ON " TYRE-LAST-TREAD-DATE
                " - " TREAD-STATE
             DELIMITED BY SIZE INTO TYRE-REPORT-REC.
         WRITE TYRE-REPORT-REC.

       REPORT-AXLE-MISMATCHES.
      * The fitted tyres read in vehicle and position order through
      * the alternate key, so each axle's wheels arrive together;
      * the first tyre differing in brand or size from the axle's
      * first wheel flags the axle once.
         MOVE SPACES TO TYRE-REPORT-REC.
         WRITE TYRE-REPORT-REC.
         MOVE SPACES TO TYRE-REPORT-REC.
         STRING "AXLES RUNNING MISMATCHED TYRES"
             DELIMITED BY SIZE INTO TYRE-REPORT-REC.
         WRITE TYRE-REPORT-REC.
         MOVE SPACES TO AXLE-GROUP.
         MOVE SPACES TO TYRE-LOCATION.
         START TYRE-MASTER-FILE KEY IS GREATER THAN TYRE-LOCATION
             INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
         END-START.
         PERFORM UNTIL END-OF-FILE
             READ TYRE-MASTER-FILE NEXT RECORD
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             IF NOT END-OF-FILE AND TYRE-FITTED
                 PERFORM CHECK-ONE-AXLE-TYRE
             END-IF
         END-PERFORM.
         MOVE "N" TO END-OF-FILE-SWITCH.
         MOVE SPACES TO TYRE-REPORT-REC.
         STRING "NEAR MINIMUM: " LOW-TREAD-COUNT
                "  BELOW LEGAL: " BELOW-LEGAL-COUNT
                "  MISMATCHED AXLES: " MISMATCH-COUNT
             DELIMITED BY SIZE INTO TYRE-REPORT-REC.
         WRITE TYRE-REPORT-REC.

       CHECK-ONE-AXLE-TYRE.
         IF TYRE-VEH-ID NOT = AXLE-VEH-ID OR
            TYRE-AXLE NOT = AXLE-NUMBER
             MOVE TYRE-VEH-ID TO AXLE-VEH-ID
             MOVE TYRE-AXLE   TO AXLE-NUMBER
             MOVE TYRE-SERIAL TO AXLE-SERIAL
             MOVE TYRE-BRAND  TO AXLE-BRAND
             MOVE TYRE-SIZE   TO AXLE-SIZE
             MOVE "N" TO AXLE-FLAGGED-SWITCH
         ELSE
             IF NOT AXLE-FLAGGED AND
                (TYRE-BRAND NOT = AXLE-BRAND OR
                 TYRE-SIZE NOT = AXLE-SIZE)
                 MOVE "Y" TO AXLE-FLAGGED-SWITCH
                 ADD 1 TO MISMATCH-COUNT
                 MOVE SPACES TO TYRE-REPORT-REC
                 STRING TYRE-VEH-ID " AXLE " TYRE-AXLE
                        " MISMATCHED - " AXLE-SERIAL
                        " " AXLE-BRAND " " AXLE-SIZE
                        " AGAINST " TYRE-SERIAL
                        " " TYRE-BRAND " " TYRE-SIZE
                     DELIMITED BY SIZE INTO TYRE-REPORT-REC
                 WRITE TYRE-REPORT-REC
             END-IF
         END-IF.
