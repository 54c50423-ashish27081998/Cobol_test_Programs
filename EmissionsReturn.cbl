       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EMISRUN.
      * Quarterly greenhouse-gas return for corporate.  Emission-
      * factor cards are first posted to the factor table - fuel
      * type and reporting year, kilograms CO2e per unit.  Every
      * fill on the fuel feed and every charging session dated in
      * the fiscal quarter (the quarter on the control card, or the
      * one holding the latest fill or charge) is then converted to
      * CO2e at the year's factor - gallons as diesel, kWh as grid
      * electricity - and set against the unit's MLGHIST miles for
      * the quarter as grams per mile.  A year with no factor of its
      * own takes the latest earlier year's.  The return is written
      * in the corporate HDR/DTL/TRL layout: a line per vehicle with
      * class and depot subtotals, a separate line for haulage
      * subcontracted to outside carriers (order miles at the
      * carrier factor), and the fleet total, each carrying last
      * year's grams per mile for the same quarter from the
      * emissions history and the percentage change.  The trailer
      * carries the record count and the gallons, kWh and CO2e
      * control totals, and the proof sheet ties the return's
      * gallons and kWh back to the feeds' own quarter totals; a
      * return that does not tie, or a missing factor, ends the run
      * RC-WARNING.  Corporate no longer gets it keyed from FUELSPND
      * printouts.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTOR-TRANS-FILE ASSIGN TO "EMISTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACTOR-TRANS-STATUS.
           SELECT EMISSION-FACTOR-FILE ASSIGN TO "EMISFACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMF-KEY
               FILE STATUS IS EMISSION-FACTOR-STATUS.
           SELECT EMISSION-HISTORY-FILE ASSIGN TO "EMISHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMH-KEY
               FILE STATUS IS EMISSION-HISTORY-STATUS.
           SELECT QUARTER-PARM-FILE ASSIGN TO "EMISQTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUARTER-PARM-STATUS.
           SELECT FUEL-TRANS-FILE ASSIGN TO "VEHFUEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FUEL-TRANS-STATUS.
           SELECT CHARGE-SESSION-FILE ASSIGN TO "CHRGSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHARGE-SESSION-STATUS.
           SELECT MILEAGE-HISTORY-FILE ASSIGN TO "MLGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MILEAGE-HISTORY-STATUS.
           SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEH-ID
               FILE STATUS IS VEHICLE-MASTER-STATUS.
           SELECT PENDING-ORDER-FILE ASSIGN TO "PENDORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-ORDER-REF
               FILE STATUS IS PENDING-ORDER-STATUS.
           SELECT EMISSION-RETURN-FILE ASSIGN TO "EMISRTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMISSION-RETURN-STATUS.
           SELECT PROOF-REPORT-FILE ASSIGN TO "EMISPRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROOF-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FACTOR-TRANS-FILE.
       01  FACTOR-TRANS-REC.
           02 ETRN-FUEL-TYPE           PIC X(01).
           02 ETRN-YEAR                PIC 9(04).
           02 ETRN-KG-PER-UNIT         PIC 9(03)V9(06).

       FD  EMISSION-FACTOR-FILE.
           COPY EMISFACT.

       FD  EMISSION-HISTORY-FILE.
           COPY EMISHIST.

       FD  QUARTER-PARM-FILE.
       01  QUARTER-PARM-REC.
           02 QPRM-YEAR                PIC 9(04).
           02 QPRM-QUARTER             PIC 9(01).

       FD  FUEL-TRANS-FILE.
       01  FUEL-TRANS-REC.
           02 FUEL-VEH-ID             PIC X(06).
           02 FUEL-DATE               PIC 9(08).
           02 FUEL-GALLONS            PIC 9(04)V9.
           02 FUEL-CARD-NO            PIC X(10).
           02 FUEL-UNIT-PRICE         PIC 9(03)V99.

       FD  CHARGE-SESSION-FILE.
           COPY CHRGSESS.

       FD  MILEAGE-HISTORY-FILE.
       01  MILEAGE-HISTORY-REC.
           02 MHIS-VEH-ID              PIC X(06).
           02 MHIS-DATE                PIC 9(08).
           02 MHIS-DELTA               PIC S9(06).

       FD  VEHICLE-MASTER-FILE.
           COPY VEHMAST.

       FD  PENDING-ORDER-FILE.
           COPY PENDORD.

       FD  EMISSION-RETURN-FILE.
      * Corporate return layout: one HDR, a DTL per reporting line
      * - ERTN-LEVEL "V" vehicle, "C" class, "D" depot, "S"
      * subcontracted haulage, "F" fleet - and a TRL carrying the
      * DTL count and the control totals.
       01  EMISSION-RETURN-REC.
           02 ERTN-REC-TYPE            PIC X(03).
           02 ERTN-BODY                PIC X(77).
           02 ERTN-HEADER REDEFINES ERTN-BODY.
              03 ERTN-HDR-SOURCE       PIC X(08).
              03 ERTN-HDR-YEAR         PIC 9(04).
              03 ERTN-HDR-QUARTER      PIC 9(01).
              03 ERTN-HDR-RUN-DATE     PIC 9(08).
              03 FILLER                PIC X(56).
           02 ERTN-DETAIL REDEFINES ERTN-BODY.
              03 ERTN-LEVEL            PIC X(01).
              03 ERTN-DEPOT            PIC X(03).
              03 ERTN-CLASS            PIC X(02).
              03 ERTN-VEH-ID           PIC X(06).
              03 ERTN-ENERGY-TYPE      PIC X(01).
              03 ERTN-GALLONS          PIC 9(07)V9.
              03 ERTN-KWH              PIC 9(07)V9.
              03 ERTN-MILES            PIC S9(08).
              03 ERTN-CO2E-KG          PIC 9(09)V99.
              03 ERTN-GRAMS-PER-MILE   PIC 9(06).
              03 ERTN-PRIOR-GRAMS      PIC 9(06).
              03 ERTN-CHANGE-PCT       PIC S9(03)V9.
              03 FILLER                PIC X(13).
           02 ERTN-TRAILER REDEFINES ERTN-BODY.
              03 ERTN-TRL-COUNT        PIC 9(09).
              03 ERTN-TRL-GALLONS      PIC 9(09)V9.
              03 ERTN-TRL-KWH          PIC 9(09)V9.
              03 ERTN-TRL-CO2E-KG      PIC 9(11)V99.
              03 FILLER                PIC X(35).

       FD  PROOF-REPORT-FILE.
       01  PROOF-REPORT-REC            PIC X(100).

       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY FISCPERP.
        01 FACTOR-TRANS-STATUS        PIC XX VALUE "00".
        01 EMISSION-FACTOR-STATUS     PIC XX VALUE "00".
        01 EMISSION-HISTORY-STATUS    PIC XX VALUE "00".
        01 QUARTER-PARM-STATUS        PIC XX VALUE "00".
        01 FUEL-TRANS-STATUS          PIC XX VALUE "00".
        01 CHARGE-SESSION-STATUS      PIC XX VALUE "00".
        01 MILEAGE-HISTORY-STATUS     PIC XX VALUE "00".
        01 VEHICLE-MASTER-STATUS      PIC XX VALUE "00".
        01 PENDING-ORDER-STATUS       PIC XX VALUE "00".
        01 EMISSION-RETURN-STATUS     PIC XX VALUE "00".
        01 PROOF-REPORT-STATUS        PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 VEHICLE-FILE-SWITCH        PIC X VALUE "N".
           88 VEHICLE-FILE-OPEN            VALUE "Y".
        01 FACTOR-FOUND-SWITCH        PIC X VALUE "N".
           88 FACTOR-FOUND                 VALUE "Y".
        01 HISTORY-FOUND-SWITCH       PIC X VALUE "N".
           88 HISTORY-FOUND                VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 LATEST-FEED-DATE           PIC 9(08) VALUE ZERO.
        01 REPORT-YEAR                PIC 9(04).
        01 REPORT-QUARTER             PIC 9(01).
        01 PRIOR-YEAR                 PIC 9(04).
        01 FACTOR-FUEL-TYPE           PIC X(01).
        01 FACTOR-YEAR-TRIED          PIC 9(04).
        01 FACTOR-YEARS-BACK          PIC 9(02).
        01 DIESEL-FACTOR              PIC 9(03)V9(06) VALUE ZERO.
        01 DIESEL-FACTOR-YEAR         PIC 9(04) VALUE ZERO.
        01 ELECTRIC-FACTOR            PIC 9(03)V9(06) VALUE ZERO.
        01 ELECTRIC-FACTOR-YEAR       PIC 9(04) VALUE ZERO.
        01 SUBCONTRACT-FACTOR         PIC 9(03)V9(06) VALUE ZERO.
        01 SUBCONTRACT-FACTOR-YEAR    PIC 9(04) VALUE ZERO.
        01 FACTORS-MISSING            PIC 9(01) VALUE ZERO.
        01 FACTORS-APPLIED            PIC 9(05) VALUE ZERO.
        01 FACTORS-REJECTED           PIC 9(05) VALUE ZERO.
        01 FUEL-LINES-IN-QUARTER      PIC 9(07) VALUE ZERO.
        01 FUEL-LINES-OTHER           PIC 9(07) VALUE ZERO.
        01 SESSIONS-IN-QUARTER        PIC 9(07) VALUE ZERO.
        01 SESSIONS-OTHER             PIC 9(07) VALUE ZERO.
        01 FEED-GALLONS               PIC 9(09)V9 VALUE ZERO.
        01 FEED-KWH                   PIC 9(09)V9 VALUE ZERO.
        01 UNFUELLED-MILES            PIC S9(09) VALUE ZERO.
        01 SUBCONTRACT-ORDERS         PIC 9(07) VALUE ZERO.
        01 SUBCONTRACT-MILES          PIC 9(09) VALUE ZERO.
        01 SUBCONTRACT-CO2E           PIC 9(09)V99 VALUE ZERO.
        01 SUBCONTRACT-PRIOR-MILES    PIC S9(09) VALUE ZERO.
        01 SUBCONTRACT-PRIOR-CO2E     PIC 9(11)V99 VALUE ZERO.
        01 RETURN-GALLONS             PIC 9(09)V9 VALUE ZERO.
        01 RETURN-KWH                 PIC 9(09)V9 VALUE ZERO.
        01 RETURN-CO2E                PIC 9(11)V99 VALUE ZERO.
        01 GALLONS-DIFFERENCE         PIC S9(09)V9.
        01 KWH-DIFFERENCE             PIC S9(09)V9.
        01 DETAIL-LINES-WRITTEN       PIC 9(09) VALUE ZERO.
        01 HISTORY-WRITTEN            PIC 9(07) VALUE ZERO.
        01 CHECK-VEH-ID               PIC X(06).
        01 CURRENT-DEPOT              PIC X(03).
        01 CURRENT-CLASS              PIC X(02).
      * One reporting line's figures, filled by whichever level is
      * being written and turned into intensity and change here.
        01 LINE-LEVEL                 PIC X(01).
        01 LINE-DEPOT                 PIC X(03).
        01 LINE-CLASS                 PIC X(02).
        01 LINE-VEH-ID                PIC X(06).
        01 LINE-ENERGY-TYPE           PIC X(01).
        01 LINE-GALLONS               PIC 9(09)V9.
        01 LINE-KWH                   PIC 9(09)V9.
        01 LINE-MILES                 PIC S9(09).
        01 LINE-CO2E                  PIC 9(11)V99.
        01 LINE-PRIOR-MILES           PIC S9(09).
        01 LINE-PRIOR-CO2E            PIC 9(11)V99.
        01 LINE-GRAMS-PER-MILE        PIC 9(06).
        01 LINE-PRIOR-GRAMS           PIC 9(06).
        01 LINE-CHANGE-PCT            PIC S9(03)V9.
        01 CLASS-GALLONS              PIC 9(09)V9.
        01 CLASS-KWH                  PIC 9(09)V9.
        01 CLASS-MILES                PIC S9(09).
        01 CLASS-CO2E                 PIC 9(11)V99.
        01 DEPOT-GALLONS              PIC 9(09)V9.
        01 DEPOT-KWH                  PIC 9(09)V9.
        01 DEPOT-MILES                PIC S9(09).
        01 DEPOT-CO2E                 PIC 9(11)V99.
        01 FLEET-MILES                PIC S9(09) VALUE ZERO.
        01 FLEET-PRIOR-MILES          PIC S9(09) VALUE ZERO.
        01 FLEET-PRIOR-CO2E           PIC 9(11)V99 VALUE ZERO.
        01 EDITED-GALLONS             PIC Z(8)9.9.
        01 EDITED-KWH                 PIC Z(8)9.9.
        01 EDITED-CO2E                PIC Z(10)9.99.
        01 EDITED-DIFFERENCE          PIC -(8)9.9.
        01 EDITED-FACTOR              PIC ZZ9.999999.
        01 SORT-SWAPPED-SWITCH        PIC X VALUE "N".
           88 SORT-SWAPPED                 VALUE "Y".
        01 SORT-SUB                   PIC 9(05).
        01 VEHICLE-COUNT              PIC 9(05) VALUE ZERO.
        01 VEHICLE-EMISSION-TABLE.
           02 VEHICLE-EMISSION-ENTRY OCCURS 0 TO 9999 TIMES
                  DEPENDING ON VEHICLE-COUNT
                  INDEXED BY VEMS-IDX.
               03 VEMS-SORT-KEY.
                  04 VEMS-DEPOT        PIC X(03).
                  04 VEMS-CLASS        PIC X(02).
                  04 VEMS-VEH-ID       PIC X(06).
               03 VEMS-ENERGY-TYPE     PIC X(01).
               03 VEMS-GALLONS         PIC 9(07)V9.
               03 VEMS-KWH             PIC 9(07)V9.
               03 VEMS-MILES           PIC S9(07).
               03 VEMS-CO2E            PIC 9(09)V99.
               03 VEMS-PRIOR-MILES     PIC S9(07).
               03 VEMS-PRIOR-CO2E      PIC 9(09)V99.
        01 SWAP-VEHICLE-AREA          PIC X(64).
        01 PRIOR-GROUP-COUNT          PIC 9(03) VALUE ZERO.
        01 PRIOR-GROUP-TABLE.
           02 PRIOR-GROUP-ENTRY OCCURS 0 TO 500 TIMES
                  DEPENDING ON PRIOR-GROUP-COUNT
                  INDEXED BY PGRP-IDX.
               03 PGRP-DEPOT           PIC X(03).
               03 PGRP-CLASS           PIC X(02).
               03 PGRP-MILES           PIC S9(09).
               03 PGRP-CO2E            PIC 9(11)V99.

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "EMISRUN: QUARTERLY EMISSIONS RETURN STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         OPEN I-O EMISSION-FACTOR-FILE.
         IF EMISSION-FACTOR-STATUS = "35"
      * First-ever run - no factor table yet, so create an empty
      * one rather than refuse to start.
             OPEN OUTPUT EMISSION-FACTOR-FILE
             CLOSE EMISSION-FACTOR-FILE
             OPEN I-O EMISSION-FACTOR-FILE
         END-IF.
         PERFORM PROCESS-FACTOR-TRANSACTIONS.
         PERFORM FIND-REPORT-QUARTER.
         PERFORM RESOLVE-QUARTER-FACTORS.
         CLOSE EMISSION-FACTOR-FILE.
         OPEN INPUT VEHICLE-MASTER-FILE.
         IF VEHICLE-MASTER-STATUS = "00"
             MOVE "Y" TO VEHICLE-FILE-SWITCH
         ELSE
             DISPLAY "NO VEHICLE MASTER - UNITS REPORTED UNDER "
                     "DEPOT ???"
         END-IF.
         PERFORM TALLY-QUARTER-FUEL.
         PERFORM TALLY-QUARTER-CHARGING.
         IF VEHICLE-FILE-OPEN
             CLOSE VEHICLE-MASTER-FILE
         END-IF.
         PERFORM TALLY-QUARTER-MILES.
         PERFORM TALLY-SUBCONTRACTED-HAULAGE.
         PERFORM CONVERT-ALL-VEHICLES.
         OPEN I-O EMISSION-HISTORY-FILE.
         IF EMISSION-HISTORY-STATUS = "35"
      * First-ever run - no emissions history yet, so create an
      * empty one rather than refuse to start.
             OPEN OUTPUT EMISSION-HISTORY-FILE
             CLOSE EMISSION-HISTORY-FILE
             OPEN I-O EMISSION-HISTORY-FILE
         END-IF.
         PERFORM LOAD-PRIOR-YEAR-HISTORY.
         PERFORM SAVE-QUARTER-HISTORY.
         CLOSE EMISSION-HISTORY-FILE.
         PERFORM SORT-VEHICLE-EMISSIONS.
         PERFORM WRITE-EMISSIONS-RETURN.
         PERFORM WRITE-PROOF-SHEET.
         DISPLAY "EMISSION FACTORS APPLIED: " FACTORS-APPLIED.
         DISPLAY "EMISSION FACTORS REJECTED: " FACTORS-REJECTED.
         DISPLAY "FISCAL YEAR " REPORT-YEAR " QUARTER "
                 REPORT-QUARTER.
         DISPLAY "FUEL LINES IN QUARTER: " FUEL-LINES-IN-QUARTER.
         DISPLAY "CHARGE SESSIONS IN QUARTER: "
                 SESSIONS-IN-QUARTER.
         DISPLAY "VEHICLES REPORTED: " VEHICLE-COUNT.
         DISPLAY "SUBCONTRACTED ORDERS: " SUBCONTRACT-ORDERS.
         DISPLAY "RETURN DETAIL RECORDS: " DETAIL-LINES-WRITTEN.
         DISPLAY "RETURN CO2E KG: " RETURN-CO2E.
         IF GALLONS-DIFFERENCE NOT = ZERO OR
            KWH-DIFFERENCE NOT = ZERO OR
            FACTORS-MISSING > ZERO OR FACTORS-REJECTED > ZERO
             STOP RUN RETURNING RC-WARNING
         ELSE
             STOP RUN RETURNING RC-NORMAL
         END-IF.

       PROCESS-FACTOR-TRANSACTIONS.
      * A card for a type and year already on the table replaces
      * the factor, a new one adds it.
         OPEN INPUT FACTOR-TRANS-FILE.
         IF FACTOR-TRANS-STATUS NOT = "00"
             DISPLAY "NO EMISSION FACTOR TRANSACTIONS TO PROCESS"
         ELSE
             READ FACTOR-TRANS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM APPLY-ONE-FACTOR
                 READ FACTOR-TRANS-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE FACTOR-TRANS-FILE
         END-IF.

       APPLY-ONE-FACTOR.
         IF ETRN-FUEL-TYPE NOT = "D" AND ETRN-FUEL-TYPE NOT = "E"
            AND ETRN-FUEL-TYPE NOT = "S"
             DISPLAY "FACTOR REJECTED - FUEL TYPE " ETRN-FUEL-TYPE
                     " NOT D, E OR S"
             ADD 1 TO FACTORS-REJECTED
         ELSE
         IF ETRN-YEAR NOT NUMERIC OR ETRN-YEAR < 1990
             DISPLAY "FACTOR REJECTED - TYPE " ETRN-FUEL-TYPE
                     " YEAR " ETRN-YEAR " NOT A VALID YEAR"
             ADD 1 TO FACTORS-REJECTED
         ELSE
         IF ETRN-KG-PER-UNIT NOT NUMERIC OR
            ETRN-KG-PER-UNIT = ZERO
             DISPLAY "FACTOR REJECTED - TYPE " ETRN-FUEL-TYPE
                     " YEAR " ETRN-YEAR " NO FACTOR KEYED"
             ADD 1 TO FACTORS-REJECTED
         ELSE
             MOVE ETRN-FUEL-TYPE TO EMF-FUEL-TYPE
             MOVE ETRN-YEAR      TO EMF-YEAR
             READ EMISSION-FACTOR-FILE
                 INVALID KEY MOVE "N" TO FACTOR-FOUND-SWITCH
                 NOT INVALID KEY MOVE "Y" TO FACTOR-FOUND-SWITCH
             END-READ
             MOVE ETRN-FUEL-TYPE   TO EMF-FUEL-TYPE
             MOVE ETRN-YEAR        TO EMF-YEAR
             MOVE ETRN-KG-PER-UNIT TO EMF-KG-PER-UNIT
             IF FACTOR-FOUND
                 REWRITE EMISSION-FACTOR-REC
             ELSE
                 WRITE EMISSION-FACTOR-REC
             END-IF
             ADD 1 TO FACTORS-APPLIED
         END-IF
         END-IF
         END-IF.

       FIND-REPORT-QUARTER.
      * The control card names the quarter; without one the
      * quarter holding the latest fill or charge is reported, as
      * FUELSPND picks its period.
         MOVE ZERO TO REPORT-YEAR.
         OPEN INPUT QUARTER-PARM-FILE.
         IF QUARTER-PARM-STATUS = "00"
             READ QUARTER-PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                     IF QPRM-YEAR NUMERIC AND QPRM-QUARTER NUMERIC
                        AND QPRM-QUARTER >= 1 AND QPRM-QUARTER <= 4
                         MOVE QPRM-YEAR    TO REPORT-YEAR
                         MOVE QPRM-QUARTER TO REPORT-QUARTER
                     END-IF
             END-READ
             CLOSE QUARTER-PARM-FILE
         END-IF.
         IF REPORT-YEAR = ZERO
             PERFORM FIND-LATEST-FEED-DATE
             MOVE "D" TO FP-FUNCTION
             MOVE LATEST-FEED-DATE TO FP-DATE
             CALL "FISCPER" USING FISCAL-PERIOD-PARMS
             MOVE FP-FISCAL-YEAR TO REPORT-YEAR
             MOVE FP-QUARTER     TO REPORT-QUARTER
         END-IF.
         COMPUTE PRIOR-YEAR = REPORT-YEAR - 1.

       FIND-LATEST-FEED-DATE.
         MOVE ZERO TO LATEST-FEED-DATE.
         OPEN INPUT FUEL-TRANS-FILE.
         IF FUEL-TRANS-STATUS = "00"
             READ FUEL-TRANS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 IF FUEL-DATE > LATEST-FEED-DATE
                     MOVE FUEL-DATE TO LATEST-FEED-DATE
                 END-IF
                 READ FUEL-TRANS-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE FUEL-TRANS-FILE
         END-IF.
         OPEN INPUT CHARGE-SESSION-FILE.
         IF CHARGE-SESSION-STATUS = "00"
             READ CHARGE-SESSION-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 IF CHRG-DATE > LATEST-FEED-DATE
                     MOVE CHRG-DATE TO LATEST-FEED-DATE
                 END-IF
                 READ CHARGE-SESSION-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE CHARGE-SESSION-FILE
         END-IF.
         IF LATEST-FEED-DATE = ZERO
             MOVE TODAY-DATE TO LATEST-FEED-DATE
         END-IF.

       RESOLVE-QUARTER-FACTORS.
         MOVE "D" TO FACTOR-FUEL-TYPE.
         PERFORM FIND-EMISSION-FACTOR.
         IF FACTOR-FOUND
             MOVE EMF-KG-PER-UNIT TO DIESEL-FACTOR
             MOVE EMF-YEAR        TO DIESEL-FACTOR-YEAR
         ELSE
             ADD 1 TO FACTORS-MISSING
         END-IF.
         MOVE "E" TO FACTOR-FUEL-TYPE.
         PERFORM FIND-EMISSION-FACTOR.
         IF FACTOR-FOUND
             MOVE EMF-KG-PER-UNIT TO ELECTRIC-FACTOR
             MOVE EMF-YEAR        TO ELECTRIC-FACTOR-YEAR
         ELSE
             ADD 1 TO FACTORS-MISSING
         END-IF.
         MOVE "S" TO FACTOR-FUEL-TYPE.
         PERFORM FIND-EMISSION-FACTOR.
         IF FACTOR-FOUND
             MOVE EMF-KG-PER-UNIT TO SUBCONTRACT-FACTOR
             MOVE EMF-YEAR        TO SUBCONTRACT-FACTOR-YEAR
         ELSE
             ADD 1 TO FACTORS-MISSING
         END-IF.

       FIND-EMISSION-FACTOR.
      * The reporting year's own factor, else the latest of the ten
      * years before it - corporate publishes late in the year.
         MOVE "N" TO FACTOR-FOUND-SWITCH.
         MOVE REPORT-YEAR TO FACTOR-YEAR-TRIED.
         MOVE ZERO TO FACTOR-YEARS-BACK.
         PERFORM UNTIL FACTOR-FOUND OR FACTOR-YEARS-BACK > 10
             MOVE FACTOR-FUEL-TYPE  TO EMF-FUEL-TYPE
             MOVE FACTOR-YEAR-TRIED TO EMF-YEAR
             READ EMISSION-FACTOR-FILE
                 INVALID KEY
                     SUBTRACT 1 FROM FACTOR-YEAR-TRIED
                     ADD 1 TO FACTOR-YEARS-BACK
                 NOT INVALID KEY
                     MOVE "Y" TO FACTOR-FOUND-SWITCH
             END-READ
         END-PERFORM.

       TALLY-QUARTER-FUEL.
         OPEN INPUT FUEL-TRANS-FILE.
         IF FUEL-TRANS-STATUS NOT = "00"
             DISPLAY "NO FUEL TRANSACTIONS ON FILE"
         ELSE
             READ FUEL-TRANS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 MOVE "D" TO FP-FUNCTION
                 MOVE FUEL-DATE TO FP-DATE
                 CALL "FISCPER" USING FISCAL-PERIOD-PARMS
                 IF FP-FISCAL-YEAR = REPORT-YEAR AND
                    FP-QUARTER = REPORT-QUARTER
                     ADD 1 TO FUEL-LINES-IN-QUARTER
                     ADD FUEL-GALLONS TO FEED-GALLONS
                     MOVE FUEL-VEH-ID TO CHECK-VEH-ID
                     PERFORM FIND-VEHICLE-ENTRY
                     IF VEMS-IDX <= VEHICLE-COUNT
                         ADD FUEL-GALLONS TO VEMS-GALLONS (VEMS-IDX)
                     END-IF
                 ELSE
                     ADD 1 TO FUEL-LINES-OTHER
                 END-IF
                 READ FUEL-TRANS-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE FUEL-TRANS-FILE
         END-IF.

       TALLY-QUARTER-CHARGING.
         OPEN INPUT CHARGE-SESSION-FILE.
         IF CHARGE-SESSION-STATUS NOT = "00"
             DISPLAY "NO CHARGING SESSIONS ON FILE"
         ELSE
             READ CHARGE-SESSION-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 MOVE "D" TO FP-FUNCTION
                 MOVE CHRG-DATE TO FP-DATE
                 CALL "FISCPER" USING FISCAL-PERIOD-PARMS
                 IF FP-FISCAL-YEAR = REPORT-YEAR AND
                    FP-QUARTER = REPORT-QUARTER
                     ADD 1 TO SESSIONS-IN-QUARTER
                     ADD CHRG-KWH TO FEED-KWH
                     MOVE CHRG-VEH-ID TO CHECK-VEH-ID
                     PERFORM FIND-VEHICLE-ENTRY
                     IF VEMS-IDX <= VEHICLE-COUNT
                         ADD CHRG-KWH TO VEMS-KWH (VEMS-IDX)
                     END-IF
                 ELSE
                     ADD 1 TO SESSIONS-OTHER
                 END-IF
                 READ CHARGE-SESSION-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE CHARGE-SESSION-FILE
         END-IF.

       FIND-VEHICLE-ENTRY.
         SET VEMS-IDX TO 1.
         SEARCH VEHICLE-EMISSION-ENTRY
             AT END PERFORM ADD-NEW-VEHICLE-ENTRY
             WHEN VEMS-VEH-ID (VEMS-IDX) = CHECK-VEH-ID
                 CONTINUE
         END-SEARCH.

       ADD-NEW-VEHICLE-ENTRY.
      * A unit not on the master still burned the fuel, so it is
      * reported under depot "???" rather than dropped - the
      * return must tie to the feed.
         IF VEHICLE-COUNT < 9999
             ADD 1 TO VEHICLE-COUNT
             SET VEMS-IDX TO VEHICLE-COUNT
             MOVE CHECK-VEH-ID TO VEMS-VEH-ID (VEMS-IDX)
             MOVE "???" TO VEMS-DEPOT (VEMS-IDX)
             MOVE "??"  TO VEMS-CLASS (VEMS-IDX)
             MOVE "D"   TO VEMS-ENERGY-TYPE (VEMS-IDX)
             IF VEHICLE-FILE-OPEN
                 MOVE CHECK-VEH-ID TO VEH-ID
                 READ VEHICLE-MASTER-FILE
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                         MOVE VEH-DEPOT TO VEMS-DEPOT (VEMS-IDX)
                         MOVE VEH-CLASS TO VEMS-CLASS (VEMS-IDX)
                         IF VEH-ELECTRIC
                             MOVE "E" TO VEMS-ENERGY-TYPE (VEMS-IDX)
                         END-IF
                 END-READ
             END-IF
             MOVE ZERO TO VEMS-GALLONS (VEMS-IDX)
             MOVE ZERO TO VEMS-KWH (VEMS-IDX)
             MOVE ZERO TO VEMS-MILES (VEMS-IDX)
             MOVE ZERO TO VEMS-CO2E (VEMS-IDX)
             MOVE ZERO TO VEMS-PRIOR-MILES (VEMS-IDX)
             MOVE ZERO TO VEMS-PRIOR-CO2E (VEMS-IDX)
         ELSE
             SET VEMS-IDX TO 10000
         END-IF.

       TALLY-QUARTER-MILES.
      * Miles count only for units that burned or drew something in
      * the quarter; the rest are shown on the proof sheet.
         OPEN INPUT MILEAGE-HISTORY-FILE.
         IF MILEAGE-HISTORY-STATUS NOT = "00"
             DISPLAY "NO MILEAGE HISTORY ON FILE"
         ELSE
             READ MILEAGE-HISTORY-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 MOVE "D" TO FP-FUNCTION
                 MOVE MHIS-DATE TO FP-DATE
                 CALL "FISCPER" USING FISCAL-PERIOD-PARMS
                 IF FP-FISCAL-YEAR = REPORT-YEAR AND
                    FP-QUARTER = REPORT-QUARTER
                     PERFORM ADD-QUARTER-MILES
                 END-IF
                 READ MILEAGE-HISTORY-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE MILEAGE-HISTORY-FILE
         END-IF.

       ADD-QUARTER-MILES.
         SET VEMS-IDX TO 1.
         SEARCH VEHICLE-EMISSION-ENTRY
             AT END ADD MHIS-DELTA TO UNFUELLED-MILES
             WHEN VEMS-VEH-ID (VEMS-IDX) = MHIS-VEH-ID
                 ADD MHIS-DELTA TO VEMS-MILES (VEMS-IDX)
         END-SEARCH.

       TALLY-SUBCONTRACTED-HAULAGE.
      * Outside carriers' fuel never reaches our feed, so their
      * share is estimated from the order miles at the carrier
      * factor, by the date the order was worked.
         OPEN INPUT PENDING-ORDER-FILE.
         IF PENDING-ORDER-STATUS NOT = "00"
             DISPLAY "NO PENDING-ORDER FILE - NO SUBCONTRACTED LINE"
         ELSE
             MOVE LOW-VALUES TO PEND-ORDER-REF
             START PENDING-ORDER-FILE KEY IS NOT LESS THAN
                   PEND-ORDER-REF
                 INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
             END-START
             PERFORM UNTIL END-OF-FILE
                 READ PENDING-ORDER-FILE NEXT RECORD
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
                 IF NOT END-OF-FILE AND PEND-IS-SUBCONTRACTED
                    AND NOT PEND-IS-SHORTFALL
                     MOVE "D" TO FP-FUNCTION
                     MOVE PEND-ORDER-DATE TO FP-DATE
                     CALL "FISCPER" USING FISCAL-PERIOD-PARMS
                     IF FP-FISCAL-YEAR = REPORT-YEAR AND
                        FP-QUARTER = REPORT-QUARTER
                         ADD 1 TO SUBCONTRACT-ORDERS
                         ADD PEND-DISTANCE TO SUBCONTRACT-MILES
                     END-IF
                 END-IF
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE PENDING-ORDER-FILE
         END-IF.
         COMPUTE SUBCONTRACT-CO2E ROUNDED =
                 SUBCONTRACT-MILES * SUBCONTRACT-FACTOR.

       CONVERT-ALL-VEHICLES.
         IF VEHICLE-COUNT > 0
             PERFORM CONVERT-ONE-VEHICLE
                 VARYING VEMS-IDX FROM 1 BY 1
                 UNTIL VEMS-IDX > VEHICLE-COUNT
         END-IF.

       CONVERT-ONE-VEHICLE.
         COMPUTE VEMS-CO2E (VEMS-IDX) ROUNDED =
                 VEMS-GALLONS (VEMS-IDX) * DIESEL-FACTOR
               + VEMS-KWH (VEMS-IDX) * ELECTRIC-FACTOR.

       LOAD-PRIOR-YEAR-HISTORY.
      * Same quarter last year, as that return filed it: by unit
      * for the vehicle lines, by the depot and class it was filed
      * under for the subtotals - a unit since sold or moved still
      * counts where it was.
         MOVE PRIOR-YEAR     TO EMH-YEAR.
         MOVE REPORT-QUARTER TO EMH-QUARTER.
         MOVE LOW-VALUES     TO EMH-VEH-ID.
         START EMISSION-HISTORY-FILE KEY IS NOT LESS THAN EMH-KEY
             INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
         END-START.
         PERFORM UNTIL END-OF-FILE
             READ EMISSION-HISTORY-FILE NEXT RECORD
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             IF NOT END-OF-FILE
                 IF EMH-YEAR NOT = PRIOR-YEAR OR
                    EMH-QUARTER NOT = REPORT-QUARTER
                     MOVE "Y" TO END-OF-FILE-SWITCH
                 ELSE
                     PERFORM LOAD-ONE-PRIOR-RECORD
                 END-IF
             END-IF
         END-PERFORM.
         MOVE "N" TO END-OF-FILE-SWITCH.

       LOAD-ONE-PRIOR-RECORD.
         IF EMH-VEH-ID = "******"
             ADD EMH-MILES   TO SUBCONTRACT-PRIOR-MILES
             ADD EMH-CO2E-KG TO SUBCONTRACT-PRIOR-CO2E
         ELSE
             ADD EMH-MILES   TO FLEET-PRIOR-MILES
             ADD EMH-CO2E-KG TO FLEET-PRIOR-CO2E
             SET VEMS-IDX TO 1
             SEARCH VEHICLE-EMISSION-ENTRY
                 AT END CONTINUE
                 WHEN VEMS-VEH-ID (VEMS-IDX) = EMH-VEH-ID
                     MOVE EMH-MILES   TO VEMS-PRIOR-MILES (VEMS-IDX)
                     MOVE EMH-CO2E-KG TO VEMS-PRIOR-CO2E (VEMS-IDX)
             END-SEARCH
             SET PGRP-IDX TO 1
             SEARCH PRIOR-GROUP-ENTRY
                 AT END PERFORM ADD-NEW-PRIOR-GROUP
                 WHEN PGRP-DEPOT (PGRP-IDX) = EMH-DEPOT
                  AND PGRP-CLASS (PGRP-IDX) = EMH-CLASS
                     CONTINUE
             END-SEARCH
             IF PGRP-IDX <= PRIOR-GROUP-COUNT
                 ADD EMH-MILES   TO PGRP-MILES (PGRP-IDX)
                 ADD EMH-CO2E-KG TO PGRP-CO2E (PGRP-IDX)
             END-IF
         END-IF.

       ADD-NEW-PRIOR-GROUP.
         IF PRIOR-GROUP-COUNT < 500
             ADD 1 TO PRIOR-GROUP-COUNT
             SET PGRP-IDX TO PRIOR-GROUP-COUNT
             MOVE EMH-DEPOT TO PGRP-DEPOT (PGRP-IDX)
             MOVE EMH-CLASS TO PGRP-CLASS (PGRP-IDX)
             MOVE ZERO TO PGRP-MILES (PGRP-IDX)
             MOVE ZERO TO PGRP-CO2E (PGRP-IDX)
         ELSE
             SET PGRP-IDX TO 501
         END-IF.

       SAVE-QUARTER-HISTORY.
      * A rerun of the quarter replaces what the last run filed.
         IF VEHICLE-COUNT > 0
             PERFORM SAVE-ONE-VEHICLE-HISTORY
                 VARYING VEMS-IDX FROM 1 BY 1
                 UNTIL VEMS-IDX > VEHICLE-COUNT
         END-IF.
         MOVE REPORT-YEAR       TO EMH-YEAR.
         MOVE REPORT-QUARTER    TO EMH-QUARTER.
         MOVE "******"          TO EMH-VEH-ID.
         PERFORM READ-HISTORY-RECORD.
         MOVE SPACES            TO EMH-DEPOT.
         MOVE SPACES            TO EMH-CLASS.
         MOVE "S"               TO EMH-ENERGY-TYPE.
         MOVE ZERO              TO EMH-GALLONS.
         MOVE ZERO              TO EMH-KWH.
         MOVE SUBCONTRACT-MILES TO EMH-MILES.
         MOVE SUBCONTRACT-CO2E  TO EMH-CO2E-KG.
         PERFORM STORE-HISTORY-RECORD.

       SAVE-ONE-VEHICLE-HISTORY.
         MOVE REPORT-YEAR    TO EMH-YEAR.
         MOVE REPORT-QUARTER TO EMH-QUARTER.
         MOVE VEMS-VEH-ID (VEMS-IDX) TO EMH-VEH-ID.
         PERFORM READ-HISTORY-RECORD.
         MOVE VEMS-DEPOT (VEMS-IDX)       TO EMH-DEPOT.
         MOVE VEMS-CLASS (VEMS-IDX)       TO EMH-CLASS.
         MOVE VEMS-ENERGY-TYPE (VEMS-IDX) TO EMH-ENERGY-TYPE.
         MOVE VEMS-GALLONS (VEMS-IDX)     TO EMH-GALLONS.
         MOVE VEMS-KWH (VEMS-IDX)         TO EMH-KWH.
         MOVE VEMS-MILES (VEMS-IDX)       TO EMH-MILES.
         MOVE VEMS-CO2E (VEMS-IDX)        TO EMH-CO2E-KG.
         PERFORM STORE-HISTORY-RECORD.

       READ-HISTORY-RECORD.
         READ EMISSION-HISTORY-FILE
             INVALID KEY MOVE "N" TO HISTORY-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO HISTORY-FOUND-SWITCH
         END-READ.

       STORE-HISTORY-RECORD.
         IF HISTORY-FOUND
             REWRITE EMISSION-HISTORY-REC
         ELSE
             WRITE EMISSION-HISTORY-REC
         END-IF.
         ADD 1 TO HISTORY-WRITTEN.

       SORT-VEHICLE-EMISSIONS.
      * Simple exchange sort into depot, class and unit order for
      * the control breaks - fleet-sized, not transaction-sized.
         IF VEHICLE-COUNT < 2
             CONTINUE
         ELSE
             MOVE "Y" TO SORT-SWAPPED-SWITCH
             PERFORM UNTIL NOT SORT-SWAPPED
                 MOVE "N" TO SORT-SWAPPED-SWITCH
                 PERFORM SORT-ONE-SWEEP
                     VARYING SORT-SUB FROM 1 BY 1
                     UNTIL SORT-SUB >= VEHICLE-COUNT
             END-PERFORM
         END-IF.

       SORT-ONE-SWEEP.
         IF VEMS-SORT-KEY (SORT-SUB) > VEMS-SORT-KEY (SORT-SUB + 1)
             MOVE VEHICLE-EMISSION-ENTRY (SORT-SUB)
                 TO SWAP-VEHICLE-AREA
             MOVE VEHICLE-EMISSION-ENTRY (SORT-SUB + 1)
                 TO VEHICLE-EMISSION-ENTRY (SORT-SUB)
             MOVE SWAP-VEHICLE-AREA
                 TO VEHICLE-EMISSION-ENTRY (SORT-SUB + 1)
             MOVE "Y" TO SORT-SWAPPED-SWITCH
         END-IF.

       WRITE-EMISSIONS-RETURN.
         OPEN OUTPUT EMISSION-RETURN-FILE.
         MOVE SPACES TO EMISSION-RETURN-REC.
         MOVE "HDR"          TO ERTN-REC-TYPE.
         MOVE "EMISRUN"      TO ERTN-HDR-SOURCE.
         MOVE REPORT-YEAR    TO ERTN-HDR-YEAR.
         MOVE REPORT-QUARTER TO ERTN-HDR-QUARTER.
         MOVE TODAY-DATE     TO ERTN-HDR-RUN-DATE.
         WRITE EMISSION-RETURN-REC.
         MOVE LOW-VALUES TO CURRENT-DEPOT.
         MOVE LOW-VALUES TO CURRENT-CLASS.
         IF VEHICLE-COUNT > 0
             PERFORM RETURN-ONE-VEHICLE
                 VARYING VEMS-IDX FROM 1 BY 1
                 UNTIL VEMS-IDX > VEHICLE-COUNT
             PERFORM CLOSE-CLASS-GROUP
             PERFORM CLOSE-DEPOT-GROUP
         END-IF.
      * Subcontracted haulage stands apart from the fleet total.
         MOVE "S"    TO LINE-LEVEL.
         MOVE SPACES TO LINE-DEPOT LINE-CLASS LINE-VEH-ID.
         MOVE "S"    TO LINE-ENERGY-TYPE.
         MOVE ZERO   TO LINE-GALLONS LINE-KWH.
         MOVE SUBCONTRACT-MILES       TO LINE-MILES.
         MOVE SUBCONTRACT-CO2E        TO LINE-CO2E.
         MOVE SUBCONTRACT-PRIOR-MILES TO LINE-PRIOR-MILES.
         MOVE SUBCONTRACT-PRIOR-CO2E  TO LINE-PRIOR-CO2E.
         PERFORM WRITE-RETURN-DETAIL.
         MOVE "F"    TO LINE-LEVEL.
         MOVE SPACES TO LINE-DEPOT LINE-CLASS LINE-VEH-ID.
         MOVE SPACES TO LINE-ENERGY-TYPE.
         MOVE RETURN-GALLONS    TO LINE-GALLONS.
         MOVE RETURN-KWH        TO LINE-KWH.
         MOVE FLEET-MILES       TO LINE-MILES.
         MOVE RETURN-CO2E       TO LINE-CO2E.
         MOVE FLEET-PRIOR-MILES TO LINE-PRIOR-MILES.
         MOVE FLEET-PRIOR-CO2E  TO LINE-PRIOR-CO2E.
         PERFORM WRITE-RETURN-DETAIL.
         MOVE SPACES TO EMISSION-RETURN-REC.
         MOVE "TRL"                TO ERTN-REC-TYPE.
         MOVE DETAIL-LINES-WRITTEN TO ERTN-TRL-COUNT.
         MOVE RETURN-GALLONS       TO ERTN-TRL-GALLONS.
         MOVE RETURN-KWH           TO ERTN-TRL-KWH.
         COMPUTE ERTN-TRL-CO2E-KG = RETURN-CO2E + SUBCONTRACT-CO2E.
         WRITE EMISSION-RETURN-REC.
         CLOSE EMISSION-RETURN-FILE.

       RETURN-ONE-VEHICLE.
         IF VEMS-DEPOT (VEMS-IDX) NOT = CURRENT-DEPOT OR
            VEMS-CLASS (VEMS-IDX) NOT = CURRENT-CLASS
             IF CURRENT-DEPOT NOT = LOW-VALUES
                 PERFORM CLOSE-CLASS-GROUP
                 IF VEMS-DEPOT (VEMS-IDX) NOT = CURRENT-DEPOT
                     PERFORM CLOSE-DEPOT-GROUP
                 END-IF
             END-IF
             IF VEMS-DEPOT (VEMS-IDX) NOT = CURRENT-DEPOT
                 MOVE ZERO TO DEPOT-GALLONS DEPOT-KWH
                 MOVE ZERO TO DEPOT-MILES DEPOT-CO2E
             END-IF
             MOVE VEMS-DEPOT (VEMS-IDX) TO CURRENT-DEPOT
             MOVE VEMS-CLASS (VEMS-IDX) TO CURRENT-CLASS
             MOVE ZERO TO CLASS-GALLONS CLASS-KWH
             MOVE ZERO TO CLASS-MILES CLASS-CO2E
         END-IF.
         ADD VEMS-GALLONS (VEMS-IDX) TO CLASS-GALLONS RETURN-GALLONS.
         ADD VEMS-KWH (VEMS-IDX)     TO CLASS-KWH RETURN-KWH.
         ADD VEMS-MILES (VEMS-IDX)   TO CLASS-MILES FLEET-MILES.
         ADD VEMS-CO2E (VEMS-IDX)    TO CLASS-CO2E RETURN-CO2E.
         MOVE "V"                         TO LINE-LEVEL.
         MOVE VEMS-DEPOT (VEMS-IDX)       TO LINE-DEPOT.
         MOVE VEMS-CLASS (VEMS-IDX)       TO LINE-CLASS.
         MOVE VEMS-VEH-ID (VEMS-IDX)      TO LINE-VEH-ID.
         MOVE VEMS-ENERGY-TYPE (VEMS-IDX) TO LINE-ENERGY-TYPE.
         MOVE VEMS-GALLONS (VEMS-IDX)     TO LINE-GALLONS.
         MOVE VEMS-KWH (VEMS-IDX)         TO LINE-KWH.
         MOVE VEMS-MILES (VEMS-IDX)       TO LINE-MILES.
         MOVE VEMS-CO2E (VEMS-IDX)        TO LINE-CO2E.
         MOVE VEMS-PRIOR-MILES (VEMS-IDX) TO LINE-PRIOR-MILES.
         MOVE VEMS-PRIOR-CO2E (VEMS-IDX)  TO LINE-PRIOR-CO2E.
         PERFORM WRITE-RETURN-DETAIL.

       CLOSE-CLASS-GROUP.
         ADD CLASS-GALLONS TO DEPOT-GALLONS.
         ADD CLASS-KWH     TO DEPOT-KWH.
         ADD CLASS-MILES   TO DEPOT-MILES.
         ADD CLASS-CO2E    TO DEPOT-CO2E.
         MOVE "C"           TO LINE-LEVEL.
         MOVE CURRENT-DEPOT TO LINE-DEPOT.
         MOVE CURRENT-CLASS TO LINE-CLASS.
         MOVE SPACES        TO LINE-VEH-ID LINE-ENERGY-TYPE.
         MOVE CLASS-GALLONS TO LINE-GALLONS.
         MOVE CLASS-KWH     TO LINE-KWH.
         MOVE CLASS-MILES   TO LINE-MILES.
         MOVE CLASS-CO2E    TO LINE-CO2E.
         MOVE ZERO TO LINE-PRIOR-MILES LINE-PRIOR-CO2E.
         SET PGRP-IDX TO 1.
         SEARCH PRIOR-GROUP-ENTRY
             AT END CONTINUE
             WHEN PGRP-DEPOT (PGRP-IDX) = CURRENT-DEPOT
              AND PGRP-CLASS (PGRP-IDX) = CURRENT-CLASS
                 MOVE PGRP-MILES (PGRP-IDX) TO LINE-PRIOR-MILES
                 MOVE PGRP-CO2E (PGRP-IDX)  TO LINE-PRIOR-CO2E
         END-SEARCH.
         PERFORM WRITE-RETURN-DETAIL.

       CLOSE-DEPOT-GROUP.
         MOVE "D"           TO LINE-LEVEL.
         MOVE CURRENT-DEPOT TO LINE-DEPOT.
         MOVE SPACES        TO LINE-CLASS LINE-VEH-ID.
         MOVE SPACES        TO LINE-ENERGY-TYPE.
         MOVE DEPOT-GALLONS TO LINE-GALLONS.
         MOVE DEPOT-KWH     TO LINE-KWH.
         MOVE DEPOT-MILES   TO LINE-MILES.
         MOVE DEPOT-CO2E    TO LINE-CO2E.
         MOVE ZERO TO LINE-PRIOR-MILES LINE-PRIOR-CO2E.
         IF PRIOR-GROUP-COUNT > 0
             PERFORM ADD-PRIOR-GROUP-TO-DEPOT
                 VARYING PGRP-IDX FROM 1 BY 1
                 UNTIL PGRP-IDX > PRIOR-GROUP-COUNT
         END-IF.
         PERFORM WRITE-RETURN-DETAIL.

       ADD-PRIOR-GROUP-TO-DEPOT.
         IF PGRP-DEPOT (PGRP-IDX) = CURRENT-DEPOT
             ADD PGRP-MILES (PGRP-IDX) TO LINE-PRIOR-MILES
             ADD PGRP-CO2E (PGRP-IDX)  TO LINE-PRIOR-CO2E
         END-IF.

       WRITE-RETURN-DETAIL.
      * Grams per mile this year and last for the same quarter,
      * and the change as a percentage of last year's; no miles
      * either year leaves the intensity at zero.
         MOVE ZERO TO LINE-GRAMS-PER-MILE.
         MOVE ZERO TO LINE-PRIOR-GRAMS.
         MOVE ZERO TO LINE-CHANGE-PCT.
         IF LINE-MILES > ZERO
             COMPUTE LINE-GRAMS-PER-MILE ROUNDED =
                     LINE-CO2E * 1000 / LINE-MILES
                 ON SIZE ERROR MOVE 999999 TO LINE-GRAMS-PER-MILE
             END-COMPUTE
         END-IF.
         IF LINE-PRIOR-MILES > ZERO
             COMPUTE LINE-PRIOR-GRAMS ROUNDED =
                     LINE-PRIOR-CO2E * 1000 / LINE-PRIOR-MILES
                 ON SIZE ERROR MOVE 999999 TO LINE-PRIOR-GRAMS
             END-COMPUTE
         END-IF.
         IF LINE-PRIOR-GRAMS > ZERO AND LINE-GRAMS-PER-MILE > ZERO
             COMPUTE LINE-CHANGE-PCT ROUNDED =
                     (LINE-GRAMS-PER-MILE - LINE-PRIOR-GRAMS)
                     * 100 / LINE-PRIOR-GRAMS
                 ON SIZE ERROR MOVE 999.9 TO LINE-CHANGE-PCT
             END-COMPUTE
         END-IF.
         MOVE SPACES TO EMISSION-RETURN-REC.
         MOVE "DTL"               TO ERTN-REC-TYPE.
         MOVE LINE-LEVEL          TO ERTN-LEVEL.
         MOVE LINE-DEPOT          TO ERTN-DEPOT.
         MOVE LINE-CLASS          TO ERTN-CLASS.
         MOVE LINE-VEH-ID         TO ERTN-VEH-ID.
         MOVE LINE-ENERGY-TYPE    TO ERTN-ENERGY-TYPE.
         MOVE LINE-GALLONS        TO ERTN-GALLONS.
         MOVE LINE-KWH            TO ERTN-KWH.
         MOVE LINE-MILES          TO ERTN-MILES.
         MOVE LINE-CO2E           TO ERTN-CO2E-KG.
         MOVE LINE-GRAMS-PER-MILE TO ERTN-GRAMS-PER-MILE.
         MOVE LINE-PRIOR-GRAMS    TO ERTN-PRIOR-GRAMS.
         MOVE LINE-CHANGE-PCT     TO ERTN-CHANGE-PCT.
         WRITE EMISSION-RETURN-REC.
         ADD 1 TO DETAIL-LINES-WRITTEN.

       WRITE-PROOF-SHEET.
      * The return's gallons and kWh against the feeds' own totals
      * for the quarter - corporate's first question.
         COMPUTE GALLONS-DIFFERENCE = FEED-GALLONS - RETURN-GALLONS.
         COMPUTE KWH-DIFFERENCE = FEED-KWH - RETURN-KWH.
         OPEN OUTPUT PROOF-REPORT-FILE.
         MOVE SPACES TO PROOF-REPORT-REC.
         STRING "EMISSIONS RETURN PROOF - FISCAL YEAR " REPORT-YEAR
                " QUARTER " REPORT-QUARTER " RUN " TODAY-DATE
             DELIMITED BY SIZE INTO PROOF-REPORT-REC.
         WRITE PROOF-REPORT-REC.
         MOVE FEED-GALLONS TO EDITED-GALLONS.
         MOVE GALLONS-DIFFERENCE TO EDITED-DIFFERENCE.
         MOVE SPACES TO PROOF-REPORT-REC.
         STRING "FUEL FEED GALLONS " EDITED-GALLONS
                "  DIFFERENCE TO RETURN " EDITED-DIFFERENCE
             DELIMITED BY SIZE INTO PROOF-REPORT-REC.
         WRITE PROOF-REPORT-REC.
         MOVE RETURN-GALLONS TO EDITED-GALLONS.
         MOVE SPACES TO PROOF-REPORT-REC.
         STRING "RETURN GALLONS    " EDITED-GALLONS
                "  FUEL LINES " FUEL-LINES-IN-QUARTER
                "  OTHER QUARTERS " FUEL-LINES-OTHER
             DELIMITED BY SIZE INTO PROOF-REPORT-REC.
         WRITE PROOF-REPORT-REC.
         MOVE FEED-KWH TO EDITED-KWH.
         MOVE KWH-DIFFERENCE TO EDITED-DIFFERENCE.
         MOVE SPACES TO PROOF-REPORT-REC.
         STRING "CHARGING FEED KWH " EDITED-KWH
                "  DIFFERENCE TO RETURN " EDITED-DIFFERENCE
             DELIMITED BY SIZE INTO PROOF-REPORT-REC.
         WRITE PROOF-REPORT-REC.
         MOVE RETURN-KWH TO EDITED-KWH.
         MOVE SPACES TO PROOF-REPORT-REC.
         STRING "RETURN KWH        " EDITED-KWH
                "  SESSIONS " SESSIONS-IN-QUARTER
                "  OTHER QUARTERS " SESSIONS-OTHER
             DELIMITED BY SIZE INTO PROOF-REPORT-REC.
         WRITE PROOF-REPORT-REC.
         MOVE RETURN-CO2E TO EDITED-CO2E.
         MOVE SPACES TO PROOF-REPORT-REC.
         STRING "FLEET CO2E KG          " EDITED-CO2E
                "  VEHICLES " VEHICLE-COUNT
             DELIMITED BY SIZE INTO PROOF-REPORT-REC.
         WRITE PROOF-REPORT-REC.
         MOVE SUBCONTRACT-CO2E TO EDITED-CO2E.
         MOVE SPACES TO PROOF-REPORT-REC.
         STRING "SUBCONTRACTED CO2E KG  " EDITED-CO2E
                "  ORDERS " SUBCONTRACT-ORDERS
                "  MILES " SUBCONTRACT-MILES
             DELIMITED BY SIZE INTO PROOF-REPORT-REC.
         WRITE PROOF-REPORT-REC.
         MOVE SPACES TO PROOF-REPORT-REC.
         STRING "MILES ON UNITS WITH NO FUEL OR CHARGING: "
                UNFUELLED-MILES
             DELIMITED BY SIZE INTO PROOF-REPORT-REC.
         WRITE PROOF-REPORT-REC.
         MOVE "DIESEL     " TO PROOF-REPORT-REC.
         MOVE DIESEL-FACTOR TO EDITED-FACTOR.
         MOVE DIESEL-FACTOR-YEAR TO FACTOR-YEAR-TRIED.
         PERFORM WRITE-FACTOR-LINE.
         MOVE "ELECTRIC   " TO PROOF-REPORT-REC.
         MOVE ELECTRIC-FACTOR TO EDITED-FACTOR.
         MOVE ELECTRIC-FACTOR-YEAR TO FACTOR-YEAR-TRIED.
         PERFORM WRITE-FACTOR-LINE.
         MOVE "SUBCONTRACT" TO PROOF-REPORT-REC.
         MOVE SUBCONTRACT-FACTOR TO EDITED-FACTOR.
         MOVE SUBCONTRACT-FACTOR-YEAR TO FACTOR-YEAR-TRIED.
         PERFORM WRITE-FACTOR-LINE.
         CLOSE PROOF-REPORT-FILE.

       WRITE-FACTOR-LINE.
         IF FACTOR-YEAR-TRIED = ZERO
             STRING " FACTOR - NONE ON FILE, CONVERTED AT ZERO"
                 DELIMITED BY SIZE INTO PROOF-REPORT-REC (12:)
         ELSE
             STRING " FACTOR " EDITED-FACTOR
                    " KG CO2E PER UNIT, YEAR " FACTOR-YEAR-TRIED
                 DELIMITED BY SIZE INTO PROOF-REPORT-REC (12:)
         END-IF.
         WRITE PROOF-REPORT-REC.
