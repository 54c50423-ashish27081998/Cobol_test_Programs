      * and dollars totalled per fuel card and per depot, with the
      * card's vehicle of record named beside each card - spend
      * finally sits next to gallons, which is exactly the gap card
      * abuse hides in.  The month is finance's fiscal period from
      * the shared FISCPER lookup - the period holding the latest
      * fill on the feed - and fills dated in any other period are
      * counted off the report rather than inflating it.  The
      * electric units' charging sessions are totalled beside the
      * fuel - kWh and charging spend per depot, split between the
      * depot chargers and the public networks - under the same
      * fiscal period, the latest fill or charge on either feed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEH-ID
               FILE STATUS IS VEHICLE-MASTER-STATUS.
           SELECT CHARGE-SESSION-FILE ASSIGN TO "CHRGSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHARGE-SESSION-STATUS.
           SELECT SPEND-REPORT-FILE ASSIGN TO "FUELSPNR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPEND-REPORT-STATUS.
       FD  VEHICLE-MASTER-FILE.
           COPY VEHMAST.

       FD  CHARGE-SESSION-FILE.
           COPY CHRGSESS.

       FD  SPEND-REPORT-FILE.
       01  SPEND-REPORT-REC           PIC X(100).

       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY FISCPERP.
        01 FUEL-TRANS-STATUS          PIC XX VALUE "00".
        01 FUEL-CARD-STATUS           PIC XX VALUE "00".
        01 VEHICLE-MASTER-STATUS      PIC XX VALUE "00".
        01 SPEND-REPORT-STATUS        PIC XX VALUE "00".
        01 CHARGE-SESSION-STATUS      PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 VEHICLE-FOUND-SWITCH       PIC X VALUE "N".
           88 VEHICLE-FOUND                VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 RECORDS-READ               PIC 9(07) VALUE ZERO.
        01 OTHER-PERIOD-LINES         PIC 9(07) VALUE ZERO.
        01 LATEST-FUEL-DATE           PIC 9(08) VALUE ZERO.
        01 REPORT-PERIOD              PIC 9(06).
        01 REPORT-PERIOD-START        PIC 9(08).
        01 REPORT-PERIOD-END          PIC 9(08).
        01 LINE-SPEND                 PIC 9(07)V99.
        01 TOTAL-SPEND                PIC 9(09)V99 VALUE ZERO.
        01 TOTAL-GALLONS              PIC 9(09)V9 VALUE ZERO.
        01 CHARGE-SESSIONS-READ       PIC 9(07) VALUE ZERO.
        01 OTHER-PERIOD-SESSIONS      PIC 9(07) VALUE ZERO.
        01 TOTAL-KWH                  PIC 9(09)V9 VALUE ZERO.
        01 TOTAL-ENERGY-SPEND         PIC 9(09)V99 VALUE ZERO.
        01 DEPOT-CHARGER-KWH          PIC 9(09)V9 VALUE ZERO.
        01 DEPOT-CHARGER-SPEND        PIC 9(09)V99 VALUE ZERO.
        01 PUBLIC-NETWORK-KWH         PIC 9(09)V9 VALUE ZERO.
        01 PUBLIC-NETWORK-SPEND       PIC 9(09)V99 VALUE ZERO.
        01 CARD-COUNT                 PIC 9(05) VALUE ZERO.
        01 CARD-TOTAL-TABLE.
           02 CARD-TOTAL-ENTRY OCCURS 0 TO 9999 TIMES
               03 DEPT-DEPOT-CODE      PIC X(03).
               03 DEPT-GALLONS         PIC 9(07)V9.
               03 DEPT-SPEND           PIC 9(09)V99.
               03 DEPT-KWH             PIC 9(07)V9.
               03 DEPT-ENERGY-SPEND    PIC 9(09)V99.

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "FUELSPND: MONTHLY FUEL SPEND REPORT STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         PERFORM FIND-REPORT-PERIOD.
         OPEN INPUT VEHICLE-MASTER-FILE.
         PERFORM TALLY-FUEL-SPEND.
         PERFORM TALLY-CHARGE-SPEND.
         CLOSE VEHICLE-MASTER-FILE.
         PERFORM BUILD-SPEND-REPORT.
         DISPLAY "FUEL RECORDS READ: " RECORDS-READ.
         DISPLAY "OUTSIDE FISCAL PERIOD " REPORT-PERIOD ": "
                 OTHER-PERIOD-LINES.
         DISPLAY "TOTAL GALLONS: " TOTAL-GALLONS.
         DISPLAY "TOTAL SPEND: " TOTAL-SPEND.
         DISPLAY "CHARGE SESSIONS READ: " CHARGE-SESSIONS-READ.
         DISPLAY "SESSIONS OUTSIDE FISCAL PERIOD: "
                 OTHER-PERIOD-SESSIONS.
         DISPLAY "TOTAL KWH: " TOTAL-KWH.
         DISPLAY "TOTAL CHARGING SPEND: " TOTAL-ENERGY-SPEND.
         STOP RUN RETURNING RC-NORMAL.

       FIND-REPORT-PERIOD.
      * A first pass finds the latest fill or charge on either
      * feed; its fiscal period is the one reported.  Empty feeds
      * report the period holding the run date.
         MOVE ZERO TO LATEST-FUEL-DATE.
         OPEN INPUT FUEL-TRANS-FILE.
         IF FUEL-TRANS-STATUS = "00"
             READ FUEL-TRANS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 IF FUEL-DATE > LATEST-FUEL-DATE
                     MOVE FUEL-DATE TO LATEST-FUEL-DATE
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
                 IF CHRG-DATE > LATEST-FUEL-DATE
                     MOVE CHRG-DATE TO LATEST-FUEL-DATE
                 END-IF
                 READ CHARGE-SESSION-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE CHARGE-SESSION-FILE
         END-IF.
         IF LATEST-FUEL-DATE = ZERO
             MOVE TODAY-DATE TO LATEST-FUEL-DATE
         END-IF.
         MOVE "D" TO FP-FUNCTION.
         MOVE LATEST-FUEL-DATE TO FP-DATE.
         CALL "FISCPER" USING FISCAL-PERIOD-PARMS.
         MOVE FP-YEAR-PERIOD  TO REPORT-PERIOD.
         MOVE FP-PERIOD-START TO REPORT-PERIOD-START.
         MOVE FP-PERIOD-END   TO REPORT-PERIOD-END.

       TALLY-FUEL-SPEND.
         OPEN INPUT FUEL-TRANS-FILE.
         IF FUEL-TRANS-STATUS NOT = "00"
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 IF FUEL-DATE < REPORT-PERIOD-START
                    OR FUEL-DATE > REPORT-PERIOD-END
                     ADD 1 TO OTHER-PERIOD-LINES
                 ELSE
                     PERFORM TALLY-ONE-FUEL-LINE
                 END-IF
                 READ FUEL-TRANS-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
         MOVE VEH-DEPOT    TO DEPT-DEPOT-CODE (DEPOT-IDX).
         MOVE FUEL-GALLONS TO DEPT-GALLONS (DEPOT-IDX).
         MOVE LINE-SPEND   TO DEPT-SPEND (DEPOT-IDX).
         MOVE ZERO         TO DEPT-KWH (DEPOT-IDX).
         MOVE ZERO         TO DEPT-ENERGY-SPEND (DEPOT-IDX).

       TALLY-CHARGE-SPEND.
         OPEN INPUT CHARGE-SESSION-FILE.
         IF CHARGE-SESSION-STATUS NOT = "00"
             DISPLAY "NO CHARGING SESSIONS ON FILE"
         ELSE
             READ CHARGE-SESSION-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 IF CHRG-DATE < REPORT-PERIOD-START
                    OR CHRG-DATE > REPORT-PERIOD-END
                     ADD 1 TO OTHER-PERIOD-SESSIONS
                 ELSE
                     PERFORM TALLY-ONE-CHARGE-SESSION
                 END-IF
                 READ CHARGE-SESSION-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
         END-IF.
         CLOSE CHARGE-SESSION-FILE.

       TALLY-ONE-CHARGE-SESSION.
      * A session not flagged as a public network is taken as one
      * of our own depot chargers.
         ADD 1 TO CHARGE-SESSIONS-READ.
         ADD CHRG-KWH  TO TOTAL-KWH.
         ADD CHRG-COST TO TOTAL-ENERGY-SPEND.
         IF CHRG-PUBLIC-NETWORK
             ADD CHRG-KWH  TO PUBLIC-NETWORK-KWH
             ADD CHRG-COST TO PUBLIC-NETWORK-SPEND
         ELSE
             ADD CHRG-KWH  TO DEPOT-CHARGER-KWH
             ADD CHRG-COST TO DEPOT-CHARGER-SPEND
         END-IF.
         MOVE CHRG-VEH-ID TO VEH-ID.
         READ VEHICLE-MASTER-FILE
             INVALID KEY MOVE "N" TO VEHICLE-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO VEHICLE-FOUND-SWITCH
         END-READ.
         IF VEHICLE-FOUND
             PERFORM ADD-CHARGE-TO-DEPOT-TOTAL
         END-IF.

       ADD-CHARGE-TO-DEPOT-TOTAL.
         IF DEPOT-COUNT > 0
             SET DEPOT-IDX TO 1
             SEARCH DEPOT-TOTAL-ENTRY
                 AT END PERFORM ADD-NEW-CHARGE-DEPOT-ENTRY
                 WHEN DEPT-DEPOT-CODE (DEPOT-IDX) = VEH-DEPOT
                     ADD CHRG-KWH  TO DEPT-KWH (DEPOT-IDX)
                     ADD CHRG-COST TO DEPT-ENERGY-SPEND (DEPOT-IDX)
             END-SEARCH
         ELSE
             PERFORM ADD-NEW-CHARGE-DEPOT-ENTRY
         END-IF.

       ADD-NEW-CHARGE-DEPOT-ENTRY.
         ADD 1 TO DEPOT-COUNT.
         SET DEPOT-IDX TO DEPOT-COUNT.
         MOVE VEH-DEPOT    TO DEPT-DEPOT-CODE (DEPOT-IDX).
         MOVE ZERO         TO DEPT-GALLONS (DEPOT-IDX).
         MOVE ZERO         TO DEPT-SPEND (DEPOT-IDX).
         MOVE CHRG-KWH     TO DEPT-KWH (DEPOT-IDX).
         MOVE CHRG-COST    TO DEPT-ENERGY-SPEND (DEPOT-IDX).

       BUILD-SPEND-REPORT.
         OPEN OUTPUT SPEND-REPORT-FILE.
         OPEN INPUT FUEL-CARD-FILE.
         MOVE SPACES TO SPEND-REPORT-REC.
         STRING "FUEL SPEND BY CARD AND DEPOT AS OF " TODAY-DATE
                " FISCAL PERIOD " REPORT-PERIOD
                " " REPORT-PERIOD-START "-" REPORT-PERIOD-END
             DELIMITED BY SIZE INTO SPEND-REPORT-REC.
         WRITE SPEND-REPORT-REC.
         IF CARD-COUNT > 0
                "  TOTAL SPEND: " TOTAL-SPEND
             DELIMITED BY SIZE INTO SPEND-REPORT-REC.
         WRITE SPEND-REPORT-REC.
         MOVE SPACES TO SPEND-REPORT-REC.
         STRING "DEPOT CHARGERS KWH: " DEPOT-CHARGER-KWH
                "  SPEND: " DEPOT-CHARGER-SPEND
                "  PUBLIC NETWORKS KWH: " PUBLIC-NETWORK-KWH
                "  SPEND: " PUBLIC-NETWORK-SPEND
             DELIMITED BY SIZE INTO SPEND-REPORT-REC.
         WRITE SPEND-REPORT-REC.
         MOVE SPACES TO SPEND-REPORT-REC.
         STRING "TOTAL KWH: " TOTAL-KWH
                "  TOTAL CHARGING SPEND: " TOTAL-ENERGY-SPEND
             DELIMITED BY SIZE INTO SPEND-REPORT-REC.
         WRITE SPEND-REPORT-REC.
         IF FUEL-CARD-STATUS = "00"
             CLOSE FUEL-CARD-FILE
         END-IF.
         STRING "DEPOT " DEPT-DEPOT-CODE (DEPOT-IDX)
                " GALLONS " DEPT-GALLONS (DEPOT-IDX)
                " SPEND " DEPT-SPEND (DEPOT-IDX)
                " KWH " DEPT-KWH (DEPOT-IDX)
                " CHARGING " DEPT-ENERGY-SPEND (DEPOT-IDX)
             DELIMITED BY SIZE INTO SPEND-REPORT-REC.
         WRITE SPEND-REPORT-REC.
