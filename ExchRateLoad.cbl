       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EXCHLOAD.
      * Daily load of the bank's exchange rates into the dated
      * EXCHRATE table the invoicing, quotation and currency gain/
      * loss runs convert through.  Each line of the bank's file is
      * a currency, the date the bank quoted it and the dollar value
      * of one unit; a rate already on the table for that currency
      * and date is replaced, so a corrected file from the bank or
      * the same file loaded twice leaves one rate per day.  A line
      * with a blank or home currency code, a bad date or a rate
      * that is not a positive number is rejected to the load log,
      * as is a rate that has moved from the one before it by more
      * than shop parameter EXCH-SWING-PCT percent (default 10) - a
      * misplaced decimal on the bank's file would otherwise price
      * a euro haul at a tenth of its value.  Start and end go to
      * RUNLOG like every other batch step.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-RATES-FILE ASSIGN TO "BANKFX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-RATES-STATUS.
           SELECT EXCHANGE-RATE-FILE ASSIGN TO "EXCHRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXCH-KEY
               FILE STATUS IS EXCHANGE-RATE-STATUS.
           SELECT SHOP-PARM-FILE ASSIGN TO "SHOPPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPRM-PARM-KEY
               FILE STATUS IS SHOP-PARM-STATUS.
           SELECT EXCHANGE-LOG-FILE ASSIGN TO "EXCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCHANGE-LOG-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-RATES-FILE.
       01  BANK-RATES-REC.
           02 BFX-CURRENCY             PIC X(03).
           02 BFX-RATE-DATE            PIC 9(08).
           02 BFX-RATE-DATE-X REDEFINES BFX-RATE-DATE.
              03 BFX-RATE-YEAR         PIC 9(04).
              03 BFX-RATE-MONTH        PIC 9(02).
              03 BFX-RATE-DAY          PIC 9(02).
           02 BFX-RATE                 PIC 9(03)V9(06).

       FD  EXCHANGE-RATE-FILE.
           COPY EXCHRATE.

       FD  SHOP-PARM-FILE.
           COPY SHOPPARM.

       FD  EXCHANGE-LOG-FILE.
       01  EXCHANGE-LOG-REC            PIC X(100).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY DATEVALP.
        01 BANK-RATES-STATUS          PIC XX VALUE "00".
        01 EXCHANGE-RATE-STATUS       PIC XX VALUE "00".
        01 SHOP-PARM-STATUS           PIC XX VALUE "00".
        01 EXCHANGE-LOG-STATUS        PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 RATE-ON-FILE-SWITCH        PIC X VALUE "N".
           88 RATE-ON-FILE                 VALUE "Y".
        01 PRIOR-SCAN-SWITCH          PIC X VALUE "N".
           88 PRIOR-SCAN-DONE              VALUE "Y".
        01 REJECT-REASON              PIC X(40).
        01 HOME-CURRENCY              PIC X(03) VALUE "USD".
        01 EXCH-SWING-PCT             PIC 9(03) VALUE 10.
        01 PRIOR-RATE                 PIC 9(03)V9(06).
        01 SWING-AMOUNT               PIC S9(03)V9(06).
        01 SWING-PCT                  PIC 9(05)V99.
        01 TODAY-DATE                 PIC 9(08).
        01 LINES-READ                 PIC 9(07) VALUE ZERO.
        01 RATES-ADDED                PIC 9(07) VALUE ZERO.
        01 RATES-REPLACED             PIC 9(07) VALUE ZERO.
        01 LINES-REJECTED             PIC 9(07) VALUE ZERO.
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
         DISPLAY "EXCHLOAD: EXCHANGE RATE LOAD STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         MOVE "S" TO LOG-EVENT-CODE.
         PERFORM WRITE-RUN-LOG.
         OPEN INPUT BANK-RATES-FILE.
         IF BANK-RATES-STATUS NOT = "00"
             DISPLAY "EXCHLOAD: NO BANK RATES FILE - NOTHING LOADED"
             MOVE RC-WARNING TO FINAL-RETURN-CODE
             MOVE "E" TO LOG-EVENT-CODE
             PERFORM WRITE-RUN-LOG
             STOP RUN RETURNING RC-WARNING
         END-IF.
         PERFORM READ-SHOP-PARMS.
         OPEN I-O EXCHANGE-RATE-FILE.
         IF EXCHANGE-RATE-STATUS = "35"
      * First-ever run - no rate table yet, so create an empty one
      * rather than refuse to start.
             OPEN OUTPUT EXCHANGE-RATE-FILE
             CLOSE EXCHANGE-RATE-FILE
             OPEN I-O EXCHANGE-RATE-FILE
         END-IF.
         OPEN EXTEND EXCHANGE-LOG-FILE.
         IF EXCHANGE-LOG-STATUS = "35"
             OPEN OUTPUT EXCHANGE-LOG-FILE
         END-IF.
         READ BANK-RATES-FILE
             AT END MOVE "Y" TO END-OF-FILE-SWITCH
         END-READ.
         PERFORM UNTIL END-OF-FILE
             PERFORM LOAD-ONE-RATE
             READ BANK-RATES-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
         END-PERFORM.
         MOVE SPACES TO EXCHANGE-LOG-REC.
         STRING TODAY-DATE " LINES " LINES-READ
                " ADDED " RATES-ADDED
                " REPLACED " RATES-REPLACED
                " REJECTED " LINES-REJECTED
             DELIMITED BY SIZE INTO EXCHANGE-LOG-REC.
         WRITE EXCHANGE-LOG-REC.
         CLOSE BANK-RATES-FILE EXCHANGE-RATE-FILE
               EXCHANGE-LOG-FILE.
         DISPLAY "BANK RATE LINES READ: " LINES-READ.
         DISPLAY "RATES ADDED: " RATES-ADDED.
         DISPLAY "RATES REPLACED: " RATES-REPLACED.
         DISPLAY "LINES REJECTED: " LINES-REJECTED.
         IF LINES-REJECTED > 0 OR LINES-READ = 0
             MOVE RC-WARNING TO FINAL-RETURN-CODE
         ELSE
             MOVE RC-NORMAL TO FINAL-RETURN-CODE
         END-IF.
         MOVE "E" TO LOG-EVENT-CODE.
         MOVE LINES-READ TO LOG-RECORDS-IN.
         COMPUTE LOG-RECORDS-OUT = RATES-ADDED + RATES-REPLACED.
         MOVE LINES-REJECTED TO LOG-RECORDS-REJ.
         PERFORM WRITE-RUN-LOG.
         STOP RUN RETURNING FINAL-RETURN-CODE.

       WRITE-RUN-LOG.
      * One standard run-log record per start and end of run, for
      * the morning batch summary.
         OPEN EXTEND RUN-LOG-FILE.
         IF RUN-LOG-STATUS = "35"
             OPEN OUTPUT RUN-LOG-FILE
         END-IF.
         MOVE "EXCHLOAD" TO RLOG-PROGRAM.
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

       READ-SHOP-PARMS.
      * How far one day's rate may move before it is held back for
      * a look is a shop parameter, not a compiled-in figure.
         OPEN INPUT SHOP-PARM-FILE.
         IF SHOP-PARM-STATUS = "00"
             MOVE "EXCH-SWING-PCT" TO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE SPRM-PARM-VALUE TO EXCH-SWING-PCT
             END-READ
             CLOSE SHOP-PARM-FILE
         END-IF.

       LOAD-ONE-RATE.
         ADD 1 TO LINES-READ.
         MOVE SPACES TO REJECT-REASON.
         IF BFX-RATE-DATE NUMERIC
             MOVE BFX-RATE-YEAR  TO DV-YEAR
             MOVE BFX-RATE-MONTH TO DV-MONTH
             MOVE BFX-RATE-DAY   TO DV-DAY
             CALL "DATEVAL" USING DATE-VALIDATION-PARMS
         ELSE
             MOVE "N" TO DV-VALID-FLAG
         END-IF.
         IF BFX-CURRENCY = SPACES OR BFX-CURRENCY = HOME-CURRENCY
             MOVE "BLANK OR HOME CURRENCY CODE" TO REJECT-REASON
         ELSE
         IF NOT DV-DATE-VALID
             MOVE "RATE DATE NOT A VALID DATE" TO REJECT-REASON
         ELSE
         IF BFX-RATE NOT NUMERIC
             MOVE "RATE NOT NUMERIC" TO REJECT-REASON
         ELSE
         IF BFX-RATE = ZERO
             MOVE "RATE IS ZERO" TO REJECT-REASON
         ELSE
             PERFORM CHECK-RATE-SWING
         END-IF
         END-IF
         END-IF
         END-IF.
         IF REJECT-REASON NOT = SPACES
             MOVE SPACES TO EXCHANGE-LOG-REC
             STRING TODAY-DATE " REJECTED - " BFX-CURRENCY
                    " " BFX-RATE-DATE " " REJECT-REASON
                 DELIMITED BY SIZE INTO EXCHANGE-LOG-REC
             WRITE EXCHANGE-LOG-REC
             ADD 1 TO LINES-REJECTED
         ELSE
             PERFORM STORE-ONE-RATE
         END-IF.

       CHECK-RATE-SWING.
      * Against the latest rate for the currency before this date;
      * a currency's first rate has nothing to be checked against.
         MOVE ZERO TO PRIOR-RATE.
         MOVE BFX-CURRENCY TO EXCH-CURRENCY.
         MOVE ZERO TO EXCH-RATE-DATE.
         MOVE "N" TO PRIOR-SCAN-SWITCH.
         START EXCHANGE-RATE-FILE KEY IS NOT LESS THAN EXCH-KEY
             INVALID KEY MOVE "Y" TO PRIOR-SCAN-SWITCH
         END-START.
         PERFORM UNTIL PRIOR-SCAN-DONE
             READ EXCHANGE-RATE-FILE NEXT RECORD
                 AT END MOVE "Y" TO PRIOR-SCAN-SWITCH
             END-READ
             IF NOT PRIOR-SCAN-DONE
                 IF EXCH-CURRENCY NOT = BFX-CURRENCY OR
                    EXCH-RATE-DATE NOT < BFX-RATE-DATE
                     MOVE "Y" TO PRIOR-SCAN-SWITCH
                 ELSE
                     MOVE EXCH-RATE TO PRIOR-RATE
                 END-IF
             END-IF
         END-PERFORM.
         IF PRIOR-RATE > ZERO
             COMPUTE SWING-AMOUNT = BFX-RATE - PRIOR-RATE
             IF SWING-AMOUNT < ZERO
                 COMPUTE SWING-AMOUNT = ZERO - SWING-AMOUNT
             END-IF
             COMPUTE SWING-PCT ROUNDED =
                     SWING-AMOUNT * 100 / PRIOR-RATE
             IF SWING-PCT > EXCH-SWING-PCT
                 MOVE SPACES TO REJECT-REASON
                 STRING "MOVED " SWING-PCT "% FROM " PRIOR-RATE
                     DELIMITED BY SIZE INTO REJECT-REASON
             END-IF
         END-IF.

       STORE-ONE-RATE.
         MOVE BFX-CURRENCY  TO EXCH-CURRENCY.
         MOVE BFX-RATE-DATE TO EXCH-RATE-DATE.
         READ EXCHANGE-RATE-FILE
             INVALID KEY MOVE "N" TO RATE-ON-FILE-SWITCH
             NOT INVALID KEY MOVE "Y" TO RATE-ON-FILE-SWITCH
         END-READ.
         IF RATE-ON-FILE
             MOVE SPACES TO EXCHANGE-LOG-REC
             STRING TODAY-DATE " " BFX-CURRENCY " " BFX-RATE-DATE
                    " OLD " EXCH-RATE " NEW " BFX-RATE
                 DELIMITED BY SIZE INTO EXCHANGE-LOG-REC
             MOVE BFX-RATE   TO EXCH-RATE
             MOVE TODAY-DATE TO EXCH-LOADED-DATE
             REWRITE EXCHANGE-RATE-REC
             ADD 1 TO RATES-REPLACED
         ELSE
             MOVE SPACES TO EXCHANGE-LOG-REC
             STRING TODAY-DATE " " BFX-CURRENCY " " BFX-RATE-DATE
                    " NEW " BFX-RATE
                 DELIMITED BY SIZE INTO EXCHANGE-LOG-REC
             MOVE BFX-CURRENCY  TO EXCH-CURRENCY
             MOVE BFX-RATE-DATE TO EXCH-RATE-DATE
             MOVE BFX-RATE      TO EXCH-RATE
             MOVE TODAY-DATE    TO EXCH-LOADED-DATE
             WRITE EXCHANGE-RATE-REC
             ADD 1 TO RATES-ADDED
         END-IF.
         WRITE EXCHANGE-LOG-REC.
