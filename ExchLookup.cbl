       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EXCHLOOK.
      * Shared exchange-rate subprogram, the TIERLOOK pattern applied
      * to the dated rate table EXCHLOAD builds from the bank's
      * daily rates: HAULINV, QUOTERUN, CUSTMNT and the currency
      * gain/loss report pass a currency and a date and all get the
      * same rate back - the latest quoted on or before the date.
      * The home currency is always one.  The last answer is kept,
      * so a run converting every invoice on the same day reads the
      * table once per currency.  The rate file is opened on the
      * first call and stays open; no rate file at all means every
      * foreign currency comes back missing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCHANGE-RATE-FILE ASSIGN TO "EXCHRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXCH-KEY
               FILE STATUS IS EXCHANGE-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCHANGE-RATE-FILE.
           COPY EXCHRATE.

       WORKING-STORAGE SECTION.
        01 EXCHANGE-RATE-STATUS       PIC XX VALUE "00".
        01 FILE-STATE-SWITCH          PIC X VALUE "N".
           88 FILE-NOT-TRIED               VALUE "N".
           88 FILE-IS-OPEN                 VALUE "O".
           88 FILE-IS-ABSENT               VALUE "A".
        01 RATE-SCAN-SWITCH           PIC X VALUE "N".
           88 RATE-SCAN-DONE               VALUE "Y".
        01 HOME-CURRENCY              PIC X(03) VALUE "USD".
        01 LAST-ANSWER.
           02 LAST-CURRENCY           PIC X(03) VALUE SPACES.
           02 LAST-DATE               PIC 9(08) VALUE ZERO.
           02 LAST-RATE               PIC 9(03)V9(06) VALUE ZERO.
           02 LAST-RATE-DATE          PIC 9(08) VALUE ZERO.
           02 LAST-RESULT-FLAG        PIC X(01) VALUE SPACE.

       LINKAGE SECTION.
           COPY EXCHLOKP.

       PROCEDURE DIVISION USING EXCHANGE-LOOKUP-PARMS.
       Begin.
         IF EX-CURRENCY = SPACES OR EX-CURRENCY = LOW-VALUES
             MOVE HOME-CURRENCY TO EX-CURRENCY
         END-IF.
         IF EX-CURRENCY = HOME-CURRENCY
             MOVE 1 TO EX-RATE
             MOVE EX-DATE TO EX-RATE-DATE
             MOVE "H" TO EX-RESULT-FLAG
             GOBACK
         END-IF.
         IF EX-CURRENCY = LAST-CURRENCY AND EX-DATE = LAST-DATE
             MOVE LAST-RATE        TO EX-RATE
             MOVE LAST-RATE-DATE   TO EX-RATE-DATE
             MOVE LAST-RESULT-FLAG TO EX-RESULT-FLAG
             GOBACK
         END-IF.
         IF FILE-NOT-TRIED
             OPEN INPUT EXCHANGE-RATE-FILE
             IF EXCHANGE-RATE-STATUS = "00"
                 MOVE "O" TO FILE-STATE-SWITCH
             ELSE
                 MOVE "A" TO FILE-STATE-SWITCH
             END-IF
         END-IF.
         MOVE ZERO TO EX-RATE.
         MOVE ZERO TO EX-RATE-DATE.
         MOVE "M" TO EX-RESULT-FLAG.
         IF FILE-IS-OPEN
             PERFORM FIND-RATE-IN-FORCE
         END-IF.
         MOVE EX-CURRENCY    TO LAST-CURRENCY.
         MOVE EX-DATE        TO LAST-DATE.
         MOVE EX-RATE        TO LAST-RATE.
         MOVE EX-RATE-DATE   TO LAST-RATE-DATE.
         MOVE EX-RESULT-FLAG TO LAST-RESULT-FLAG.
         GOBACK.

       FIND-RATE-IN-FORCE.
      * The currency's rates read in date order; the last one not
      * after the conversion date is the one in force.
         MOVE EX-CURRENCY TO EXCH-CURRENCY.
         MOVE ZERO TO EXCH-RATE-DATE.
         MOVE "N" TO RATE-SCAN-SWITCH.
         START EXCHANGE-RATE-FILE KEY IS NOT LESS THAN EXCH-KEY
             INVALID KEY MOVE "Y" TO RATE-SCAN-SWITCH
         END-START.
         PERFORM UNTIL RATE-SCAN-DONE
             READ EXCHANGE-RATE-FILE NEXT RECORD
                 AT END MOVE "Y" TO RATE-SCAN-SWITCH
             END-READ
             IF NOT RATE-SCAN-DONE
                 IF EXCH-CURRENCY NOT = EX-CURRENCY OR
                    EXCH-RATE-DATE > EX-DATE
                     MOVE "Y" TO RATE-SCAN-SWITCH
                 ELSE
                     MOVE EXCH-RATE      TO EX-RATE
                     MOVE EXCH-RATE-DATE TO EX-RATE-DATE
                     MOVE "F" TO EX-RESULT-FLAG
                 END-IF
             END-IF
         END-PERFORM.
