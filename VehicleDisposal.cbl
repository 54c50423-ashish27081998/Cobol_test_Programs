       IDENTIFICATION DIVISION.
       PROGRAM-ID.  VEHDISP.
      * Vehicle disposal and sale processing.  A disposal card
      * carries the sale date, buyer, proceeds and how the unit went
      * - auction, trade-in or scrap.  The unit's final book value
      * comes off the latest depreciation schedule, or, for a unit
      * decommissioned before that schedule ran, off the
      * depreciation its cost ledger has carried.  The disposal goes
      * onto the keyed disposal register with the gain or loss
      * against that book value, and the unit is made inactive and
      * never depreciated again.  Each gain or loss goes to the
      * ledger extract for GLEXTRCT, and the disposal register
      * prints every disposal's proceeds against the replacement
      * call REPLSCOR last made on the unit - a decommission used
      * to be a status flip with no record of what the truck fetched.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEH-ID
               FILE STATUS IS VEHICLE-MASTER-STATUS.
           SELECT DISPOSAL-REGISTER-FILE ASSIGN TO "DISPREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISP-VEH-ID
               FILE STATUS IS DISPOSAL-REGISTER-STATUS.
           SELECT VEHICLE-LEDGER-FILE ASSIGN TO "VEHLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VLGR-VEH-ID
               FILE STATUS IS VEHICLE-LEDGER-STATUS.
           SELECT REPLACEMENT-CALL-FILE ASSIGN TO "REPLCALL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCAL-VEH-ID
               FILE STATUS IS REPLACEMENT-CALL-STATUS.
           SELECT PERIOD-DEPR-FILE ASSIGN TO "DEPRPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-DEPR-STATUS.
           SELECT DISPOSAL-TRANS-FILE ASSIGN TO "VEHDISPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPOSAL-TRANS-STATUS.
           SELECT DISPOSAL-GL-FILE ASSIGN TO "DISPGLX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPOSAL-GL-STATUS.
           SELECT DISPOSAL-REJECT-FILE ASSIGN TO "DISPREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPOSAL-REJECT-STATUS.
           SELECT DISPOSAL-REPORT-FILE ASSIGN TO "DISPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPOSAL-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VEHICLE-MASTER-FILE.
           COPY VEHMAST.

       FD  DISPOSAL-REGISTER-FILE.
           COPY VEHDISP.

       FD  VEHICLE-LEDGER-FILE.
           COPY VEHLEDG.

       FD  REPLACEMENT-CALL-FILE.
           COPY REPLCALL.

       FD  PERIOD-DEPR-FILE.
       01  PERIOD-DEPR-REC.
           02 DPER-VEH-ID              PIC X(06).
           02 DPER-PERIOD              PIC 9(06).
           02 DPER-DEPOT               PIC X(03).
           02 DPER-CLASS               PIC X(02).
           02 DPER-MONTH-AMOUNT        PIC 9(07)V99.
           02 DPER-BOOK-VALUE          PIC 9(07)V99.

       FD  DISPOSAL-TRANS-FILE.
      * Disposal card: method "A" auction, "T" trade-in (proceeds
      * are the allowance against the replacement), "S" scrap.
       01  DISPOSAL-TRANS-REC.
           02 DTRN-VEH-ID              PIC X(06).
           02 DTRN-SALE-DATE.
              03 DTRN-SALE-YEAR        PIC 9(04).
              03 DTRN-SALE-MONTH       PIC 9(02).
              03 DTRN-SALE-DAY         PIC 9(02).
           02 DTRN-BUYER               PIC X(25).
           02 DTRN-PROCEEDS            PIC 9(07)V99.
           02 DTRN-METHOD              PIC X(01).
              88 DTRN-METHOD-VALID         VALUE "A" "T" "S".

       FD  DISPOSAL-GL-FILE.
           COPY DISPGLX.

       FD  DISPOSAL-REJECT-FILE.
       01  DISPOSAL-REJECT-REC         PIC X(80).

       FD  DISPOSAL-REPORT-FILE.
       01  DISPOSAL-REPORT-REC         PIC X(120).

       WORKING-STORAGE SECTION.
           COPY RETCODES.
        01 VEHICLE-MASTER-STATUS      PIC XX VALUE "00".
        01 DISPOSAL-REGISTER-STATUS   PIC XX VALUE "00".
        01 VEHICLE-LEDGER-STATUS      PIC XX VALUE "00".
        01 REPLACEMENT-CALL-STATUS    PIC XX VALUE "00".
        01 PERIOD-DEPR-STATUS         PIC XX VALUE "00".
        01 DISPOSAL-TRANS-STATUS      PIC XX VALUE "00".
        01 DISPOSAL-GL-STATUS         PIC XX VALUE "00".
        01 DISPOSAL-REJECT-STATUS     PIC XX VALUE "00".
        01 DISPOSAL-REPORT-STATUS     PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 VEHICLE-FOUND-SWITCH       PIC X VALUE "N".
           88 VEHICLE-FOUND                VALUE "Y".
        01 ALREADY-DISPOSED-SWITCH    PIC X VALUE "N".
           88 ALREADY-DISPOSED             VALUE "Y".
        01 LEDGER-OPEN-SWITCH         PIC X VALUE "N".
           88 LEDGER-OPEN                  VALUE "Y".
        01 CALLS-OPEN-SWITCH          PIC X VALUE "N".
           88 CALLS-OPEN                   VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
           COPY DATEVALP.
           COPY MSTJRNLP.
        01 REJECT-REASON              PIC X(40).
        01 DISPOSALS-POSTED           PIC 9(05) VALUE ZERO.
        01 DISPOSALS-REJECTED         PIC 9(05) VALUE ZERO.
        01 REGISTER-COUNT             PIC 9(05) VALUE ZERO.
        01 SOLD-ON-KEEP-COUNT         PIC 9(05) VALUE ZERO.
        01 TOTAL-PROCEEDS             PIC 9(11)V99 VALUE ZERO.
        01 TOTAL-BOOK-VALUE           PIC 9(11)V99 VALUE ZERO.
        01 TOTAL-GAIN-LOSS            PIC S9(11)V99 VALUE ZERO.
        01 EDITED-PROCEEDS            PIC Z(06)9.99.
        01 EDITED-BOOK-VALUE          PIC Z(06)9.99.
        01 EDITED-GAIN-LOSS           PIC -(07)9.99.
        01 EDITED-SCORE               PIC -(06)9.
        01 EDITED-TOTAL-PROCEEDS      PIC Z(10)9.99.
        01 EDITED-TOTAL-BOOK          PIC Z(10)9.99.
        01 EDITED-TOTAL-GAIN-LOSS     PIC -(10)9.99.
        01 METHOD-TEXT                PIC X(08).
        01 CALL-TEXT                  PIC X(10).
        01 BOOK-SOURCE-TEXT           PIC X(09).
        01 SCHEDULE-COUNT             PIC 9(05) VALUE ZERO.
        01 SCHEDULE-TABLE.
           02 SCHEDULE-ENTRY OCCURS 0 TO 9999 TIMES
                  DEPENDING ON SCHEDULE-COUNT
                  INDEXED BY SCHD-IDX.
              03 SCHD-VEH-ID          PIC X(06).
              03 SCHD-BOOK-VALUE      PIC 9(07)V99.
           COPY RPTHEAD.
        01 PRINT-LINE-WORK            PIC X(120).

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "VEHDISP: VEHICLE DISPOSAL RUN STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         OPEN I-O VEHICLE-MASTER-FILE.
         IF VEHICLE-MASTER-STATUS NOT = "00"
             DISPLAY "VEHDISP: CANNOT OPEN VEHICLE-MASTER - "
                     VEHICLE-MASTER-STATUS
             STOP RUN RETURNING RC-SEVERE
         END-IF.
         OPEN I-O DISPOSAL-REGISTER-FILE.
         IF DISPOSAL-REGISTER-STATUS = "35"
      * First-ever run - no disposal register yet, so create an
      * empty one rather than refuse to start.
             OPEN OUTPUT DISPOSAL-REGISTER-FILE
             CLOSE DISPOSAL-REGISTER-FILE
             OPEN I-O DISPOSAL-REGISTER-FILE
         END-IF.
         OPEN INPUT VEHICLE-LEDGER-FILE.
         IF VEHICLE-LEDGER-STATUS = "00"
             MOVE "Y" TO LEDGER-OPEN-SWITCH
         END-IF.
         OPEN INPUT REPLACEMENT-CALL-FILE.
         IF REPLACEMENT-CALL-STATUS = "00"
             MOVE "Y" TO CALLS-OPEN-SWITCH
         END-IF.
         PERFORM LOAD-DEPRECIATION-SCHEDULE.
         OPEN OUTPUT DISPOSAL-REJECT-FILE.
         PERFORM PROCESS-DISPOSAL-TRANSACTIONS.
         PERFORM PRINT-DISPOSAL-REGISTER.
         IF LEDGER-OPEN
             CLOSE VEHICLE-LEDGER-FILE
         END-IF.
         IF CALLS-OPEN
             CLOSE REPLACEMENT-CALL-FILE
         END-IF.
         CLOSE VEHICLE-MASTER-FILE DISPOSAL-REGISTER-FILE
               DISPOSAL-REJECT-FILE.
         DISPLAY "DISPOSALS POSTED: " DISPOSALS-POSTED.
         DISPLAY "DISPOSALS REJECTED: " DISPOSALS-REJECTED.
         DISPLAY "UNITS ON DISPOSAL REGISTER: " REGISTER-COUNT.
         IF DISPOSALS-REJECTED > 0
             STOP RUN RETURNING RC-WARNING
         ELSE
             STOP RUN RETURNING RC-NORMAL
         END-IF.

       LOAD-DEPRECIATION-SCHEDULE.
      * The latest period file from the depreciation run holds the
      * book value of every unit it depreciated.
         OPEN INPUT PERIOD-DEPR-FILE.
         IF PERIOD-DEPR-STATUS NOT = "00"
             DISPLAY "NO DEPRECIATION SCHEDULE ON FILE"
         ELSE
             READ PERIOD-DEPR-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 IF SCHEDULE-COUNT < 9999
                     ADD 1 TO SCHEDULE-COUNT
                     SET SCHD-IDX TO SCHEDULE-COUNT
                     MOVE DPER-VEH-ID TO SCHD-VEH-ID (SCHD-IDX)
                     MOVE DPER-BOOK-VALUE
                         TO SCHD-BOOK-VALUE (SCHD-IDX)
                 END-IF
                 READ PERIOD-DEPR-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
         END-IF.
         CLOSE PERIOD-DEPR-FILE.

       PROCESS-DISPOSAL-TRANSACTIONS.
         OPEN INPUT DISPOSAL-TRANS-FILE.
         IF DISPOSAL-TRANS-STATUS NOT = "00"
             DISPLAY "NO DISPOSAL TRANSACTIONS TO PROCESS"
         ELSE
             OPEN EXTEND DISPOSAL-GL-FILE
             IF DISPOSAL-GL-STATUS = "35"
                 OPEN OUTPUT DISPOSAL-GL-FILE
             END-IF
             READ DISPOSAL-TRANS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM CHECK-ONE-DISPOSAL
                 IF REJECT-REASON = SPACES
                     PERFORM POST-ONE-DISPOSAL
                 ELSE
                     MOVE SPACES TO DISPOSAL-REJECT-REC
                     STRING "REJECTED - DISPOSAL OF " DTRN-VEH-ID
                            " - " REJECT-REASON
                         DELIMITED BY SIZE INTO DISPOSAL-REJECT-REC
                     WRITE DISPOSAL-REJECT-REC
                     ADD 1 TO DISPOSALS-REJECTED
                 END-IF
                 READ DISPOSAL-TRANS-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE DISPOSAL-GL-FILE
         END-IF.
         CLOSE DISPOSAL-TRANS-FILE.

       CHECK-ONE-DISPOSAL.
         MOVE SPACES TO REJECT-REASON.
         MOVE DTRN-VEH-ID TO VEH-ID.
         READ VEHICLE-MASTER-FILE
             INVALID KEY MOVE "N" TO VEHICLE-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO VEHICLE-FOUND-SWITCH
         END-READ.
         MOVE DTRN-VEH-ID TO DISP-VEH-ID.
         READ DISPOSAL-REGISTER-FILE
             INVALID KEY MOVE "N" TO ALREADY-DISPOSED-SWITCH
             NOT INVALID KEY MOVE "Y" TO ALREADY-DISPOSED-SWITCH
         END-READ.
         MOVE DTRN-SALE-YEAR  TO DV-YEAR.
         MOVE DTRN-SALE-MONTH TO DV-MONTH.
         MOVE DTRN-SALE-DAY   TO DV-DAY.
         CALL "DATEVAL" USING DATE-VALIDATION-PARMS.
         IF NOT VEHICLE-FOUND
             MOVE "NOT ON VEHICLE MASTER" TO REJECT-REASON
         ELSE
             IF ALREADY-DISPOSED
                 MOVE "ALREADY ON DISPOSAL REGISTER"
                     TO REJECT-REASON
             ELSE
                 IF NOT DTRN-METHOD-VALID
                     MOVE "METHOD NOT A, T OR S" TO REJECT-REASON
                 ELSE
                     IF NOT DV-DATE-VALID
                         MOVE "SALE DATE NOT A VALID DATE"
                             TO REJECT-REASON
                     ELSE
                         IF DTRN-SALE-DATE > TODAY-DATE OR
                            DTRN-SALE-DATE < VEH-ACQ-DATE
                             MOVE "SALE DATE OUTSIDE OWNERSHIP"
                                 TO REJECT-REASON
                         END-IF
                     END-IF
                 END-IF
             END-IF
         END-IF.

       POST-ONE-DISPOSAL.
         MOVE SPACES            TO VEHICLE-DISPOSAL-REC.
         MOVE VEH-ID            TO DISP-VEH-ID.
         MOVE DTRN-SALE-DATE    TO DISP-SALE-DATE.
         MOVE DTRN-BUYER        TO DISP-BUYER.
         MOVE DTRN-METHOD       TO DISP-METHOD.
         MOVE DTRN-PROCEEDS     TO DISP-PROCEEDS.
         MOVE VEH-DEPOT         TO DISP-DEPOT.
         MOVE VEH-CLASS         TO DISP-CLASS.
         MOVE VEH-ACQ-COST      TO DISP-ACQ-COST.
         PERFORM FIND-FINAL-BOOK-VALUE.
         COMPUTE DISP-GAIN-LOSS =
                 DISP-PROCEEDS - DISP-BOOK-VALUE.
         PERFORM FIND-REPLACEMENT-CALL.
         MOVE TODAY-DATE        TO DISP-POSTED-DATE.
         WRITE VEHICLE-DISPOSAL-REC.
      * Off the active fleet for good - the depreciation run skips
      * inactive units, and skips anything on this register even if
      * it is ever made active again.
         MOVE VEHICLE-MASTER-REC TO MJ-BEFORE-IMAGE.
         MOVE "I" TO VEH-STATUS.
         REWRITE VEHICLE-MASTER-REC.
         PERFORM JOURNAL-VEHICLE-DISPOSED.
         MOVE DISP-VEH-ID       TO DSGX-VEH-ID.
         MOVE DISP-DEPOT        TO DSGX-DEPOT.
         MOVE DISP-SALE-DATE    TO DSGX-SALE-DATE.
         MOVE DISP-PROCEEDS     TO DSGX-PROCEEDS.
         MOVE DISP-BOOK-VALUE   TO DSGX-BOOK-VALUE.
         MOVE DISP-GAIN-LOSS    TO DSGX-GAIN-LOSS.
         WRITE DISPOSAL-GL-REC.
         ADD 1 TO DISPOSALS-POSTED.
         DISPLAY DISP-VEH-ID " DISPOSED TO " DISP-BUYER.

       JOURNAL-VEHICLE-DISPOSED.
      * The disposal's status change goes to the shared master
      * change journal with the master as it stood before.
         MOVE "DISPOSAL"       TO MJ-TRANS-TYPE.
         MOVE "VEHMAST"        TO MJ-MASTER.
         MOVE VEH-ID           TO MJ-KEY.
         MOVE "VEHDISP"        TO MJ-PROGRAM.
         MOVE SPACES           TO MJ-OPERATOR.
         MOVE SPACES           TO MJ-RUN-ID.
         MOVE VEHICLE-MASTER-REC TO MJ-AFTER-IMAGE.
         CALL "MSTJRNL" USING MASTER-JOURNAL-PARMS.

       FIND-FINAL-BOOK-VALUE.
      * The depreciation schedule first; a unit decommissioned
      * before the last schedule ran is carried at cost less the
      * depreciation its ledger took, and a unit never depreciated
      * at all at cost.
         MOVE "C" TO DISP-BOOK-SOURCE.
         MOVE VEH-ACQ-COST TO DISP-BOOK-VALUE.
         IF SCHEDULE-COUNT > 0
             SET SCHD-IDX TO 1
             SEARCH SCHEDULE-ENTRY
                 AT END CONTINUE
                 WHEN SCHD-VEH-ID (SCHD-IDX) = VEH-ID
                     MOVE "D" TO DISP-BOOK-SOURCE
                     MOVE SCHD-BOOK-VALUE (SCHD-IDX)
                         TO DISP-BOOK-VALUE
             END-SEARCH
         END-IF.
         IF DISP-BOOK-AT-COST AND LEDGER-OPEN
             MOVE VEH-ID TO VLGR-VEH-ID
             READ VEHICLE-LEDGER-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     IF VLGR-DEPR-COST > ZERO
                         MOVE "L" TO DISP-BOOK-SOURCE
                         IF VLGR-DEPR-COST > VEH-ACQ-COST
                             MOVE ZERO TO DISP-BOOK-VALUE
                         ELSE
                             COMPUTE DISP-BOOK-VALUE =
                                     VEH-ACQ-COST - VLGR-DEPR-COST
                         END-IF
                     END-IF
             END-READ
         END-IF.

       FIND-REPLACEMENT-CALL.
         MOVE SPACES TO DISP-REPL-CALL.
         MOVE ZERO TO DISP-REPL-SCORE.
         MOVE ZERO TO DISP-REPL-DATE.
         IF CALLS-OPEN
             MOVE VEH-ID TO RCAL-VEH-ID
             READ REPLACEMENT-CALL-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE RCAL-CALL       TO DISP-REPL-CALL
                     MOVE RCAL-SCORE      TO DISP-REPL-SCORE
                     MOVE RCAL-SCORE-DATE TO DISP-REPL-DATE
             END-READ
         END-IF.

       PRINT-DISPOSAL-REGISTER.
      * The whole register, in vehicle order, every run.
         OPEN OUTPUT DISPOSAL-REPORT-FILE.
         MOVE LOW-VALUES TO DISP-VEH-ID.
         START DISPOSAL-REGISTER-FILE
             KEY IS NOT LESS THAN DISP-VEH-ID
             INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
         END-START.
         PERFORM UNTIL END-OF-FILE
             READ DISPOSAL-REGISTER-FILE NEXT RECORD
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             IF NOT END-OF-FILE
                 PERFORM REPORT-ONE-DISPOSAL
             END-IF
         END-PERFORM.
         MOVE "N" TO END-OF-FILE-SWITCH.
         MOVE TOTAL-PROCEEDS TO EDITED-TOTAL-PROCEEDS.
         MOVE TOTAL-BOOK-VALUE TO EDITED-TOTAL-BOOK.
         MOVE TOTAL-GAIN-LOSS TO EDITED-TOTAL-GAIN-LOSS.
         MOVE SPACES TO PRINT-LINE-WORK.
         PERFORM WRITE-DISPOSAL-PRINT-LINE.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "UNITS DISPOSED: " REGISTER-COUNT
                "  PROCEEDS " EDITED-TOTAL-PROCEEDS
                "  BOOK " EDITED-TOTAL-BOOK
                "  GAIN/LOSS " EDITED-TOTAL-GAIN-LOSS
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-DISPOSAL-PRINT-LINE.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "UNITS DISPOSED ON A KEEP CALL: " SOLD-ON-KEEP-COUNT
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-DISPOSAL-PRINT-LINE.
         CLOSE DISPOSAL-REPORT-FILE.

       REPORT-ONE-DISPOSAL.
         ADD 1 TO REGISTER-COUNT.
         ADD DISP-PROCEEDS TO TOTAL-PROCEEDS.
         ADD DISP-BOOK-VALUE TO TOTAL-BOOK-VALUE.
         ADD DISP-GAIN-LOSS TO TOTAL-GAIN-LOSS.
         IF DISP-BY-AUCTION
             MOVE "AUCTION" TO METHOD-TEXT
         ELSE
             IF DISP-BY-TRADE-IN
                 MOVE "TRADE-IN" TO METHOD-TEXT
             ELSE
                 MOVE "SCRAP" TO METHOD-TEXT
             END-IF
         END-IF.
         IF DISP-REPL-WAS-REPLACE
             MOVE "REPLACE" TO CALL-TEXT
         ELSE
             IF DISP-REPL-WAS-KEEP
                 MOVE "KEEP" TO CALL-TEXT
                 ADD 1 TO SOLD-ON-KEEP-COUNT
             ELSE
                 MOVE "NOT SCORED" TO CALL-TEXT
             END-IF
         END-IF.
         IF DISP-BOOK-FROM-SCHEDULE
             MOVE "SCHEDULE" TO BOOK-SOURCE-TEXT
         ELSE
             IF DISP-BOOK-FROM-LEDGER
                 MOVE "LEDGER" TO BOOK-SOURCE-TEXT
             ELSE
                 MOVE "AT COST" TO BOOK-SOURCE-TEXT
             END-IF
         END-IF.
         MOVE DISP-PROCEEDS TO EDITED-PROCEEDS.
         MOVE DISP-BOOK-VALUE TO EDITED-BOOK-VALUE.
         MOVE DISP-GAIN-LOSS TO EDITED-GAIN-LOSS.
         MOVE DISP-REPL-SCORE TO EDITED-SCORE.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING DISP-VEH-ID " " DISP-SALE-DATE
                " " METHOD-TEXT
                " " DISP-BUYER
                " " EDITED-PROCEEDS
                " " EDITED-BOOK-VALUE
                " " BOOK-SOURCE-TEXT
                " " EDITED-GAIN-LOSS
                " " CALL-TEXT
                " " EDITED-SCORE
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-DISPOSAL-PRINT-LINE.

       WRITE-DISPOSAL-PRINT-LINE.
      * Paged print discipline from the shared heading layout.
         IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
             PERFORM WRITE-DISPOSAL-HEADINGS
         END-IF.
         MOVE PRINT-LINE-WORK TO DISPOSAL-REPORT-REC.
         WRITE DISPOSAL-REPORT-REC.
         ADD 1 TO RPT-LINE-COUNT.

       WRITE-DISPOSAL-HEADINGS.
         ADD 1 TO RPT-PAGE-COUNT.
         MOVE "VEHICLE DISPOSAL REGISTER" TO RPT-TITLE-TEXT.
         MOVE TODAY-DATE TO RPT-HEAD-DATE.
         MOVE RPT-PAGE-COUNT TO RPT-PAGE-NUMBER.
         MOVE SPACES TO DISPOSAL-REPORT-REC.
         MOVE RPT-TITLE-LINE TO DISPOSAL-REPORT-REC.
         WRITE DISPOSAL-REPORT-REC.
         MOVE "VEHICLE SOLD METHOD BUYER PROCEEDS BOOK GAIN/LOSS CALL"
             TO RPT-COLUMN-TEXT.
         MOVE RPT-COLUMN-TEXT TO DISPOSAL-REPORT-REC.
         WRITE DISPOSAL-REPORT-REC.
         MOVE SPACES TO DISPOSAL-REPORT-REC.
         WRITE DISPOSAL-REPORT-REC.
         MOVE 3 TO RPT-LINE-COUNT.
