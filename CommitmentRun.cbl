       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CMITRUN.
      * Volume-commitment settlement: every contract rate carrying a
      * committed distance or net revenue whose effective window has
      * ended and has not yet been settled is totalled against the
      * customer's invoice-register activity on that product inside
      * the window, and the shortfall reported.  Where the contract
      * charges for a shortfall, a shortfall-charge order goes on
      * the haulage order file for HAULINV to bill - missing miles
      * at the contract base, or the missing revenue itself.  The
      * discount was given for the volume; now we find out whether
      * we got it.  Distance counts each haul once, from its
      * original invoice; credits and re-bills move revenue only,
      * and an earlier shortfall charge counts for neither.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-RATE-FILE ASSIGN TO "CONTRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRAT-KEY
               FILE STATUS IS CONTRACT-RATE-STATUS.
           SELECT INVOICE-REGISTER-FILE ASSIGN TO "INVREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-REGISTER-STATUS.
           SELECT HAULAGE-ORDER-FILE ASSIGN TO "HAULORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HAULAGE-ORDER-STATUS.
           SELECT COMMIT-RPT-FILE ASSIGN TO "CMITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMMIT-RPT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-RATE-FILE.
           COPY CONTRATE.

       FD  INVOICE-REGISTER-FILE.
           COPY INVREG.

       FD  HAULAGE-ORDER-FILE.
           COPY HAULORD.

       FD  COMMIT-RPT-FILE.
       01  COMMIT-RPT-REC              PIC X(100).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           COPY RETCODES.
        01 CONTRACT-RATE-STATUS       PIC XX VALUE "00".
        01 INVOICE-REGISTER-STATUS    PIC XX VALUE "00".
        01 HAULAGE-ORDER-STATUS       PIC XX VALUE "00".
        01 COMMIT-RPT-STATUS          PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 ENTRY-REVENUE              PIC S9(09)V99.
        01 COMMIT-ACTUAL              PIC S9(11)V99.
        01 COMMIT-SHORTFALL           PIC S9(11)V99.
        01 SHORTFALL-CHARGE           PIC S9(09)V99.
        01 SHORTFALL-MILES            PIC 9(06).
        01 EDITED-COMMITTED           PIC Z(9)9.99.
        01 EDITED-ACTUAL              PIC -(10)9.99.
        01 EDITED-SHORTFALL           PIC Z(9)9.99.
        01 EDITED-CHARGE              PIC Z(8)9.99.
        01 REGISTER-READ              PIC 9(07) VALUE ZERO.
        01 CONTRACTS-SETTLED          PIC 9(05) VALUE ZERO.
        01 CONTRACTS-SHORT            PIC 9(05) VALUE ZERO.
        01 CHARGES-ORDERED            PIC 9(05) VALUE ZERO.
        01 CHARGED-TOTAL              PIC S9(11)V99 VALUE ZERO.
        01 COMMIT-COUNT               PIC 9(05) VALUE ZERO.
        01 COMMITMENT-TABLE.
           02 COMMIT-ENTRY OCCURS 0 TO 2000 TIMES
                  DEPENDING ON COMMIT-COUNT
                  INDEXED BY CMIT-IDX.
               03 CMIT-CUST-CODE       PIC X(06).
               03 CMIT-PRODUCT-CODE    PIC X(05).
               03 CMIT-EFF-FROM        PIC 9(08).
               03 CMIT-EFF-TO          PIC 9(08).
               03 CMIT-TYPE            PIC X(01).
                  88 CMIT-BY-DISTANCE       VALUE "D".
               03 CMIT-QTY             PIC 9(09)V99.
               03 CMIT-CHARGE-FLAG     PIC X(01).
                  88 CMIT-CHARGED           VALUE "Y".
               03 CMIT-BASE            PIC S9(05)V99.
               03 CMIT-DISTANCE        PIC 9(09).
               03 CMIT-REVENUE         PIC S9(11)V99.
           COPY RPTHEAD.
        01 PRINT-LINE-WORK            PIC X(100).
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
         DISPLAY "CMITRUN: VOLUME COMMITMENT SETTLEMENT STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         MOVE "S" TO LOG-EVENT-CODE.
         PERFORM WRITE-RUN-LOG.
         OPEN OUTPUT COMMIT-RPT-FILE.
         OPEN I-O CONTRACT-RATE-FILE.
         IF CONTRACT-RATE-STATUS NOT = "00"
             DISPLAY "CMITRUN: NO CONTRACT-RATE FILE"
         ELSE
             PERFORM LOAD-DUE-COMMITMENTS
             IF COMMIT-COUNT > 0
                 PERFORM TOTAL-REGISTER-ACTIVITY
                 OPEN EXTEND HAULAGE-ORDER-FILE
                 IF HAULAGE-ORDER-STATUS = "35"
                     OPEN OUTPUT HAULAGE-ORDER-FILE
                 END-IF
                 PERFORM SETTLE-ONE-COMMITMENT
                     VARYING CMIT-IDX FROM 1 BY 1
                     UNTIL CMIT-IDX > COMMIT-COUNT
                 CLOSE HAULAGE-ORDER-FILE
             END-IF
             CLOSE CONTRACT-RATE-FILE
         END-IF.
         PERFORM WRITE-COMMIT-TOTALS.
         CLOSE COMMIT-RPT-FILE.
         DISPLAY "CONTRACTS SETTLED: " CONTRACTS-SETTLED.
         DISPLAY "CONTRACTS SHORT OF COMMITMENT: " CONTRACTS-SHORT.
         DISPLAY "SHORTFALL CHARGES ORDERED: " CHARGES-ORDERED.
         DISPLAY "AMOUNT CHARGED: " CHARGED-TOTAL.
         MOVE RC-NORMAL TO FINAL-RETURN-CODE.
         MOVE "E" TO LOG-EVENT-CODE.
         MOVE REGISTER-READ TO LOG-RECORDS-IN.
         MOVE CHARGES-ORDERED TO LOG-RECORDS-OUT.
         PERFORM WRITE-RUN-LOG.
         MOVE FINAL-RETURN-CODE TO RETURN-CODE.
         GOBACK.

       WRITE-RUN-LOG.
      * One standard run-log record per start and end of run, for
      * the morning batch summary.
         OPEN EXTEND RUN-LOG-FILE.
         IF RUN-LOG-STATUS = "35"
             OPEN OUTPUT RUN-LOG-FILE
         END-IF.
         MOVE "CMITRUN " TO RLOG-PROGRAM.
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

       LOAD-DUE-COMMITMENTS.
      * A commitment is due once its window has closed; it is
      * settled once, and a renewed window starts unsettled again.
         MOVE LOW-VALUES TO CRAT-KEY.
         START CONTRACT-RATE-FILE KEY IS NOT LESS THAN CRAT-KEY
             INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
         END-START.
         PERFORM UNTIL END-OF-FILE
             READ CONTRACT-RATE-FILE NEXT RECORD
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             IF NOT END-OF-FILE
                 IF (CRAT-COMMIT-DISTANCE OR CRAT-COMMIT-REVENUE)
                    AND CRAT-COMMIT-QTY NUMERIC
                    AND CRAT-EFF-TO < TODAY-DATE
                    AND (CRAT-SETTLED-DATE NOT NUMERIC OR
                         CRAT-SETTLED-DATE = ZERO)
                     PERFORM ADD-DUE-COMMITMENT
                 END-IF
             END-IF
         END-PERFORM.
         MOVE "N" TO END-OF-FILE-SWITCH.

       ADD-DUE-COMMITMENT.
         IF COMMIT-COUNT < 2000
             ADD 1 TO COMMIT-COUNT
             SET CMIT-IDX TO COMMIT-COUNT
             MOVE CRAT-CUST-CODE    TO CMIT-CUST-CODE (CMIT-IDX)
             MOVE CRAT-PRODUCT-CODE TO CMIT-PRODUCT-CODE (CMIT-IDX)
             MOVE CRAT-EFF-FROM     TO CMIT-EFF-FROM (CMIT-IDX)
             MOVE CRAT-EFF-TO       TO CMIT-EFF-TO (CMIT-IDX)
             MOVE CRAT-COMMIT-TYPE  TO CMIT-TYPE (CMIT-IDX)
             MOVE CRAT-COMMIT-QTY   TO CMIT-QTY (CMIT-IDX)
             MOVE CRAT-SHORTFALL-FLAG
                 TO CMIT-CHARGE-FLAG (CMIT-IDX)
             MOVE CRAT-BASE         TO CMIT-BASE (CMIT-IDX)
             MOVE ZERO TO CMIT-DISTANCE (CMIT-IDX)
             MOVE ZERO TO CMIT-REVENUE (CMIT-IDX)
         ELSE
             DISPLAY "CMITRUN: COMMITMENT TABLE FULL - "
                     CRAT-CUST-CODE "/" CRAT-PRODUCT-CODE
                     " LEFT FOR NEXT RUN"
         END-IF.

       TOTAL-REGISTER-ACTIVITY.
         OPEN INPUT INVOICE-REGISTER-FILE.
         IF INVOICE-REGISTER-STATUS = "00"
             READ INVOICE-REGISTER-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 ADD 1 TO REGISTER-READ
                 IF NOT INV-IS-SHORTFALL
                     PERFORM COUNT-ONE-REGISTER-ENTRY
                 END-IF
                 READ INVOICE-REGISTER-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE INVOICE-REGISTER-FILE
         END-IF.

       COUNT-ONE-REGISTER-ENTRY.
         SET CMIT-IDX TO 1.
         SEARCH COMMIT-ENTRY
             AT END CONTINUE
             WHEN CMIT-CUST-CODE (CMIT-IDX) = INV-CUST-CODE AND
                  CMIT-PRODUCT-CODE (CMIT-IDX) = INV-PRODUCT-CODE AND
                  INV-DATE >= CMIT-EFF-FROM (CMIT-IDX) AND
                  INV-DATE <= CMIT-EFF-TO (CMIT-IDX)
                 IF INV-NET-AMOUNT NUMERIC
                     MOVE INV-NET-AMOUNT TO ENTRY-REVENUE
                 ELSE
                     MOVE INV-AMOUNT TO ENTRY-REVENUE
                 END-IF
                 ADD ENTRY-REVENUE TO CMIT-REVENUE (CMIT-IDX)
                 IF INV-IS-INVOICE
                     ADD INV-DISTANCE TO CMIT-DISTANCE (CMIT-IDX)
                 END-IF
         END-SEARCH.

       SETTLE-ONE-COMMITMENT.
         ADD 1 TO CONTRACTS-SETTLED.
         IF CMIT-BY-DISTANCE (CMIT-IDX)
             MOVE CMIT-DISTANCE (CMIT-IDX) TO COMMIT-ACTUAL
         ELSE
             MOVE CMIT-REVENUE (CMIT-IDX) TO COMMIT-ACTUAL
         END-IF.
         COMPUTE COMMIT-SHORTFALL =
                 CMIT-QTY (CMIT-IDX) - COMMIT-ACTUAL.
         IF COMMIT-SHORTFALL < ZERO
             MOVE ZERO TO COMMIT-SHORTFALL
         END-IF.
         MOVE ZERO TO SHORTFALL-CHARGE.
         MOVE ZERO TO SHORTFALL-MILES.
         IF COMMIT-SHORTFALL > ZERO
             ADD 1 TO CONTRACTS-SHORT
             IF CMIT-BY-DISTANCE (CMIT-IDX)
                 COMPUTE SHORTFALL-MILES ROUNDED = COMMIT-SHORTFALL
                 COMPUTE SHORTFALL-CHARGE ROUNDED =
                         SHORTFALL-MILES * CMIT-BASE (CMIT-IDX)
             ELSE
                 MOVE COMMIT-SHORTFALL TO SHORTFALL-CHARGE
             END-IF
         END-IF.
         MOVE CMIT-QTY (CMIT-IDX) TO EDITED-COMMITTED.
         MOVE COMMIT-ACTUAL       TO EDITED-ACTUAL.
         MOVE COMMIT-SHORTFALL    TO EDITED-SHORTFALL.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING CMIT-CUST-CODE (CMIT-IDX) "/"
                CMIT-PRODUCT-CODE (CMIT-IDX)
                " " CMIT-EFF-FROM (CMIT-IDX)
                "-" CMIT-EFF-TO (CMIT-IDX)
                " " CMIT-TYPE (CMIT-IDX)
                EDITED-COMMITTED EDITED-ACTUAL EDITED-SHORTFALL
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-COMMIT-PRINT-LINE.
         IF SHORTFALL-CHARGE > ZERO
             IF CMIT-CHARGED (CMIT-IDX)
                 PERFORM ORDER-SHORTFALL-CHARGE
             ELSE
                 MOVE SPACES TO PRINT-LINE-WORK
                 STRING "         SHORTFALL NOT CHARGEABLE"
                        " UNDER THIS CONTRACT"
                     DELIMITED BY SIZE INTO PRINT-LINE-WORK
                 PERFORM WRITE-COMMIT-PRINT-LINE
             END-IF
         END-IF.
         MOVE CMIT-CUST-CODE (CMIT-IDX)    TO CRAT-CUST-CODE.
         MOVE CMIT-PRODUCT-CODE (CMIT-IDX) TO CRAT-PRODUCT-CODE.
         READ CONTRACT-RATE-FILE
             INVALID KEY CONTINUE
             NOT INVALID KEY
                 MOVE TODAY-DATE TO CRAT-SETTLED-DATE
                 REWRITE CONTRACT-RATE-REC
         END-READ.

       ORDER-SHORTFALL-CHARGE.
      * The order is dated the last day of the window it settles,
      * so it bills against the contract that earned it.
         MOVE SPACES TO HAULAGE-ORDER-REC.
         MOVE CMIT-CUST-CODE (CMIT-IDX)    TO HORD-CUST-CODE.
         MOVE CMIT-PRODUCT-CODE (CMIT-IDX) TO HORD-PRODUCT-CODE.
         MOVE SHORTFALL-MILES              TO HORD-DISTANCE.
         MOVE CMIT-EFF-TO (CMIT-IDX)       TO HORD-ORDER-DATE.
         MOVE ZERO                         TO HORD-QUOTE-NUMBER.
         MOVE "S"                          TO HORD-ORDER-TYPE.
         MOVE SHORTFALL-CHARGE             TO HORD-CHARGE-AMOUNT.
         WRITE HAULAGE-ORDER-REC.
         ADD 1 TO CHARGES-ORDERED.
         ADD SHORTFALL-CHARGE TO CHARGED-TOTAL.
         MOVE SHORTFALL-CHARGE TO EDITED-CHARGE.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "         SHORTFALL CHARGE ORDERED " EDITED-CHARGE
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-COMMIT-PRINT-LINE.

       WRITE-COMMIT-TOTALS.
         MOVE SPACES TO PRINT-LINE-WORK.
         PERFORM WRITE-COMMIT-PRINT-LINE.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "CONTRACTS SETTLED " CONTRACTS-SETTLED
                " SHORT " CONTRACTS-SHORT
                " CHARGES ORDERED " CHARGES-ORDERED
                " AMOUNT " CHARGED-TOTAL
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-COMMIT-PRINT-LINE.

       WRITE-COMMIT-PRINT-LINE.
      * Paged print discipline from the shared heading layout.
         IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
             PERFORM WRITE-COMMIT-HEADINGS
         END-IF.
         MOVE PRINT-LINE-WORK TO COMMIT-RPT-REC.
         WRITE COMMIT-RPT-REC.
         ADD 1 TO RPT-LINE-COUNT.

       WRITE-COMMIT-HEADINGS.
         ADD 1 TO RPT-PAGE-COUNT.
         MOVE "VOLUME COMMITMENTS" TO RPT-TITLE-TEXT.
         MOVE TODAY-DATE TO RPT-HEAD-DATE.
         MOVE RPT-PAGE-COUNT TO RPT-PAGE-NUMBER.
         MOVE SPACES TO COMMIT-RPT-REC.
         MOVE RPT-TITLE-LINE TO COMMIT-RPT-REC.
         WRITE COMMIT-RPT-REC.
         MOVE "CONTRACT / WINDOW / TYPE / COMMITTED / ACTUAL / SHORT"
             TO RPT-COLUMN-TEXT.
         MOVE RPT-COLUMN-TEXT TO COMMIT-RPT-REC.
         WRITE COMMIT-RPT-REC.
         MOVE SPACES TO COMMIT-RPT-REC.
         WRITE COMMIT-RPT-REC.
         MOVE 3 TO RPT-LINE-COUNT.
