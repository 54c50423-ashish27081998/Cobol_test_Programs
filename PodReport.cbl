       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PODRPT.
      * Weekly pending-order report over the pending-order file: the
      * orders delivered but not yet invoiced - POD in, but the
      * invoice run turned them away or has not run since - and the
      * orders still waiting for a POD longer than the shop
      * parameter POD-OVERDUE-DAYS after their order date.  Either
      * list is money delivered and not billed, or a delivery nobody
      * can prove happened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-ORDER-FILE ASSIGN TO "PENDORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-ORDER-REF
               FILE STATUS IS PENDING-ORDER-STATUS.
           SELECT SHOP-PARM-FILE ASSIGN TO "SHOPPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPRM-PARM-KEY
               FILE STATUS IS SHOP-PARM-STATUS.
           SELECT POD-RPT-FILE ASSIGN TO "PODRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POD-RPT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-ORDER-FILE.
           COPY PENDORD.

       FD  SHOP-PARM-FILE.
           COPY SHOPPARM.

       FD  POD-RPT-FILE.
       01  POD-RPT-REC                 PIC X(100).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           COPY RETCODES.
        01 PENDING-ORDER-STATUS       PIC XX VALUE "00".
        01 SHOP-PARM-STATUS           PIC XX VALUE "00".
        01 POD-RPT-STATUS             PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 POD-OVERDUE-DAYS           PIC 9(03) VALUE 7.
        01 DAYS-WAITING               PIC S9(07).
        01 EDITED-DAYS                PIC Z(06)9.
        01 REPORT-PASS                PIC X(01).
           88 LISTING-UNINVOICED           VALUE "U".
           88 LISTING-OVERDUE              VALUE "O".
        01 ORDERS-READ                PIC 9(07) VALUE ZERO.
        01 UNINVOICED-COUNT           PIC 9(07) VALUE ZERO.
        01 OVERDUE-COUNT              PIC 9(07) VALUE ZERO.
           COPY BUSDAYP.
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
         DISPLAY "PODRPT: PENDING-ORDER REPORT STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         MOVE "S" TO LOG-EVENT-CODE.
         PERFORM WRITE-RUN-LOG.
         PERFORM READ-SHOP-PARMS.
         OPEN OUTPUT POD-RPT-FILE.
         OPEN INPUT PENDING-ORDER-FILE.
         IF PENDING-ORDER-STATUS NOT = "00"
             DISPLAY "PODRPT: NO PENDING-ORDER FILE"
         ELSE
             MOVE "U" TO REPORT-PASS
             MOVE SPACES TO PRINT-LINE-WORK
             MOVE "DELIVERED - NOT INVOICED" TO PRINT-LINE-WORK
             PERFORM WRITE-POD-PRINT-LINE
             PERFORM SCAN-PENDING-ORDERS
             MOVE SPACES TO PRINT-LINE-WORK
             STRING "DELIVERED NOT INVOICED: " UNINVOICED-COUNT
                 DELIMITED BY SIZE INTO PRINT-LINE-WORK
             PERFORM WRITE-POD-PRINT-LINE
             MOVE SPACES TO PRINT-LINE-WORK
             PERFORM WRITE-POD-PRINT-LINE
             MOVE "O" TO REPORT-PASS
             MOVE SPACES TO PRINT-LINE-WORK
             STRING "NO POD AFTER " POD-OVERDUE-DAYS " DAYS"
                 DELIMITED BY SIZE INTO PRINT-LINE-WORK
             PERFORM WRITE-POD-PRINT-LINE
             PERFORM SCAN-PENDING-ORDERS
             MOVE SPACES TO PRINT-LINE-WORK
             STRING "OVERDUE FOR POD: " OVERDUE-COUNT
                 DELIMITED BY SIZE INTO PRINT-LINE-WORK
             PERFORM WRITE-POD-PRINT-LINE
             CLOSE PENDING-ORDER-FILE
         END-IF.
         CLOSE POD-RPT-FILE.
         DISPLAY "DELIVERED NOT INVOICED: " UNINVOICED-COUNT.
         DISPLAY "OVERDUE FOR POD: " OVERDUE-COUNT.
         IF UNINVOICED-COUNT > 0 OR OVERDUE-COUNT > 0
             MOVE RC-WARNING TO FINAL-RETURN-CODE
         ELSE
             MOVE RC-NORMAL TO FINAL-RETURN-CODE
         END-IF.
         MOVE "E" TO LOG-EVENT-CODE.
         MOVE ORDERS-READ TO LOG-RECORDS-IN.
         COMPUTE LOG-RECORDS-OUT = UNINVOICED-COUNT + OVERDUE-COUNT.
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
         MOVE "PODRPT  " TO RLOG-PROGRAM.
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
      * How long an order may wait for its POD before it is chased
      * is a shop parameter, not a compiled-in week.
         OPEN INPUT SHOP-PARM-FILE.
         IF SHOP-PARM-STATUS = "00"
             MOVE "POD-OVERDUE-DAYS" TO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE SPRM-PARM-VALUE TO POD-OVERDUE-DAYS
             END-READ
             CLOSE SHOP-PARM-FILE
         END-IF.

       SCAN-PENDING-ORDERS.
      * One key-order pass of the pending file per section.
         MOVE LOW-VALUES TO PEND-ORDER-REF.
         START PENDING-ORDER-FILE KEY IS NOT LESS THAN PEND-ORDER-REF
             INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
         END-START.
         PERFORM UNTIL END-OF-FILE
             READ PENDING-ORDER-FILE NEXT RECORD
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             IF NOT END-OF-FILE
                 IF LISTING-UNINVOICED
                     ADD 1 TO ORDERS-READ
                     IF PEND-DELIVERED
                         PERFORM LIST-UNINVOICED-ORDER
                     END-IF
                 ELSE
                     IF PEND-AWAITING-POD
                         PERFORM CHECK-OVERDUE-ORDER
                     END-IF
                 END-IF
             END-IF
         END-PERFORM.
         MOVE "N" TO END-OF-FILE-SWITCH.

       LIST-UNINVOICED-ORDER.
         MOVE "C" TO BD-FUNCTION.
         MOVE PEND-POD-DATE TO BD-FROM-DATE.
         MOVE TODAY-DATE TO BD-TO-DATE.
         CALL "BUSDAY" USING BUSDAY-PARMS.
         MOVE BD-CALENDAR-DAYS TO EDITED-DAYS.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING PEND-ORDER-REF " " PEND-CUST-CODE
                " " PEND-VEH-ID " " PEND-PRODUCT-CODE
                " ORDERED " PEND-ORDER-DATE
                " DELIVERED " PEND-POD-DATE
                EDITED-DAYS " DAYS AGO"
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-POD-PRINT-LINE.
         ADD 1 TO UNINVOICED-COUNT.

       CHECK-OVERDUE-ORDER.
         MOVE "C" TO BD-FUNCTION.
         MOVE PEND-ORDER-DATE TO BD-FROM-DATE.
         MOVE TODAY-DATE TO BD-TO-DATE.
         CALL "BUSDAY" USING BUSDAY-PARMS.
         MOVE BD-CALENDAR-DAYS TO DAYS-WAITING.
         IF DAYS-WAITING > POD-OVERDUE-DAYS
             MOVE DAYS-WAITING TO EDITED-DAYS
             MOVE SPACES TO PRINT-LINE-WORK
             STRING PEND-ORDER-REF " " PEND-CUST-CODE
                    " " PEND-VEH-ID " " PEND-PRODUCT-CODE
                    " ORDERED " PEND-ORDER-DATE
                    EDITED-DAYS " DAYS WITH NO POD"
                 DELIMITED BY SIZE INTO PRINT-LINE-WORK
             PERFORM WRITE-POD-PRINT-LINE
             ADD 1 TO OVERDUE-COUNT
         END-IF.

       WRITE-POD-PRINT-LINE.
      * Paged print discipline from the shared heading layout.
         IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
             PERFORM WRITE-POD-HEADINGS
         END-IF.
         MOVE PRINT-LINE-WORK TO POD-RPT-REC.
         WRITE POD-RPT-REC.
         ADD 1 TO RPT-LINE-COUNT.

       WRITE-POD-HEADINGS.
         ADD 1 TO RPT-PAGE-COUNT.
         MOVE "PENDING ORDERS - POD" TO RPT-TITLE-TEXT.
         MOVE TODAY-DATE TO RPT-HEAD-DATE.
         MOVE RPT-PAGE-COUNT TO RPT-PAGE-NUMBER.
         MOVE SPACES TO POD-RPT-REC.
         MOVE RPT-TITLE-LINE TO POD-RPT-REC.
         WRITE POD-RPT-REC.
         MOVE "ORDER REF / CUSTOMER / VEHICLE / PRODUCT / DATES"
             TO RPT-COLUMN-TEXT.
         MOVE RPT-COLUMN-TEXT TO POD-RPT-REC.
         WRITE POD-RPT-REC.
         MOVE SPACES TO POD-RPT-REC.
         WRITE POD-RPT-REC.
         MOVE 3 TO RPT-LINE-COUNT.
