      * the garage closes it with date and cost, and an open-orders
      * aging report shows what has sat unserviced for more than a
      * week - alerts we cannot track to completion are alerts we
      * ignore.  An in-house order no longer takes its cost from the
      * completion card: the labour mechanics booked against it
      * through LABRBOOK plus the parts PARTSINV issued to it make
      * up WO-COST at close.  Outside-garage orders keep the keyed
      * cost, which is the vendor's invoice the monthly match checks.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGING-REPORT-FILE ASSIGN TO "WOAGING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGING-REPORT-STATUS.
           SELECT LABOUR-BOOKING-FILE ASSIGN TO "WOLABOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LABOUR-BOOKING-STATUS.
           SELECT PARTS-USAGE-FILE ASSIGN TO "WOPARTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTS-USAGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-REC            PIC X(80).

       FD  LABOUR-BOOKING-FILE.
           COPY WOLABOR.

       FD  PARTS-USAGE-FILE.
           COPY WOPARTS.

       WORKING-STORAGE SECTION.
           COPY RETCODES.
        01 ALERT-EXTRACT-STATUS       PIC XX VALUE "00".
        01 WORK-ORDER-STATUS          PIC XX VALUE "00".
        01 COMPLETION-STATUS          PIC XX VALUE "00".
        01 AGING-REPORT-STATUS        PIC XX VALUE "00".
        01 LABOUR-BOOKING-STATUS      PIC XX VALUE "00".
        01 PARTS-USAGE-STATUS         PIC XX VALUE "00".
        01 DETAIL-EOF-SWITCH          PIC X VALUE "N".
           88 DETAIL-EOF                   VALUE "Y".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 ORDERS-OPENED              PIC 9(05) VALUE ZERO.
        01 ORDERS-CLOSED              PIC 9(05) VALUE ZERO.
        01 COMPLETIONS-REJECTED       PIC 9(05) VALUE ZERO.
        01 NO-LABOUR-CLOSES           PIC 9(05) VALUE ZERO.
        01 ORDER-LABOUR-COST          PIC 9(07)V99.
        01 ORDER-LABOUR-HOURS         PIC 9(05)V99.
        01 ORDER-PARTS-COST           PIC 9(07)V99.
        01 AGED-ORDER-COUNT           PIC 9(05) VALUE ZERO.
        01 AGING-LIMIT-DAYS           PIC 9(03) VALUE 7.
        01 ORDER-AGE-DAYS             PIC S9(07).
           COPY BUSDAYP.
           COPY MSTJRNLP.

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "ORDERS OPENED: " ORDERS-OPENED.
         DISPLAY "ORDERS CLOSED: " ORDERS-CLOSED.
         DISPLAY "COMPLETIONS REJECTED: " COMPLETIONS-REJECTED.
         DISPLAY "IN-HOUSE CLOSES WITH NO LABOUR BOOKED: "
                 NO-LABOUR-CLOSES.
         DISPLAY "ORDERS AGED PAST " AGING-LIMIT-DAYS " DAYS: "
                 AGED-ORDER-COUNT.
         IF COMPLETIONS-REJECTED > 0 OR AGED-ORDER-COUNT > 0 OR
            NO-LABOUR-CLOSES > 0
             STOP RUN RETURNING RC-WARNING
         ELSE
             STOP RUN RETURNING RC-NORMAL
         MOVE ZERO           TO WO-CLOSE-DATE.
         MOVE ZERO           TO WO-COST.
         MOVE SPACES         TO WO-VENDOR-CODE.
         MOVE "M"            TO WO-ORDER-TYPE.
         MOVE ZERO           TO WO-CLAIM-DATE.
         WRITE WORK-ORDER-REC
             INVALID KEY
                 DISPLAY ALRX-VEH-ID " INTERVAL " ALRX-INTERVAL
                         " - ORDER ALREADY ON FILE"
             NOT INVALID KEY
                 ADD 1 TO ORDERS-OPENED
                 MOVE "ADD"  TO MJ-TRANS-TYPE
                 MOVE SPACES TO MJ-BEFORE-IMAGE
                 PERFORM JOURNAL-ORDER-CHANGE
                 DISPLAY ALRX-VEH-ID " INTERVAL " ALRX-INTERVAL
                         " - WORK ORDER OPENED"
         END-WRITE.

       JOURNAL-ORDER-CHANGE.
      * Orders opened and closed go to the shared master change
      * journal; the caller sets the type and the before image.
         MOVE "WOMAST"         TO MJ-MASTER.
         MOVE WO-KEY           TO MJ-KEY.
         MOVE "WORKORDR"       TO MJ-PROGRAM.
         MOVE SPACES           TO MJ-OPERATOR.
         MOVE SPACES           TO MJ-RUN-ID.
         MOVE WORK-ORDER-REC   TO MJ-AFTER-IMAGE.
         CALL "MSTJRNL" USING MASTER-JOURNAL-PARMS.

       PROCESS-COMPLETIONS.
         OPEN INPUT COMPLETION-FILE.
         IF COMPLETION-STATUS NOT = "00"
                             " ALREADY CLOSED"
                     ADD 1 TO COMPLETIONS-REJECTED
                 ELSE
                     MOVE WORK-ORDER-REC TO MJ-BEFORE-IMAGE
                     MOVE "C"            TO WO-STATUS
                     MOVE WOC-CLOSE-DATE TO WO-CLOSE-DATE
                     MOVE WOC-VENDOR-CODE TO WO-VENDOR-CODE
                     IF WOC-VENDOR-CODE = SPACES
                         PERFORM COST-IN-HOUSE-ORDER
                     ELSE
                         MOVE WOC-COST   TO WO-COST
                     END-IF
                     REWRITE WORK-ORDER-REC
                     MOVE "CLOSE" TO MJ-TRANS-TYPE
                     PERFORM JOURNAL-ORDER-CHANGE
                     ADD 1 TO ORDERS-CLOSED
                 END-IF
         END-READ.

       COST-IN-HOUSE-ORDER.
      * Labour and parts detail both accumulate across runs, so one
      * pass of each per completion finds everything booked to the
      * order since it opened.  An in-house order closed with no
      * labour booked is closed at parts cost and listed - the time
      * went somewhere the bookings did not see.
         MOVE ZERO TO ORDER-LABOUR-COST.
         MOVE ZERO TO ORDER-LABOUR-HOURS.
         MOVE ZERO TO ORDER-PARTS-COST.
         OPEN INPUT LABOUR-BOOKING-FILE.
         IF LABOUR-BOOKING-STATUS = "00"
             READ LABOUR-BOOKING-FILE
                 AT END MOVE "Y" TO DETAIL-EOF-SWITCH
             END-READ
             PERFORM UNTIL DETAIL-EOF
                 IF WLAB-VEH-ID = WO-VEH-ID AND
                    WLAB-INTERVAL = WO-INTERVAL
                     ADD WLAB-COST  TO ORDER-LABOUR-COST
                     ADD WLAB-HOURS TO ORDER-LABOUR-HOURS
                 END-IF
                 READ LABOUR-BOOKING-FILE
                     AT END MOVE "Y" TO DETAIL-EOF-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO DETAIL-EOF-SWITCH
             CLOSE LABOUR-BOOKING-FILE
         END-IF.
         OPEN INPUT PARTS-USAGE-FILE.
         IF PARTS-USAGE-STATUS = "00"
             READ PARTS-USAGE-FILE
                 AT END MOVE "Y" TO DETAIL-EOF-SWITCH
             END-READ
             PERFORM UNTIL DETAIL-EOF
                 IF WPRT-VEH-ID = WO-VEH-ID AND
                    WPRT-INTERVAL = WO-INTERVAL
                     ADD WPRT-EXTENDED-COST TO ORDER-PARTS-COST
                 END-IF
                 READ PARTS-USAGE-FILE
                     AT END MOVE "Y" TO DETAIL-EOF-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO DETAIL-EOF-SWITCH
             CLOSE PARTS-USAGE-FILE
         END-IF.
         COMPUTE WO-COST = ORDER-LABOUR-COST + ORDER-PARTS-COST.
         IF ORDER-LABOUR-HOURS = ZERO
             ADD 1 TO NO-LABOUR-CLOSES
             DISPLAY WO-VEH-ID " INTERVAL " WO-INTERVAL
                     " CLOSED IN-HOUSE WITH NO LABOUR BOOKED"
         ELSE
             DISPLAY WO-VEH-ID " INTERVAL " WO-INTERVAL
                     " LABOUR " ORDER-LABOUR-HOURS " HRS "
                     ORDER-LABOUR-COST " PARTS " ORDER-PARTS-COST
         END-IF.

       BUILD-AGING-REPORT.
         OPEN OUTPUT AGING-REPORT-FILE.
         MOVE LOW-VALUES TO WO-KEY.
