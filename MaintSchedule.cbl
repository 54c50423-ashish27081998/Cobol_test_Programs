
       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY MSTJRNLP.
        01 VEHICLE-MASTER-STATUS      PIC XX VALUE "00".
        01 WORK-ORDER-STATUS          PIC XX VALUE "00".
        01 SHOP-PARM-STATUS           PIC XX VALUE "00".
         MOVE ZERO              TO WO-CLOSE-DATE.
         MOVE ZERO              TO WO-COST.
         MOVE SPACES            TO WO-VENDOR-CODE.
         MOVE "C"               TO WO-ORDER-TYPE.
         MOVE ZERO              TO WO-CLAIM-DATE.
         WRITE WORK-ORDER-REC
             INVALID KEY
                 DISPLAY VEH-ID " CALENDAR ORDER "
                         CALENDAR-INTERVAL " ALREADY ON FILE"
             NOT INVALID KEY
                 ADD 1 TO ORDERS-OPENED
                 PERFORM JOURNAL-ORDER-OPENED
                 DISPLAY VEH-ID " CALENDAR WORK ORDER OPENED - "
                         CALENDAR-INTERVAL
         END-WRITE.

       JOURNAL-ORDER-OPENED.
      * Each calendar order opened goes to the shared master change
      * journal as an add.
         MOVE "ADD"            TO MJ-TRANS-TYPE.
         MOVE SPACES           TO MJ-BEFORE-IMAGE.
         MOVE "WOMAST"         TO MJ-MASTER.
         MOVE WO-KEY           TO MJ-KEY.
         MOVE "MAINTSCH"       TO MJ-PROGRAM.
         MOVE SPACES           TO MJ-OPERATOR.
         MOVE SPACES           TO MJ-RUN-ID.
         MOVE WORK-ORDER-REC   TO MJ-AFTER-IMAGE.
         CALL "MSTJRNL" USING MASTER-JOURNAL-PARMS.
