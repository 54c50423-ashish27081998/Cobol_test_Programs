
       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY MSTJRNLP.
        01 CAMPAIGN-STATUS            PIC XX VALUE "00".
        01 VEHICLE-MASTER-STATUS      PIC XX VALUE "00".
        01 WORK-ORDER-STATUS          PIC XX VALUE "00".
         MOVE ZERO                     TO WO-CLOSE-DATE.
         MOVE ZERO                     TO WO-COST.
         MOVE SPACES                   TO WO-VENDOR-CODE.
         MOVE "R"                      TO WO-ORDER-TYPE.
         MOVE ZERO                     TO WO-CLAIM-DATE.
         WRITE WORK-ORDER-REC
             INVALID KEY CONTINUE
             NOT INVALID KEY
                 ADD 1 TO ORDERS-OPENED
                 PERFORM JOURNAL-ORDER-OPENED
                 DISPLAY VEH-ID " CAMPAIGN "
                         CTAB-CAMPAIGN-ID (CAMP-IDX)
                         " WORK ORDER OPENED"
         END-WRITE.

       JOURNAL-ORDER-OPENED.
      * Each campaign order opened goes to the shared master change
      * journal as an add.
         MOVE "ADD"            TO MJ-TRANS-TYPE.
         MOVE SPACES           TO MJ-BEFORE-IMAGE.
         MOVE "WOMAST"         TO MJ-MASTER.
         MOVE WO-KEY           TO MJ-KEY.
         MOVE "RECALL"         TO MJ-PROGRAM.
         MOVE SPACES           TO MJ-OPERATOR.
         MOVE SPACES           TO MJ-RUN-ID.
         MOVE WORK-ORDER-REC   TO MJ-AFTER-IMAGE.
         CALL "MSTJRNL" USING MASTER-JOURNAL-PARMS.

       CHECK-CAMPAIGN-ORDER-STATUS.
         MOVE VEH-ID                      TO WO-VEH-ID.
         MOVE CTAB-CAMPAIGN-ID (CAMP-IDX) TO WO-INTERVAL.
