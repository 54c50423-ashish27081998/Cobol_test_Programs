           COPY SHOPPARM.

       FD  VEHICLE-CLASS-FILE.
           COPY VEHCLASS.

       FD  FEED-CONTROL-FILE.
           COPY FEEDCTL.

       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY MSTJRNLP.
        01 ODOMETER-CAPTURE-STATUS    PIC XX VALUE "00".
        01 VEHICLE-MASTER-STATUS      PIC XX VALUE "00".
        01 ODOMETER-REJECT-STATUS     PIC XX VALUE "00".
                 ELSE
                     PERFORM CHECK-READING-PLAUSIBLE
                     IF READING-VALID
                         MOVE VEHICLE-MASTER-REC TO MJ-BEFORE-IMAGE
                         MOVE ODOC-READING TO VEH-ODOMETER
                         REWRITE VEHICLE-MASTER-REC
                         PERFORM JOURNAL-READING-APPLIED
                         ADD 1 TO READINGS-APPLIED
                     ELSE
                         PERFORM REJECT-READING
             END-IF
         END-IF.

       JOURNAL-READING-APPLIED.
      * Each reading applied goes to the shared master change
      * journal with the master as it stood before.
         MOVE "ODOMETER"       TO MJ-TRANS-TYPE.
         MOVE "VEHMAST"        TO MJ-MASTER.
         MOVE VEH-ID           TO MJ-KEY.
         MOVE "ODOMUPDT"       TO MJ-PROGRAM.
         MOVE SPACES           TO MJ-OPERATOR.
         MOVE SPACES           TO MJ-RUN-ID.
         MOVE VEHICLE-MASTER-REC TO MJ-AFTER-IMAGE.
         CALL "MSTJRNL" USING MASTER-JOURNAL-PARMS.

       CHECK-READING-PLAUSIBLE.
      * Same tests BUILD-DAILY-DELTA applies after the fact: a
      * decrease is only acceptable as a genuine wraparound near
