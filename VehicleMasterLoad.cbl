      *and loads them into the new keyed VEHMAST, defaulting the
      *make/model, acquisition fields, rate product, depot and
      *class until the commissioning and transfer transactions fill
      *them in, and the energy type to diesel - the old fleet had
      *no electric units.  Same pattern as RATELOAD for the
      *rate-master cutover.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

        WORKING-STORAGE SECTION.
            COPY RETCODES.
            COPY MSTJRNLP.
            01 VEHICLE-SEQ-STATUS        PIC XX VALUE "00".
            01 VEHICLE-MASTER-STATUS     PIC XX VALUE "00".
            01 END-OF-FILE-SWITCH        PIC X VALUE "N".
                MOVE SPACES TO VEH-RATE-PRODUCT.
                MOVE SPACES TO VEH-DEPOT.
                MOVE SPACES TO VEH-CLASS.
                MOVE "D"    TO VEH-ENERGY-TYPE.
                WRITE VEHICLE-MASTER-REC
                    INVALID KEY
                        DISPLAY 'DUPLICATE VEHICLE ID SKIPPED: '
                        ADD 1 TO DUPLICATES-FOUND
                    NOT INVALID KEY
                        ADD 1 TO RECORDS-LOADED
                        PERFORM JOURNAL-LOADED-VEHICLE
                END-WRITE.

        JOURNAL-LOADED-VEHICLE.
      *Each converted unit goes to the shared master change journal
      *as a load, so its history starts from the cutover record.
                MOVE "LOAD"             TO MJ-TRANS-TYPE.
                MOVE SPACES             TO MJ-BEFORE-IMAGE.
                MOVE "VEHMAST"          TO MJ-MASTER.
                MOVE VEH-ID             TO MJ-KEY.
                MOVE "VEHLOAD"          TO MJ-PROGRAM.
                MOVE SPACES             TO MJ-OPERATOR.
                MOVE SPACES             TO MJ-RUN-ID.
                MOVE VEHICLE-MASTER-REC TO MJ-AFTER-IMAGE.
                CALL "MSTJRNL" USING MASTER-JOURNAL-PARMS.
