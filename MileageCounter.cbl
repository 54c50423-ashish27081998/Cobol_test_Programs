           02 COMM-RATE-PRODUCT        PIC X(05).
           02 COMM-DEPOT               PIC X(03).
           02 COMM-CLASS               PIC X(02).
      * "E" commissions an electric unit; anything else is diesel.
           02 COMM-ENERGY-TYPE         PIC X(01).

       FD  TRANSFER-FILE.
       01  TRANSFER-REC.
       01  TRANSFER-LOG-REC            PIC X(90).

       FD  VEHICLE-CLASS-FILE.
           COPY VEHCLASS.

       FD  OPERATOR-PARM-FILE.
       01  OPERATOR-PARM-REC.
       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY REFLOOKP.
           COPY MSTJRNLP.
        01 RUN-EXCEPTION-COUNT        PIC 9(05) VALUE ZERO.
        01 CLASS-CODE-OK-SWITCH       PIC X VALUE "Y".
           88 CLASS-CODE-OK                VALUE "Y".
                 MOVE COMM-RATE-PRODUCT TO VEH-RATE-PRODUCT
                 MOVE COMM-DEPOT     TO VEH-DEPOT
                 MOVE COMM-CLASS     TO VEH-CLASS
                 IF COMM-ENERGY-TYPE = "E"
                     MOVE "E"        TO VEH-ENERGY-TYPE
                 ELSE
                     MOVE "D"        TO VEH-ENERGY-TYPE
                 END-IF
                 WRITE VEHICLE-MASTER-REC
                     INVALID KEY
                         DISPLAY "CANNOT COMMISSION " COMM-VEH-ID
                         ADD 1 TO RUN-EXCEPTION-COUNT
                     NOT INVALID KEY
                         ADD 1 TO VEHICLES-COMMISSIONED
                         MOVE "ADD"  TO MJ-TRANS-TYPE
                         MOVE SPACES TO MJ-BEFORE-IMAGE
                         PERFORM JOURNAL-VEHICLE-CHANGE
                         PERFORM ADD-ACTIVE-TO-DEPOT
                         DISPLAY COMM-VEH-ID " COMMISSIONED AT "
                                 COMM-ODOMETER " MILES"
                     MOVE VEH-DEPOT TO CHECKED-DEPOT-CODE
                     PERFORM REMOVE-ACTIVE-FROM-DEPOT
                 END-IF
                 MOVE VEHICLE-MASTER-REC TO MJ-BEFORE-IMAGE
                 MOVE "I" TO VEH-STATUS
                 REWRITE VEHICLE-MASTER-REC
                 MOVE "DECOMM" TO MJ-TRANS-TYPE
                 PERFORM JOURNAL-VEHICLE-CHANGE
                 DISPLAY DECOMM-VEH-ID " DECOMMISSIONED"
                 PERFORM WRITE-DECOMM-AUDIT
         END-READ.

       JOURNAL-VEHICLE-CHANGE.
      * Every change this run makes to the fleet master goes to the
      * shared master change journal under the run's own run ID and
      * operator; the caller sets the type and the before image.
         MOVE "VEHMAST"          TO MJ-MASTER.
         MOVE VEH-ID             TO MJ-KEY.
         MOVE "MILECNTR"         TO MJ-PROGRAM.
         MOVE OPERATOR-ID        TO MJ-OPERATOR.
         MOVE RUN-ID             TO MJ-RUN-ID.
         MOVE VEHICLE-MASTER-REC TO MJ-AFTER-IMAGE.
         CALL "MSTJRNL" USING MASTER-JOURNAL-PARMS.

       WRITE-DECOMM-AUDIT.
         OPEN EXTEND DECOMM-AUDIT-FILE.
         IF DECOMM-AUDIT-STATUS = "35"
                 PERFORM CHECK-DEPOT-CAPACITY
             END-IF
             MOVE VEH-DEPOT TO OLD-DEPOT-CODE
             MOVE VEHICLE-MASTER-REC TO MJ-BEFORE-IMAGE
             MOVE XFER-NEW-DEPOT TO VEH-DEPOT
             REWRITE VEHICLE-MASTER-REC
             MOVE "TRANSFER" TO MJ-TRANS-TYPE
             PERFORM JOURNAL-VEHICLE-CHANGE
             ADD 1 TO VEHICLES-TRANSFERRED
             MOVE OLD-DEPOT-CODE TO CHECKED-DEPOT-CODE
             PERFORM REMOVE-ACTIVE-FROM-DEPOT
