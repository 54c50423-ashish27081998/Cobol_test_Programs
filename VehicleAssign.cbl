      *assignment/unassignment transactions, validating the vehicle
      *against VEHICLE-MASTER and the driver against PERSON-MASTER,
      *and reports every active vehicle with no assigned driver so
      *dispatch stops keeping this on a whiteboard.  A unit held off
      *the road by an open driver defect takes no new driver, and a
      *driver whose mandatory training for the unit's class has
      *lapsed is not given it.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

        WORKING-STORAGE SECTION.
            COPY RETCODES.
            COPY ROADCHKP.
            COPY TRNCHKP.
            01 ASSIGN-TRANS-STATUS       PIC XX VALUE "00".
            01 ASSIGN-MASTER-STATUS      PIC XX VALUE "00".
            01 VEHICLE-MASTER-STATUS     PIC XX VALUE "00".
            01 TRANS-REJECTED            PIC 9(07) VALUE ZERO.
            01 UNASSIGNED-COUNT          PIC 9(07) VALUE ZERO.
            01 REJECT-REASON             PIC X(30).
            01 TODAY-DATE                PIC 9(08).

        PROCEDURE DIVISION.
        MAINLINE.
                DISPLAY 'VEHASSGN: ASSIGNMENT MAINTENANCE STARTING'.
                ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
                OPEN I-O ASSIGN-MASTER-FILE.
                IF ASSIGN-MASTER-STATUS = "35"
      *First-ever run - there is no assignment master yet, so create

        APPLY-ASSIGNMENT.
                PERFORM CHECK-PERSON-EXISTS.
                MOVE ASTR-VEH-ID TO RDC-VEH-ID.
                CALL "ROADCHK" USING ROAD-CHECK-PARMS.
      *Training is tested as of the assignment's own date, so a
      *card dated ahead cannot slip in on training that will have
      *lapsed by then.
                MOVE ASTR-PERSON-ID TO TCK-PERSON-ID.
                MOVE VEH-CLASS TO TCK-VEH-CLASS.
                IF ASTR-DATE NUMERIC AND ASTR-DATE > TODAY-DATE
                    MOVE ASTR-DATE TO TCK-AS-OF-DATE
                ELSE
                    MOVE TODAY-DATE TO TCK-AS-OF-DATE
                END-IF.
                CALL "TRAINCHK" USING TRAINING-CHECK-PARMS.
                IF NOT PERSON-FOUND
                    MOVE "PERSON NOT ON MASTER" TO REJECT-REASON
                    PERFORM REJECT-TRANSACTION
                ELSE
                IF RDC-VEH-OFF-ROAD
                    MOVE "UNIT OFF ROAD - OPEN DEFECT"
                        TO REJECT-REASON
                    PERFORM REJECT-TRANSACTION
                ELSE
                IF TCK-TRAINING-LAPSED
                    MOVE SPACES TO REJECT-REASON
                    STRING "TRAINING LAPSED - " TCK-COURSE-CODE
                        DELIMITED BY SIZE INTO REJECT-REASON
                    PERFORM REJECT-TRANSACTION
                ELSE
                    MOVE ASTR-VEH-ID TO ASSG-VEH-ID
                    READ ASSIGN-MASTER-FILE
                    ADD 1 TO ASSIGNMENTS-APPLIED
                    DISPLAY ASTR-VEH-ID ' ASSIGNED TO DRIVER '
                            ASTR-PERSON-ID
                END-IF
                END-IF
                END-IF.

        APPLY-UNASSIGNMENT.
