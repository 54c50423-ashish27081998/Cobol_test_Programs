      * out by day of week and by month, per depot and per class, so
      * operations can see the shape of demand within the year - the
      * northern depot sitting idle every Monday - which TRENDRPT's
      * year-over-year comparison cannot show.  With VEHFACT-ACTIVE
      * set to 1 on SHOPPARM each unit's depot and class come from
      * the VEHFACT daily fact file, loaded once, instead of a keyed
      * master read for every history line.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEH-ID
               FILE STATUS IS VEHICLE-MASTER-STATUS.
           SELECT VEHICLE-FACT-FILE ASSIGN TO "VEHFACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VEHICLE-FACT-STATUS.
           SELECT SHOP-PARM-FILE ASSIGN TO "SHOPPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPRM-PARM-KEY
               FILE STATUS IS SHOP-PARM-STATUS.
           SELECT PROFILE-RPT-FILE ASSIGN TO "UTILRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFILE-RPT-STATUS.
       FD  VEHICLE-MASTER-FILE.
           COPY VEHMAST.

       FD  VEHICLE-FACT-FILE.
           COPY VEHFACT.

       FD  SHOP-PARM-FILE.
           COPY SHOPPARM.

       FD  PROFILE-RPT-FILE.
       01  PROFILE-RPT-REC             PIC X(100).

        01 MILEAGE-HISTORY-STATUS     PIC XX VALUE "00".
        01 VEHICLE-MASTER-STATUS      PIC XX VALUE "00".
        01 PROFILE-RPT-STATUS         PIC XX VALUE "00".
        01 VEHICLE-FACT-STATUS        PIC XX VALUE "00".
        01 SHOP-PARM-STATUS           PIC XX VALUE "00".
        01 FACT-FILE-SWITCH           PIC X VALUE "N".
           88 FACT-FILE-ACTIVE             VALUE "Y".
        01 PROFILE-DEPOT              PIC X(03).
        01 PROFILE-CLASS              PIC X(02).
        01 FACTS-NOT-LOADED           PIC 9(05) VALUE ZERO.
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 VEHICLE-FOUND-SWITCH       PIC X VALUE "N".
               03 CPRO-CLASS-CODE      PIC X(02).
               03 CPRO-DOW-MILES OCCURS 7 TIMES PIC S9(09).
               03 CPRO-MONTH-MILES OCCURS 12 TIMES PIC S9(09).
        01 UNIT-COUNT                 PIC 9(05) VALUE ZERO.
        01 UNIT-TABLE.
           02 UNIT-ENTRY OCCURS 0 TO 9999 TIMES
                  DEPENDING ON UNIT-COUNT
                  INDEXED BY UNIT-IDX.
               03 UNIT-VEH-ID          PIC X(06).
               03 UNIT-DEPOT           PIC X(03).
               03 UNIT-CLASS           PIC X(02).

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "UTILPROF: UTILIZATION PROFILE RUN STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         PERFORM READ-SHOP-PARMS.
         IF FACT-FILE-ACTIVE
             PERFORM LOAD-VEHICLE-FACTS
             PERFORM TALLY-MILEAGE-HISTORY
         ELSE
             OPEN INPUT VEHICLE-MASTER-FILE
             PERFORM TALLY-MILEAGE-HISTORY
             CLOSE VEHICLE-MASTER-FILE
         END-IF.
         PERFORM BUILD-PROFILE-REPORT.
         DISPLAY "HISTORY RECORDS READ: " HISTORY-RECORDS-READ.
         DISPLAY "RECORDS WITHOUT MASTER: "
                 RECORDS-WITHOUT-MASTER.
         IF FACTS-NOT-LOADED > 0
             DISPLAY "FACT LINES OVER TABLE SIZE: " FACTS-NOT-LOADED
         END-IF.
         IF RECORDS-WITHOUT-MASTER > 0
             STOP RUN RETURNING RC-WARNING
         ELSE
             STOP RUN RETURNING RC-NORMAL
         END-IF.

       READ-SHOP-PARMS.
      * VEHFACT-ACTIVE switches the depot and class lookup onto the
      * daily fact file; absent or zero, it reads the master as ever.
         OPEN INPUT SHOP-PARM-FILE.
         IF SHOP-PARM-STATUS = "00"
             MOVE "VEHFACT-ACTIVE  " TO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     IF SPRM-PARM-VALUE = 1
                         MOVE "Y" TO FACT-FILE-SWITCH
                     END-IF
             END-READ
             CLOSE SHOP-PARM-FILE
         END-IF.

       LOAD-VEHICLE-FACTS.
      * One pass down the fact file keeps each vehicle on the master
      * with its depot and class as the master stands tonight.
         OPEN INPUT VEHICLE-FACT-FILE.
         IF VEHICLE-FACT-STATUS NOT = "00"
             DISPLAY "NO VEHICLE FACT FILE ON FILE"
         ELSE
             READ VEHICLE-FACT-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 IF VFCT-ON-MASTER
                     IF UNIT-COUNT < 9999
                         ADD 1 TO UNIT-COUNT
                         SET UNIT-IDX TO UNIT-COUNT
                         MOVE VFCT-VEH-ID TO UNIT-VEH-ID (UNIT-IDX)
                         MOVE VFCT-DEPOT  TO UNIT-DEPOT (UNIT-IDX)
                         MOVE VFCT-CLASS  TO UNIT-CLASS (UNIT-IDX)
                     ELSE
                         ADD 1 TO FACTS-NOT-LOADED
                     END-IF
                 END-IF
                 READ VEHICLE-FACT-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE VEHICLE-FACT-FILE
         END-IF.

       TALLY-MILEAGE-HISTORY.
         OPEN INPUT MILEAGE-HISTORY-FILE.
         IF MILEAGE-HISTORY-STATUS NOT = "00"
         MOVE MHIS-MONTH TO MONTH-SUB.
         ADD MHIS-DELTA TO FLEET-DOW-MILES (DAY-OF-WEEK-SUB).
         ADD MHIS-DELTA TO FLEET-MONTH-MILES (MONTH-SUB).
         IF FACT-FILE-ACTIVE
             PERFORM FIND-UNIT-FACT
         ELSE
             PERFORM FIND-UNIT-MASTER
         END-IF.
         IF NOT VEHICLE-FOUND
             ADD 1 TO RECORDS-WITHOUT-MASTER
         ELSE
             PERFORM ADD-TO-CLASS-PROFILE
         END-IF.

       FIND-UNIT-MASTER.
         MOVE MHIS-VEH-ID TO VEH-ID.
         READ VEHICLE-MASTER-FILE
             INVALID KEY MOVE "N" TO VEHICLE-FOUND-SWITCH
             NOT INVALID KEY
                 MOVE "Y" TO VEHICLE-FOUND-SWITCH
                 MOVE VEH-DEPOT TO PROFILE-DEPOT
                 MOVE VEH-CLASS TO PROFILE-CLASS
         END-READ.

       FIND-UNIT-FACT.
         MOVE "N" TO VEHICLE-FOUND-SWITCH.
         IF UNIT-COUNT > 0
             SET UNIT-IDX TO 1
             SEARCH UNIT-ENTRY
                 AT END CONTINUE
                 WHEN UNIT-VEH-ID (UNIT-IDX) = MHIS-VEH-ID
                     MOVE "Y" TO VEHICLE-FOUND-SWITCH
                     MOVE UNIT-DEPOT (UNIT-IDX) TO PROFILE-DEPOT
                     MOVE UNIT-CLASS (UNIT-IDX) TO PROFILE-CLASS
             END-SEARCH
         END-IF.

       COMPUTE-DAY-OF-WEEK.
      * Zeller's congruence - subscript 1 is Saturday, per the
      * day-name table above.  Each division truncates through
             SET DEPOT-IDX TO 1
             SEARCH DEPOT-PROFILE-ENTRY
                 AT END PERFORM ADD-NEW-DEPOT-PROFILE
                 WHEN DPRO-DEPOT-CODE (DEPOT-IDX) = PROFILE-DEPOT
                     ADD MHIS-DELTA TO DPRO-DOW-MILES
                         (DEPOT-IDX DAY-OF-WEEK-SUB)
                     ADD MHIS-DELTA TO DPRO-MONTH-MILES
       ADD-NEW-DEPOT-PROFILE.
         ADD 1 TO DEPOT-COUNT.
         SET DEPOT-IDX TO DEPOT-COUNT.
         MOVE PROFILE-DEPOT TO DPRO-DEPOT-CODE (DEPOT-IDX).
         PERFORM CLEAR-DEPOT-DOW
             VARYING DAY-OF-WEEK-SUB FROM 1 BY 1
             UNTIL DAY-OF-WEEK-SUB > 7.
             SET CLAS-IDX TO 1
             SEARCH CLASS-PROFILE-ENTRY
                 AT END PERFORM ADD-NEW-CLASS-PROFILE
                 WHEN CPRO-CLASS-CODE (CLAS-IDX) = PROFILE-CLASS
                     ADD MHIS-DELTA TO CPRO-DOW-MILES
                         (CLAS-IDX DAY-OF-WEEK-SUB)
                     ADD MHIS-DELTA TO CPRO-MONTH-MILES
       ADD-NEW-CLASS-PROFILE.
         ADD 1 TO CLASS-COUNT.
         SET CLAS-IDX TO CLASS-COUNT.
         MOVE PROFILE-CLASS TO CPRO-CLASS-CODE (CLAS-IDX).
         PERFORM CLEAR-CLASS-DOW
             VARYING DAY-OF-WEEK-SUB FROM 1 BY 1
             UNTIL DAY-OF-WEEK-SUB > 7.
