      * assignment master joined to the fleet master gives each
      * depot its driver pool, and the weekly generation rosters
      * drivers who are active on PERSON-MASTER and not on approved
      * leave for the day - an on-leave driver is never rostered,
      * nor is a unit a defect sheet has taken off the road.
      * The coverage-gap report lists every depot and day that
      * comes up short, so 6 AM stops being when a depot finds out.
      * Each pattern carries its shift's start and finish times,
      * and every roster line repeats them, so the attendance run
      * can hold clock punches against the shift actually rostered.
      * A sickness spell still open, or one whose return falls in
      * the week, keeps the driver off the roster just as approved
      * leave does.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-SPAN-FILE ASSIGN TO "LEAVESPN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEAVE-SPAN-STATUS.
           SELECT SICKNESS-SPELL-FILE ASSIGN TO "SICKSPEL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SICK-KEY
               FILE STATUS IS SICKNESS-SPELL-STATUS.
           SELECT ROSTER-FILE ASSIGN TO "ROSTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-STATUS.
           02 SHFT-DEPOT               PIC X(03).
           02 SHFT-SHIFT-CODE          PIC X(02).
           02 SHFT-REQUIRED            PIC 9(02).
           02 SHFT-START-TIME          PIC 9(04).
           02 SHFT-END-TIME            PIC 9(04).

       FD  ASSIGN-MASTER-FILE.
           COPY ASSGMAST.
       FD  LEAVE-SPAN-FILE.
           COPY LEAVESPN.

       FD  SICKNESS-SPELL-FILE.
           COPY SICKSPEL.

       FD  ROSTER-FILE.
       01  ROSTER-REC.
           02 ROST-DEPOT               PIC X(03).
           02 ROST-DATE                PIC 9(08).
           02 ROST-SHIFT-CODE          PIC X(02).
           02 ROST-PERSON-ID           PIC 9(10).
           02 ROST-START-TIME          PIC 9(04).
           02 ROST-END-TIME            PIC 9(04).

       FD  GAP-RPT-FILE.
       01  GAP-RPT-REC                 PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY ROADCHKP.
        01 SHIFT-PATTERN-STATUS       PIC XX VALUE "00".
        01 ASSIGN-MASTER-STATUS       PIC XX VALUE "00".
        01 VEHICLE-MASTER-STATUS      PIC XX VALUE "00".
        01 PERSON-MASTER-STATUS       PIC XX VALUE "00".
        01 LEAVE-SPAN-STATUS          PIC XX VALUE "00".
        01 SICKNESS-SPELL-STATUS      PIC XX VALUE "00".
        01 ROSTER-STATUS              PIC XX VALUE "00".
        01 GAP-RPT-STATUS             PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
        01 QUOTIENT-WORK              PIC S9(07).
        01 REMAINDER-WORK             PIC S9(05).
        01 GAPS-FOUND                 PIC 9(05) VALUE ZERO.
        01 OFF-ROAD-UNITS             PIC 9(05) VALUE ZERO.
        01 ROSTER-LINES               PIC 9(07) VALUE ZERO.
        01 PATTERN-COUNT              PIC 9(03) VALUE ZERO.
        01 SHIFT-PATTERN-TABLE.
               03 SPAT-DEPOT           PIC X(03).
               03 SPAT-SHIFT-CODE      PIC X(02).
               03 SPAT-REQUIRED        PIC 9(02).
               03 SPAT-START-TIME      PIC 9(04).
               03 SPAT-END-TIME        PIC 9(04).
        01 LEAVE-COUNT                PIC 9(04) VALUE ZERO.
        01 LEAVE-TABLE.
           02 LEAVE-ENTRY OCCURS 0 TO 2000 TIMES
             STOP RUN RETURNING RC-NORMAL
         END-IF.
         PERFORM LOAD-LEAVE-TABLE.
         PERFORM LOAD-SICKNESS-SPELLS.
         PERFORM LOAD-DRIVER-POOL.
         OPEN OUTPUT ROSTER-FILE.
         OPEN OUTPUT GAP-RPT-FILE.
         CLOSE ROSTER-FILE GAP-RPT-FILE.
         DISPLAY "ROSTER LINES WRITTEN: " ROSTER-LINES.
         DISPLAY "COVERAGE GAPS: " GAPS-FOUND.
         DISPLAY "UNITS OFF ROAD - NOT ROSTERED: " OFF-ROAD-UNITS.
         IF GAPS-FOUND > 0
             STOP RUN RETURNING RC-WARNING
         ELSE
                         TO SPAT-SHIFT-CODE (SHFT-IDX)
                     MOVE SHFT-REQUIRED
                         TO SPAT-REQUIRED (SHFT-IDX)
                     MOVE SHFT-START-TIME
                         TO SPAT-START-TIME (SHFT-IDX)
                     MOVE SHFT-END-TIME
                         TO SPAT-END-TIME (SHFT-IDX)
                 END-IF
                 READ SHIFT-PATTERN-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
             CLOSE LEAVE-SPAN-FILE
         END-IF.

       LOAD-SICKNESS-SPELLS.
      * A sickness spell blocks the roster like leave: from its
      * first day to the day before the return, or without end
      * while it is still open.  Spells already closed before the
      * week starts cannot matter and are left out of the table.
         OPEN INPUT SICKNESS-SPELL-FILE.
         IF SICKNESS-SPELL-STATUS = "00"
             READ SICKNESS-SPELL-FILE NEXT RECORD
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 IF LEAVE-COUNT < 2000 AND
                    (SICK-SPELL-OPEN OR
                     SICK-RETURN-DATE > ROSTER-DATE-NUM)
                     ADD 1 TO LEAVE-COUNT
                     SET LEAV-IDX TO LEAVE-COUNT
                     MOVE SICK-PERSON-ID
                         TO LTAB-PERSON-ID (LEAV-IDX)
                     MOVE SICK-START-DATE TO LEAVE-DATE-WORK
                     COMPUTE LTAB-FROM-DAY-NUM (LEAV-IDX) =
                             (LVDW-YEAR * 360)
                             + (LVDW-MONTH * 30)
                             + LVDW-DAY
                     IF SICK-SPELL-OPEN
                         MOVE 9999999
                             TO LTAB-TO-DAY-NUM (LEAV-IDX)
                     ELSE
                         MOVE SICK-RETURN-DATE TO LEAVE-DATE-WORK
                         COMPUTE LTAB-TO-DAY-NUM (LEAV-IDX) =
                                 (LVDW-YEAR * 360)
                                 + (LVDW-MONTH * 30)
                                 + LVDW-DAY - 1
                     END-IF
                 END-IF
                 READ SICKNESS-SPELL-FILE NEXT RECORD
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE SICKNESS-SPELL-FILE
         END-IF.

       LOAD-DRIVER-POOL.
      * Each assigned driver belongs to their unit's depot, and
      * only an active person enters the pool - a terminated or
             INVALID KEY MOVE "N" TO PERSON-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO PERSON-FOUND-SWITCH
         END-READ.
      * A unit held off the road by an open defect takes no crew
      * until its order is closed and the defect cleared.
         MOVE ASSG-VEH-ID TO RDC-VEH-ID.
         CALL "ROADCHK" USING ROAD-CHECK-PARMS.
         IF RDC-VEH-OFF-ROAD
             ADD 1 TO OFF-ROAD-UNITS
             DISPLAY ASSG-VEH-ID " OFF ROAD - DEFECT "
                     RDC-CATEGORY " - DRIVER " ASSG-PERSON-ID
                     " NOT ROSTERED"
         END-IF.
         IF VEHICLE-FOUND AND PERSON-FOUND AND
            PERSM-ACTIVE AND POOL-COUNT < 2000 AND
            NOT RDC-VEH-OFF-ROAD
             ADD 1 TO POOL-COUNT
             SET POOL-IDX TO POOL-COUNT
             MOVE VEH-DEPOT TO POOL-DEPOT (POOL-IDX)
                     TO ROST-SHIFT-CODE
                 MOVE POOL-PERSON-ID (POOL-SUB)
                     TO ROST-PERSON-ID
                 MOVE SPAT-START-TIME (SHFT-IDX)
                     TO ROST-START-TIME
                 MOVE SPAT-END-TIME (SHFT-IDX)
                     TO ROST-END-TIME
                 WRITE ROSTER-REC
                 ADD 1 TO ROSTER-LINES
                 MOVE "Y" TO POOL-USED-SWITCH (POOL-SUB)
