       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ROADCHK.
      * Shared off-road subprogram, the TIERLOOK pattern applied to
      * the driver defect master: POOLBOOK, DUTYRSTR and VEHASSGN
      * pass a vehicle and all get the same answer - whether an
      * uncleared safety-critical defect holds it off the road.  A
      * defect is only cleared once its work order has closed, so
      * an open off-road defect on file is the whole test.  The
      * defect file is opened on the first call and stays open; no
      * defect file at all means no unit is off the road.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFECT-MASTER-FILE ASSIGN TO "DEFCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEF-KEY
               FILE STATUS IS DEFECT-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEFECT-MASTER-FILE.
           COPY DEFCTMST.

       WORKING-STORAGE SECTION.
        01 DEFECT-MASTER-STATUS       PIC XX VALUE "00".
        01 FILE-STATE-SWITCH          PIC X VALUE "N".
           88 FILE-NOT-TRIED               VALUE "N".
           88 FILE-IS-OPEN                 VALUE "O".
           88 FILE-IS-ABSENT               VALUE "A".
        01 DEFECT-SCAN-SWITCH         PIC X VALUE "N".
           88 DEFECT-SCAN-DONE             VALUE "Y".

       LINKAGE SECTION.
           COPY ROADCHKP.

       PROCEDURE DIVISION USING ROAD-CHECK-PARMS.
       Begin.
         IF FILE-NOT-TRIED
             OPEN INPUT DEFECT-MASTER-FILE
             IF DEFECT-MASTER-STATUS = "00"
                 MOVE "O" TO FILE-STATE-SWITCH
             ELSE
                 MOVE "A" TO FILE-STATE-SWITCH
             END-IF
         END-IF.
         MOVE "N" TO RDC-OFF-ROAD-FLAG.
         MOVE ZERO TO RDC-REPORT-DATE.
         MOVE SPACES TO RDC-CATEGORY.
         IF FILE-IS-OPEN
             PERFORM FIND-OPEN-OFF-ROAD-DEFECT
         END-IF.
         GOBACK.

       FIND-OPEN-OFF-ROAD-DEFECT.
      * The vehicle's defects read in report-date order; the first
      * one still open with the off-road flag holds the unit.
         MOVE RDC-VEH-ID TO DEF-VEH-ID.
         MOVE ZERO       TO DEF-REPORT-DATE.
         MOVE LOW-VALUES TO DEF-CATEGORY.
         MOVE "N" TO DEFECT-SCAN-SWITCH.
         START DEFECT-MASTER-FILE KEY IS NOT LESS THAN DEF-KEY
             INVALID KEY MOVE "Y" TO DEFECT-SCAN-SWITCH
         END-START.
         PERFORM UNTIL DEFECT-SCAN-DONE
             READ DEFECT-MASTER-FILE NEXT RECORD
                 AT END MOVE "Y" TO DEFECT-SCAN-SWITCH
             END-READ
             IF NOT DEFECT-SCAN-DONE
                 IF DEF-VEH-ID NOT = RDC-VEH-ID
                     MOVE "Y" TO DEFECT-SCAN-SWITCH
                 ELSE
                     IF DEF-OFF-ROAD AND DEF-IS-OPEN
                         MOVE "Y" TO RDC-OFF-ROAD-FLAG
                         MOVE DEF-REPORT-DATE TO RDC-REPORT-DATE
                         MOVE DEF-CATEGORY    TO RDC-CATEGORY
                         MOVE "Y" TO DEFECT-SCAN-SWITCH
                     END-IF
                 END-IF
             END-IF
         END-PERFORM.
