       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DEFCTRPT.
      * Driver pre-trip inspection defects: each walkaround sheet
      * becomes a defect-report card keyed by vehicle and date with
      * a defect category and a severity from REFCODES, posted to
      * the keyed defect master.  A safety-critical defect takes
      * the unit off the road - it opens a defect work order on
      * WOMAST and raises a severe alert - and POOLBOOK, DUTYRSTR
      * and VEHASSGN refuse the unit through ROADCHK until that
      * order is closed and a clear card clears the defect.  The
      * open-defect list shows every defect still outstanding.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFECT-TRANS-FILE ASSIGN TO "DEFCTTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEFECT-TRANS-STATUS.
           SELECT DEFECT-MASTER-FILE ASSIGN TO "DEFCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEF-KEY
               FILE STATUS IS DEFECT-MASTER-STATUS.
           SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEH-ID
               FILE STATUS IS VEHICLE-MASTER-STATUS.
           SELECT WORK-ORDER-FILE ASSIGN TO "WOMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-KEY
               FILE STATUS IS WORK-ORDER-STATUS.
           SELECT DEFECT-REJECT-FILE ASSIGN TO "DEFCTREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEFECT-REJECT-STATUS.
           SELECT OPEN-DEFECT-RPT-FILE ASSIGN TO "DEFCTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-DEFECT-RPT-STATUS.
           SELECT SHOP-ALERT-FILE ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHOP-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEFECT-TRANS-FILE.
      * A report card carries the sheet; a clear card needs only
      * the vehicle, the sheet date and the category it clears.
       01  DEFECT-TRANS-REC.
           02 DFTR-ACTION              PIC X.
              88 DFTR-IS-REPORT             VALUE "R".
              88 DFTR-IS-CLEAR              VALUE "C".
           02 DFTR-VEH-ID              PIC X(06).
           02 DFTR-REPORT-DATE.
              03 DFTR-REPORT-YEAR      PIC 9(04).
              03 DFTR-REPORT-MONTH     PIC 9(02).
              03 DFTR-REPORT-DAY       PIC 9(02).
           02 DFTR-CATEGORY            PIC X(08).
           02 DFTR-SEVERITY            PIC X(08).
           02 DFTR-PERSON-ID           PIC 9(10).
           02 DFTR-DESCRIPTION         PIC X(30).

       FD  DEFECT-MASTER-FILE.
           COPY DEFCTMST.

       FD  VEHICLE-MASTER-FILE.
           COPY VEHMAST.

       FD  WORK-ORDER-FILE.
           COPY WOMAST.

       FD  DEFECT-REJECT-FILE.
       01  DEFECT-REJECT-REC           PIC X(80).

       FD  OPEN-DEFECT-RPT-FILE.
       01  OPEN-DEFECT-RPT-REC         PIC X(100).

       FD  SHOP-ALERT-FILE.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY DATEVALP.
           COPY REFLOOKP.
           COPY MSTJRNLP.
        01 DEFECT-TRANS-STATUS        PIC XX VALUE "00".
        01 DEFECT-MASTER-STATUS       PIC XX VALUE "00".
        01 VEHICLE-MASTER-STATUS      PIC XX VALUE "00".
        01 WORK-ORDER-STATUS          PIC XX VALUE "00".
        01 DEFECT-REJECT-STATUS       PIC XX VALUE "00".
        01 OPEN-DEFECT-RPT-STATUS     PIC XX VALUE "00".
        01 SHOP-ALERT-STATUS          PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 VEHICLE-FOUND-SWITCH       PIC X VALUE "N".
           88 VEHICLE-FOUND                VALUE "Y".
        01 DEFECT-CODES-SWITCH        PIC X VALUE "Y".
           88 DEFECT-CODES-OK              VALUE "Y".
        01 ORDER-CLOSED-SWITCH        PIC X VALUE "N".
           88 ORDER-CLOSED                 VALUE "Y".
      * The severity code on the DEFSEV list that means the unit
      * must not leave the yard.
        01 SAFETY-CRITICAL-SEVERITY   PIC X(08) VALUE "SAFETY".
        01 REJECT-REASON              PIC X(30).
        01 TODAY-DATE                 PIC 9(08).
        01 DEFECT-INTERVAL            PIC 9(06).
        01 YEAR-IN-CENTURY            PIC 9(02).
        01 QUOTIENT-WORK              PIC 9(04).
        01 ORDER-STATE                PIC X(06).
        01 DEFECTS-RECORDED           PIC 9(05) VALUE ZERO.
        01 DEFECTS-OFF-ROAD           PIC 9(05) VALUE ZERO.
        01 DEFECTS-CLEARED            PIC 9(05) VALUE ZERO.
        01 ORDERS-OPENED              PIC 9(05) VALUE ZERO.
        01 TRANS-REJECTED             PIC 9(05) VALUE ZERO.
        01 OPEN-DEFECT-COUNT          PIC 9(05) VALUE ZERO.
        01 OFF-ROAD-COUNT             PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "DEFCTRPT: DRIVER DEFECT RUN STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         OPEN I-O DEFECT-MASTER-FILE.
         IF DEFECT-MASTER-STATUS = "35"
      * First-ever run - no defect master yet, so create an empty
      * one rather than refuse to start.
             OPEN OUTPUT DEFECT-MASTER-FILE
             CLOSE DEFECT-MASTER-FILE
             OPEN I-O DEFECT-MASTER-FILE
         END-IF.
         OPEN INPUT VEHICLE-MASTER-FILE.
         IF VEHICLE-MASTER-STATUS NOT = "00"
             DISPLAY "DEFCTRPT: CANNOT OPEN VEHICLE-MASTER - "
                     VEHICLE-MASTER-STATUS
             STOP RUN RETURNING RC-SEVERE
         END-IF.
         OPEN I-O WORK-ORDER-FILE.
         IF WORK-ORDER-STATUS = "35"
             OPEN OUTPUT WORK-ORDER-FILE
             CLOSE WORK-ORDER-FILE
             OPEN I-O WORK-ORDER-FILE
         END-IF.
         OPEN OUTPUT DEFECT-REJECT-FILE.
         PERFORM PROCESS-DEFECT-TRANSACTIONS.
         PERFORM BUILD-OPEN-DEFECT-LIST.
         CLOSE DEFECT-MASTER-FILE VEHICLE-MASTER-FILE
               WORK-ORDER-FILE DEFECT-REJECT-FILE.
         DISPLAY "DEFECTS RECORDED: " DEFECTS-RECORDED.
         DISPLAY "UNITS TAKEN OFF ROAD: " DEFECTS-OFF-ROAD.
         DISPLAY "DEFECT ORDERS OPENED: " ORDERS-OPENED.
         DISPLAY "DEFECTS CLEARED: " DEFECTS-CLEARED.
         DISPLAY "TRANSACTIONS REJECTED: " TRANS-REJECTED.
         DISPLAY "OFF-ROAD DEFECTS OUTSTANDING: " OFF-ROAD-COUNT.
         IF TRANS-REJECTED > 0 OR OFF-ROAD-COUNT > 0
             STOP RUN RETURNING RC-WARNING
         ELSE
             STOP RUN RETURNING RC-NORMAL
         END-IF.

       PROCESS-DEFECT-TRANSACTIONS.
         OPEN INPUT DEFECT-TRANS-FILE.
         IF DEFECT-TRANS-STATUS NOT = "00"
             DISPLAY "NO DEFECT TRANSACTIONS TO PROCESS"
         ELSE
             READ DEFECT-TRANS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM APPLY-ONE-DEFECT
                 READ DEFECT-TRANS-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
         END-IF.
         CLOSE DEFECT-TRANS-FILE.

       APPLY-ONE-DEFECT.
         MOVE DFTR-VEH-ID TO VEH-ID.
         READ VEHICLE-MASTER-FILE
             INVALID KEY MOVE "N" TO VEHICLE-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO VEHICLE-FOUND-SWITCH
         END-READ.
         IF NOT VEHICLE-FOUND
             MOVE "VEHICLE NOT ON MASTER" TO REJECT-REASON
             PERFORM REJECT-ONE-DEFECT
         ELSE
             IF DFTR-IS-REPORT
                 PERFORM RECORD-ONE-DEFECT
             ELSE
                 IF DFTR-IS-CLEAR
                     PERFORM CLEAR-ONE-DEFECT
                 ELSE
                     MOVE "INVALID ACTION CODE" TO REJECT-REASON
                     PERFORM REJECT-ONE-DEFECT
                 END-IF
             END-IF
         END-IF.

       RECORD-ONE-DEFECT.
         MOVE DFTR-REPORT-YEAR  TO DV-YEAR.
         MOVE DFTR-REPORT-MONTH TO DV-MONTH.
         MOVE DFTR-REPORT-DAY   TO DV-DAY.
         CALL "DATEVAL" USING DATE-VALIDATION-PARMS.
         IF NOT DV-DATE-VALID
             MOVE "BAD SHEET DATE" TO REJECT-REASON
             PERFORM REJECT-ONE-DEFECT
         ELSE
             PERFORM CHECK-DEFECT-CODES
             IF NOT DEFECT-CODES-OK
                 PERFORM REJECT-ONE-DEFECT
             ELSE
                 PERFORM STORE-ONE-DEFECT
             END-IF
         END-IF.

       CHECK-DEFECT-CODES.
      * Category and severity both come off the reference table -
      * when a type is not listed there, it posts unchecked.
         MOVE "Y" TO DEFECT-CODES-SWITCH.
         MOVE "DEFCAT"      TO RL-CODE-TYPE.
         MOVE DFTR-CATEGORY TO RL-CODE-VALUE.
         CALL "REFLOOK" USING REF-LOOKUP-PARMS.
         IF DFTR-CATEGORY = SPACES OR
            (RL-TYPE-ON-TABLE AND NOT RL-CODE-FOUND)
             MOVE "N" TO DEFECT-CODES-SWITCH
             MOVE "UNKNOWN DEFECT CATEGORY" TO REJECT-REASON
         ELSE
             MOVE "DEFSEV"      TO RL-CODE-TYPE
             MOVE DFTR-SEVERITY TO RL-CODE-VALUE
             CALL "REFLOOK" USING REF-LOOKUP-PARMS
             IF DFTR-SEVERITY = SPACES OR
                (RL-TYPE-ON-TABLE AND NOT RL-CODE-FOUND)
                 MOVE "N" TO DEFECT-CODES-SWITCH
                 MOVE "UNKNOWN DEFECT SEVERITY" TO REJECT-REASON
             END-IF
         END-IF.

       STORE-ONE-DEFECT.
         MOVE DFTR-VEH-ID      TO DEF-VEH-ID.
         MOVE DFTR-REPORT-DATE TO DEF-REPORT-DATE.
         MOVE DFTR-CATEGORY    TO DEF-CATEGORY.
         MOVE DFTR-SEVERITY    TO DEF-SEVERITY.
         MOVE DFTR-PERSON-ID   TO DEF-PERSON-ID.
         MOVE DFTR-DESCRIPTION TO DEF-DESCRIPTION.
         MOVE "O"              TO DEF-STATUS.
         MOVE ZERO             TO DEF-CLEAR-DATE.
         IF DFTR-SEVERITY = SAFETY-CRITICAL-SEVERITY
             PERFORM COMPUTE-DEFECT-INTERVAL
             MOVE "Y"             TO DEF-OFF-ROAD-FLAG
             MOVE DEFECT-INTERVAL TO DEF-WO-INTERVAL
         ELSE
             MOVE "N"  TO DEF-OFF-ROAD-FLAG
             MOVE ZERO TO DEF-WO-INTERVAL
         END-IF.
         WRITE DEFECT-MASTER-REC
             INVALID KEY
                 MOVE "DEFECT ALREADY ON FILE" TO REJECT-REASON
                 PERFORM REJECT-ONE-DEFECT
             NOT INVALID KEY
                 ADD 1 TO DEFECTS-RECORDED
                 DISPLAY DFTR-VEH-ID " DEFECT " DFTR-CATEGORY
                         " " DFTR-SEVERITY " RECORDED"
                 IF DEF-OFF-ROAD
                     ADD 1 TO DEFECTS-OFF-ROAD
                     PERFORM OPEN-DEFECT-ORDER
                     PERFORM WRITE-OFF-ROAD-ALERT
                 END-IF
         END-WRITE.

       COMPUTE-DEFECT-INTERVAL.
      * A defect order is keyed by the sheet date as YYMMDD - clear
      * of the small mileage interval counts and of the YYYYMM
      * calendar orders - so each sheet opens its own order.
         DIVIDE DFTR-REPORT-YEAR BY 100 GIVING QUOTIENT-WORK
             REMAINDER YEAR-IN-CENTURY.
         COMPUTE DEFECT-INTERVAL =
                 (YEAR-IN-CENTURY * 10000)
                 + (DFTR-REPORT-MONTH * 100) + DFTR-REPORT-DAY.

       OPEN-DEFECT-ORDER.
      * A second safety-critical category on the same sheet finds
      * that sheet's order already on file and shares it.
         MOVE DFTR-VEH-ID     TO WO-VEH-ID.
         MOVE DEFECT-INTERVAL TO WO-INTERVAL.
         MOVE TODAY-DATE      TO WO-OPEN-DATE.
         MOVE "O"             TO WO-STATUS.
         MOVE ZERO            TO WO-CLOSE-DATE.
         MOVE ZERO            TO WO-COST.
         MOVE SPACES          TO WO-VENDOR-CODE.
         MOVE "D"             TO WO-ORDER-TYPE.
         MOVE ZERO            TO WO-CLAIM-DATE.
         WRITE WORK-ORDER-REC
             INVALID KEY CONTINUE
             NOT INVALID KEY
                 ADD 1 TO ORDERS-OPENED
                 PERFORM JOURNAL-ORDER-OPENED
                 DISPLAY DFTR-VEH-ID " DEFECT INTERVAL "
                         DEFECT-INTERVAL " WORK ORDER OPENED"
         END-WRITE.

       JOURNAL-ORDER-OPENED.
      * Each order opened off a defect sheet goes to the shared
      * master change journal as an add.
         MOVE "ADD"            TO MJ-TRANS-TYPE.
         MOVE SPACES           TO MJ-BEFORE-IMAGE.
         MOVE "WOMAST"         TO MJ-MASTER.
         MOVE WO-KEY           TO MJ-KEY.
         MOVE "DEFCTRPT"       TO MJ-PROGRAM.
         MOVE SPACES           TO MJ-OPERATOR.
         MOVE SPACES           TO MJ-RUN-ID.
         MOVE WORK-ORDER-REC   TO MJ-AFTER-IMAGE.
         CALL "MSTJRNL" USING MASTER-JOURNAL-PARMS.

       WRITE-OFF-ROAD-ALERT.
      * Standard severity-coded alert for the dispatcher - a unit
      * taken off the road routes severe.
         OPEN EXTEND SHOP-ALERT-FILE.
         IF SHOP-ALERT-STATUS = "35"
             OPEN OUTPUT SHOP-ALERT-FILE
         END-IF.
         MOVE TODAY-DATE TO ALRT-DATE.
         MOVE "DEFCTRPT" TO ALRT-SOURCE.
         MOVE "S" TO ALRT-SEVERITY.
         MOVE DFTR-VEH-ID TO ALRT-KEY.
         MOVE SPACES TO ALRT-MESSAGE.
         STRING "OFF ROAD - DEFECT " DFTR-CATEGORY
                " - " DFTR-DESCRIPTION
             DELIMITED BY SIZE INTO ALRT-MESSAGE.
         WRITE SHOP-ALERT-REC.
         CLOSE SHOP-ALERT-FILE.

       CLEAR-ONE-DEFECT.
      * An off-road defect clears only once its order is closed -
      * the garage signs the unit back, then the defect comes off.
         MOVE DFTR-VEH-ID      TO DEF-VEH-ID.
         MOVE DFTR-REPORT-DATE TO DEF-REPORT-DATE.
         MOVE DFTR-CATEGORY    TO DEF-CATEGORY.
         READ DEFECT-MASTER-FILE
             INVALID KEY
                 MOVE "NO SUCH DEFECT ON FILE" TO REJECT-REASON
                 PERFORM REJECT-ONE-DEFECT
             NOT INVALID KEY
                 IF DEF-IS-CLEARED
                     MOVE "DEFECT ALREADY CLEARED" TO REJECT-REASON
                     PERFORM REJECT-ONE-DEFECT
                 ELSE
                     PERFORM CHECK-DEFECT-ORDER-CLOSED
                     IF NOT ORDER-CLOSED
                         MOVE "DEFECT ORDER STILL OPEN"
                             TO REJECT-REASON
                         PERFORM REJECT-ONE-DEFECT
                     ELSE
                         MOVE "C"        TO DEF-STATUS
                         MOVE TODAY-DATE TO DEF-CLEAR-DATE
                         REWRITE DEFECT-MASTER-REC
                         ADD 1 TO DEFECTS-CLEARED
                         DISPLAY DFTR-VEH-ID " DEFECT "
                                 DFTR-CATEGORY " CLEARED"
                     END-IF
                 END-IF
         END-READ.

       CHECK-DEFECT-ORDER-CLOSED.
         MOVE "Y" TO ORDER-CLOSED-SWITCH.
         IF DEF-OFF-ROAD
             MOVE DEF-VEH-ID      TO WO-VEH-ID
             MOVE DEF-WO-INTERVAL TO WO-INTERVAL
             READ WORK-ORDER-FILE
                 INVALID KEY MOVE "N" TO ORDER-CLOSED-SWITCH
                 NOT INVALID KEY
                     IF NOT WO-IS-CLOSED
                         MOVE "N" TO ORDER-CLOSED-SWITCH
                     END-IF
             END-READ
         END-IF.

       REJECT-ONE-DEFECT.
         MOVE SPACES TO DEFECT-REJECT-REC.
         STRING "REJECTED - " DFTR-ACTION " " DFTR-VEH-ID
                " " DFTR-REPORT-DATE " " DFTR-CATEGORY
                " - " REJECT-REASON
             DELIMITED BY SIZE INTO DEFECT-REJECT-REC.
         WRITE DEFECT-REJECT-REC.
         ADD 1 TO TRANS-REJECTED.

       BUILD-OPEN-DEFECT-LIST.
      * One pass of the defect master: every defect not yet cleared,
      * off-road ones with the state of their order.
         OPEN OUTPUT OPEN-DEFECT-RPT-FILE.
         MOVE SPACES TO OPEN-DEFECT-RPT-REC.
         STRING "OPEN DRIVER DEFECTS AS OF " TODAY-DATE
             DELIMITED BY SIZE INTO OPEN-DEFECT-RPT-REC.
         WRITE OPEN-DEFECT-RPT-REC.
         MOVE LOW-VALUES TO DEF-KEY.
         START DEFECT-MASTER-FILE KEY IS NOT LESS THAN DEF-KEY
             INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
         END-START.
         PERFORM UNTIL END-OF-FILE
             READ DEFECT-MASTER-FILE NEXT RECORD
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             IF NOT END-OF-FILE AND DEF-IS-OPEN
                 PERFORM LIST-ONE-OPEN-DEFECT
             END-IF
         END-PERFORM.
         MOVE "N" TO END-OF-FILE-SWITCH.
         MOVE SPACES TO OPEN-DEFECT-RPT-REC.
         STRING "OPEN DEFECTS: " OPEN-DEFECT-COUNT
                "  UNITS HELD OFF ROAD: " OFF-ROAD-COUNT
             DELIMITED BY SIZE INTO OPEN-DEFECT-RPT-REC.
         WRITE OPEN-DEFECT-RPT-REC.
         CLOSE OPEN-DEFECT-RPT-FILE.

       LIST-ONE-OPEN-DEFECT.
         ADD 1 TO OPEN-DEFECT-COUNT.
         MOVE SPACES TO OPEN-DEFECT-RPT-REC.
         IF DEF-OFF-ROAD
             ADD 1 TO OFF-ROAD-COUNT
             PERFORM CHECK-DEFECT-ORDER-CLOSED
             IF ORDER-CLOSED
                 MOVE "CLOSED" TO ORDER-STATE
             ELSE
                 MOVE "OPEN" TO ORDER-STATE
             END-IF
             STRING DEF-VEH-ID " " DEF-REPORT-DATE
                    " " DEF-CATEGORY " " DEF-SEVERITY
                    " OFF ROAD - ORDER " DEF-WO-INTERVAL
                    " " ORDER-STATE
                    " - " DEF-DESCRIPTION
                 DELIMITED BY SIZE INTO OPEN-DEFECT-RPT-REC
         ELSE
             STRING DEF-VEH-ID " " DEF-REPORT-DATE
                    " " DEF-CATEGORY " " DEF-SEVERITY
                    " IN SERVICE"
                    " - " DEF-DESCRIPTION
                 DELIMITED BY SIZE INTO OPEN-DEFECT-RPT-REC
         END-IF.
         WRITE OPEN-DEFECT-RPT-REC.
