      * draw down on-hand stock, and a reorder report lists every
      * part that has fallen below its minimum - so a $900 parts job
      * stops reading like $900 of labour and the parts room stops
      * discovering empty shelves at the counter.  The reorder list
      * counts stock already on order from a supplier as stock, and
      * suggests the quantity that would bring each part back up to
      * its minimum - PARTSPO turns the suggestions the parts room
      * agrees with into purchase orders.  Each usage line carries
      * the unit's odometer at issue for the repeat-repair analysis.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-KEY
               FILE STATUS IS WORK-ORDER-STATUS.
           SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEH-ID
               FILE STATUS IS VEHICLE-MASTER-STATUS.
           SELECT PARTS-USAGE-FILE ASSIGN TO "WOPARTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTS-USAGE-STATUS.
       FD  WORK-ORDER-FILE.
           COPY WOMAST.

       FD  VEHICLE-MASTER-FILE.
           COPY VEHMAST.

       FD  PARTS-USAGE-FILE.
           COPY WOPARTS.

       01  PARTS-REJECT-REC            PIC X(80).

       FD  REORDER-REPORT-FILE.
       01  REORDER-REPORT-REC          PIC X(100).

       WORKING-STORAGE SECTION.
           COPY RETCODES.
        01 STOCK-TRANS-STATUS         PIC XX VALUE "00".
        01 ISSUE-TRANS-STATUS         PIC XX VALUE "00".
        01 WORK-ORDER-STATUS          PIC XX VALUE "00".
        01 VEHICLE-MASTER-STATUS      PIC XX VALUE "00".
        01 PARTS-USAGE-STATUS         PIC XX VALUE "00".
        01 PARTS-REJECT-STATUS        PIC XX VALUE "00".
        01 REORDER-REPORT-STATUS      PIC XX VALUE "00".
        01 ISSUES-REJECTED            PIC 9(05) VALUE ZERO.
        01 REORDER-COUNT              PIC 9(05) VALUE ZERO.
        01 ISSUE-EXTENDED-COST        PIC 9(07)V99.
        01 STOCK-IN-HAND-OR-DUE       PIC 9(06).
        01 SUGGESTED-QUANTITY         PIC 9(05).

       PROCEDURE DIVISION.
       Begin.
             MOVE PTRN-QUANTITY    TO PART-ON-HAND
             MOVE ZERO             TO PART-MINIMUM
             MOVE PTRN-UNIT-COST   TO PART-UNIT-COST
             MOVE ZERO             TO PART-ON-ORDER
             WRITE PARTS-MASTER-REC
             ADD 1 TO STOCK-TRANS-APPLIED
             DISPLAY "PART ADDED: " PTRN-PART-NUMBER
             DISPLAY "NO PARTS ISSUES TO PROCESS"
         ELSE
             OPEN INPUT WORK-ORDER-FILE
             OPEN INPUT VEHICLE-MASTER-FILE
             OPEN EXTEND PARTS-USAGE-FILE
             IF PARTS-USAGE-STATUS = "35"
                 OPEN OUTPUT PARTS-USAGE-FILE
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE WORK-ORDER-FILE VEHICLE-MASTER-FILE
                   PARTS-USAGE-FILE
         END-IF.
         CLOSE ISSUE-TRANS-FILE.

         MOVE ISSU-QUANTITY       TO WPRT-QUANTITY.
         MOVE ISSUE-EXTENDED-COST TO WPRT-EXTENDED-COST.
         MOVE TODAY-DATE          TO WPRT-ISSUE-DATE.
         MOVE ZERO                TO WPRT-ODOMETER.
         MOVE ISSU-VEH-ID         TO VEH-ID.
         READ VEHICLE-MASTER-FILE
             NOT INVALID KEY MOVE VEH-ODOMETER TO WPRT-ODOMETER
         END-READ.
         WRITE PARTS-USAGE-REC.

       BUILD-REORDER-REPORT.
             READ PARTS-MASTER-FILE NEXT RECORD
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             IF NOT END-OF-FILE
      * A part already on order is only short by what the open
      * purchase orders will not cover once they come in.
                 COMPUTE STOCK-IN-HAND-OR-DUE =
                         PART-ON-HAND + PART-ON-ORDER
                 IF STOCK-IN-HAND-OR-DUE < PART-MINIMUM
                     PERFORM WRITE-REORDER-LINE
                 END-IF
             END-IF
         END-PERFORM.
         MOVE "N" TO END-OF-FILE-SWITCH.
             DELIMITED BY SIZE INTO REORDER-REPORT-REC.
         WRITE REORDER-REPORT-REC.
         CLOSE REORDER-REPORT-FILE.

       WRITE-REORDER-LINE.
         ADD 1 TO REORDER-COUNT.
         COMPUTE SUGGESTED-QUANTITY =
                 PART-MINIMUM - STOCK-IN-HAND-OR-DUE.
         MOVE SPACES TO REORDER-REPORT-REC.
         STRING PART-NUMBER " " PART-DESCRIPTION
                " ON HAND " PART-ON-HAND
                " ON ORDER " PART-ON-ORDER
                " MINIMUM " PART-MINIMUM
                " - ORDER " SUGGESTED-QUANTITY
             DELIMITED BY SIZE INTO REORDER-REPORT-REC.
         WRITE REORDER-REPORT-REC.
