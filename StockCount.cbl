       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PARTCNT.
      * Physical stock count for the parts room.  A selection card
      * names a range of part numbers (blank from and to counts
      * every part); each part in the range goes onto the count
      * with its book quantity frozen, and prints on a blind count
      * sheet with a space for the shelf quantity.  Count-entry
      * cards record what was found, and the variance report values
      * each difference at PART-UNIT-COST.  A variance worth no
      * more than the shop parameter STK-VAR-LIMIT posts straight
      * to PARTMAST; a bigger one waits for an approval card, which
      * either passes it for posting or sends the part back for a
      * recount.  Posted variances go to STKADJ, where GLEXTRCT
      * picks up the net write-off - so the shelf and the file stop
      * drifting apart between one annual count and the next.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTS-MASTER-FILE ASSIGN TO "PARTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PART-NUMBER
               FILE STATUS IS PARTS-MASTER-STATUS.
           SELECT STOCK-COUNT-FILE ASSIGN TO "STKCOUNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCNT-PART-NUMBER
               FILE STATUS IS STOCK-COUNT-STATUS.
           SELECT SHOP-PARM-FILE ASSIGN TO "SHOPPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPRM-PARM-KEY
               FILE STATUS IS SHOP-PARM-STATUS.
           SELECT COUNT-SELECT-FILE ASSIGN TO "CNTSEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNT-SELECT-STATUS.
           SELECT COUNT-ENTRY-FILE ASSIGN TO "CNTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNT-ENTRY-STATUS.
           SELECT COUNT-APPROVAL-FILE ASSIGN TO "CNTAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNT-APPROVAL-STATUS.
           SELECT COUNT-REJECT-FILE ASSIGN TO "CNTREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNT-REJECT-STATUS.
           SELECT COUNT-SHEET-FILE ASSIGN TO "COUNTSHT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNT-SHEET-STATUS.
           SELECT VARIANCE-REPORT-FILE ASSIGN TO "VARRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VARIANCE-REPORT-STATUS.
           SELECT STOCK-ADJUST-FILE ASSIGN TO "STKADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-ADJUST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTS-MASTER-FILE.
           COPY PARTMAST.

       FD  STOCK-COUNT-FILE.
           COPY STKCOUNT.

       FD  SHOP-PARM-FILE.
           COPY SHOPPARM.

       FD  COUNT-SELECT-FILE.
       01  COUNT-SELECT-REC.
           02 CSEL-FROM-PART           PIC X(08).
           02 CSEL-TO-PART             PIC X(08).

       FD  COUNT-ENTRY-FILE.
       01  COUNT-ENTRY-REC.
           02 CENT-PART-NUMBER         PIC X(08).
           02 CENT-COUNTED-QTY         PIC 9(05).

       FD  COUNT-APPROVAL-FILE.
      * "A" passes a counted variance for posting; "R" throws the
      * count away and puts the part back on the sheet for a
      * recount.
       01  COUNT-APPROVAL-REC.
           02 CAPP-PART-NUMBER         PIC X(08).
           02 CAPP-APPROVER            PIC X(08).
           02 CAPP-DECISION            PIC X(01).
              88 CAPP-IS-APPROVED          VALUE "A".
              88 CAPP-IS-RECOUNT           VALUE "R".

       FD  COUNT-REJECT-FILE.
       01  COUNT-REJECT-REC            PIC X(80).

       FD  COUNT-SHEET-FILE.
       01  COUNT-SHEET-REC             PIC X(100).

       FD  VARIANCE-REPORT-FILE.
       01  VARIANCE-REPORT-REC         PIC X(100).

       FD  STOCK-ADJUST-FILE.
           COPY STKADJ.

       WORKING-STORAGE SECTION.
           COPY RETCODES.
        01 PARTS-MASTER-STATUS        PIC XX VALUE "00".
        01 STOCK-COUNT-STATUS         PIC XX VALUE "00".
        01 SHOP-PARM-STATUS           PIC XX VALUE "00".
        01 COUNT-SELECT-STATUS        PIC XX VALUE "00".
        01 COUNT-ENTRY-STATUS         PIC XX VALUE "00".
        01 COUNT-APPROVAL-STATUS      PIC XX VALUE "00".
        01 COUNT-REJECT-STATUS        PIC XX VALUE "00".
        01 COUNT-SHEET-STATUS         PIC XX VALUE "00".
        01 VARIANCE-REPORT-STATUS     PIC XX VALUE "00".
        01 STOCK-ADJUST-STATUS        PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 END-OF-RANGE-SWITCH        PIC X VALUE "N".
           88 END-OF-RANGE                 VALUE "Y".
        01 PART-FOUND-SWITCH          PIC X VALUE "N".
           88 PART-FOUND                   VALUE "Y".
        01 COUNT-FOUND-SWITCH         PIC X VALUE "N".
           88 COUNT-FOUND                  VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 VARIANCE-LIMIT             PIC 9(09) VALUE 100.
        01 RANGE-FROM-PART            PIC X(08).
        01 RANGE-TO-PART              PIC X(08).
        01 VARIANCE-QTY               PIC S9(05).
        01 VARIANCE-VALUE             PIC S9(09)V99.
        01 VARIANCE-SIZE              PIC 9(09)V99.
        01 ADJUSTED-ON-HAND           PIC S9(06).
        01 TOTAL-GAIN-VALUE           PIC 9(11)V99 VALUE ZERO.
        01 TOTAL-LOSS-VALUE           PIC 9(11)V99 VALUE ZERO.
        01 NET-WRITE-OFF              PIC S9(11)V99 VALUE ZERO.
        01 HELD-VALUE                 PIC 9(11)V99 VALUE ZERO.
        01 EDITED-VARIANCE-QTY        PIC -(05)9.
        01 EDITED-UNIT-COST           PIC Z(04)9.99.
        01 EDITED-VARIANCE-VALUE      PIC -(08)9.99.
        01 EDITED-TOTAL-VALUE         PIC Z(10)9.99.
        01 EDITED-NET-VALUE           PIC -(10)9.99.
        01 VARIANCE-ACTION            PIC X(16).
        01 PARTS-ON-SHEET             PIC 9(05) VALUE ZERO.
        01 PARTS-ALREADY-ON-COUNT     PIC 9(05) VALUE ZERO.
        01 COUNTS-ENTERED             PIC 9(05) VALUE ZERO.
        01 APPROVALS-APPLIED          PIC 9(05) VALUE ZERO.
        01 RECOUNTS-ORDERED           PIC 9(05) VALUE ZERO.
        01 CARDS-REJECTED             PIC 9(05) VALUE ZERO.
        01 COUNTS-POSTED              PIC 9(05) VALUE ZERO.
        01 ADJUSTMENTS-WRITTEN        PIC 9(05) VALUE ZERO.
        01 COUNTS-HELD                PIC 9(05) VALUE ZERO.
           COPY RPTHEAD.
        01 PRINT-LINE-WORK            PIC X(100).
        01 VARIANCE-PAGE-COUNT        PIC 9(04) VALUE ZERO.
        01 VARIANCE-LINE-COUNT        PIC 9(03) VALUE 999.

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "PARTCNT: PARTS STOCK COUNT RUN STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         PERFORM READ-SHOP-PARMS.
         OPEN I-O PARTS-MASTER-FILE.
         IF PARTS-MASTER-STATUS = "35"
      * First-ever run - no parts master yet, so create an empty
      * one rather than refuse to start.
             OPEN OUTPUT PARTS-MASTER-FILE
             CLOSE PARTS-MASTER-FILE
             OPEN I-O PARTS-MASTER-FILE
         END-IF.
         OPEN I-O STOCK-COUNT-FILE.
         IF STOCK-COUNT-STATUS = "35"
      * First-ever run - no count yet, so create an empty file
      * rather than refuse to start.
             OPEN OUTPUT STOCK-COUNT-FILE
             CLOSE STOCK-COUNT-FILE
             OPEN I-O STOCK-COUNT-FILE
         END-IF.
         OPEN OUTPUT COUNT-REJECT-FILE.
         PERFORM PRINT-COUNT-SHEETS.
         PERFORM PROCESS-COUNT-ENTRIES.
         PERFORM PROCESS-COUNT-APPROVALS.
         PERFORM POST-COUNT-VARIANCES.
         CLOSE PARTS-MASTER-FILE STOCK-COUNT-FILE COUNT-REJECT-FILE.
         DISPLAY "PARTS PUT ON COUNT SHEETS: " PARTS-ON-SHEET.
         DISPLAY "PARTS ALREADY ON A COUNT: " PARTS-ALREADY-ON-COUNT.
         DISPLAY "COUNTS ENTERED: " COUNTS-ENTERED.
         DISPLAY "VARIANCES APPROVED: " APPROVALS-APPLIED.
         DISPLAY "RECOUNTS ORDERED: " RECOUNTS-ORDERED.
         DISPLAY "COUNT CARDS REJECTED: " CARDS-REJECTED.
         DISPLAY "COUNTS POSTED: " COUNTS-POSTED.
         DISPLAY "STOCK ADJUSTMENTS WRITTEN: " ADJUSTMENTS-WRITTEN.
         DISPLAY "VARIANCES AWAITING APPROVAL: " COUNTS-HELD.
         IF CARDS-REJECTED > 0 OR COUNTS-HELD > 0
             STOP RUN RETURNING RC-WARNING
         ELSE
             STOP RUN RETURNING RC-NORMAL
         END-IF.

       READ-SHOP-PARMS.
      * STK-VAR-LIMIT is in whole dollars either way - a loss or a
      * gain bigger than that needs a second pair of eyes.
         OPEN INPUT SHOP-PARM-FILE.
         IF SHOP-PARM-STATUS = "00"
             MOVE "STK-VAR-LIMIT   " TO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE SPRM-PARM-VALUE TO VARIANCE-LIMIT
             END-READ
             CLOSE SHOP-PARM-FILE
         END-IF.

       PRINT-COUNT-SHEETS.
         OPEN INPUT COUNT-SELECT-FILE.
         IF COUNT-SELECT-STATUS NOT = "00"
             DISPLAY "NO COUNT SELECTIONS - NO SHEETS PRINTED"
         ELSE
             OPEN OUTPUT COUNT-SHEET-FILE
             READ COUNT-SELECT-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM SELECT-ONE-RANGE
                 READ COUNT-SELECT-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             MOVE SPACES TO PRINT-LINE-WORK
             PERFORM WRITE-SHEET-PRINT-LINE
             MOVE SPACES TO PRINT-LINE-WORK
             STRING "PARTS ON THIS COUNT: " PARTS-ON-SHEET
                    "   COUNTED BY: ______________"
                 DELIMITED BY SIZE INTO PRINT-LINE-WORK
             PERFORM WRITE-SHEET-PRINT-LINE
             CLOSE COUNT-SHEET-FILE
         END-IF.
         CLOSE COUNT-SELECT-FILE.

       SELECT-ONE-RANGE.
      * A blank "to" part runs to the end of the master, so a card
      * with both blank counts the whole stock room.
         MOVE CSEL-FROM-PART TO RANGE-FROM-PART.
         MOVE CSEL-TO-PART TO RANGE-TO-PART.
         IF RANGE-FROM-PART = SPACES
             MOVE LOW-VALUES TO RANGE-FROM-PART
         END-IF.
         IF RANGE-TO-PART = SPACES
             MOVE HIGH-VALUES TO RANGE-TO-PART
         END-IF.
         MOVE "N" TO END-OF-RANGE-SWITCH.
         MOVE RANGE-FROM-PART TO PART-NUMBER.
         START PARTS-MASTER-FILE KEY IS NOT LESS THAN PART-NUMBER
             INVALID KEY MOVE "Y" TO END-OF-RANGE-SWITCH
         END-START.
         PERFORM UNTIL END-OF-RANGE
             READ PARTS-MASTER-FILE NEXT RECORD
                 AT END MOVE "Y" TO END-OF-RANGE-SWITCH
             END-READ
             IF NOT END-OF-RANGE
                 IF PART-NUMBER > RANGE-TO-PART
                     MOVE "Y" TO END-OF-RANGE-SWITCH
                 ELSE
                     PERFORM PUT-PART-ON-COUNT
                 END-IF
             END-IF
         END-PERFORM.

       PUT-PART-ON-COUNT.
      * A part already out on an earlier sheet keeps the book
      * quantity it was frozen at; it is not counted twice.
         MOVE PART-NUMBER TO SCNT-PART-NUMBER.
         READ STOCK-COUNT-FILE
             INVALID KEY MOVE "N" TO COUNT-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO COUNT-FOUND-SWITCH
         END-READ.
         IF COUNT-FOUND
             ADD 1 TO PARTS-ALREADY-ON-COUNT
         ELSE
             MOVE SPACES       TO STOCK-COUNT-REC
             MOVE PART-NUMBER  TO SCNT-PART-NUMBER
             MOVE TODAY-DATE   TO SCNT-SHEET-DATE
             MOVE PART-ON-HAND TO SCNT-BOOK-QTY
             MOVE ZERO         TO SCNT-COUNTED-QTY
             MOVE ZERO         TO SCNT-COUNT-DATE
             MOVE "S"          TO SCNT-STATUS
             WRITE STOCK-COUNT-REC
             ADD 1 TO PARTS-ON-SHEET
             MOVE SPACES TO PRINT-LINE-WORK
             STRING PART-NUMBER "  " PART-DESCRIPTION
                    "   SHELF QUANTITY ________"
                 DELIMITED BY SIZE INTO PRINT-LINE-WORK
             PERFORM WRITE-SHEET-PRINT-LINE
         END-IF.

       WRITE-SHEET-PRINT-LINE.
      * Paged print discipline from the shared heading layout.
         IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
             PERFORM WRITE-SHEET-HEADINGS
         END-IF.
         MOVE PRINT-LINE-WORK TO COUNT-SHEET-REC.
         WRITE COUNT-SHEET-REC.
         ADD 1 TO RPT-LINE-COUNT.

       WRITE-SHEET-HEADINGS.
      * The sheet is a blind count - the book quantity is not
      * printed, so the counter writes down what is on the shelf.
         ADD 1 TO RPT-PAGE-COUNT.
         MOVE "PARTS COUNT SHEET" TO RPT-TITLE-TEXT.
         MOVE TODAY-DATE TO RPT-HEAD-DATE.
         MOVE RPT-PAGE-COUNT TO RPT-PAGE-NUMBER.
         MOVE SPACES TO COUNT-SHEET-REC.
         MOVE RPT-TITLE-LINE TO COUNT-SHEET-REC.
         WRITE COUNT-SHEET-REC.
         MOVE "PART      DESCRIPTION                  SHELF QUANTITY"
             TO RPT-COLUMN-TEXT.
         MOVE RPT-COLUMN-TEXT TO COUNT-SHEET-REC.
         WRITE COUNT-SHEET-REC.
         MOVE SPACES TO COUNT-SHEET-REC.
         WRITE COUNT-SHEET-REC.
         MOVE 3 TO RPT-LINE-COUNT.

       PROCESS-COUNT-ENTRIES.
         OPEN INPUT COUNT-ENTRY-FILE.
         IF COUNT-ENTRY-STATUS NOT = "00"
             DISPLAY "NO COUNT ENTRIES TO PROCESS"
         ELSE
             READ COUNT-ENTRY-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM ENTER-ONE-COUNT
                 READ COUNT-ENTRY-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
         END-IF.
         CLOSE COUNT-ENTRY-FILE.

       ENTER-ONE-COUNT.
      * A second count card for the same part replaces the first,
      * and takes away any approval the first one had.
         MOVE CENT-PART-NUMBER TO SCNT-PART-NUMBER.
         READ STOCK-COUNT-FILE
             INVALID KEY MOVE "N" TO COUNT-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO COUNT-FOUND-SWITCH
         END-READ.
         IF NOT COUNT-FOUND
             MOVE SPACES TO COUNT-REJECT-REC
             STRING "REJECTED - COUNT FOR " CENT-PART-NUMBER
                    " - PART IS NOT ON A COUNT SHEET"
                 DELIMITED BY SIZE INTO COUNT-REJECT-REC
             WRITE COUNT-REJECT-REC
             ADD 1 TO CARDS-REJECTED
         ELSE
             MOVE CENT-COUNTED-QTY TO SCNT-COUNTED-QTY
             MOVE TODAY-DATE       TO SCNT-COUNT-DATE
             MOVE SPACES           TO SCNT-APPROVER
             MOVE "C"              TO SCNT-STATUS
             REWRITE STOCK-COUNT-REC
             ADD 1 TO COUNTS-ENTERED
         END-IF.

       PROCESS-COUNT-APPROVALS.
         OPEN INPUT COUNT-APPROVAL-FILE.
         IF COUNT-APPROVAL-STATUS NOT = "00"
             DISPLAY "NO COUNT APPROVALS TO PROCESS"
         ELSE
             READ COUNT-APPROVAL-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM APPLY-ONE-APPROVAL
                 READ COUNT-APPROVAL-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
         END-IF.
         CLOSE COUNT-APPROVAL-FILE.

       APPLY-ONE-APPROVAL.
         MOVE CAPP-PART-NUMBER TO SCNT-PART-NUMBER.
         READ STOCK-COUNT-FILE
             INVALID KEY MOVE "N" TO COUNT-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO COUNT-FOUND-SWITCH
         END-READ.
         IF NOT COUNT-FOUND
             MOVE SPACES TO COUNT-REJECT-REC
             STRING "REJECTED - APPROVAL FOR " CAPP-PART-NUMBER
                    " - PART IS NOT ON A COUNT"
                 DELIMITED BY SIZE INTO COUNT-REJECT-REC
             WRITE COUNT-REJECT-REC
             ADD 1 TO CARDS-REJECTED
         ELSE
             IF SCNT-AWAITING-COUNT OR CAPP-APPROVER = SPACES OR
                NOT (CAPP-IS-APPROVED OR CAPP-IS-RECOUNT)
                 MOVE SPACES TO COUNT-REJECT-REC
                 STRING "REJECTED - APPROVAL FOR " CAPP-PART-NUMBER
                        " BY " CAPP-APPROVER " DECISION "
                        CAPP-DECISION " - NOTHING TO APPROVE"
                     DELIMITED BY SIZE INTO COUNT-REJECT-REC
                 WRITE COUNT-REJECT-REC
                 ADD 1 TO CARDS-REJECTED
             ELSE
                 IF CAPP-IS-APPROVED
                     MOVE CAPP-APPROVER TO SCNT-APPROVER
                     MOVE "A" TO SCNT-STATUS
                     ADD 1 TO APPROVALS-APPLIED
                 ELSE
                     MOVE ZERO TO SCNT-COUNTED-QTY
                     MOVE ZERO TO SCNT-COUNT-DATE
                     MOVE SPACES TO SCNT-APPROVER
                     MOVE "S" TO SCNT-STATUS
                     ADD 1 TO RECOUNTS-ORDERED
                     DISPLAY "RECOUNT ORDERED BY " CAPP-APPROVER
                             ": " CAPP-PART-NUMBER
                 END-IF
                 REWRITE STOCK-COUNT-REC
             END-IF
         END-IF.

       POST-COUNT-VARIANCES.
      * Every counted part is valued; those inside the limit or
      * approved post and leave the count, the rest stay on it and
      * are listed for approval.  The adjustments accumulate across
      * runs until the ledger extract has taken the period's.
         OPEN OUTPUT VARIANCE-REPORT-FILE.
         OPEN EXTEND STOCK-ADJUST-FILE.
         IF STOCK-ADJUST-STATUS = "35"
             OPEN OUTPUT STOCK-ADJUST-FILE
         END-IF.
         MOVE LOW-VALUES TO SCNT-PART-NUMBER.
         START STOCK-COUNT-FILE KEY IS NOT LESS THAN SCNT-PART-NUMBER
             INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
         END-START.
         PERFORM UNTIL END-OF-FILE
             READ STOCK-COUNT-FILE NEXT RECORD
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             IF NOT END-OF-FILE AND NOT SCNT-AWAITING-COUNT
                 PERFORM VALUE-ONE-COUNT
             END-IF
         END-PERFORM.
         MOVE "N" TO END-OF-FILE-SWITCH.
         PERFORM WRITE-VARIANCE-TOTALS.
         CLOSE VARIANCE-REPORT-FILE STOCK-ADJUST-FILE.

       VALUE-ONE-COUNT.
         MOVE SCNT-PART-NUMBER TO PART-NUMBER.
         READ PARTS-MASTER-FILE
             INVALID KEY MOVE "N" TO PART-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO PART-FOUND-SWITCH
         END-READ.
         IF NOT PART-FOUND
             MOVE SPACES TO COUNT-REJECT-REC
             STRING "REJECTED - COUNT FOR " SCNT-PART-NUMBER
                    " - PART NO LONGER ON PARTS MASTER"
                 DELIMITED BY SIZE INTO COUNT-REJECT-REC
             WRITE COUNT-REJECT-REC
             ADD 1 TO CARDS-REJECTED
             DELETE STOCK-COUNT-FILE RECORD
         ELSE
             COMPUTE VARIANCE-QTY = SCNT-COUNTED-QTY - SCNT-BOOK-QTY
             COMPUTE VARIANCE-VALUE ROUNDED =
                     VARIANCE-QTY * PART-UNIT-COST
             IF VARIANCE-VALUE < ZERO
                 COMPUTE VARIANCE-SIZE = ZERO - VARIANCE-VALUE
             ELSE
                 MOVE VARIANCE-VALUE TO VARIANCE-SIZE
             END-IF
             IF VARIANCE-SIZE > VARIANCE-LIMIT AND
                NOT SCNT-IS-APPROVED
                 MOVE "NEEDS APPROVAL" TO VARIANCE-ACTION
                 ADD 1 TO COUNTS-HELD
                 ADD VARIANCE-SIZE TO HELD-VALUE
             ELSE
                 PERFORM POST-ONE-COUNT
             END-IF
             PERFORM WRITE-VARIANCE-LINE
         END-IF.

       POST-ONE-COUNT.
      * The variance moves the shelf from where the book stood when
      * the sheet printed, so anything issued or received since
      * stays in PART-ON-HAND.
         COMPUTE ADJUSTED-ON-HAND = PART-ON-HAND + VARIANCE-QTY.
         IF ADJUSTED-ON-HAND < ZERO
             MOVE ZERO TO ADJUSTED-ON-HAND
         END-IF.
         MOVE ADJUSTED-ON-HAND TO PART-ON-HAND.
         REWRITE PARTS-MASTER-REC.
         IF VARIANCE-QTY = ZERO
             MOVE "AGREED" TO VARIANCE-ACTION
         ELSE
             MOVE "POSTED" TO VARIANCE-ACTION
             IF VARIANCE-VALUE < ZERO
                 ADD VARIANCE-SIZE TO TOTAL-LOSS-VALUE
             ELSE
                 ADD VARIANCE-SIZE TO TOTAL-GAIN-VALUE
             END-IF
             SUBTRACT VARIANCE-VALUE FROM NET-WRITE-OFF
             MOVE SCNT-PART-NUMBER TO SADJ-PART-NUMBER
             MOVE TODAY-DATE       TO SADJ-POST-DATE
             MOVE SCNT-BOOK-QTY    TO SADJ-BOOK-QTY
             MOVE SCNT-COUNTED-QTY TO SADJ-COUNTED-QTY
             MOVE VARIANCE-QTY     TO SADJ-VARIANCE-QTY
             MOVE PART-UNIT-COST   TO SADJ-UNIT-COST
             MOVE VARIANCE-VALUE   TO SADJ-VARIANCE-VALUE
             MOVE SCNT-APPROVER    TO SADJ-APPROVER
             WRITE STOCK-ADJUST-REC
             ADD 1 TO ADJUSTMENTS-WRITTEN
         END-IF.
         DELETE STOCK-COUNT-FILE RECORD.
         ADD 1 TO COUNTS-POSTED.

       WRITE-VARIANCE-LINE.
         MOVE VARIANCE-QTY TO EDITED-VARIANCE-QTY.
         MOVE PART-UNIT-COST TO EDITED-UNIT-COST.
         MOVE VARIANCE-VALUE TO EDITED-VARIANCE-VALUE.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING SCNT-PART-NUMBER " " PART-DESCRIPTION
                " " SCNT-BOOK-QTY
                " " SCNT-COUNTED-QTY
                " " EDITED-VARIANCE-QTY
                " " EDITED-UNIT-COST
                " " EDITED-VARIANCE-VALUE
                "  " VARIANCE-ACTION
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-VARIANCE-PRINT-LINE.

       WRITE-VARIANCE-TOTALS.
         MOVE SPACES TO PRINT-LINE-WORK.
         PERFORM WRITE-VARIANCE-PRINT-LINE.
         MOVE TOTAL-LOSS-VALUE TO EDITED-TOTAL-VALUE.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "STOCK LOST          " EDITED-TOTAL-VALUE
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-VARIANCE-PRINT-LINE.
         MOVE TOTAL-GAIN-VALUE TO EDITED-TOTAL-VALUE.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "STOCK FOUND         " EDITED-TOTAL-VALUE
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-VARIANCE-PRINT-LINE.
         MOVE NET-WRITE-OFF TO EDITED-NET-VALUE.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "NET WRITE-OFF      " EDITED-NET-VALUE
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-VARIANCE-PRINT-LINE.
         MOVE HELD-VALUE TO EDITED-TOTAL-VALUE.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "AWAITING APPROVAL   " EDITED-TOTAL-VALUE
                "  (" COUNTS-HELD " PARTS, LIMIT "
                VARIANCE-LIMIT ")"
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-VARIANCE-PRINT-LINE.

       WRITE-VARIANCE-PRINT-LINE.
         IF VARIANCE-LINE-COUNT >= RPT-LINES-PER-PAGE
             PERFORM WRITE-VARIANCE-HEADINGS
         END-IF.
         MOVE PRINT-LINE-WORK TO VARIANCE-REPORT-REC.
         WRITE VARIANCE-REPORT-REC.
         ADD 1 TO VARIANCE-LINE-COUNT.

       WRITE-VARIANCE-HEADINGS.
         ADD 1 TO VARIANCE-PAGE-COUNT.
         MOVE "STOCK COUNT VARIANCES" TO RPT-TITLE-TEXT.
         MOVE TODAY-DATE TO RPT-HEAD-DATE.
         MOVE VARIANCE-PAGE-COUNT TO RPT-PAGE-NUMBER.
         MOVE SPACES TO VARIANCE-REPORT-REC.
         MOVE RPT-TITLE-LINE TO VARIANCE-REPORT-REC.
         WRITE VARIANCE-REPORT-REC.
         MOVE "PART DESCRIPTION BOOK COUNTED VARIANCE COST VALUE ACTION"
             TO RPT-COLUMN-TEXT.
         MOVE RPT-COLUMN-TEXT TO VARIANCE-REPORT-REC.
         WRITE VARIANCE-REPORT-REC.
         MOVE SPACES TO VARIANCE-REPORT-REC.
         WRITE VARIANCE-REPORT-REC.
         MOVE 3 TO VARIANCE-LINE-COUNT.
