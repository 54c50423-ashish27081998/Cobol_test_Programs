       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MSTJRPT.
      * Daily report over the shared MSTJRNL master change journal:
      * every change journalled today against the vehicle, work-order
      * and customer masters, in the order it was made, with the run
      * ID, operator and program that made it and the record images
      * before and after, then totals by master - adds and restores
      * counted apart from changes to records already on file.  The
      * PERSJRPT idea carried to the fleet side.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-JOURNAL-STATUS.
           SELECT JOURNAL-RPT-FILE ASSIGN TO "MSTJRPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-JOURNAL-FILE.
           COPY MSTJRNL.

       FD  JOURNAL-RPT-FILE.
       01  JOURNAL-RPT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RETCODES.
        01 MASTER-JOURNAL-STATUS      PIC XX VALUE "00".
        01 JOURNAL-RPT-STATUS         PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 ENTRIES-TODAY              PIC 9(07) VALUE ZERO.
        01 VEHICLE-ADDS               PIC 9(07) VALUE ZERO.
        01 VEHICLE-CHANGES            PIC 9(07) VALUE ZERO.
        01 ORDER-ADDS                 PIC 9(07) VALUE ZERO.
        01 ORDER-CHANGES              PIC 9(07) VALUE ZERO.
        01 CUSTOMER-ADDS              PIC 9(07) VALUE ZERO.
        01 CUSTOMER-CHANGES           PIC 9(07) VALUE ZERO.
        01 PRINT-LINE-WORK            PIC X(132).
           COPY RPTHEAD.

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "MSTJRPT: DAILY MASTER CHANGE REPORT STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         OPEN OUTPUT JOURNAL-RPT-FILE.
         OPEN INPUT MASTER-JOURNAL-FILE.
         IF MASTER-JOURNAL-STATUS = "00"
             READ MASTER-JOURNAL-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 IF MJRN-RUN-DATE = TODAY-DATE
                     PERFORM REPORT-ONE-ENTRY
                 END-IF
                 READ MASTER-JOURNAL-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             CLOSE MASTER-JOURNAL-FILE
         ELSE
             DISPLAY "MSTJRPT: NO MASTER JOURNAL ON FILE"
         END-IF.
         PERFORM WRITE-JOURNAL-TOTALS.
         CLOSE JOURNAL-RPT-FILE.
         DISPLAY "MASTER CHANGES TODAY: " ENTRIES-TODAY.
         STOP RUN RETURNING RC-NORMAL.

       REPORT-ONE-ENTRY.
         ADD 1 TO ENTRIES-TODAY.
      * A blank before image is a record new to the master - an add,
      * a load or a restore; anything else changed one on file.
         IF MJRN-MASTER = "VEHMAST"
             IF MJRN-BEFORE-IMAGE = SPACES
                 ADD 1 TO VEHICLE-ADDS
             ELSE
                 ADD 1 TO VEHICLE-CHANGES
             END-IF
         ELSE
         IF MJRN-MASTER = "WOMAST"
             IF MJRN-BEFORE-IMAGE = SPACES
                 ADD 1 TO ORDER-ADDS
             ELSE
                 ADD 1 TO ORDER-CHANGES
             END-IF
         ELSE
             IF MJRN-BEFORE-IMAGE = SPACES
                 ADD 1 TO CUSTOMER-ADDS
             ELSE
                 ADD 1 TO CUSTOMER-CHANGES
             END-IF
         END-IF
         END-IF.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING MJRN-RUN-TIME " " MJRN-MASTER " " MJRN-KEY
                " " MJRN-TRANS-TYPE
                " BY " MJRN-OPERATOR
                " PROGRAM " MJRN-PROGRAM
                " RUN " MJRN-RUN-ID
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-JOURNAL-PRINT-LINE.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "       BEFORE: " MJRN-BEFORE-IMAGE
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-JOURNAL-PRINT-LINE.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "       AFTER:  " MJRN-AFTER-IMAGE
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-JOURNAL-PRINT-LINE.

       WRITE-JOURNAL-TOTALS.
         MOVE SPACES TO PRINT-LINE-WORK.
         PERFORM WRITE-JOURNAL-PRINT-LINE.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "VEHICLE MASTER    ADDS: " VEHICLE-ADDS
                "  CHANGES: " VEHICLE-CHANGES
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-JOURNAL-PRINT-LINE.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "WORK-ORDER MASTER ADDS: " ORDER-ADDS
                "  CHANGES: " ORDER-CHANGES
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-JOURNAL-PRINT-LINE.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "CUSTOMER MASTER   ADDS: " CUSTOMER-ADDS
                "  CHANGES: " CUSTOMER-CHANGES
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-JOURNAL-PRINT-LINE.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "ENTRIES TODAY: " ENTRIES-TODAY
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-JOURNAL-PRINT-LINE.

       WRITE-JOURNAL-PRINT-LINE.
      * Paged print discipline from the shared heading layout.
         IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
             PERFORM WRITE-JOURNAL-HEADINGS
         END-IF.
         MOVE PRINT-LINE-WORK TO JOURNAL-RPT-REC.
         WRITE JOURNAL-RPT-REC.
         ADD 1 TO RPT-LINE-COUNT.

       WRITE-JOURNAL-HEADINGS.
         ADD 1 TO RPT-PAGE-COUNT.
         MOVE "MASTER CHANGE JOURNAL" TO RPT-TITLE-TEXT.
         MOVE TODAY-DATE TO RPT-HEAD-DATE.
         MOVE RPT-PAGE-COUNT TO RPT-PAGE-NUMBER.
         MOVE SPACES TO JOURNAL-RPT-REC.
         MOVE RPT-TITLE-LINE TO JOURNAL-RPT-REC.
         WRITE JOURNAL-RPT-REC.
         MOVE "TIME MASTER KEY TYPE OPERATOR PROGRAM RUN-ID"
             TO RPT-COLUMN-TEXT.
         MOVE RPT-COLUMN-TEXT TO JOURNAL-RPT-REC.
         WRITE JOURNAL-RPT-REC.
         MOVE SPACES TO JOURNAL-RPT-REC.
         WRITE JOURNAL-RPT-REC.
         MOVE 3 TO RPT-LINE-COUNT.
