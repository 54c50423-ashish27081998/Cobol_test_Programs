       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MSTHIST.
      * Per-key history inquiry over the shared MSTJRNL master change
      * journal.  Each MSTHQRY card names a master - VEHMAST, WOMAST
      * or CUSTMAST - and a record key: a vehicle ID, a work order's
      * vehicle ID and interval, or a customer code.  Every change
      * ever journalled against that record is listed on MSTHRPT
      * oldest first, with when, by which operator, program and run,
      * and the record before and after, so "who changed this and
      * when" is one card instead of a hunt through the day reports.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-QUERY-FILE ASSIGN TO "MSTHQRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-QUERY-STATUS.
           SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-JOURNAL-STATUS.
           SELECT HISTORY-RPT-FILE ASSIGN TO "MSTHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-QUERY-FILE.
       01  HISTORY-QUERY-REC.
           02 MHQ-MASTER               PIC X(08).
              88 MHQ-MASTER-VALID          VALUE "VEHMAST" "WOMAST"
                                                 "CUSTMAST".
           02 MHQ-KEY                  PIC X(12).

       FD  MASTER-JOURNAL-FILE.
           COPY MSTJRNL.

       FD  HISTORY-RPT-FILE.
       01  HISTORY-RPT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RETCODES.
        01 HISTORY-QUERY-STATUS       PIC XX VALUE "00".
        01 MASTER-JOURNAL-STATUS      PIC XX VALUE "00".
        01 HISTORY-RPT-STATUS         PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 JOURNAL-EOF-SWITCH         PIC X VALUE "N".
           88 JOURNAL-EOF                  VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 QUERIES-READ               PIC 9(05) VALUE ZERO.
        01 QUERIES-REJECTED           PIC 9(05) VALUE ZERO.
        01 ENTRIES-FOUND              PIC 9(07).
        01 PRINT-LINE-WORK            PIC X(132).
           COPY RPTHEAD.

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "MSTHIST: MASTER CHANGE HISTORY INQUIRY STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         OPEN INPUT HISTORY-QUERY-FILE.
         IF HISTORY-QUERY-STATUS NOT = "00"
             DISPLAY "MSTHIST: NO HISTORY INQUIRIES TO PROCESS"
             STOP RUN RETURNING RC-NORMAL
         END-IF.
         OPEN OUTPUT HISTORY-RPT-FILE.
         READ HISTORY-QUERY-FILE
             AT END MOVE "Y" TO END-OF-FILE-SWITCH
         END-READ.
         PERFORM UNTIL END-OF-FILE
             PERFORM ANSWER-ONE-QUERY
             READ HISTORY-QUERY-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
         END-PERFORM.
         CLOSE HISTORY-QUERY-FILE HISTORY-RPT-FILE.
         DISPLAY "HISTORY INQUIRIES READ: " QUERIES-READ.
         DISPLAY "HISTORY INQUIRIES REJECTED: " QUERIES-REJECTED.
         IF QUERIES-REJECTED > 0
             STOP RUN RETURNING RC-WARNING
         ELSE
             STOP RUN RETURNING RC-NORMAL
         END-IF.

       ANSWER-ONE-QUERY.
         ADD 1 TO QUERIES-READ.
         MOVE SPACES TO PRINT-LINE-WORK.
         PERFORM WRITE-HISTORY-PRINT-LINE.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "HISTORY OF " MHQ-MASTER " KEY " MHQ-KEY
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-HISTORY-PRINT-LINE.
         IF NOT MHQ-MASTER-VALID OR MHQ-KEY = SPACES
             ADD 1 TO QUERIES-REJECTED
             MOVE SPACES TO PRINT-LINE-WORK
             STRING "  REJECTED - MASTER MUST BE VEHMAST, WOMAST OR "
                    "CUSTMAST WITH A KEY"
                 DELIMITED BY SIZE INTO PRINT-LINE-WORK
             PERFORM WRITE-HISTORY-PRINT-LINE
         ELSE
             PERFORM LIST-KEY-HISTORY
         END-IF.

       LIST-KEY-HISTORY.
      * The journal is in the order changes were made, so one pass
      * lists the key's history oldest first.
         MOVE ZERO TO ENTRIES-FOUND.
         MOVE "N" TO JOURNAL-EOF-SWITCH.
         OPEN INPUT MASTER-JOURNAL-FILE.
         IF MASTER-JOURNAL-STATUS = "00"
             READ MASTER-JOURNAL-FILE
                 AT END MOVE "Y" TO JOURNAL-EOF-SWITCH
             END-READ
             PERFORM UNTIL JOURNAL-EOF
                 IF MJRN-MASTER = MHQ-MASTER
                    AND MJRN-KEY = MHQ-KEY
                     PERFORM LIST-ONE-ENTRY
                 END-IF
                 READ MASTER-JOURNAL-FILE
                     AT END MOVE "Y" TO JOURNAL-EOF-SWITCH
                 END-READ
             END-PERFORM
             CLOSE MASTER-JOURNAL-FILE
         END-IF.
         MOVE SPACES TO PRINT-LINE-WORK.
         IF ENTRIES-FOUND = ZERO
             MOVE "  NO CHANGES JOURNALLED FOR THIS KEY"
                 TO PRINT-LINE-WORK
         ELSE
             STRING "  CHANGES JOURNALLED: " ENTRIES-FOUND
                 DELIMITED BY SIZE INTO PRINT-LINE-WORK
         END-IF.
         PERFORM WRITE-HISTORY-PRINT-LINE.

       LIST-ONE-ENTRY.
         ADD 1 TO ENTRIES-FOUND.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "  " MJRN-RUN-DATE " " MJRN-RUN-TIME
                " " MJRN-TRANS-TYPE
                " BY " MJRN-OPERATOR
                " PROGRAM " MJRN-PROGRAM
                " RUN " MJRN-RUN-ID
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-HISTORY-PRINT-LINE.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "       BEFORE: " MJRN-BEFORE-IMAGE
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-HISTORY-PRINT-LINE.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "       AFTER:  " MJRN-AFTER-IMAGE
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-HISTORY-PRINT-LINE.

       WRITE-HISTORY-PRINT-LINE.
      * Paged print discipline from the shared heading layout.
         IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
             PERFORM WRITE-HISTORY-HEADINGS
         END-IF.
         MOVE PRINT-LINE-WORK TO HISTORY-RPT-REC.
         WRITE HISTORY-RPT-REC.
         ADD 1 TO RPT-LINE-COUNT.

       WRITE-HISTORY-HEADINGS.
         ADD 1 TO RPT-PAGE-COUNT.
         MOVE "MASTER CHANGE HISTORY" TO RPT-TITLE-TEXT.
         MOVE TODAY-DATE TO RPT-HEAD-DATE.
         MOVE RPT-PAGE-COUNT TO RPT-PAGE-NUMBER.
         MOVE SPACES TO HISTORY-RPT-REC.
         MOVE RPT-TITLE-LINE TO HISTORY-RPT-REC.
         WRITE HISTORY-RPT-REC.
         MOVE "DATE TIME TYPE OPERATOR PROGRAM RUN-ID" TO
             RPT-COLUMN-TEXT.
         MOVE RPT-COLUMN-TEXT TO HISTORY-RPT-REC.
         WRITE HISTORY-RPT-REC.
         MOVE SPACES TO HISTORY-RPT-REC.
         WRITE HISTORY-RPT-REC.
         MOVE 3 TO RPT-LINE-COUNT.
