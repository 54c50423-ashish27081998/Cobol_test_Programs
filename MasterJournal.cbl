       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MSTJRNL.
      * Shared master change-journal subprogram.  Every program that
      * writes or rewrites a record on the vehicle, work-order or
      * customer master - commissioning, decommissioning, transfers,
      * odometer corrections, disposals, the master load, work-order
      * opens and closes, claim charges and customer maintenance -
      * calls it with the record's before and after images, and it
      * appends one MSTJRNL entry stamped with the run date and time,
      * the run ID, the operator and the calling program.  MSTJRPT
      * reports a day's entries and MSTHIST a key's whole history.
      * The journal is opened on the first call and stays open, and
      * is created empty when there is none yet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-JOURNAL-FILE.
           COPY MSTJRNL.

       WORKING-STORAGE SECTION.
        01 MASTER-JOURNAL-STATUS      PIC XX VALUE "00".
        01 FILE-STATE-SWITCH          PIC X VALUE "N".
           88 FILE-NOT-TRIED               VALUE "N".
           88 FILE-IS-OPEN                 VALUE "O".
           88 FILE-IS-ABSENT               VALUE "A".
        01 TODAY-DATE                 PIC 9(08).
        01 TIME-WORK                  PIC 9(08).
        01 DEFAULT-RUN-ID             PIC X(14).

       LINKAGE SECTION.
           COPY MSTJRNLP.

       PROCEDURE DIVISION USING MASTER-JOURNAL-PARMS.
       Begin.
         IF FILE-NOT-TRIED
             PERFORM OPEN-JOURNAL-FILE
         END-IF.
         IF FILE-IS-ABSENT
             MOVE "F" TO MJ-RESULT
             GOBACK
         END-IF.
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         ACCEPT TIME-WORK FROM TIME.
         MOVE SPACES             TO MASTER-JOURNAL-REC.
         MOVE TODAY-DATE         TO MJRN-RUN-DATE.
         MOVE TIME-WORK (1:6)    TO MJRN-RUN-TIME.
         IF MJ-RUN-ID = SPACES
             MOVE DEFAULT-RUN-ID TO MJRN-RUN-ID
         ELSE
             MOVE MJ-RUN-ID      TO MJRN-RUN-ID
         END-IF.
         IF MJ-OPERATOR = SPACES
             MOVE "BATCH"        TO MJRN-OPERATOR
         ELSE
             MOVE MJ-OPERATOR    TO MJRN-OPERATOR
         END-IF.
         MOVE MJ-PROGRAM         TO MJRN-PROGRAM.
         MOVE MJ-MASTER          TO MJRN-MASTER.
         MOVE MJ-KEY             TO MJRN-KEY.
         MOVE MJ-TRANS-TYPE      TO MJRN-TRANS-TYPE.
         MOVE MJ-BEFORE-IMAGE    TO MJRN-BEFORE-IMAGE.
         MOVE MJ-AFTER-IMAGE     TO MJRN-AFTER-IMAGE.
         WRITE MASTER-JOURNAL-REC.
         IF MASTER-JOURNAL-STATUS = "00"
             MOVE "Y" TO MJ-RESULT
         ELSE
             DISPLAY "MSTJRNL: CANNOT JOURNAL " MJ-MASTER " "
                     MJ-KEY " - " MASTER-JOURNAL-STATUS
             MOVE "F" TO MJ-RESULT
         END-IF.
         GOBACK.

       OPEN-JOURNAL-FILE.
      * A caller with no run ID of its own still gets one per run,
      * the date and time of its first journalled change.
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         ACCEPT TIME-WORK FROM TIME.
         MOVE SPACES TO DEFAULT-RUN-ID.
         STRING TODAY-DATE TIME-WORK (1:6)
             DELIMITED BY SIZE INTO DEFAULT-RUN-ID.
         OPEN EXTEND MASTER-JOURNAL-FILE.
         IF MASTER-JOURNAL-STATUS = "35"
      * First-ever run - no journal yet, so create an empty one
      * rather than refuse to start.
             OPEN OUTPUT MASTER-JOURNAL-FILE
         END-IF.
         IF MASTER-JOURNAL-STATUS = "00"
             MOVE "O" TO FILE-STATE-SWITCH
         ELSE
             DISPLAY "MSTJRNL: CANNOT OPEN MASTER JOURNAL - "
                     MASTER-JOURNAL-STATUS
             MOVE "A" TO FILE-STATE-SWITCH
         END-IF.
