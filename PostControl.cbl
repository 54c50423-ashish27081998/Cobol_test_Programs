       IDENTIFICATION DIVISION.
       PROGRAM-ID.  POSTCTL.
      * Shared posting-control subprogram, the FEEDCTL register
      * idea applied to the posting runs themselves: the cost
      * ledger posting, the GL extract, depreciation and the
      * mileage chargeback each record every source file they post
      * for a period, checkpoint the count of records posted as
      * they go, and mark the source complete at the end.  A rerun
      * then finds a complete source and does not post it twice,
      * and a rerun after an abend finds an in-progress source and
      * resumes where the abended run stopped instead of starting
      * over on top of what it had already posted.  The register is
      * opened on the first call and stays open, and is created
      * empty when there is none yet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTING-CONTROL-FILE ASSIGN TO "POSTCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCTL-KEY
               FILE STATUS IS POSTING-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTING-CONTROL-FILE.
           COPY POSTCTL.

       WORKING-STORAGE SECTION.
        01 POSTING-CONTROL-STATUS     PIC XX VALUE "00".
        01 FILE-STATE-SWITCH          PIC X VALUE "N".
           88 FILE-NOT-TRIED               VALUE "N".
           88 FILE-IS-OPEN                 VALUE "O".
           88 FILE-IS-ABSENT               VALUE "A".
        01 ENTRY-FOUND-SWITCH         PIC X VALUE "N".
           88 ENTRY-FOUND                  VALUE "Y".
        01 TIME-WORK                  PIC 9(08).

       LINKAGE SECTION.
           COPY POSTCTLP.

       PROCEDURE DIVISION USING POSTING-CONTROL-PARMS.
       Begin.
         IF FILE-NOT-TRIED
             OPEN I-O POSTING-CONTROL-FILE
             IF POSTING-CONTROL-STATUS = "35"
      * First-ever run - no register yet, so create an empty one
      * rather than refuse to start.
                 OPEN OUTPUT POSTING-CONTROL-FILE
                 CLOSE POSTING-CONTROL-FILE
                 OPEN I-O POSTING-CONTROL-FILE
             END-IF
             IF POSTING-CONTROL-STATUS = "00"
                 MOVE "O" TO FILE-STATE-SWITCH
             ELSE
                 DISPLAY "POSTCTL: CANNOT OPEN POSTING CONTROL - "
                         POSTING-CONTROL-STATUS
                 MOVE "A" TO FILE-STATE-SWITCH
             END-IF
         END-IF.
         IF FILE-IS-ABSENT
             MOVE "F" TO PC-RESULT
             GOBACK
         END-IF.
         PERFORM READ-CONTROL-ENTRY.
         IF PC-QUERY
             PERFORM REPORT-CONTROL-ENTRY
         ELSE
         IF PC-BEGIN
             PERFORM REPORT-CONTROL-ENTRY
             IF NOT ENTRY-FOUND
                 PERFORM WRITE-NEW-ENTRY
             END-IF
         ELSE
         IF PC-CHECKPOINT
             PERFORM CHECKPOINT-ENTRY
         ELSE
         IF PC-END
             PERFORM COMPLETE-ENTRY
         ELSE
             MOVE "F" TO PC-RESULT
         END-IF
         END-IF
         END-IF
         END-IF.
         GOBACK.

       READ-CONTROL-ENTRY.
         MOVE PC-PROGRAM TO PCTL-PROGRAM.
         MOVE PC-SOURCE  TO PCTL-SOURCE.
         MOVE PC-PERIOD  TO PCTL-PERIOD.
         READ POSTING-CONTROL-FILE
             INVALID KEY MOVE "N" TO ENTRY-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO ENTRY-FOUND-SWITCH
         END-READ.

       REPORT-CONTROL-ENTRY.
         IF NOT ENTRY-FOUND
             MOVE "N" TO PC-RESULT
             MOVE ZERO TO PC-RECORDS-DONE
         ELSE
             MOVE PCTL-RECORDS-DONE TO PC-RECORDS-DONE
             IF PCTL-COMPLETE
                 MOVE "A" TO PC-RESULT
             ELSE
                 MOVE "R" TO PC-RESULT
             END-IF
         END-IF.

       WRITE-NEW-ENTRY.
         MOVE PC-PROGRAM TO PCTL-PROGRAM.
         MOVE PC-SOURCE  TO PCTL-SOURCE.
         MOVE PC-PERIOD  TO PCTL-PERIOD.
         MOVE "P" TO PCTL-STATUS.
         MOVE ZERO TO PCTL-RECORDS-DONE.
         ACCEPT PCTL-STARTED-DATE FROM DATE YYYYMMDD.
         ACCEPT TIME-WORK FROM TIME.
         MOVE TIME-WORK (1:6) TO PCTL-STARTED-TIME.
         MOVE ZERO TO PCTL-COMPLETED-DATE.
         MOVE ZERO TO PCTL-COMPLETED-TIME.
         WRITE POSTING-CONTROL-REC
             INVALID KEY MOVE "F" TO PC-RESULT
         END-WRITE.

       CHECKPOINT-ENTRY.
         IF NOT ENTRY-FOUND
             MOVE "F" TO PC-RESULT
         ELSE
             MOVE PC-RECORDS-DONE TO PCTL-RECORDS-DONE
             REWRITE POSTING-CONTROL-REC
                 INVALID KEY MOVE "F" TO PC-RESULT
                 NOT INVALID KEY MOVE "R" TO PC-RESULT
             END-REWRITE
         END-IF.

       COMPLETE-ENTRY.
         IF NOT ENTRY-FOUND
             MOVE "F" TO PC-RESULT
         ELSE
             MOVE "C" TO PCTL-STATUS
             MOVE PC-RECORDS-DONE TO PCTL-RECORDS-DONE
             ACCEPT PCTL-COMPLETED-DATE FROM DATE YYYYMMDD
             ACCEPT TIME-WORK FROM TIME
             MOVE TIME-WORK (1:6) TO PCTL-COMPLETED-TIME
             REWRITE POSTING-CONTROL-REC
                 INVALID KEY MOVE "F" TO PC-RESULT
                 NOT INVALID KEY MOVE "A" TO PC-RESULT
             END-REWRITE
         END-IF.
