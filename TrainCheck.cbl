       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TRAINCHK.
      * Shared mandatory-training subprogram, the ROADCHK pattern
      * applied to the training history: VEHASSGN passes a driver
      * and a vehicle class and learns whether a course the
      * catalogue makes mandatory for that class has lapsed, or
      * has never been taken.  The latest
      * completion of each course is the one that counts.  The
      * catalogue's mandatory courses are loaded and the history
      * opened on the first call, and both stay that way; with no
      * catalogue on file nothing is mandatory.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-FILE ASSIGN TO "TRNCOURS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCRS-COURSE-CODE
               FILE STATUS IS COURSE-STATUS.
           SELECT TRAINING-HISTORY-FILE ASSIGN TO "TRNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRNH-KEY
               FILE STATUS IS TRAINING-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-FILE.
           COPY TRNCOURS.

       FD  TRAINING-HISTORY-FILE.
           COPY TRNHIST.

       WORKING-STORAGE SECTION.
        01 COURSE-STATUS              PIC XX VALUE "00".
        01 TRAINING-HISTORY-STATUS    PIC XX VALUE "00".
        01 FILE-STATE-SWITCH          PIC X VALUE "N".
           88 FILE-NOT-TRIED               VALUE "N".
           88 FILE-IS-OPEN                 VALUE "O".
           88 FILE-IS-ABSENT               VALUE "A".
        01 HISTORY-FILE-SWITCH        PIC X VALUE "N".
           88 HISTORY-FILE-OPEN            VALUE "Y".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 HISTORY-SCAN-SWITCH        PIC X VALUE "N".
           88 HISTORY-SCAN-DONE            VALUE "Y".
        01 LATEST-EXPIRY-DATE         PIC 9(08).
        01 MAND-COUNT                 PIC 9(03) VALUE ZERO.
        01 MANDATORY-COURSE-TABLE.
           02 MANDATORY-COURSE-ENTRY OCCURS 0 TO 200 TIMES
                  DEPENDING ON MAND-COUNT
                  INDEXED BY MAND-IDX.
               03 MAND-COURSE-CODE     PIC X(06).
               03 MAND-VEH-CLASS       PIC X(02).

       LINKAGE SECTION.
           COPY TRNCHKP.

       PROCEDURE DIVISION USING TRAINING-CHECK-PARMS.
       Begin.
         IF FILE-NOT-TRIED
             PERFORM LOAD-MANDATORY-COURSES
         END-IF.
         MOVE "N" TO TCK-LAPSED-FLAG.
         MOVE "N" TO TCK-NEVER-FLAG.
         MOVE SPACES TO TCK-COURSE-CODE.
         MOVE ZERO TO TCK-EXPIRY-DATE.
         IF FILE-IS-OPEN AND MAND-COUNT > 0
             PERFORM CHECK-ONE-COURSE
                 VARYING MAND-IDX FROM 1 BY 1
                 UNTIL MAND-IDX > MAND-COUNT
                    OR TCK-TRAINING-LAPSED
         END-IF.
         GOBACK.

       LOAD-MANDATORY-COURSES.
         OPEN INPUT COURSE-FILE.
         IF COURSE-STATUS NOT = "00"
             MOVE "A" TO FILE-STATE-SWITCH
         ELSE
             MOVE "O" TO FILE-STATE-SWITCH
             MOVE LOW-VALUES TO TCRS-COURSE-CODE
             START COURSE-FILE KEY IS NOT LESS THAN TCRS-COURSE-CODE
                 INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
             END-START
             PERFORM UNTIL END-OF-FILE
                 READ COURSE-FILE NEXT RECORD
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
                 IF NOT END-OF-FILE AND TCRS-MANDATORY AND
                    MAND-COUNT < 200
                     ADD 1 TO MAND-COUNT
                     SET MAND-IDX TO MAND-COUNT
                     MOVE TCRS-COURSE-CODE
                         TO MAND-COURSE-CODE (MAND-IDX)
                     MOVE TCRS-VEH-CLASS
                         TO MAND-VEH-CLASS (MAND-IDX)
                 END-IF
             END-PERFORM
             CLOSE COURSE-FILE
             OPEN INPUT TRAINING-HISTORY-FILE
             IF TRAINING-HISTORY-STATUS = "00"
                 MOVE "Y" TO HISTORY-FILE-SWITCH
             END-IF
         END-IF.

       CHECK-ONE-COURSE.
         IF MAND-VEH-CLASS (MAND-IDX) = SPACES OR
            MAND-VEH-CLASS (MAND-IDX) = TCK-VEH-CLASS
             PERFORM FIND-LATEST-COMPLETION
             IF LATEST-EXPIRY-DATE = ZERO
                 IF NOT TCK-NEVER-TRAINED
                     MOVE "Y" TO TCK-NEVER-FLAG
                     MOVE MAND-COURSE-CODE (MAND-IDX)
                         TO TCK-COURSE-CODE
                 END-IF
             ELSE
                 IF LATEST-EXPIRY-DATE < TCK-AS-OF-DATE
                     MOVE "Y" TO TCK-LAPSED-FLAG
                     MOVE MAND-COURSE-CODE (MAND-IDX)
                         TO TCK-COURSE-CODE
                     MOVE LATEST-EXPIRY-DATE TO TCK-EXPIRY-DATE
                 END-IF
             END-IF
         END-IF.

       FIND-LATEST-COMPLETION.
      * The person's history for the course reads in date order, so
      * the last completion met is the latest.
         MOVE ZERO TO LATEST-EXPIRY-DATE.
         MOVE "N" TO HISTORY-SCAN-SWITCH.
         IF HISTORY-FILE-OPEN
             MOVE TCK-PERSON-ID TO TRNH-PERSON-ID
             MOVE MAND-COURSE-CODE (MAND-IDX) TO TRNH-COURSE-CODE
             MOVE ZERO TO TRNH-EVENT-DATE
             START TRAINING-HISTORY-FILE
                 KEY IS NOT LESS THAN TRNH-KEY
                 INVALID KEY MOVE "Y" TO HISTORY-SCAN-SWITCH
             END-START
             PERFORM UNTIL HISTORY-SCAN-DONE
                 READ TRAINING-HISTORY-FILE NEXT RECORD
                     AT END MOVE "Y" TO HISTORY-SCAN-SWITCH
                 END-READ
                 IF NOT HISTORY-SCAN-DONE
                     IF TRNH-PERSON-ID NOT = TCK-PERSON-ID OR
                        TRNH-COURSE-CODE NOT =
                            MAND-COURSE-CODE (MAND-IDX)
                         MOVE "Y" TO HISTORY-SCAN-SWITCH
                     ELSE
                         IF TRNH-COMPLETED
                             MOVE TRNH-EXPIRY-DATE
                                 TO LATEST-EXPIRY-DATE
                         END-IF
                     END-IF
                 END-IF
             END-PERFORM
         END-IF.
