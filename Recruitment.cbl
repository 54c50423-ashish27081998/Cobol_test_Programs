       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RECRUIT.
      * Recruitment requisitions and applicant tracking.  A
      * requisition is raised against a department's open
      * authorised positions - the POSNAUTH establishment less the
      * active headcount on PERSON-MASTER less the requisitions
      * already open - so recruiting cannot run ahead of what EXM2's
      * position control will later let the hire load into.
      * Applicants are recorded against a requisition and move
      * forward through applied, interviewed, offered and accepted,
      * or are rejected with a reason code from REFCODES type
      * APPLRJCT.  An accepted offer fills the requisition and
      * writes the hire as a PERSTRAN-layout add in a properly
      * labelled feed - header, data, trailer - for the nightly
      * load, so nobody keys the new starter twice.  The
      * time-to-fill report gives each department's filled
      * requisitions, average and longest days from opening to
      * acceptance, and the requisitions still open with the age
      * of the oldest.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECRUIT-TRANS-FILE ASSIGN TO "RECRTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECRUIT-TRANS-STATUS.
           SELECT REQUISITION-FILE ASSIGN TO "REQNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REQN-NUMBER
               FILE STATUS IS REQUISITION-STATUS.
           SELECT APPLICANT-FILE ASSIGN TO "APPLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPL-KEY
               FILE STATUS IS APPLICANT-STATUS.
           SELECT POSITION-AUTH-FILE ASSIGN TO "POSNAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSITION-AUTH-STATUS.
           SELECT PERSON-MASTER-FILE ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSM-PERSON-ID
               ALTERNATE RECORD KEY IS PERSM-L-SURNAME
                   WITH DUPLICATES
               FILE STATUS IS PERSON-MASTER-STATUS.
           SELECT RECRUIT-REJECT-FILE ASSIGN TO "RECRREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECRUIT-REJECT-STATUS.
           SELECT HIRE-FEED-FILE ASSIGN TO "PERSHIRE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIRE-FEED-STATUS.
           SELECT TIME-TO-FILL-FILE ASSIGN TO "RECRFILL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIME-TO-FILL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECRUIT-TRANS-FILE.
      * "R" raises a requisition and "X" cancels one; "A" records a
      * new applicant and "S" moves an applicant to a new stage.
       01  RECRUIT-TRANS-REC.
           02 RTRN-ACTION              PIC X(01).
              88 RTRN-RAISE                VALUE "R".
              88 RTRN-CANCEL               VALUE "X".
              88 RTRN-NEW-APPLICANT        VALUE "A".
              88 RTRN-STAGE-CHANGE         VALUE "S".
           02 RTRN-REQN-NUMBER         PIC X(06).
           02 RTRN-DATE                PIC 9(08).
           02 RTRN-BODY                PIC X(48).
           02 RTRN-REQN-BODY REDEFINES RTRN-BODY.
              03 RTRN-DEPT             PIC X(04).
              03 RTRN-TITLE            PIC X(20).
              03 FILLER                PIC X(24).
           02 RTRN-APPL-BODY REDEFINES RTRN-BODY.
              03 RTRN-APPL-SEQUENCE    PIC 9(03).
              03 RTRN-FIRST-NAME       PIC X(10).
              03 RTRN-L-SURNAME        PIC X(10).
              03 RTRN-DIA              PIC 9(02).
              03 RTRN-MONTH            PIC 9(02).
              03 RTRN-YEAR             PIC 9(04).
              03 RTRN-STAGE            PIC X(01).
              03 RTRN-REASON           PIC X(08).
              03 FILLER                PIC X(08).

       FD  REQUISITION-FILE.
           COPY REQNMAST.

       FD  APPLICANT-FILE.
           COPY APPLCANT.

       FD  POSITION-AUTH-FILE.
       01  POSITION-AUTH-REC.
           02 PAUT-DEPT-CODE           PIC X(04).
           02 PAUT-AUTHORIZED          PIC 9(05).

       FD  PERSON-MASTER-FILE.
           COPY PERSMAST.

       FD  RECRUIT-REJECT-FILE.
       01  RECRUIT-REJECT-REC          PIC X(80).

       FD  HIRE-FEED-FILE.
      * The PERSTRAN load layout EXM2 reads, under the standard
      * header/trailer labels.
       01  HIRE-FEED-REC.
           02 HIRE-FIRST-NAME          PIC X(10).
           02 HIRE-L-SURNAME           PIC X(10).
           02 HIRE-DIA                 PIC 9(02).
           02 HIRE-MONTH               PIC 9(02).
           02 HIRE-YEAR                PIC 9(04).
           02 HIRE-DEPT                PIC X(04).
           02 HIRE-RECYCLE-COUNT       PIC 9(02).
           COPY FILECTL.

       FD  TIME-TO-FILL-FILE.
       01  TIME-TO-FILL-REC            PIC X(100).

       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY DATEVALP.
           COPY REFLOOKP.
           COPY BUSDAYP.
        01 RECRUIT-TRANS-STATUS       PIC XX VALUE "00".
        01 REQUISITION-STATUS         PIC XX VALUE "00".
        01 APPLICANT-STATUS           PIC XX VALUE "00".
        01 POSITION-AUTH-STATUS       PIC XX VALUE "00".
        01 PERSON-MASTER-STATUS       PIC XX VALUE "00".
        01 RECRUIT-REJECT-STATUS      PIC XX VALUE "00".
        01 HIRE-FEED-STATUS           PIC XX VALUE "00".
        01 TIME-TO-FILL-STATUS        PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 REQN-FOUND-SWITCH          PIC X VALUE "N".
           88 REQN-FOUND                   VALUE "Y".
        01 APPL-FOUND-SWITCH          PIC X VALUE "N".
           88 APPL-FOUND                   VALUE "Y".
        01 POSITION-CONTROL-SWITCH    PIC X VALUE "N".
           88 POSITION-CONTROL-ON          VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 ACTION-DATE                PIC 9(08).
        01 REJECT-REASON              PIC X(30).
        01 CHECKED-DEPT-CODE          PIC X(04).
        01 OPEN-VACANCIES             PIC S9(05).
        01 TRANS-READ                 PIC 9(05) VALUE ZERO.
        01 TRANS-REJECTED             PIC 9(05) VALUE ZERO.
        01 REQUISITIONS-RAISED        PIC 9(05) VALUE ZERO.
        01 REQUISITIONS-CANCELLED     PIC 9(05) VALUE ZERO.
        01 APPLICANTS-ADDED           PIC 9(05) VALUE ZERO.
        01 STAGES-MOVED               PIC 9(05) VALUE ZERO.
        01 HIRES-FED                  PIC 9(09) VALUE ZERO.
        01 STAGE-CODE-LIST            PIC X(04) VALUE "AIOK".
        01 STAGE-CODE-TABLE REDEFINES STAGE-CODE-LIST.
           02 STAGE-CODE              PIC X(01) OCCURS 4 TIMES
                                      INDEXED BY STGE-IDX.
        01 CURRENT-STAGE-RANK         PIC 9(01).
        01 NEW-STAGE-RANK             PIC 9(01).
        01 STAGE-RANK-WORK            PIC 9(01).
        01 STAGE-CODE-WORK            PIC X(01).
        01 DAYS-TO-FILL               PIC S9(07).
        01 AVERAGE-DAYS               PIC 9(05).
        01 POSN-COUNT                 PIC 9(03) VALUE ZERO.
        01 POSITION-TABLE.
           02 POSITION-ENTRY OCCURS 0 TO 200 TIMES
                  DEPENDING ON POSN-COUNT
                  INDEXED BY POSN-IDX.
               03 POSN-DEPT-CODE       PIC X(04).
               03 POSN-AUTHORIZED      PIC 9(05).
               03 POSN-ACTUAL          PIC 9(05).
               03 POSN-OPEN-REQNS      PIC 9(05).
        01 FILL-COUNT                 PIC 9(03) VALUE ZERO.
        01 FILL-TABLE.
           02 FILL-ENTRY OCCURS 0 TO 200 TIMES
                  DEPENDING ON FILL-COUNT
                  INDEXED BY FILL-IDX.
               03 FILL-DEPT-CODE       PIC X(04).
               03 FILL-FILLED          PIC 9(05).
               03 FILL-TOTAL-DAYS      PIC 9(07).
               03 FILL-LONGEST-DAYS    PIC 9(05).
               03 FILL-OPEN            PIC 9(05).
               03 FILL-OLDEST-OPEN     PIC 9(05).
        01 TOTAL-FILLED               PIC 9(05) VALUE ZERO.
        01 TOTAL-STILL-OPEN           PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "RECRUIT: REQUISITIONS AND APPLICANTS STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         OPEN I-O REQUISITION-FILE.
         IF REQUISITION-STATUS = "35"
      * First-ever run - no requisitions yet, so create an empty
      * file rather than refuse to start.
             OPEN OUTPUT REQUISITION-FILE
             CLOSE REQUISITION-FILE
             OPEN I-O REQUISITION-FILE
         END-IF.
         OPEN I-O APPLICANT-FILE.
         IF APPLICANT-STATUS = "35"
             OPEN OUTPUT APPLICANT-FILE
             CLOSE APPLICANT-FILE
             OPEN I-O APPLICANT-FILE
         END-IF.
         OPEN INPUT PERSON-MASTER-FILE.
         IF PERSON-MASTER-STATUS NOT = "00"
             DISPLAY "RECRUIT: CANNOT OPEN PERSON-MASTER - "
                     PERSON-MASTER-STATUS
             STOP RUN RETURNING RC-SEVERE
         END-IF.
         PERFORM LOAD-POSITION-CONTROL.
         OPEN OUTPUT RECRUIT-REJECT-FILE.
         OPEN OUTPUT HIRE-FEED-FILE.
         PERFORM WRITE-HIRE-FEED-HEADER.
         PERFORM PROCESS-RECRUIT-TRANSACTIONS.
         PERFORM WRITE-HIRE-FEED-TRAILER.
         CLOSE RECRUIT-REJECT-FILE HIRE-FEED-FILE.
         PERFORM BUILD-TIME-TO-FILL-REPORT.
         CLOSE REQUISITION-FILE APPLICANT-FILE PERSON-MASTER-FILE.
         DISPLAY "TRANSACTIONS READ: " TRANS-READ.
         DISPLAY "TRANSACTIONS REJECTED: " TRANS-REJECTED.
         DISPLAY "REQUISITIONS RAISED: " REQUISITIONS-RAISED.
         DISPLAY "REQUISITIONS CANCELLED: " REQUISITIONS-CANCELLED.
         DISPLAY "APPLICANTS ADDED: " APPLICANTS-ADDED.
         DISPLAY "STAGE MOVES: " STAGES-MOVED.
         DISPLAY "HIRES FED TO THE NIGHTLY LOAD: " HIRES-FED.
         IF TRANS-REJECTED > 0
             STOP RUN RETURNING RC-WARNING
         ELSE
             STOP RUN RETURNING RC-NORMAL
         END-IF.

       LOAD-POSITION-CONTROL.
      * The same establishment EXM2 holds a load against, less the
      * active headcount and the requisitions already out.  With no
      * POSNAUTH file on hand, position control stands down here
      * too and any department may recruit.
         OPEN INPUT POSITION-AUTH-FILE.
         IF POSITION-AUTH-STATUS = "00"
             MOVE "Y" TO POSITION-CONTROL-SWITCH
             READ POSITION-AUTH-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 IF POSN-COUNT < 200
                     ADD 1 TO POSN-COUNT
                     SET POSN-IDX TO POSN-COUNT
                     MOVE PAUT-DEPT-CODE
                         TO POSN-DEPT-CODE (POSN-IDX)
                     MOVE PAUT-AUTHORIZED
                         TO POSN-AUTHORIZED (POSN-IDX)
                     MOVE ZERO TO POSN-ACTUAL (POSN-IDX)
                     MOVE ZERO TO POSN-OPEN-REQNS (POSN-IDX)
                 END-IF
                 READ POSITION-AUTH-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE POSITION-AUTH-FILE
             PERFORM COUNT-CURRENT-HEADCOUNT
             PERFORM COUNT-OPEN-REQUISITIONS
         END-IF.

       COUNT-CURRENT-HEADCOUNT.
         MOVE LOW-VALUES TO PERSM-PERSON-ID.
         START PERSON-MASTER-FILE KEY IS NOT LESS THAN
               PERSM-PERSON-ID
             INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
         END-START.
         PERFORM UNTIL END-OF-FILE
             READ PERSON-MASTER-FILE NEXT RECORD
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             IF NOT END-OF-FILE AND PERSM-ACTIVE
                 MOVE PERSM-DEPT TO CHECKED-DEPT-CODE
                 SET POSN-IDX TO 1
                 SEARCH POSITION-ENTRY
                     AT END CONTINUE
                     WHEN POSN-DEPT-CODE (POSN-IDX) =
                          CHECKED-DEPT-CODE
                         ADD 1 TO POSN-ACTUAL (POSN-IDX)
                 END-SEARCH
             END-IF
         END-PERFORM.
         MOVE "N" TO END-OF-FILE-SWITCH.

       COUNT-OPEN-REQUISITIONS.
         MOVE LOW-VALUES TO REQN-NUMBER.
         START REQUISITION-FILE KEY IS NOT LESS THAN REQN-NUMBER
             INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
         END-START.
         PERFORM UNTIL END-OF-FILE
             READ REQUISITION-FILE NEXT RECORD
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             IF NOT END-OF-FILE AND REQN-OPEN
                 MOVE REQN-DEPT TO CHECKED-DEPT-CODE
                 SET POSN-IDX TO 1
                 SEARCH POSITION-ENTRY
                     AT END CONTINUE
                     WHEN POSN-DEPT-CODE (POSN-IDX) =
                          CHECKED-DEPT-CODE
                         ADD 1 TO POSN-OPEN-REQNS (POSN-IDX)
                 END-SEARCH
             END-IF
         END-PERFORM.
         MOVE "N" TO END-OF-FILE-SWITCH.

       PROCESS-RECRUIT-TRANSACTIONS.
         OPEN INPUT RECRUIT-TRANS-FILE.
         IF RECRUIT-TRANS-STATUS NOT = "00"
             DISPLAY "NO RECRUITMENT TRANSACTIONS TO PROCESS"
         ELSE
             READ RECRUIT-TRANS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM APPLY-ONE-TRANSACTION
                 READ RECRUIT-TRANS-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE RECRUIT-TRANS-FILE
         END-IF.

       APPLY-ONE-TRANSACTION.
         ADD 1 TO TRANS-READ.
         MOVE SPACES TO REJECT-REASON.
         IF RTRN-DATE NUMERIC AND RTRN-DATE > ZERO
             MOVE RTRN-DATE TO ACTION-DATE
         ELSE
             MOVE TODAY-DATE TO ACTION-DATE
         END-IF.
         MOVE RTRN-REQN-NUMBER TO REQN-NUMBER.
         READ REQUISITION-FILE
             INVALID KEY MOVE "N" TO REQN-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO REQN-FOUND-SWITCH
         END-READ.
         IF RTRN-RAISE
             PERFORM RAISE-REQUISITION
         ELSE
             IF RTRN-CANCEL
                 PERFORM CANCEL-REQUISITION
             ELSE
                 IF RTRN-NEW-APPLICANT
                     PERFORM ADD-APPLICANT
                 ELSE
                     IF RTRN-STAGE-CHANGE
                         PERFORM MOVE-APPLICANT-STAGE
                     ELSE
                         MOVE "UNKNOWN ACTION CODE"
                             TO REJECT-REASON
                     END-IF
                 END-IF
             END-IF
         END-IF.
         IF REJECT-REASON NOT = SPACES
             MOVE SPACES TO RECRUIT-REJECT-REC
             STRING "REJECTED - " RTRN-ACTION " REQN "
                    RTRN-REQN-NUMBER " " REJECT-REASON
                 DELIMITED BY SIZE INTO RECRUIT-REJECT-REC
             WRITE RECRUIT-REJECT-REC
             ADD 1 TO TRANS-REJECTED
         END-IF.

       RAISE-REQUISITION.
         IF REQN-FOUND
             MOVE "REQUISITION ALREADY ON FILE" TO REJECT-REASON
         ELSE
             IF RTRN-REQN-NUMBER = SPACES OR RTRN-DEPT = SPACES
                 MOVE "NUMBER OR DEPT MISSING" TO REJECT-REASON
             ELSE
                 PERFORM CHECK-OPEN-VACANCY
             END-IF
         END-IF.
         IF REJECT-REASON = SPACES
             MOVE RTRN-REQN-NUMBER TO REQN-NUMBER
             MOVE RTRN-DEPT        TO REQN-DEPT
             MOVE RTRN-TITLE       TO REQN-TITLE
             MOVE "O"              TO REQN-STATUS
             MOVE ACTION-DATE      TO REQN-OPENED-DATE
             MOVE ZERO             TO REQN-CLOSED-DATE
             MOVE ZERO             TO REQN-HIRED-SEQUENCE
             WRITE REQUISITION-REC
             ADD 1 TO REQUISITIONS-RAISED
         END-IF.

       CHECK-OPEN-VACANCY.
      * A department on the establishment may only recruit into a
      * position that is neither filled nor already being recruited
      * for; departments not on the table recruit unchecked, as
      * they load unchecked in EXM2.
         IF POSITION-CONTROL-ON AND POSN-COUNT > 0
             MOVE RTRN-DEPT TO CHECKED-DEPT-CODE
             SET POSN-IDX TO 1
             SEARCH POSITION-ENTRY
                 AT END CONTINUE
                 WHEN POSN-DEPT-CODE (POSN-IDX) = CHECKED-DEPT-CODE
                     COMPUTE OPEN-VACANCIES =
                             POSN-AUTHORIZED (POSN-IDX)
                             - POSN-ACTUAL (POSN-IDX)
                             - POSN-OPEN-REQNS (POSN-IDX)
                     IF OPEN-VACANCIES > 0
                         ADD 1 TO POSN-OPEN-REQNS (POSN-IDX)
                     ELSE
                         MOVE "NO OPEN AUTHORISED POSITION"
                             TO REJECT-REASON
                     END-IF
             END-SEARCH
         END-IF.

       CANCEL-REQUISITION.
         IF NOT REQN-FOUND
             MOVE "REQUISITION NOT ON FILE" TO REJECT-REASON
         ELSE
             IF NOT REQN-OPEN
                 MOVE "REQUISITION NOT OPEN" TO REJECT-REASON
             ELSE
                 MOVE "C" TO REQN-STATUS
                 MOVE ACTION-DATE TO REQN-CLOSED-DATE
                 REWRITE REQUISITION-REC
                 ADD 1 TO REQUISITIONS-CANCELLED
                 PERFORM RELEASE-OPEN-REQUISITION
             END-IF
         END-IF.

       RELEASE-OPEN-REQUISITION.
         IF POSITION-CONTROL-ON AND POSN-COUNT > 0
             MOVE REQN-DEPT TO CHECKED-DEPT-CODE
             SET POSN-IDX TO 1
             SEARCH POSITION-ENTRY
                 AT END CONTINUE
                 WHEN POSN-DEPT-CODE (POSN-IDX) = CHECKED-DEPT-CODE
                     IF POSN-OPEN-REQNS (POSN-IDX) > 0
                         SUBTRACT 1 FROM POSN-OPEN-REQNS (POSN-IDX)
                     END-IF
             END-SEARCH
         END-IF.

       ADD-APPLICANT.
         IF NOT REQN-FOUND
             MOVE "REQUISITION NOT ON FILE" TO REJECT-REASON
         ELSE
             IF NOT REQN-OPEN
                 MOVE "REQUISITION NOT OPEN" TO REJECT-REASON
             ELSE
                 IF RTRN-FIRST-NAME = SPACES OR
                    RTRN-L-SURNAME = SPACES
                     MOVE "APPLICANT NAME MISSING" TO REJECT-REASON
                 ELSE
                     MOVE RTRN-YEAR  TO DV-YEAR
                     MOVE RTRN-MONTH TO DV-MONTH
                     MOVE RTRN-DIA   TO DV-DAY
                     CALL "DATEVAL" USING DATE-VALIDATION-PARMS
                     IF NOT DV-DATE-VALID
                         MOVE "BAD DATE OF BIRTH" TO REJECT-REASON
                     END-IF
                 END-IF
             END-IF
         END-IF.
         IF REJECT-REASON = SPACES
             MOVE RTRN-REQN-NUMBER   TO APPL-REQN-NUMBER
             MOVE RTRN-APPL-SEQUENCE TO APPL-SEQUENCE
             READ APPLICANT-FILE
                 INVALID KEY MOVE "N" TO APPL-FOUND-SWITCH
                 NOT INVALID KEY MOVE "Y" TO APPL-FOUND-SWITCH
             END-READ
             IF APPL-FOUND
                 MOVE "APPLICANT ALREADY ON FILE" TO REJECT-REASON
             ELSE
                 MOVE RTRN-REQN-NUMBER   TO APPL-REQN-NUMBER
                 MOVE RTRN-APPL-SEQUENCE TO APPL-SEQUENCE
                 MOVE RTRN-FIRST-NAME    TO APPL-FIRST-NAME
                 MOVE RTRN-L-SURNAME     TO APPL-L-SURNAME
                 MOVE RTRN-DIA           TO APPL-DIA
                 MOVE RTRN-MONTH         TO APPL-MONTH
                 MOVE RTRN-YEAR          TO APPL-YEAR
                 MOVE "A"                TO APPL-STAGE
                 MOVE ACTION-DATE        TO APPL-STAGE-DATE
                 MOVE ACTION-DATE        TO APPL-APPLIED-DATE
                 MOVE SPACES             TO APPL-REJECT-REASON
                 WRITE APPLICANT-REC
                 ADD 1 TO APPLICANTS-ADDED
             END-IF
         END-IF.

       MOVE-APPLICANT-STAGE.
         MOVE RTRN-REQN-NUMBER   TO APPL-REQN-NUMBER.
         MOVE RTRN-APPL-SEQUENCE TO APPL-SEQUENCE.
         READ APPLICANT-FILE
             INVALID KEY MOVE "N" TO APPL-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO APPL-FOUND-SWITCH
         END-READ.
         IF NOT APPL-FOUND
             MOVE "APPLICANT NOT ON FILE" TO REJECT-REASON
         ELSE
             IF APPL-REJECTED OR APPL-ACCEPTED
                 MOVE "APPLICANT ALREADY CLOSED" TO REJECT-REASON
             ELSE
                 IF RTRN-STAGE = "R"
                     PERFORM REJECT-APPLICANT
                 ELSE
                     PERFORM ADVANCE-APPLICANT
                 END-IF
             END-IF
         END-IF.

       REJECT-APPLICANT.
         MOVE "APPLRJCT" TO RL-CODE-TYPE.
         MOVE RTRN-REASON TO RL-CODE-VALUE.
         CALL "REFLOOK" USING REF-LOOKUP-PARMS.
         IF RTRN-REASON = SPACES OR
            (RL-TYPE-ON-TABLE AND NOT RL-CODE-FOUND)
             MOVE "UNKNOWN REJECTION REASON" TO REJECT-REASON
         ELSE
             MOVE "R"         TO APPL-STAGE
             MOVE ACTION-DATE TO APPL-STAGE-DATE
             MOVE RTRN-REASON TO APPL-REJECT-REASON
             REWRITE APPLICANT-REC
             ADD 1 TO STAGES-MOVED
         END-IF.

       ADVANCE-APPLICANT.
      * Stages only move forward - applied, interviewed, offered,
      * accepted - though a step may be skipped.
         MOVE APPL-STAGE TO STAGE-CODE-WORK.
         PERFORM FIND-STAGE-RANK.
         MOVE STAGE-RANK-WORK TO CURRENT-STAGE-RANK.
         MOVE RTRN-STAGE TO STAGE-CODE-WORK.
         PERFORM FIND-STAGE-RANK.
         MOVE STAGE-RANK-WORK TO NEW-STAGE-RANK.
         IF NEW-STAGE-RANK = 0
             MOVE "UNKNOWN STAGE CODE" TO REJECT-REASON
         ELSE
             IF NEW-STAGE-RANK NOT > CURRENT-STAGE-RANK
                 MOVE "STAGE DOES NOT MOVE FORWARD"
                     TO REJECT-REASON
             ELSE
                 IF RTRN-STAGE = "K" AND NOT REQN-OPEN
                     MOVE "REQUISITION NOT OPEN" TO REJECT-REASON
                 END-IF
             END-IF
         END-IF.
         IF REJECT-REASON = SPACES
             MOVE RTRN-STAGE  TO APPL-STAGE
             MOVE ACTION-DATE TO APPL-STAGE-DATE
             REWRITE APPLICANT-REC
             ADD 1 TO STAGES-MOVED
             IF APPL-ACCEPTED
                 PERFORM FILL-REQUISITION
             END-IF
         END-IF.

       FIND-STAGE-RANK.
         MOVE ZERO TO STAGE-RANK-WORK.
         SET STGE-IDX TO 1.
         SEARCH STAGE-CODE
             AT END CONTINUE
             WHEN STAGE-CODE (STGE-IDX) = STAGE-CODE-WORK
                 SET STAGE-RANK-WORK TO STGE-IDX
         END-SEARCH.

       FILL-REQUISITION.
      * The accepted offer closes the requisition and goes to the
      * nightly load as an add, into the requisition's department.
         MOVE "F"           TO REQN-STATUS.
         MOVE ACTION-DATE   TO REQN-CLOSED-DATE.
         MOVE APPL-SEQUENCE TO REQN-HIRED-SEQUENCE.
         REWRITE REQUISITION-REC.
         MOVE SPACES          TO HIRE-FEED-REC.
         MOVE APPL-FIRST-NAME TO HIRE-FIRST-NAME.
         MOVE APPL-L-SURNAME  TO HIRE-L-SURNAME.
         MOVE APPL-DIA        TO HIRE-DIA.
         MOVE APPL-MONTH      TO HIRE-MONTH.
         MOVE APPL-YEAR       TO HIRE-YEAR.
         MOVE REQN-DEPT       TO HIRE-DEPT.
         MOVE ZERO            TO HIRE-RECYCLE-COUNT.
         WRITE HIRE-FEED-REC.
         ADD 1 TO HIRES-FED.

       WRITE-HIRE-FEED-HEADER.
         MOVE SPACES TO FILE-LABEL-REC.
         MOVE "HDR" TO FCTL-REC-TYPE.
         MOVE "RECRUIT " TO FCTL-SOURCE.
         MOVE TODAY-DATE TO FCTL-CREATE-DATE.
         MOVE 1 TO FCTL-SEQUENCE.
         WRITE FILE-LABEL-REC.

       WRITE-HIRE-FEED-TRAILER.
         MOVE SPACES TO FILE-LABEL-REC.
         MOVE "TRL" TO FCTL-REC-TYPE.
         MOVE HIRES-FED TO FCTL-TRL-COUNT.
         WRITE FILE-LABEL-REC.

       BUILD-TIME-TO-FILL-REPORT.
         OPEN OUTPUT TIME-TO-FILL-FILE.
         MOVE SPACES TO TIME-TO-FILL-REC.
         STRING "TIME TO FILL BY DEPARTMENT AS OF " TODAY-DATE
             DELIMITED BY SIZE INTO TIME-TO-FILL-REC.
         WRITE TIME-TO-FILL-REC.
         MOVE SPACES TO TIME-TO-FILL-REC.
         WRITE TIME-TO-FILL-REC.
         MOVE LOW-VALUES TO REQN-NUMBER.
         START REQUISITION-FILE KEY IS NOT LESS THAN REQN-NUMBER
             INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
         END-START.
         PERFORM UNTIL END-OF-FILE
             READ REQUISITION-FILE NEXT RECORD
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             IF NOT END-OF-FILE AND NOT REQN-CANCELLED
                 PERFORM TALLY-ONE-REQUISITION
             END-IF
         END-PERFORM.
         MOVE "N" TO END-OF-FILE-SWITCH.
         IF FILL-COUNT > 0
             PERFORM WRITE-ONE-FILL-LINE
                 VARYING FILL-IDX FROM 1 BY 1
                 UNTIL FILL-IDX > FILL-COUNT
         END-IF.
         MOVE SPACES TO TIME-TO-FILL-REC.
         WRITE TIME-TO-FILL-REC.
         MOVE SPACES TO TIME-TO-FILL-REC.
         STRING "REQUISITIONS FILLED: " TOTAL-FILLED
                "  STILL OPEN: " TOTAL-STILL-OPEN
             DELIMITED BY SIZE INTO TIME-TO-FILL-REC.
         WRITE TIME-TO-FILL-REC.
         CLOSE TIME-TO-FILL-FILE.

       TALLY-ONE-REQUISITION.
         MOVE "C" TO BD-FUNCTION.
         MOVE REQN-OPENED-DATE TO BD-FROM-DATE.
         IF REQN-FILLED
             MOVE REQN-CLOSED-DATE TO BD-TO-DATE
         ELSE
             MOVE TODAY-DATE TO BD-TO-DATE
         END-IF.
         CALL "BUSDAY" USING BUSDAY-PARMS.
         MOVE BD-CALENDAR-DAYS TO DAYS-TO-FILL.
         IF DAYS-TO-FILL < 0
             MOVE ZERO TO DAYS-TO-FILL
         END-IF.
         SET FILL-IDX TO 1.
         SEARCH FILL-ENTRY
             AT END PERFORM ADD-NEW-FILL-DEPT
             WHEN FILL-DEPT-CODE (FILL-IDX) = REQN-DEPT
                 CONTINUE
         END-SEARCH.
         IF FILL-IDX NOT > 200
             IF REQN-FILLED
                 ADD 1 TO FILL-FILLED (FILL-IDX)
                 ADD 1 TO TOTAL-FILLED
                 ADD DAYS-TO-FILL TO FILL-TOTAL-DAYS (FILL-IDX)
                 IF DAYS-TO-FILL > FILL-LONGEST-DAYS (FILL-IDX)
                     MOVE DAYS-TO-FILL
                         TO FILL-LONGEST-DAYS (FILL-IDX)
                 END-IF
             ELSE
                 ADD 1 TO FILL-OPEN (FILL-IDX)
                 ADD 1 TO TOTAL-STILL-OPEN
                 IF DAYS-TO-FILL > FILL-OLDEST-OPEN (FILL-IDX)
                     MOVE DAYS-TO-FILL
                         TO FILL-OLDEST-OPEN (FILL-IDX)
                 END-IF
             END-IF
         END-IF.

       ADD-NEW-FILL-DEPT.
         IF FILL-COUNT < 200
             ADD 1 TO FILL-COUNT
             SET FILL-IDX TO FILL-COUNT
             MOVE REQN-DEPT TO FILL-DEPT-CODE (FILL-IDX)
             MOVE ZERO TO FILL-FILLED (FILL-IDX)
             MOVE ZERO TO FILL-TOTAL-DAYS (FILL-IDX)
             MOVE ZERO TO FILL-LONGEST-DAYS (FILL-IDX)
             MOVE ZERO TO FILL-OPEN (FILL-IDX)
             MOVE ZERO TO FILL-OLDEST-OPEN (FILL-IDX)
         ELSE
             SET FILL-IDX TO 201
         END-IF.

       WRITE-ONE-FILL-LINE.
         IF FILL-FILLED (FILL-IDX) > 0
             COMPUTE AVERAGE-DAYS ROUNDED =
                     FILL-TOTAL-DAYS (FILL-IDX)
                     / FILL-FILLED (FILL-IDX)
         ELSE
             MOVE ZERO TO AVERAGE-DAYS
         END-IF.
         MOVE SPACES TO TIME-TO-FILL-REC.
         STRING "DEPT " FILL-DEPT-CODE (FILL-IDX)
                " FILLED " FILL-FILLED (FILL-IDX)
                " AVG DAYS " AVERAGE-DAYS
                " LONGEST " FILL-LONGEST-DAYS (FILL-IDX)
                " OPEN " FILL-OPEN (FILL-IDX)
                " OLDEST OPEN " FILL-OLDEST-OPEN (FILL-IDX)
             DELIMITED BY SIZE INTO TIME-TO-FILL-REC.
         WRITE TIME-TO-FILL-REC.
