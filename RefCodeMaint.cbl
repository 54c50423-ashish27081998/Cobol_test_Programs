      * file of type/value/description changes, logging the old and
      * new descriptions the way PARMMNT logs parameter changes -
      * SHOPPARM solved the numeric tunables, this solves the code
      * lists its PIC 9(09) value could never hold.  No card goes
      * straight onto the table: each carries the submitting
      * operator's ID and password and is queued through CHGQUEUE
      * for a second operator to approve in CHGAPPR.  Every run
      * first applies the changes approved since the last one,
      * logging who submitted and who approved each, then queues
      * the new cards.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD  REF-TRANS-FILE.
       01  REF-TRANS-REC               PIC X(63).

       FD  REF-CODE-FILE.
           COPY REFCODES.
        01 CODES-APPLIED              PIC 9(05) VALUE ZERO.
        01 CODES-RETIRED              PIC 9(05) VALUE ZERO.
        01 CODES-REJECTED             PIC 9(05) VALUE ZERO.
        01 CODES-SUBMITTED            PIC 9(05) VALUE ZERO.
        01 REJECTED-BEFORE            PIC 9(05).
      * "A" adds or replaces a code, "R" retires one.
        01 REF-TRANS-CARD.
           02 RTRN-ACTION              PIC X(01).
              88 RTRN-IS-ADD               VALUE "A".
              88 RTRN-IS-RETIRE            VALUE "R".
              88 RTRN-ACTION-VALID         VALUE "A" "R".
           02 RTRN-TYPE                PIC X(08).
           02 RTRN-VALUE               PIC X(08).
           02 RTRN-DESCRIPTION         PIC X(30).
           02 RTRN-OPERATOR-ID         PIC X(08).
           02 RTRN-PASSWORD            PIC X(08).
           COPY CHGQUEP.

       PROCEDURE DIVISION.
       Begin.
             CLOSE REF-CODE-FILE
             OPEN I-O REF-CODE-FILE
         END-IF.
         OPEN EXTEND REF-LOG-FILE.
         IF REF-LOG-STATUS = "35"
             OPEN OUTPUT REF-LOG-FILE
         END-IF.
         MOVE "REFCMNT " TO CQ-SOURCE.
         PERFORM APPLY-APPROVED-CHANGES.
         OPEN INPUT REF-TRANS-FILE.
         IF REF-TRANS-STATUS NOT = "00"
             DISPLAY "REFCMNT: NO CODE TRANSACTIONS"
         ELSE
             READ REF-TRANS-FILE INTO REF-TRANS-CARD
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM SUBMIT-ONE-CODE-CHANGE
                 READ REF-TRANS-FILE INTO REF-TRANS-CARD
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             CLOSE REF-TRANS-FILE
         END-IF.
         CLOSE REF-CODE-FILE REF-LOG-FILE.
         DISPLAY "CODES APPLIED: " CODES-APPLIED.
         DISPLAY "CODES RETIRED: " CODES-RETIRED.
         DISPLAY "CODES SUBMITTED: " CODES-SUBMITTED.
         DISPLAY "CODES REJECTED: " CODES-REJECTED.
         IF CODES-REJECTED > 0
             STOP RUN RETURNING RC-WARNING
             STOP RUN RETURNING RC-NORMAL
         END-IF.

       APPLY-APPROVED-CHANGES.
      * Replays each approved card through the same checks as ever,
      * under a line naming who submitted and who approved it; one
      * the table can no longer take is marked failed, not lost.
         MOVE ZERO TO CQ-CHANGE-KEY.
         MOVE "N" TO CQ-FUNCTION.
         CALL "CHGQUEUE" USING CHANGE-QUEUE-PARMS.
         PERFORM UNTIL NOT CQ-CHANGE-RETURNED
             MOVE CQ-TRANS-IMAGE TO REF-TRANS-CARD
             MOVE SPACES TO REF-LOG-REC
             STRING RUN-DATE " APPROVED CHANGE " CQ-CHANGE-DATE "/"
                    CQ-CHANGE-SEQUENCE " SUBMITTED BY "
                    CQ-SUBMITTED-BY " APPROVED BY " CQ-APPROVED-BY
                 DELIMITED BY SIZE INTO REF-LOG-REC
             WRITE REF-LOG-REC
             MOVE CODES-REJECTED TO REJECTED-BEFORE
             PERFORM APPLY-ONE-CODE-CHANGE
             IF CODES-REJECTED > REJECTED-BEFORE
                 MOVE "F" TO CQ-APPLY-FLAG
             ELSE
                 MOVE "C" TO CQ-APPLY-FLAG
             END-IF
             MOVE "M" TO CQ-FUNCTION
             CALL "CHGQUEUE" USING CHANGE-QUEUE-PARMS
             MOVE "N" TO CQ-FUNCTION
             CALL "CHGQUEUE" USING CHANGE-QUEUE-PARMS
         END-PERFORM.

       SUBMIT-ONE-CODE-CHANGE.
         IF NOT RTRN-ACTION-VALID OR RTRN-TYPE = SPACES OR
            RTRN-VALUE = SPACES
             MOVE SPACES TO REF-LOG-REC
             STRING RUN-DATE " REJECTED - BAD CODE CARD "
                    RTRN-ACTION " " RTRN-TYPE " " RTRN-VALUE
                 DELIMITED BY SIZE INTO REF-LOG-REC
             WRITE REF-LOG-REC
             ADD 1 TO CODES-REJECTED
         ELSE
             MOVE RTRN-TYPE  TO RCOD-TYPE
             MOVE RTRN-VALUE TO RCOD-VALUE
             READ REF-CODE-FILE
                 INVALID KEY
                     MOVE SPACES TO OLD-DESCRIPTION
                 NOT INVALID KEY
                     MOVE RCOD-DESCRIPTION TO OLD-DESCRIPTION
             END-READ
             MOVE SPACES TO CQ-DESCRIPTION
             IF RTRN-IS-RETIRE
                 STRING "RETIRE " RTRN-TYPE "/" RTRN-VALUE
                        " WAS " OLD-DESCRIPTION
                     DELIMITED BY SIZE INTO CQ-DESCRIPTION
             ELSE
                 STRING "SET " RTRN-TYPE "/" RTRN-VALUE
                        " TO " RTRN-DESCRIPTION
                     DELIMITED BY SIZE INTO CQ-DESCRIPTION
             END-IF
             MOVE "S"              TO CQ-FUNCTION
             MOVE RTRN-OPERATOR-ID TO CQ-OPERATOR-ID
             MOVE RTRN-PASSWORD    TO CQ-PASSWORD
             MOVE SPACES           TO RTRN-PASSWORD
             MOVE REF-TRANS-CARD   TO CQ-TRANS-IMAGE
             CALL "CHGQUEUE" USING CHANGE-QUEUE-PARMS
             MOVE SPACES TO REF-LOG-REC
             IF CQ-QUEUED
                 STRING RUN-DATE " " CQ-DESCRIPTION
                        " SUBMITTED BY " RTRN-OPERATOR-ID
                        " REF " CQ-CHANGE-SEQUENCE
                     DELIMITED BY SIZE INTO REF-LOG-REC
                 ADD 1 TO CODES-SUBMITTED
             ELSE
             IF CQ-DENIED
                 STRING RUN-DATE " " RTRN-TYPE "/" RTRN-VALUE
                        " DENIED - " CQ-DENIAL-REASON
                     DELIMITED BY SIZE INTO REF-LOG-REC
                 ADD 1 TO CODES-REJECTED
             ELSE
                 STRING RUN-DATE " " RTRN-TYPE "/" RTRN-VALUE
                        " NOT QUEUED - PENDING FILE ERROR"
                     DELIMITED BY SIZE INTO REF-LOG-REC
                 ADD 1 TO CODES-REJECTED
             END-IF
             END-IF
             WRITE REF-LOG-REC
         END-IF.

       APPLY-ONE-CODE-CHANGE.
         IF NOT RTRN-ACTION-VALID OR RTRN-TYPE = SPACES OR
            RTRN-VALUE = SPACES
