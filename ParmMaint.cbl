      *file of key/value changes, logging the old and new value of
      *every parameter touched, so a threshold change is a logged
      *transaction instead of a recompile or a one-off parm card.
      *No change goes straight onto the table: each card carries the
      *submitting operator's ID and password and is queued through
      *CHGQUEUE for a second operator to approve in CHGAPPR.  Every
      *run first applies the changes approved since the last one,
      *logging who submitted and who approved each, then queues the
      *new cards.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        DATA DIVISION.
        FILE SECTION.
        FD  PARM-TRANS-FILE.
        01  PARM-TRANS-REC               PIC X(41).

        FD  SHOP-PARM-FILE.
            COPY SHOPPARM.
            01 RUN-DATE                  PIC 9(08).
            01 PARMS-APPLIED             PIC 9(05) VALUE ZERO.
            01 PARMS-REJECTED            PIC 9(05) VALUE ZERO.
            01 PARMS-SUBMITTED           PIC 9(05) VALUE ZERO.
            01 REJECTED-BEFORE           PIC 9(05).
            01 PARM-TRANS-CARD.
               02 PTRN-PARM-KEY          PIC X(16).
               02 PTRN-PARM-VALUE        PIC 9(09).
               02 PTRN-OPERATOR-ID       PIC X(08).
               02 PTRN-PASSWORD          PIC X(08).
            COPY CHGQUEP.

        PROCEDURE DIVISION.
        MAINLINE.
                    CLOSE SHOP-PARM-FILE
                    OPEN I-O SHOP-PARM-FILE
                END-IF.
                OPEN EXTEND PARM-LOG-FILE.
                IF PARM-LOG-STATUS = "35"
                    OPEN OUTPUT PARM-LOG-FILE
                END-IF.
                MOVE "PARMMNT " TO CQ-SOURCE.
                PERFORM APPLY-APPROVED-CHANGES.
                OPEN INPUT PARM-TRANS-FILE.
                IF PARM-TRANS-STATUS NOT = "00"
                    DISPLAY 'PARMMNT: NO PARAMETER TRANSACTIONS'
                ELSE
                    READ PARM-TRANS-FILE INTO PARM-TRANS-CARD
                        AT END MOVE "Y" TO END-OF-FILE-SWITCH
                    END-READ
                    PERFORM UNTIL END-OF-FILE
                        PERFORM SUBMIT-ONE-PARM-CHANGE
                        READ PARM-TRANS-FILE INTO PARM-TRANS-CARD
                            AT END MOVE "Y" TO END-OF-FILE-SWITCH
                        END-READ
                    END-PERFORM
                    CLOSE PARM-TRANS-FILE
                END-IF.
                CLOSE SHOP-PARM-FILE PARM-LOG-FILE.
                DISPLAY 'PARAMETERS APPLIED: ' PARMS-APPLIED.
                DISPLAY 'PARAMETERS SUBMITTED: ' PARMS-SUBMITTED.
                DISPLAY 'PARAMETERS REJECTED: ' PARMS-REJECTED.
                IF PARMS-REJECTED > 0
                    STOP RUN RETURNING RC-WARNING
                    STOP RUN RETURNING RC-NORMAL
                END-IF.

        APPLY-APPROVED-CHANGES.
      *Replays each approved card through the same checks as ever;
      *one the table can no longer take is marked failed, not lost.
                MOVE ZERO TO CQ-CHANGE-KEY.
                MOVE "N" TO CQ-FUNCTION.
                CALL "CHGQUEUE" USING CHANGE-QUEUE-PARMS.
                PERFORM UNTIL NOT CQ-CHANGE-RETURNED
                    MOVE CQ-TRANS-IMAGE TO PARM-TRANS-CARD
                    MOVE PARMS-REJECTED TO REJECTED-BEFORE
                    PERFORM APPLY-ONE-PARM-CHANGE
                    IF PARMS-REJECTED > REJECTED-BEFORE
                        MOVE "F" TO CQ-APPLY-FLAG
                    ELSE
                        MOVE "C" TO CQ-APPLY-FLAG
                    END-IF
                    MOVE "M" TO CQ-FUNCTION
                    CALL "CHGQUEUE" USING CHANGE-QUEUE-PARMS
                    MOVE "N" TO CQ-FUNCTION
                    CALL "CHGQUEUE" USING CHANGE-QUEUE-PARMS
                END-PERFORM.

        SUBMIT-ONE-PARM-CHANGE.
                IF PTRN-PARM-KEY = SPACES OR
                   PTRN-PARM-VALUE NOT NUMERIC
                    MOVE SPACES TO PARM-LOG-REC
                    STRING RUN-DATE " REJECTED - BAD PARM "
                           PTRN-PARM-KEY
                        DELIMITED BY SIZE INTO PARM-LOG-REC
                    WRITE PARM-LOG-REC
                    ADD 1 TO PARMS-REJECTED
                ELSE
                    MOVE PTRN-PARM-KEY TO SPRM-PARM-KEY
                    READ SHOP-PARM-FILE
                        INVALID KEY
                            MOVE ZERO TO OLD-PARM-VALUE
                        NOT INVALID KEY
                            MOVE SPRM-PARM-VALUE TO OLD-PARM-VALUE
                    END-READ
                    MOVE SPACES TO CQ-DESCRIPTION
                    STRING "SHOPPARM " PTRN-PARM-KEY
                           " OLD " OLD-PARM-VALUE
                           " NEW " PTRN-PARM-VALUE
                        DELIMITED BY SIZE INTO CQ-DESCRIPTION
                    MOVE "S"              TO CQ-FUNCTION
                    MOVE PTRN-OPERATOR-ID TO CQ-OPERATOR-ID
                    MOVE PTRN-PASSWORD    TO CQ-PASSWORD
                    MOVE SPACES           TO PTRN-PASSWORD
                    MOVE PARM-TRANS-CARD  TO CQ-TRANS-IMAGE
                    CALL "CHGQUEUE" USING CHANGE-QUEUE-PARMS
                    MOVE SPACES TO PARM-LOG-REC
                    IF CQ-QUEUED
                        STRING RUN-DATE " " PTRN-PARM-KEY
                               " NEW " PTRN-PARM-VALUE
                               " SUBMITTED BY " PTRN-OPERATOR-ID
                               " REF " CQ-CHANGE-SEQUENCE
                            DELIMITED BY SIZE INTO PARM-LOG-REC
                        ADD 1 TO PARMS-SUBMITTED
                    ELSE
                    IF CQ-DENIED
                        STRING RUN-DATE " " PTRN-PARM-KEY
                               " DENIED - " CQ-DENIAL-REASON
                            DELIMITED BY SIZE INTO PARM-LOG-REC
                        ADD 1 TO PARMS-REJECTED
                    ELSE
                        STRING RUN-DATE " " PTRN-PARM-KEY
                               " NOT QUEUED - PENDING FILE ERROR"
                            DELIMITED BY SIZE INTO PARM-LOG-REC
                        ADD 1 TO PARMS-REJECTED
                    END-IF
                    END-IF
                    WRITE PARM-LOG-REC
                END-IF.

        APPLY-ONE-PARM-CHANGE.
                IF PTRN-PARM-KEY = SPACES OR
                   PTRN-PARM-VALUE NOT NUMERIC
                STRING RUN-DATE " " PTRN-PARM-KEY
                       " OLD " OLD-PARM-VALUE
                       " NEW " PTRN-PARM-VALUE
                       " BY " CQ-SUBMITTED-BY
                       " APPR " CQ-APPROVED-BY
                    DELIMITED BY SIZE INTO PARM-LOG-REC.
                WRITE PARM-LOG-REC.
