       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SCHDMNT.
      * Maintains the nightly batch schedule master from SCHDTRAN
      * cards: action "A" adds a job or replaces its entry - the
      * description, run frequency, start window, up to four
      * predecessors and whether it is active or suspended - and
      * "D" takes a job off the schedule.  A card is refused for an
      * unknown frequency, a window that is not a real HHMM clock
      * time, a job named as its own predecessor, or a predecessor
      * not itself on the schedule.  Every change is logged old and
      * new on SCHDLOG the way DEPOTMNT logs the depot master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-TRANS-FILE ASSIGN TO "SCHDTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHEDULE-TRANS-STATUS.
           SELECT SCHEDULE-MASTER-FILE ASSIGN TO "SCHDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHD-PROGRAM
               FILE STATUS IS SCHEDULE-MASTER-STATUS.
           SELECT SCHEDULE-LOG-FILE ASSIGN TO "SCHDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHEDULE-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-TRANS-FILE.
       01  SCHEDULE-TRANS-REC.
           02 STRN-ACTION              PIC X(01).
              88 STRN-ADD-OR-REPLACE       VALUE "A".
              88 STRN-DELETE               VALUE "D".
           02 STRN-PROGRAM             PIC X(08).
           02 STRN-DESCRIPTION         PIC X(30).
           02 STRN-FREQUENCY           PIC X(01).
           02 STRN-WINDOW-START        PIC X(04).
           02 STRN-WINDOW-START-N REDEFINES STRN-WINDOW-START
                                       PIC 9(04).
           02 STRN-WINDOW-END          PIC X(04).
           02 STRN-WINDOW-END-N REDEFINES STRN-WINDOW-END
                                       PIC 9(04).
           02 STRN-PREDECESSOR         PIC X(08) OCCURS 4 TIMES.
           02 STRN-STATUS              PIC X(01).

       FD  SCHEDULE-MASTER-FILE.
           COPY SCHDMAST.

       FD  SCHEDULE-LOG-FILE.
       01  SCHEDULE-LOG-REC            PIC X(100).

       WORKING-STORAGE SECTION.
           COPY RETCODES.
        01 SCHEDULE-TRANS-STATUS      PIC XX VALUE "00".
        01 SCHEDULE-MASTER-STATUS     PIC XX VALUE "00".
        01 SCHEDULE-LOG-STATUS        PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 JOB-FOUND-SWITCH           PIC X VALUE "N".
           88 JOB-FOUND                    VALUE "Y".
        01 RUN-DATE                   PIC 9(08).
        01 REJECT-REASON              PIC X(40).
        01 PRED-SUB                   PIC 9(01).
        01 CLOCK-HHMM                 PIC 9(04).
        01 CLOCK-HH                   PIC 9(02).
        01 CLOCK-MM                   PIC 9(02).
        01 CLOCK-VALID-SWITCH         PIC X VALUE "N".
           88 CLOCK-VALID                  VALUE "Y".
        01 OLD-SCHEDULE-ENTRY.
           02 OLD-FREQUENCY           PIC X(01).
           02 OLD-WINDOW-START        PIC 9(04).
           02 OLD-WINDOW-END          PIC 9(04).
           02 OLD-STATUS              PIC X(01).
        01 JOBS-APPLIED               PIC 9(05) VALUE ZERO.
        01 JOBS-DELETED               PIC 9(05) VALUE ZERO.
        01 JOBS-REJECTED              PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "SCHDMNT: BATCH SCHEDULE MAINTENANCE STARTING".
         ACCEPT RUN-DATE FROM DATE YYYYMMDD.
         OPEN I-O SCHEDULE-MASTER-FILE.
         IF SCHEDULE-MASTER-STATUS = "35"
      * First-ever run - no schedule master yet, so create an empty
      * one rather than refuse to start.
             OPEN OUTPUT SCHEDULE-MASTER-FILE
             CLOSE SCHEDULE-MASTER-FILE
             OPEN I-O SCHEDULE-MASTER-FILE
         END-IF.
         OPEN INPUT SCHEDULE-TRANS-FILE.
         IF SCHEDULE-TRANS-STATUS NOT = "00"
             DISPLAY "SCHDMNT: NO SCHEDULE TRANSACTIONS"
             CLOSE SCHEDULE-MASTER-FILE
             STOP RUN RETURNING RC-NORMAL
         END-IF.
         OPEN EXTEND SCHEDULE-LOG-FILE.
         IF SCHEDULE-LOG-STATUS = "35"
             OPEN OUTPUT SCHEDULE-LOG-FILE
         END-IF.
         READ SCHEDULE-TRANS-FILE
             AT END MOVE "Y" TO END-OF-FILE-SWITCH
         END-READ.
         PERFORM UNTIL END-OF-FILE
             PERFORM APPLY-ONE-SCHEDULE-CARD
             READ SCHEDULE-TRANS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
         END-PERFORM.
         CLOSE SCHEDULE-TRANS-FILE SCHEDULE-MASTER-FILE
               SCHEDULE-LOG-FILE.
         DISPLAY "SCHEDULE ENTRIES APPLIED: " JOBS-APPLIED.
         DISPLAY "SCHEDULE ENTRIES DELETED: " JOBS-DELETED.
         DISPLAY "SCHEDULE CARDS REJECTED: " JOBS-REJECTED.
         IF JOBS-REJECTED > 0
             STOP RUN RETURNING RC-WARNING
         ELSE
             STOP RUN RETURNING RC-NORMAL
         END-IF.

       APPLY-ONE-SCHEDULE-CARD.
         MOVE SPACES TO REJECT-REASON.
         IF STRN-PROGRAM = SPACES
             MOVE "BLANK PROGRAM ID" TO REJECT-REASON
         ELSE
         IF STRN-DELETE
             PERFORM DELETE-ONE-JOB
         ELSE
         IF STRN-ADD-OR-REPLACE
             PERFORM CHECK-SCHEDULE-CARD
             IF REJECT-REASON = SPACES
                 PERFORM STORE-ONE-JOB
             END-IF
         ELSE
             MOVE "ACTION NOT A OR D" TO REJECT-REASON
         END-IF
         END-IF
         END-IF.
         IF REJECT-REASON NOT = SPACES
             ADD 1 TO JOBS-REJECTED
             MOVE SPACES TO SCHEDULE-LOG-REC
             STRING RUN-DATE " REJECTED - " STRN-PROGRAM " "
                    REJECT-REASON
                 DELIMITED BY SIZE INTO SCHEDULE-LOG-REC
             WRITE SCHEDULE-LOG-REC
         END-IF.

       CHECK-SCHEDULE-CARD.
         MOVE STRN-FREQUENCY TO SCHD-FREQUENCY.
         IF NOT SCHD-FREQUENCY-VALID
             MOVE "FREQUENCY NOT N, B, M OR Q" TO REJECT-REASON
         END-IF.
         IF REJECT-REASON = SPACES
             IF STRN-WINDOW-START NOT NUMERIC
                OR STRN-WINDOW-END NOT NUMERIC
                 MOVE "WINDOW NOT NUMERIC" TO REJECT-REASON
             ELSE
                 MOVE STRN-WINDOW-START-N TO CLOCK-HHMM
                 PERFORM CHECK-CLOCK-TIME
                 IF CLOCK-VALID
                     MOVE STRN-WINDOW-END-N TO CLOCK-HHMM
                     PERFORM CHECK-CLOCK-TIME
                 END-IF
                 IF NOT CLOCK-VALID
                     MOVE "WINDOW NOT A CLOCK TIME" TO REJECT-REASON
                 END-IF
             END-IF
         END-IF.
         IF REJECT-REASON = SPACES
             IF STRN-STATUS NOT = SPACE AND STRN-STATUS NOT = "A"
                AND STRN-STATUS NOT = "S"
                 MOVE "STATUS NOT A OR S" TO REJECT-REASON
             END-IF
         END-IF.
         PERFORM VARYING PRED-SUB FROM 1 BY 1
                 UNTIL PRED-SUB > 4 OR REJECT-REASON NOT = SPACES
             IF STRN-PREDECESSOR (PRED-SUB) NOT = SPACES
                 PERFORM CHECK-ONE-PREDECESSOR
             END-IF
         END-PERFORM.

       CHECK-ONE-PREDECESSOR.
         IF STRN-PREDECESSOR (PRED-SUB) = STRN-PROGRAM
             MOVE "JOB IS ITS OWN PREDECESSOR" TO REJECT-REASON
         ELSE
             MOVE STRN-PREDECESSOR (PRED-SUB) TO SCHD-PROGRAM
             READ SCHEDULE-MASTER-FILE
                 INVALID KEY
                     STRING "PREDECESSOR " STRN-PREDECESSOR (PRED-SUB)
                            " NOT SCHEDULED"
                         DELIMITED BY SIZE INTO REJECT-REASON
             END-READ
         END-IF.

       CHECK-CLOCK-TIME.
         DIVIDE CLOCK-HHMM BY 100 GIVING CLOCK-HH
             REMAINDER CLOCK-MM.
         IF CLOCK-HH > 23 OR CLOCK-MM > 59
             MOVE "N" TO CLOCK-VALID-SWITCH
         ELSE
             MOVE "Y" TO CLOCK-VALID-SWITCH
         END-IF.

       STORE-ONE-JOB.
         MOVE STRN-PROGRAM TO SCHD-PROGRAM.
         READ SCHEDULE-MASTER-FILE
             INVALID KEY
                 MOVE "N" TO JOB-FOUND-SWITCH
                 MOVE SPACES TO OLD-FREQUENCY OLD-STATUS
                 MOVE ZERO TO OLD-WINDOW-START OLD-WINDOW-END
             NOT INVALID KEY
                 MOVE "Y" TO JOB-FOUND-SWITCH
                 MOVE SCHD-FREQUENCY    TO OLD-FREQUENCY
                 MOVE SCHD-WINDOW-START TO OLD-WINDOW-START
                 MOVE SCHD-WINDOW-END   TO OLD-WINDOW-END
                 MOVE SCHD-STATUS       TO OLD-STATUS
         END-READ.
         MOVE STRN-PROGRAM        TO SCHD-PROGRAM.
         MOVE STRN-DESCRIPTION    TO SCHD-DESCRIPTION.
         MOVE STRN-FREQUENCY      TO SCHD-FREQUENCY.
         MOVE STRN-WINDOW-START-N TO SCHD-WINDOW-START.
         MOVE STRN-WINDOW-END-N   TO SCHD-WINDOW-END.
         PERFORM VARYING PRED-SUB FROM 1 BY 1 UNTIL PRED-SUB > 4
             MOVE STRN-PREDECESSOR (PRED-SUB)
                 TO SCHD-PREDECESSOR (PRED-SUB)
         END-PERFORM.
         IF STRN-STATUS = SPACE
             MOVE "A" TO SCHD-STATUS
         ELSE
             MOVE STRN-STATUS TO SCHD-STATUS
         END-IF.
         IF JOB-FOUND
             REWRITE BATCH-SCHEDULE-REC
         ELSE
             WRITE BATCH-SCHEDULE-REC
         END-IF.
         ADD 1 TO JOBS-APPLIED.
         MOVE SPACES TO SCHEDULE-LOG-REC.
         STRING RUN-DATE " JOB " SCHD-PROGRAM
                " OLD " OLD-FREQUENCY " " OLD-WINDOW-START
                "-" OLD-WINDOW-END " " OLD-STATUS
                " NEW " SCHD-FREQUENCY " " SCHD-WINDOW-START
                "-" SCHD-WINDOW-END " " SCHD-STATUS
                " AFTER " SCHD-PREDECESSOR (1)
                " " SCHD-PREDECESSOR (2)
                " " SCHD-PREDECESSOR (3)
                " " SCHD-PREDECESSOR (4)
             DELIMITED BY SIZE INTO SCHEDULE-LOG-REC.
         WRITE SCHEDULE-LOG-REC.

       DELETE-ONE-JOB.
         MOVE STRN-PROGRAM TO SCHD-PROGRAM.
         READ SCHEDULE-MASTER-FILE
             INVALID KEY
                 MOVE "NOT ON SCHEDULE" TO REJECT-REASON
             NOT INVALID KEY
                 DELETE SCHEDULE-MASTER-FILE RECORD
                 ADD 1 TO JOBS-DELETED
                 MOVE SPACES TO SCHEDULE-LOG-REC
                 STRING RUN-DATE " JOB " SCHD-PROGRAM
                        " DELETED - WAS " SCHD-FREQUENCY " "
                        SCHD-WINDOW-START "-" SCHD-WINDOW-END
                     DELIMITED BY SIZE INTO SCHEDULE-LOG-REC
                 WRITE SCHEDULE-LOG-REC
         END-READ.
