      * the shared DATEVAL subprogram and against current
      * PERSM-STATUS, and the balance statement shows the
      * arithmetic per person with department totals.  HR's
      * spreadsheet stops being the system of record.  "The
      * period" is the fiscal period from the shared FISCPER
      * lookup, so accruals land in the period the ledger closes.
      * Nothing posts into a period finance has closed: a closed
      * run period refuses the whole run, and leave taken dated
      * into a closed period is rejected - either way the run ends
      * RC-ERROR.  Start and end go to RUNLOG for the close
      * checklist.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-FILE ASSIGN TO "LEAVESTM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-FILE.
       01  STATEMENT-REC               PIC X(100).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY DATEVALP.
           COPY FISCPERP.
        01 PERSON-MASTER-STATUS       PIC XX VALUE "00".
        01 LEAVE-LEDGER-STATUS        PIC XX VALUE "00".
        01 LEAVE-TRANS-STATUS         PIC XX VALUE "00".
        01 ACCRUALS-POSTED            PIC 9(05) VALUE ZERO.
        01 TAKEN-POSTED               PIC 9(05) VALUE ZERO.
        01 TAKEN-REJECTED             PIC 9(05) VALUE ZERO.
        01 TAKEN-CLOSED-PERIOD        PIC 9(05) VALUE ZERO.
        01 RUN-LOG-STATUS             PIC XX VALUE "00".
        01 LOG-EVENT-CODE             PIC X.
        01 FINAL-RETURN-CODE          PIC 9(02) VALUE ZERO.
        01 LOG-RECORDS-IN             PIC 9(09) VALUE ZERO.
        01 LOG-RECORDS-OUT            PIC 9(09) VALUE ZERO.
        01 LOG-RECORDS-REJ            PIC 9(09) VALUE ZERO.
        01 LOG-DATE-WORK              PIC 9(08).
        01 LOG-TIME-WORK              PIC 9(08).
        01 LEAVE-BALANCE              PIC S9(05)V9.
        01 DEPT-COUNT                 PIC 9(03) VALUE ZERO.
        01 DEPT-TOTAL-TABLE.
       Begin.
         DISPLAY "LEAVEACC: LEAVE ACCRUAL RUN STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         MOVE "S" TO LOG-EVENT-CODE.
         PERFORM WRITE-RUN-LOG.
         MOVE "D" TO FP-FUNCTION.
         MOVE TODAY-DATE TO FP-DATE.
         CALL "FISCPER" USING FISCAL-PERIOD-PARMS.
         MOVE FP-YEAR-PERIOD TO RUN-PERIOD.
         IF FP-PERIOD-CLOSED
             DISPLAY "LEAVEACC: FISCAL PERIOD " RUN-PERIOD
                     " IS CLOSED - NOTHING POSTED"
             MOVE RC-ERROR TO FINAL-RETURN-CODE
             MOVE "E" TO LOG-EVENT-CODE
             PERFORM WRITE-RUN-LOG
             STOP RUN RETURNING RC-ERROR
         END-IF.
         PERFORM READ-SHOP-PARMS.
         COMPUTE ACCRUAL-DAYS = ACCRUAL-TENTHS / 10.
         OPEN I-O LEAVE-LEDGER-FILE.
         DISPLAY "ACCRUALS POSTED: " ACCRUALS-POSTED.
         DISPLAY "LEAVE TAKEN POSTED: " TAKEN-POSTED.
         DISPLAY "LEAVE TAKEN REJECTED: " TAKEN-REJECTED.
         DISPLAY "LEAVE TAKEN IN CLOSED PERIODS: "
                 TAKEN-CLOSED-PERIOD.
         IF TAKEN-CLOSED-PERIOD > 0
             MOVE RC-ERROR TO FINAL-RETURN-CODE
         ELSE
             IF TAKEN-REJECTED > 0
                 MOVE RC-WARNING TO FINAL-RETURN-CODE
             ELSE
                 MOVE RC-NORMAL TO FINAL-RETURN-CODE
             END-IF
         END-IF.
         MOVE "E" TO LOG-EVENT-CODE.
         COMPUTE LOG-RECORDS-IN = TAKEN-POSTED + TAKEN-REJECTED.
         COMPUTE LOG-RECORDS-OUT = ACCRUALS-POSTED + TAKEN-POSTED.
         MOVE TAKEN-REJECTED TO LOG-RECORDS-REJ.
         PERFORM WRITE-RUN-LOG.
         STOP RUN RETURNING FINAL-RETURN-CODE.

       WRITE-RUN-LOG.
      * One standard run-log record per start and end of run, for
      * the morning batch summary and the period close checklist.
         OPEN EXTEND RUN-LOG-FILE.
         IF RUN-LOG-STATUS = "35"
             OPEN OUTPUT RUN-LOG-FILE
         END-IF.
         MOVE "LEAVEACC" TO RLOG-PROGRAM.
         MOVE LOG-EVENT-CODE TO RLOG-EVENT.
         ACCEPT LOG-DATE-WORK FROM DATE YYYYMMDD.
         MOVE LOG-DATE-WORK TO RLOG-RUN-DATE.
         ACCEPT LOG-TIME-WORK FROM TIME.
         MOVE LOG-TIME-WORK (1:6) TO RLOG-RUN-TIME.
         MOVE LOG-RECORDS-IN TO RLOG-RECORDS-IN.
         MOVE LOG-RECORDS-OUT TO RLOG-RECORDS-OUT.
         MOVE LOG-RECORDS-REJ TO RLOG-RECORDS-REJECTED.
         MOVE FINAL-RETURN-CODE TO RLOG-RETURN-CODE.
         WRITE RUN-LOG-REC.
         CLOSE RUN-LOG-FILE.

       READ-SHOP-PARMS.
      * Monthly accrual in tenths of a day from the shop-wide keyed
                     WRITE LEAVE-REJECT-REC
                     ADD 1 TO TAKEN-REJECTED
                 ELSE
                     PERFORM CHECK-LEAVE-PERIOD
                 END-IF
             END-IF
         END-IF.

       CHECK-LEAVE-PERIOD.
      * Leave dated into a closed fiscal period would move a
      * balance finance has already reported.
         MOVE "D" TO FP-FUNCTION.
         MOVE LVTR-FROM-DATE TO FP-DATE.
         CALL "FISCPER" USING FISCAL-PERIOD-PARMS.
         IF FP-PERIOD-CLOSED
             MOVE SPACES TO LEAVE-REJECT-REC
             STRING "REJECTED - " LVTR-PERSON-ID
                    " LEAVE DATE " LVTR-FROM-DATE
                    " IN CLOSED PERIOD " FP-YEAR-PERIOD
                 DELIMITED BY SIZE INTO LEAVE-REJECT-REC
             WRITE LEAVE-REJECT-REC
             ADD 1 TO TAKEN-REJECTED
             ADD 1 TO TAKEN-CLOSED-PERIOD
         ELSE
             PERFORM DRAW-FROM-LEDGER
         END-IF.

       DRAW-FROM-LEDGER.
         MOVE LVTR-PERSON-ID TO LLGR-PERSON-ID.
         READ LEAVE-LEDGER-FILE
         OPEN OUTPUT STATEMENT-FILE.
         MOVE SPACES TO STATEMENT-REC.
         STRING "LEAVE BALANCES AS OF " TODAY-DATE
                " FISCAL PERIOD " RUN-PERIOD
             DELIMITED BY SIZE INTO STATEMENT-REC.
         WRITE STATEMENT-REC.
         MOVE LOW-VALUES TO LLGR-PERSON-ID.
