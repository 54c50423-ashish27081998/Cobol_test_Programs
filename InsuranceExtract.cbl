      * - reporting additions, disposals and value changes since
      * last time.  The diff is what the broker actually asks for;
      * a mid-term commission reaching the insurer months late is
      * an uncovered-loss risk.  The renewal pack also carries the
      * fleet's claims history from CLAIMREG's register - every
      * claim on an incident in the last five years with its
      * insurer, status, reserve, deductible and what was paid -
      * so the broker is not rebuilding it from emails.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-RPT-FILE ASSIGN TO "INSCHGRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHANGE-RPT-STATUS.
           SELECT CLAIM-MASTER-FILE ASSIGN TO "CLAIMMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLM-KEY
               FILE STATUS IS CLAIM-MASTER-STATUS.
           SELECT CLAIM-HISTORY-FILE ASSIGN TO "INSCLMHS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLAIM-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-RPT-FILE.
       01  CHANGE-RPT-REC              PIC X(100).

       FD  CLAIM-MASTER-FILE.
           COPY CLAIMMST.

       FD  CLAIM-HISTORY-FILE.
       01  CLAIM-HISTORY-REC           PIC X(120).

       WORKING-STORAGE SECTION.
           COPY RETCODES.
        01 VEHICLE-MASTER-STATUS      PIC XX VALUE "00".
        01 PRIOR-SNAPSHOT-STATUS      PIC XX VALUE "00".
        01 NEW-SNAPSHOT-STATUS        PIC XX VALUE "00".
        01 CHANGE-RPT-STATUS          PIC XX VALUE "00".
        01 CLAIM-MASTER-STATUS        PIC XX VALUE "00".
        01 CLAIM-HISTORY-STATUS       PIC XX VALUE "00".
        01 CLAIM-EOF-SWITCH           PIC X VALUE "N".
           88 CLAIM-EOF                    VALUE "Y".
        01 MASTER-EOF-SWITCH          PIC X VALUE "N".
           88 MASTER-EOF                   VALUE "Y".
        01 SNAPSHOT-EOF-SWITCH        PIC X VALUE "N".
        01 DISPOSALS-COUNT            PIC 9(05) VALUE ZERO.
        01 VALUE-CHANGE-COUNT         PIC 9(05) VALUE ZERO.
        01 DECLARED-TOTAL             PIC 9(11)V99 VALUE ZERO.
        01 HISTORY-FROM-DATE          PIC 9(08).
        01 CLAIMS-IN-HISTORY          PIC 9(05) VALUE ZERO.
        01 HISTORY-RESERVE-TOTAL      PIC 9(11)V99 VALUE ZERO.
        01 HISTORY-RECEIVED-TOTAL     PIC 9(11)V99 VALUE ZERO.
        01 HISTORY-TP-TOTAL           PIC 9(11)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       Begin.
                "  VALUE CHANGES: " VALUE-CHANGE-COUNT
             DELIMITED BY SIZE INTO CHANGE-RPT-REC.
         WRITE CHANGE-RPT-REC.
         PERFORM WRITE-CLAIMS-HISTORY.
         CLOSE VEHICLE-MASTER-FILE SCHEDULE-EXTRACT-FILE
               NEW-SNAPSHOT-FILE CHANGE-RPT-FILE.
         IF PRIOR-SNAPSHOT-STATUS = "00" OR
         DISPLAY "ADDITIONS: " ADDITIONS-COUNT.
         DISPLAY "DISPOSALS: " DISPOSALS-COUNT.
         DISPLAY "VALUE CHANGES: " VALUE-CHANGE-COUNT.
         DISPLAY "CLAIMS IN HISTORY: " CLAIMS-IN-HISTORY.
         STOP RUN RETURNING RC-NORMAL.

       READ-MASTER-SIDE.
                " TO " CURRENT-VALUE
             DELIMITED BY SIZE INTO CHANGE-RPT-REC.
         WRITE CHANGE-RPT-REC.

       WRITE-CLAIMS-HISTORY.
      * Five years back from today by the incident date - the
      * period the insurer asks about at renewal.
         COMPUTE HISTORY-FROM-DATE = TODAY-DATE - 50000.
         OPEN OUTPUT CLAIM-HISTORY-FILE.
         MOVE SPACES TO CLAIM-HISTORY-REC.
         STRING "CLAIMS HISTORY - INCIDENTS SINCE "
                HISTORY-FROM-DATE " - RUN " TODAY-DATE
             DELIMITED BY SIZE INTO CLAIM-HISTORY-REC.
         WRITE CLAIM-HISTORY-REC.
         OPEN INPUT CLAIM-MASTER-FILE.
         IF CLAIM-MASTER-STATUS NOT = "00"
             MOVE SPACES TO CLAIM-HISTORY-REC
             STRING "NO CLAIM REGISTER ON FILE"
                 DELIMITED BY SIZE INTO CLAIM-HISTORY-REC
             WRITE CLAIM-HISTORY-REC
         ELSE
             MOVE LOW-VALUES TO CLM-KEY
             START CLAIM-MASTER-FILE KEY IS NOT LESS THAN CLM-KEY
                 INVALID KEY MOVE "Y" TO CLAIM-EOF-SWITCH
             END-START
             PERFORM UNTIL CLAIM-EOF
                 READ CLAIM-MASTER-FILE NEXT RECORD
                     AT END MOVE "Y" TO CLAIM-EOF-SWITCH
                 END-READ
                 IF NOT CLAIM-EOF
                    AND CLM-INCD-DATE NOT < HISTORY-FROM-DATE
                     PERFORM WRITE-ONE-CLAIM-HISTORY
                 END-IF
             END-PERFORM
             CLOSE CLAIM-MASTER-FILE
         END-IF.
         MOVE SPACES TO CLAIM-HISTORY-REC.
         STRING "CLAIMS: " CLAIMS-IN-HISTORY
                "  RECEIVED: " HISTORY-RECEIVED-TOTAL
                "  THIRD PARTY PAID: " HISTORY-TP-TOTAL
                "  OUTSTANDING RESERVES: " HISTORY-RESERVE-TOTAL
             DELIMITED BY SIZE INTO CLAIM-HISTORY-REC.
         WRITE CLAIM-HISTORY-REC.
         CLOSE CLAIM-HISTORY-FILE.

       WRITE-ONE-CLAIM-HISTORY.
         ADD 1 TO CLAIMS-IN-HISTORY.
         ADD CLM-RESERVE    TO HISTORY-RESERVE-TOTAL.
         ADD CLM-RECEIVED   TO HISTORY-RECEIVED-TOTAL.
         ADD CLM-TP-SETTLED TO HISTORY-TP-TOTAL.
         MOVE SPACES TO CLAIM-HISTORY-REC.
         STRING CLM-VEH-ID " " CLM-INCD-DATE
                " " CLM-CLAIM-NO " " CLM-INSURER
                " STATUS " CLM-STATUS " " CLM-STATUS-DATE
                " TP " CLM-THIRD-PARTY
                " RESERVE " CLM-RESERVE
                " DEDUCTIBLE " CLM-DEDUCTIBLE
                " RECEIVED " CLM-RECEIVED
                " TP PAID " CLM-TP-SETTLED
             DELIMITED BY SIZE INTO CLAIM-HISTORY-REC.
         WRITE CLAIM-HISTORY-REC.
