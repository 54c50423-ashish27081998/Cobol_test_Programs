       IDENTIFICATION DIVISION.
       PROGRAM-ID.  OPRCERT.
      * Quarterly operator access recertification.  The first run
      * in a quarter opens its review: every operator holding an
      * OPERMAST authority gets an OPRCERT record naming the
      * authorities held and the department - from the PERSON-MASTER
      * record of the person behind the sign-on - whose manager must
      * confirm them by the last day of the quarter's first month.
      * A department's manager, and a deputy who signs for the
      * manager's own access, are listed on the reference-code
      * table under type DEPTMGR: operator IDs in columns 1-8 and
      * 10-17 of the description.  Sign-off cards from RECTRAN carry
      * the manager's sign-on, the operator reviewed, and a Y for
      * each authority to keep, in OPERMAST order; any authority
      * not kept is withdrawn on the spot.  No one may sign off
      * their own access, and a refused sign-off goes to OPERDENY
      * the way OPERMENU's do.  An operator still awaiting review
      * after the deadline loses every authority.  The RECRPT report
      * lists each department under its manager: every operator's
      * authorities with the day each was last used - PERSJRNL for
      * person entry and name changes (the PERSOPER stamp), VEHDCAUD
      * for decommissions (the MLGOPER stamp), BASEHIST for the rate
      * run, PERDLOG, EXPCLAIM and PENDCHG for the approvals - the
      * operator's last OPERDENY denial, and a flag on anyone
      * terminated, on leave or not on PERSON-MASTER who still holds
      * authority.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGN-OFF-TRANS-FILE ASSIGN TO "RECTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIGN-OFF-TRANS-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPRM-OPERATOR-ID
               FILE STATUS IS OPERATOR-MASTER-STATUS.
           SELECT PERSON-MASTER-FILE ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSM-PERSON-ID
               ALTERNATE RECORD KEY IS PERSM-L-SURNAME
                   WITH DUPLICATES
               FILE STATUS IS PERSON-MASTER-STATUS.
           SELECT RECERT-FILE ASSIGN TO "OPRCERT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPRC-KEY
               FILE STATUS IS RECERT-STATUS.
           SELECT PERSON-JOURNAL-FILE ASSIGN TO "PERSJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERSON-JOURNAL-STATUS.
           SELECT DECOMM-AUDIT-FILE ASSIGN TO "VEHDCAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DECOMM-AUDIT-STATUS.
           SELECT BASE-HISTORY-FILE ASSIGN TO "BASEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BASE-HISTORY-STATUS.
           SELECT PERIOD-LOG-FILE ASSIGN TO "PERDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-LOG-STATUS.
           SELECT EXPENSE-CLAIM-FILE ASSIGN TO "EXPCLAIM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXPC-KEY
               FILE STATUS IS EXPENSE-CLAIM-STATUS.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCHG-KEY
               FILE STATUS IS PENDING-CHANGE-STATUS.
           SELECT DENIAL-LOG-FILE ASSIGN TO "OPERDENY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DENIAL-LOG-STATUS.
           SELECT RECERT-REPORT-FILE ASSIGN TO "RECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECERT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIGN-OFF-TRANS-FILE.
      * One card per operator reviewed; RCRT-KEEP holds a "Y" for
      * each authority to keep, in OPERMAST order.
       01  SIGN-OFF-TRANS-REC.
           02 RCRT-MANAGER-ID          PIC X(08).
           02 RCRT-PASSWORD            PIC X(08).
           02 RCRT-OPERATOR-ID         PIC X(08).
           02 RCRT-KEEP                PIC X(07).

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  PERSON-MASTER-FILE.
           COPY PERSMAST.

       FD  RECERT-FILE.
           COPY OPRCERT.

       FD  PERSON-JOURNAL-FILE.
           COPY PERSJRNL.

       FD  DECOMM-AUDIT-FILE.
       01  DECOMM-AUDIT-REC.
           02 DCAU-VEH-ID              PIC X(06).
           02 DCAU-FINAL-ODOMETER      PIC 9(06).
           02 DCAU-OPERATOR            PIC X(08).
           02 DCAU-DATE                PIC 9(08).
           02 DCAU-TIME                PIC 9(06).

       FD  BASE-HISTORY-FILE.
       01  BASE-HISTORY-REC.
           02 HIST-RUN-DATE            PIC 9(08).
           02 HIST-RUN-BY              PIC X(08).
           02 FILLER                   PIC X(46).

       FD  PERIOD-LOG-FILE.
       01  PERIOD-LOG-REC              PIC X(80).

       FD  EXPENSE-CLAIM-FILE.
           COPY EXPCLAIM.

       FD  PENDING-CHANGE-FILE.
           COPY PENDCHG.

       FD  DENIAL-LOG-FILE.
       01  DENIAL-LOG-REC              PIC X(80).

       FD  RECERT-REPORT-FILE.
       01  RECERT-REPORT-REC           PIC X(100).

       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY REFLOOKP.
        01 SIGN-OFF-TRANS-STATUS      PIC XX VALUE "00".
        01 OPERATOR-MASTER-STATUS     PIC XX VALUE "00".
        01 PERSON-MASTER-STATUS       PIC XX VALUE "00".
        01 RECERT-STATUS              PIC XX VALUE "00".
        01 PERSON-JOURNAL-STATUS      PIC XX VALUE "00".
        01 DECOMM-AUDIT-STATUS        PIC XX VALUE "00".
        01 BASE-HISTORY-STATUS        PIC XX VALUE "00".
        01 PERIOD-LOG-STATUS          PIC XX VALUE "00".
        01 EXPENSE-CLAIM-STATUS       PIC XX VALUE "00".
        01 PENDING-CHANGE-STATUS      PIC XX VALUE "00".
        01 DENIAL-LOG-STATUS          PIC XX VALUE "00".
        01 RECERT-REPORT-STATUS       PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 SCAN-DONE-SWITCH           PIC X VALUE "N".
           88 SCAN-DONE                    VALUE "Y".
        01 PERSON-FILE-SWITCH         PIC X VALUE "N".
           88 PERSON-FILE-OPEN             VALUE "Y".
        01 OPERATOR-OK-SWITCH         PIC X VALUE "N".
           88 OPERATOR-OK                  VALUE "Y".
        01 OPERATOR-FOUND-SWITCH      PIC X VALUE "N".
           88 OPERATOR-FOUND               VALUE "Y".
        01 RECERT-FOUND-SWITCH        PIC X VALUE "N".
           88 RECERT-FOUND                 VALUE "Y".
        01 WITHDRAWN-SWITCH           PIC X VALUE "N".
           88 ANY-WITHDRAWN                VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 TODAY-PARTS REDEFINES TODAY-DATE.
           02 TODAY-YEAR              PIC 9(04).
           02 TODAY-MONTH             PIC 9(02).
           02 TODAY-DAY               PIC 9(02).
        01 CURRENT-QUARTER.
           02 CURRENT-YEAR            PIC 9(04).
           02 CURRENT-QTR             PIC 9(01).
        01 DEADLINE-DATE.
           02 DEADLINE-YEAR           PIC 9(04).
           02 DEADLINE-MONTH          PIC 9(02).
           02 DEADLINE-DAY            PIC 9(02).
        01 DEADLINE-DATE-N REDEFINES DEADLINE-DATE PIC 9(08).
        01 AUTHORITY-NAME-VALUES.
           02 FILLER    PIC X(16) VALUE "PERSON ENTRY".
           02 FILLER    PIC X(16) VALUE "NAME CHANGES".
           02 FILLER    PIC X(16) VALUE "DECOMMISSIONS".
           02 FILLER    PIC X(16) VALUE "RATE RUN".
           02 FILLER    PIC X(16) VALUE "PERIOD CLOSE".
           02 FILLER    PIC X(16) VALUE "EXPENSE APPROVAL".
           02 FILLER    PIC X(16) VALUE "CHANGE APPROVAL".
        01 AUTHORITY-NAMES REDEFINES AUTHORITY-NAME-VALUES.
           02 AUTHORITY-NAME          PIC X(16) OCCURS 7 TIMES.
        01 AUTH-SUB                   PIC 9(02).
        01 HELD-COUNT                 PIC 9(02).
        01 OPER-COUNT                 PIC 9(03) VALUE ZERO.
        01 OPERATOR-TABLE.
           02 OPERATOR-ENTRY OCCURS 0 TO 500 TIMES
                  DEPENDING ON OPER-COUNT
                  INDEXED BY OPER-IDX.
               03 OTAB-OPERATOR-ID     PIC X(08).
               03 OTAB-PERSON-ID       PIC 9(10).
               03 OTAB-NAME            PIC X(20).
               03 OTAB-DEPT            PIC X(04).
               03 OTAB-PERSON-STATUS   PIC X(01).
               03 OTAB-HELD            PIC X(07).
               03 OTAB-LAST-USED       PIC 9(08) OCCURS 7 TIMES.
               03 OTAB-LAST-DENIED     PIC 9(08).
        01 DEPT-COUNT                 PIC 9(03) VALUE ZERO.
        01 DEPARTMENT-TABLE.
           02 DEPARTMENT-ENTRY OCCURS 0 TO 200 TIMES
                  DEPENDING ON DEPT-COUNT
                  INDEXED BY DEPT-IDX.
               03 DTAB-DEPT            PIC X(04).
        01 USAGE-OPERATOR             PIC X(08).
        01 USAGE-DATE                 PIC 9(08).
        01 USAGE-AUTH                 PIC 9(02).
        01 MANAGER-ID                 PIC X(08).
        01 DEPUTY-ID                  PIC X(08).
        01 LOOKUP-DEPT                PIC X(04).
        01 PERSON-STATUS-WORD         PIC X(11).
        01 REVIEW-WORD                PIC X(40).
        01 DENIAL-REASON              PIC X(30).
        01 REJECT-REASON              PIC X(30).
        01 REVIEWS-OPENED             PIC 9(05) VALUE ZERO.
        01 SIGN-OFFS-TAKEN            PIC 9(05) VALUE ZERO.
        01 SIGN-OFFS-REFUSED          PIC 9(05) VALUE ZERO.
        01 AUTHORITIES-WITHDRAWN      PIC 9(05) VALUE ZERO.
        01 OPERATORS-EXPIRED          PIC 9(05) VALUE ZERO.
        01 OPERATORS-FLAGGED          PIC 9(05) VALUE ZERO.
        01 OPERATORS-AWAITING         PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "OPRCERT: OPERATOR RECERTIFICATION RUN STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         MOVE TODAY-YEAR TO CURRENT-YEAR.
         COMPUTE CURRENT-QTR = (TODAY-MONTH + 2) / 3.
      * The review is due by the last day of the quarter's first
      * month - January, April, July or October.
         MOVE TODAY-YEAR TO DEADLINE-YEAR.
         COMPUTE DEADLINE-MONTH = CURRENT-QTR * 3 - 2.
         IF DEADLINE-MONTH = 4
             MOVE 30 TO DEADLINE-DAY
         ELSE
             MOVE 31 TO DEADLINE-DAY
         END-IF.
         OPEN I-O OPERATOR-MASTER-FILE.
         IF OPERATOR-MASTER-STATUS NOT = "00"
             DISPLAY "OPRCERT: CANNOT OPEN OPERMAST - "
                     OPERATOR-MASTER-STATUS
             STOP RUN RETURNING RC-SEVERE
         END-IF.
         OPEN INPUT PERSON-MASTER-FILE.
         IF PERSON-MASTER-STATUS = "00"
             MOVE "Y" TO PERSON-FILE-SWITCH
         END-IF.
         PERFORM LOAD-OPERATORS.
         IF PERSON-FILE-OPEN
             CLOSE PERSON-MASTER-FILE
         END-IF.
         PERFORM SCAN-PERSON-JOURNAL.
         PERFORM SCAN-DECOMMISSIONS.
         PERFORM SCAN-RATE-HISTORY.
         PERFORM SCAN-PERIOD-LOG.
         PERFORM SCAN-EXPENSE-CLAIMS.
         PERFORM SCAN-PENDING-CHANGES.
         PERFORM SCAN-DENIALS.
         OPEN I-O RECERT-FILE.
         IF RECERT-STATUS = "35"
      * First-ever run - no recertification file yet, so create an
      * empty one rather than refuse to start.
             OPEN OUTPUT RECERT-FILE
             CLOSE RECERT-FILE
             OPEN I-O RECERT-FILE
         END-IF.
         IF RECERT-STATUS NOT = "00"
             DISPLAY "OPRCERT: CANNOT OPEN OPRCERT - " RECERT-STATUS
             CLOSE OPERATOR-MASTER-FILE
             STOP RUN RETURNING RC-SEVERE
         END-IF.
         PERFORM OPEN-QUARTER-REVIEW
             VARYING OPER-IDX FROM 1 BY 1
             UNTIL OPER-IDX > OPER-COUNT.
         OPEN OUTPUT RECERT-REPORT-FILE.
         MOVE SPACES TO RECERT-REPORT-REC.
         STRING "OPERATOR ACCESS RECERTIFICATION " TODAY-DATE
                "  QUARTER " CURRENT-YEAR "/" CURRENT-QTR
                "  DUE BY " DEADLINE-DATE
             DELIMITED BY SIZE INTO RECERT-REPORT-REC.
         WRITE RECERT-REPORT-REC.
         MOVE SPACES TO RECERT-REPORT-REC.
         WRITE RECERT-REPORT-REC.
         MOVE "MANAGER SIGN-OFFS" TO RECERT-REPORT-REC.
         WRITE RECERT-REPORT-REC.
         PERFORM APPLY-SIGN-OFFS.
         MOVE SPACES TO RECERT-REPORT-REC.
         WRITE RECERT-REPORT-REC.
         MOVE "WITHDRAWN - NOT REVIEWED BY THE DEADLINE"
             TO RECERT-REPORT-REC.
         WRITE RECERT-REPORT-REC.
         PERFORM WITHDRAW-EXPIRED-ACCESS.
         PERFORM PRINT-DEPARTMENT-REVIEWS.
         MOVE SPACES TO RECERT-REPORT-REC.
         WRITE RECERT-REPORT-REC.
         MOVE SPACES TO RECERT-REPORT-REC.
         STRING "SIGNED OFF " SIGN-OFFS-TAKEN
                "  REFUSED " SIGN-OFFS-REFUSED
                "  EXPIRED " OPERATORS-EXPIRED
                "  AUTHORITIES WITHDRAWN " AUTHORITIES-WITHDRAWN
                "  FLAGGED " OPERATORS-FLAGGED
             DELIMITED BY SIZE INTO RECERT-REPORT-REC.
         WRITE RECERT-REPORT-REC.
         CLOSE OPERATOR-MASTER-FILE RECERT-FILE
               RECERT-REPORT-FILE.
         DISPLAY "REVIEWS OPENED: " REVIEWS-OPENED.
         DISPLAY "SIGN-OFFS TAKEN: " SIGN-OFFS-TAKEN.
         DISPLAY "SIGN-OFFS REFUSED: " SIGN-OFFS-REFUSED.
         DISPLAY "OPERATORS EXPIRED: " OPERATORS-EXPIRED.
         DISPLAY "AUTHORITIES WITHDRAWN: " AUTHORITIES-WITHDRAWN.
         DISPLAY "OPERATORS FLAGGED: " OPERATORS-FLAGGED.
         DISPLAY "OPERATORS AWAITING REVIEW: " OPERATORS-AWAITING.
         IF SIGN-OFFS-REFUSED > 0 OR OPERATORS-FLAGGED > 0
             STOP RUN RETURNING RC-WARNING
         ELSE
             STOP RUN RETURNING RC-NORMAL
         END-IF.

       LOAD-OPERATORS.
         MOVE LOW-VALUES TO OPRM-OPERATOR-ID.
         START OPERATOR-MASTER-FILE KEY IS NOT LESS THAN
               OPRM-OPERATOR-ID
             INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
         END-START.
         PERFORM UNTIL END-OF-FILE
             READ OPERATOR-MASTER-FILE NEXT RECORD
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             IF NOT END-OF-FILE AND OPER-COUNT < 500
                 ADD 1 TO OPER-COUNT
                 SET OPER-IDX TO OPER-COUNT
                 PERFORM LOAD-ONE-OPERATOR
             END-IF
         END-PERFORM.
         MOVE "N" TO END-OF-FILE-SWITCH.

       LOAD-ONE-OPERATOR.
      * Person status "?" - the sign-on is linked to nobody on
      * PERSON-MASTER, so nobody vouches for it.
         MOVE OPRM-OPERATOR-ID TO OTAB-OPERATOR-ID (OPER-IDX).
         MOVE OPRM-AUTHORITIES TO OTAB-HELD (OPER-IDX).
         MOVE ZERO   TO OTAB-PERSON-ID (OPER-IDX).
         MOVE SPACES TO OTAB-NAME (OPER-IDX).
         MOVE SPACES TO OTAB-DEPT (OPER-IDX).
         MOVE "?"    TO OTAB-PERSON-STATUS (OPER-IDX).
         MOVE ZERO   TO OTAB-LAST-DENIED (OPER-IDX).
         PERFORM VARYING AUTH-SUB FROM 1 BY 1 UNTIL AUTH-SUB > 7
             MOVE ZERO TO OTAB-LAST-USED (OPER-IDX, AUTH-SUB)
         END-PERFORM.
         IF OPRM-PERSON-ID NUMERIC AND OPRM-PERSON-ID NOT = ZERO
             MOVE OPRM-PERSON-ID TO OTAB-PERSON-ID (OPER-IDX)
             IF PERSON-FILE-OPEN
                 MOVE OPRM-PERSON-ID TO PERSM-PERSON-ID
                 READ PERSON-MASTER-FILE
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                         MOVE PERSM-FULL-NAME TO OTAB-NAME (OPER-IDX)
                         MOVE PERSM-DEPT TO OTAB-DEPT (OPER-IDX)
                         MOVE PERSM-STATUS
                             TO OTAB-PERSON-STATUS (OPER-IDX)
                 END-READ
             END-IF
         END-IF.

       FIND-OPERATOR.
         MOVE "N" TO OPERATOR-FOUND-SWITCH.
         IF OPER-COUNT > 0
             SET OPER-IDX TO 1
             SEARCH OPERATOR-ENTRY
                 AT END CONTINUE
                 WHEN OTAB-OPERATOR-ID (OPER-IDX) = USAGE-OPERATOR
                     MOVE "Y" TO OPERATOR-FOUND-SWITCH
             END-SEARCH
         END-IF.

       NOTE-USAGE.
      * USAGE-AUTH zero records a denial rather than a use.
         IF USAGE-DATE NUMERIC
             PERFORM FIND-OPERATOR
             IF OPERATOR-FOUND
                 IF USAGE-AUTH = ZERO
                     IF USAGE-DATE > OTAB-LAST-DENIED (OPER-IDX)
                         MOVE USAGE-DATE
                             TO OTAB-LAST-DENIED (OPER-IDX)
                     END-IF
                 ELSE
                     IF USAGE-DATE >
                        OTAB-LAST-USED (OPER-IDX, USAGE-AUTH)
                         MOVE USAGE-DATE
                             TO OTAB-LAST-USED (OPER-IDX, USAGE-AUTH)
                     END-IF
                 END-IF
             END-IF
         END-IF.

       SCAN-PERSON-JOURNAL.
         OPEN INPUT PERSON-JOURNAL-FILE.
         IF PERSON-JOURNAL-STATUS = "00"
             PERFORM UNTIL END-OF-FILE
                 READ PERSON-JOURNAL-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
                 IF NOT END-OF-FILE
                     MOVE PJRN-OPERATOR TO USAGE-OPERATOR
                     MOVE PJRN-RUN-DATE TO USAGE-DATE
                     IF PJRN-TRANS-TYPE = "NAMECHG"
                         MOVE 2 TO USAGE-AUTH
                     ELSE
                         MOVE 1 TO USAGE-AUTH
                     END-IF
                     PERFORM NOTE-USAGE
                 END-IF
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE PERSON-JOURNAL-FILE
         END-IF.

       SCAN-DECOMMISSIONS.
         OPEN INPUT DECOMM-AUDIT-FILE.
         IF DECOMM-AUDIT-STATUS = "00"
             PERFORM UNTIL END-OF-FILE
                 READ DECOMM-AUDIT-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
                 IF NOT END-OF-FILE
                     MOVE DCAU-OPERATOR TO USAGE-OPERATOR
                     MOVE DCAU-DATE     TO USAGE-DATE
                     MOVE 3             TO USAGE-AUTH
                     PERFORM NOTE-USAGE
                 END-IF
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE DECOMM-AUDIT-FILE
         END-IF.

       SCAN-RATE-HISTORY.
         OPEN INPUT BASE-HISTORY-FILE.
         IF BASE-HISTORY-STATUS = "00"
             PERFORM UNTIL END-OF-FILE
                 READ BASE-HISTORY-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
                 IF NOT END-OF-FILE
                     MOVE HIST-RUN-BY   TO USAGE-OPERATOR
                     MOVE HIST-RUN-DATE TO USAGE-DATE
                     MOVE 4             TO USAGE-AUTH
                     PERFORM NOTE-USAGE
                 END-IF
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE BASE-HISTORY-FILE
         END-IF.

       SCAN-PERIOD-LOG.
      * Only the lines of a status actually changed count; PERDCLS
      * writes the operator at column 39 of those.
         OPEN INPUT PERIOD-LOG-FILE.
         IF PERIOD-LOG-STATUS = "00"
             PERFORM UNTIL END-OF-FILE
                 READ PERIOD-LOG-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
                 IF NOT END-OF-FILE AND
                    PERIOD-LOG-REC (9:8) = " PERIOD "
                     MOVE PERIOD-LOG-REC (39:8) TO USAGE-OPERATOR
                     MOVE PERIOD-LOG-REC (1:8)  TO USAGE-DATE
                     MOVE 5                     TO USAGE-AUTH
                     PERFORM NOTE-USAGE
                 END-IF
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE PERIOD-LOG-FILE
         END-IF.

       SCAN-EXPENSE-CLAIMS.
         OPEN INPUT EXPENSE-CLAIM-FILE.
         IF EXPENSE-CLAIM-STATUS = "00"
             MOVE "N" TO SCAN-DONE-SWITCH
             MOVE LOW-VALUES TO EXPC-KEY
             START EXPENSE-CLAIM-FILE KEY IS NOT LESS THAN EXPC-KEY
                 INVALID KEY MOVE "Y" TO SCAN-DONE-SWITCH
             END-START
             PERFORM UNTIL SCAN-DONE
                 READ EXPENSE-CLAIM-FILE NEXT RECORD
                     AT END MOVE "Y" TO SCAN-DONE-SWITCH
                 END-READ
                 IF NOT SCAN-DONE AND NOT EXPC-PENDING
                     MOVE EXPC-APPROVER-ID   TO USAGE-OPERATOR
                     MOVE EXPC-DECISION-DATE TO USAGE-DATE
                     MOVE 6                  TO USAGE-AUTH
                     PERFORM NOTE-USAGE
                 END-IF
             END-PERFORM
             CLOSE EXPENSE-CLAIM-FILE
         END-IF.

       SCAN-PENDING-CHANGES.
         OPEN INPUT PENDING-CHANGE-FILE.
         IF PENDING-CHANGE-STATUS = "00"
             MOVE "N" TO SCAN-DONE-SWITCH
             MOVE LOW-VALUES TO PCHG-KEY
             START PENDING-CHANGE-FILE KEY IS NOT LESS THAN PCHG-KEY
                 INVALID KEY MOVE "Y" TO SCAN-DONE-SWITCH
             END-START
             PERFORM UNTIL SCAN-DONE
                 READ PENDING-CHANGE-FILE NEXT RECORD
                     AT END MOVE "Y" TO SCAN-DONE-SWITCH
                 END-READ
                 IF NOT SCAN-DONE AND NOT PCHG-PENDING
                     MOVE PCHG-DECIDED-BY    TO USAGE-OPERATOR
                     MOVE PCHG-DECISION-DATE TO USAGE-DATE
                     MOVE 7                  TO USAGE-AUTH
                     PERFORM NOTE-USAGE
                 END-IF
             END-PERFORM
             CLOSE PENDING-CHANGE-FILE
         END-IF.

       SCAN-DENIALS.
         OPEN INPUT DENIAL-LOG-FILE.
         IF DENIAL-LOG-STATUS = "00"
             PERFORM UNTIL END-OF-FILE
                 READ DENIAL-LOG-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
                 IF NOT END-OF-FILE
                     MOVE DENIAL-LOG-REC (10:8) TO USAGE-OPERATOR
                     MOVE DENIAL-LOG-REC (1:8)  TO USAGE-DATE
                     MOVE ZERO                  TO USAGE-AUTH
                     PERFORM NOTE-USAGE
                 END-IF
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE DENIAL-LOG-FILE
         END-IF.

       OPEN-QUARTER-REVIEW.
      * An operator already under this quarter's review is reported
      * under the department the review was opened for; one holding
      * no authority has nothing to recertify.
         MOVE CURRENT-QUARTER TO OPRC-QUARTER.
         MOVE OTAB-OPERATOR-ID (OPER-IDX) TO OPRC-OPERATOR-ID.
         MOVE ZERO TO HELD-COUNT.
         INSPECT OTAB-HELD (OPER-IDX) TALLYING HELD-COUNT FOR ALL "Y".
         READ RECERT-FILE
             INVALID KEY
                 IF HELD-COUNT > ZERO
                     MOVE OTAB-PERSON-ID (OPER-IDX) TO OPRC-PERSON-ID
                     MOVE OTAB-DEPT (OPER-IDX)      TO OPRC-DEPT
                     MOVE OTAB-HELD (OPER-IDX)      TO OPRC-HELD
                     MOVE DEADLINE-DATE-N           TO OPRC-DEADLINE
                     MOVE "P"                       TO OPRC-STATUS
                     MOVE SPACES                    TO OPRC-REVIEWER-ID
                     MOVE ZERO                      TO OPRC-REVIEW-DATE
                     MOVE SPACES                    TO OPRC-KEPT
                     WRITE OPERATOR-RECERT-REC
                     ADD 1 TO REVIEWS-OPENED
                 END-IF
             NOT INVALID KEY
                 MOVE OPRC-DEPT TO OTAB-DEPT (OPER-IDX)
         END-READ.

       APPLY-SIGN-OFFS.
         OPEN INPUT SIGN-OFF-TRANS-FILE.
         IF SIGN-OFF-TRANS-STATUS NOT = "00"
             DISPLAY "NO MANAGER SIGN-OFFS TO APPLY"
         ELSE
             READ SIGN-OFF-TRANS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM APPLY-ONE-SIGN-OFF
                 READ SIGN-OFF-TRANS-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE SIGN-OFF-TRANS-FILE
         END-IF.

       APPLY-ONE-SIGN-OFF.
         PERFORM CHECK-MANAGER-SIGN-ON.
         IF NOT OPERATOR-OK
             PERFORM LOG-DENIAL
             MOVE DENIAL-REASON TO REJECT-REASON
             PERFORM REJECT-SIGN-OFF-CARD
         ELSE
             MOVE CURRENT-QUARTER  TO OPRC-QUARTER
             MOVE RCRT-OPERATOR-ID TO OPRC-OPERATOR-ID
             READ RECERT-FILE
                 INVALID KEY MOVE "N" TO RECERT-FOUND-SWITCH
                 NOT INVALID KEY MOVE "Y" TO RECERT-FOUND-SWITCH
             END-READ
             IF NOT RECERT-FOUND
                 MOVE "OPERATOR NOT UNDER REVIEW" TO REJECT-REASON
                 PERFORM REJECT-SIGN-OFF-CARD
             ELSE
             IF NOT OPRC-AWAITING
                 MOVE "REVIEW ALREADY CLOSED" TO REJECT-REASON
                 PERFORM REJECT-SIGN-OFF-CARD
             ELSE
             IF RCRT-MANAGER-ID = RCRT-OPERATOR-ID
                 MOVE "MAY NOT RECERTIFY OWN ACCESS" TO DENIAL-REASON
                 PERFORM LOG-DENIAL
                 MOVE DENIAL-REASON TO REJECT-REASON
                 PERFORM REJECT-SIGN-OFF-CARD
             ELSE
                 MOVE OPRC-DEPT TO LOOKUP-DEPT
                 PERFORM FIND-DEPARTMENT-MANAGER
                 IF MANAGER-ID = SPACES
                     MOVE "NO MANAGER LISTED FOR DEPT"
                         TO REJECT-REASON
                     PERFORM REJECT-SIGN-OFF-CARD
                 ELSE
                 IF RCRT-MANAGER-ID NOT = MANAGER-ID AND
                    (RCRT-MANAGER-ID NOT = DEPUTY-ID OR
                     DEPUTY-ID = SPACES)
                     MOVE SPACES TO DENIAL-REASON
                     STRING "NOT MANAGER OF DEPT " OPRC-DEPT
                         DELIMITED BY SIZE INTO DENIAL-REASON
                     PERFORM LOG-DENIAL
                     MOVE DENIAL-REASON TO REJECT-REASON
                     PERFORM REJECT-SIGN-OFF-CARD
                 ELSE
      * The manager vouches for their department, not for
      * themselves; their own access needs the deputy.
                 IF RCRT-OPERATOR-ID = MANAGER-ID AND
                    RCRT-MANAGER-ID NOT = DEPUTY-ID
                     MOVE "MANAGER'S ACCESS NEEDS DEPUTY"
                         TO DENIAL-REASON
                     PERFORM LOG-DENIAL
                     MOVE DENIAL-REASON TO REJECT-REASON
                     PERFORM REJECT-SIGN-OFF-CARD
                 ELSE
                     PERFORM STORE-SIGN-OFF
                 END-IF
                 END-IF
                 END-IF
             END-IF
             END-IF
             END-IF
         END-IF.

       CHECK-MANAGER-SIGN-ON.
      * The sign-on tests OPERMENU makes, in the same order; the
      * authority to sign off comes from DEPTMGR, not a byte.
         MOVE "N" TO OPERATOR-OK-SWITCH.
         MOVE RCRT-MANAGER-ID TO OPRM-OPERATOR-ID.
         READ OPERATOR-MASTER-FILE
             INVALID KEY
                 MOVE "UNKNOWN OPERATOR ID" TO DENIAL-REASON
             NOT INVALID KEY
                 IF OPRM-PASSWORD NOT = RCRT-PASSWORD
                     MOVE "WRONG PASSWORD" TO DENIAL-REASON
                 ELSE
                     MOVE "Y" TO OPERATOR-OK-SWITCH
                 END-IF
         END-READ.

       FIND-DEPARTMENT-MANAGER.
         MOVE SPACES TO MANAGER-ID.
         MOVE SPACES TO DEPUTY-ID.
         IF LOOKUP-DEPT NOT = SPACES
             MOVE "DEPTMGR " TO RL-CODE-TYPE
             MOVE LOOKUP-DEPT TO RL-CODE-VALUE
             CALL "REFLOOK" USING REF-LOOKUP-PARMS
             IF RL-CODE-FOUND
                 MOVE RL-DESCRIPTION (1:8)  TO MANAGER-ID
                 MOVE RL-DESCRIPTION (10:8) TO DEPUTY-ID
             END-IF
         END-IF.

       LOG-DENIAL.
         OPEN EXTEND DENIAL-LOG-FILE.
         IF DENIAL-LOG-STATUS = "35"
             OPEN OUTPUT DENIAL-LOG-FILE
         END-IF.
         MOVE SPACES TO DENIAL-LOG-REC.
         STRING TODAY-DATE " " RCRT-MANAGER-ID " DENIED - "
                DENIAL-REASON
             DELIMITED BY SIZE INTO DENIAL-LOG-REC.
         WRITE DENIAL-LOG-REC.
         CLOSE DENIAL-LOG-FILE.

       REJECT-SIGN-OFF-CARD.
         ADD 1 TO SIGN-OFFS-REFUSED.
         MOVE SPACES TO RECERT-REPORT-REC.
         STRING "REFUSED   " RCRT-OPERATOR-ID " " RCRT-KEEP
                " BY " RCRT-MANAGER-ID " - " REJECT-REASON
             DELIMITED BY SIZE INTO RECERT-REPORT-REC.
         WRITE RECERT-REPORT-REC.

       STORE-SIGN-OFF.
         ADD 1 TO SIGN-OFFS-TAKEN.
         MOVE "N" TO WITHDRAWN-SWITCH.
         MOVE RCRT-OPERATOR-ID TO OPRM-OPERATOR-ID.
         READ OPERATOR-MASTER-FILE
             INVALID KEY MOVE SPACES TO OPRM-AUTHORITIES
         END-READ.
         MOVE "NNNNNNN" TO OPRC-KEPT.
         PERFORM VARYING AUTH-SUB FROM 1 BY 1 UNTIL AUTH-SUB > 7
             IF OPRC-HELD (AUTH-SUB:1) = "Y"
                 IF RCRT-KEEP (AUTH-SUB:1) = "Y"
                     MOVE "Y" TO OPRC-KEPT (AUTH-SUB:1)
                 ELSE
                     PERFORM WITHDRAW-ONE-AUTHORITY
                 END-IF
             END-IF
         END-PERFORM.
         IF ANY-WITHDRAWN
             REWRITE OPERATOR-MASTER-REC
         END-IF.
         MOVE "C"             TO OPRC-STATUS.
         MOVE RCRT-MANAGER-ID TO OPRC-REVIEWER-ID.
         MOVE TODAY-DATE      TO OPRC-REVIEW-DATE.
         REWRITE OPERATOR-RECERT-REC.
         MOVE SPACES TO RECERT-REPORT-REC.
         STRING "CONFIRMED " OPRC-OPERATOR-ID " " OPRC-DEPT
                " KEPT " OPRC-KEPT " OF " OPRC-HELD
                " BY " RCRT-MANAGER-ID
             DELIMITED BY SIZE INTO RECERT-REPORT-REC.
         WRITE RECERT-REPORT-REC.

       WITHDRAW-ONE-AUTHORITY.
      * Only a grant still standing is withdrawn and reported; the
      * operator table follows so the department listing is current.
         IF OPRM-AUTH-BYTE (AUTH-SUB) = "Y"
             MOVE "N" TO OPRM-AUTH-BYTE (AUTH-SUB)
             MOVE "Y" TO WITHDRAWN-SWITCH
             ADD 1 TO AUTHORITIES-WITHDRAWN
             MOVE SPACES TO RECERT-REPORT-REC
             STRING "          " OPRM-OPERATOR-ID " WITHDRAWN - "
                    AUTHORITY-NAME (AUTH-SUB)
                 DELIMITED BY SIZE INTO RECERT-REPORT-REC
             WRITE RECERT-REPORT-REC
             MOVE OPRM-OPERATOR-ID TO USAGE-OPERATOR
             PERFORM FIND-OPERATOR
             IF OPERATOR-FOUND
                 MOVE "N" TO OTAB-HELD (OPER-IDX) (AUTH-SUB:1)
             END-IF
         END-IF.

       WITHDRAW-EXPIRED-ACCESS.
      * Any review of any quarter still open past its deadline
      * loses every authority it was opened for.
         MOVE ZERO TO OPERATORS-AWAITING.
         MOVE "N" TO SCAN-DONE-SWITCH.
         MOVE LOW-VALUES TO OPRC-KEY.
         START RECERT-FILE KEY IS NOT LESS THAN OPRC-KEY
             INVALID KEY MOVE "Y" TO SCAN-DONE-SWITCH
         END-START.
         PERFORM UNTIL SCAN-DONE
             READ RECERT-FILE NEXT RECORD
                 AT END MOVE "Y" TO SCAN-DONE-SWITCH
             END-READ
             IF NOT SCAN-DONE AND OPRC-AWAITING
                 IF OPRC-DEADLINE < TODAY-DATE
                     PERFORM EXPIRE-ONE-REVIEW
                 ELSE
                     ADD 1 TO OPERATORS-AWAITING
                 END-IF
             END-IF
         END-PERFORM.

       EXPIRE-ONE-REVIEW.
         ADD 1 TO OPERATORS-EXPIRED.
         MOVE "N" TO WITHDRAWN-SWITCH.
         MOVE SPACES TO RECERT-REPORT-REC.
         STRING "EXPIRED   " OPRC-OPERATOR-ID " " OPRC-DEPT
                " QUARTER " OPRC-YEAR "/" OPRC-QTR
                " DUE " OPRC-DEADLINE
             DELIMITED BY SIZE INTO RECERT-REPORT-REC.
         WRITE RECERT-REPORT-REC.
         MOVE OPRC-OPERATOR-ID TO OPRM-OPERATOR-ID.
         READ OPERATOR-MASTER-FILE
             INVALID KEY CONTINUE
             NOT INVALID KEY
                 PERFORM VARYING AUTH-SUB FROM 1 BY 1
                         UNTIL AUTH-SUB > 7
                     IF OPRC-HELD (AUTH-SUB:1) = "Y"
                         PERFORM WITHDRAW-ONE-AUTHORITY
                     END-IF
                 END-PERFORM
                 IF ANY-WITHDRAWN
                     REWRITE OPERATOR-MASTER-REC
                 END-IF
         END-READ.
         MOVE "X"        TO OPRC-STATUS.
         MOVE "NNNNNNN"  TO OPRC-KEPT.
         MOVE TODAY-DATE TO OPRC-REVIEW-DATE.
         REWRITE OPERATOR-RECERT-REC.

       PRINT-DEPARTMENT-REVIEWS.
      * One section per department, in the order departments are
      * first met; operators linked to nobody come under a blank
      * department with no manager to vouch for them.
         PERFORM VARYING OPER-IDX FROM 1 BY 1
                 UNTIL OPER-IDX > OPER-COUNT
             PERFORM ADD-TO-DEPARTMENTS
         END-PERFORM.
         PERFORM PRINT-ONE-DEPARTMENT
             VARYING DEPT-IDX FROM 1 BY 1
             UNTIL DEPT-IDX > DEPT-COUNT.

       ADD-TO-DEPARTMENTS.
         SET DEPT-IDX TO 1.
         IF DEPT-COUNT > 0
             SEARCH DEPARTMENT-ENTRY
                 AT END SET DEPT-IDX TO DEPT-COUNT
                        SET DEPT-IDX UP BY 1
                 WHEN DTAB-DEPT (DEPT-IDX) = OTAB-DEPT (OPER-IDX)
                     CONTINUE
             END-SEARCH
         END-IF.
         IF DEPT-IDX > DEPT-COUNT AND DEPT-COUNT < 200
             ADD 1 TO DEPT-COUNT
             SET DEPT-IDX TO DEPT-COUNT
             MOVE OTAB-DEPT (OPER-IDX) TO DTAB-DEPT (DEPT-IDX)
         END-IF.

       PRINT-ONE-DEPARTMENT.
         MOVE DTAB-DEPT (DEPT-IDX) TO LOOKUP-DEPT.
         PERFORM FIND-DEPARTMENT-MANAGER.
         MOVE SPACES TO RECERT-REPORT-REC.
         WRITE RECERT-REPORT-REC.
         MOVE SPACES TO RECERT-REPORT-REC.
         IF MANAGER-ID = SPACES
             STRING "DEPARTMENT " LOOKUP-DEPT
                    "  NO MANAGER LISTED - CANNOT BE SIGNED OFF"
                 DELIMITED BY SIZE INTO RECERT-REPORT-REC
         ELSE
             STRING "DEPARTMENT " LOOKUP-DEPT
                    "  MANAGER " MANAGER-ID
                    "  DEPUTY " DEPUTY-ID
                 DELIMITED BY SIZE INTO RECERT-REPORT-REC
         END-IF.
         WRITE RECERT-REPORT-REC.
         PERFORM VARYING OPER-IDX FROM 1 BY 1
                 UNTIL OPER-IDX > OPER-COUNT
             IF OTAB-DEPT (OPER-IDX) = LOOKUP-DEPT
                 PERFORM PRINT-ONE-OPERATOR
             END-IF
         END-PERFORM.

       PRINT-ONE-OPERATOR.
         MOVE CURRENT-QUARTER TO OPRC-QUARTER.
         MOVE OTAB-OPERATOR-ID (OPER-IDX) TO OPRC-OPERATOR-ID.
         READ RECERT-FILE
             INVALID KEY MOVE "N" TO RECERT-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO RECERT-FOUND-SWITCH
         END-READ.
         MOVE SPACES TO REVIEW-WORD.
         IF NOT RECERT-FOUND
             MOVE "NO AUTHORITY TO REVIEW" TO REVIEW-WORD
         ELSE
         IF OPRC-AWAITING
             STRING "AWAITING REVIEW - DUE " OPRC-DEADLINE
                 DELIMITED BY SIZE INTO REVIEW-WORD
         ELSE
         IF OPRC-CONFIRMED
             STRING "SIGNED OFF BY " OPRC-REVIEWER-ID
                    " ON " OPRC-REVIEW-DATE
                 DELIMITED BY SIZE INTO REVIEW-WORD
         ELSE
             STRING "EXPIRED - ALL WITHDRAWN " OPRC-REVIEW-DATE
                 DELIMITED BY SIZE INTO REVIEW-WORD
         END-IF
         END-IF
         END-IF.
         IF OTAB-PERSON-STATUS (OPER-IDX) = "A"
             MOVE "ACTIVE" TO PERSON-STATUS-WORD
         ELSE
         IF OTAB-PERSON-STATUS (OPER-IDX) = "L"
             MOVE "ON LEAVE" TO PERSON-STATUS-WORD
         ELSE
         IF OTAB-PERSON-STATUS (OPER-IDX) = "T"
             MOVE "TERMINATED" TO PERSON-STATUS-WORD
         ELSE
             MOVE "NOT ON FILE" TO PERSON-STATUS-WORD
         END-IF
         END-IF
         END-IF.
         MOVE SPACES TO RECERT-REPORT-REC.
         STRING "  " OTAB-OPERATOR-ID (OPER-IDX)
                " " OTAB-PERSON-ID (OPER-IDX)
                " " OTAB-NAME (OPER-IDX)
                " " PERSON-STATUS-WORD
                " " REVIEW-WORD
             DELIMITED BY SIZE INTO RECERT-REPORT-REC.
         WRITE RECERT-REPORT-REC.
         MOVE ZERO TO HELD-COUNT.
         INSPECT OTAB-HELD (OPER-IDX) TALLYING HELD-COUNT FOR ALL "Y".
         IF OTAB-PERSON-STATUS (OPER-IDX) NOT = "A" AND
            HELD-COUNT > ZERO
             ADD 1 TO OPERATORS-FLAGGED
             MOVE SPACES TO RECERT-REPORT-REC
             STRING "      *** " PERSON-STATUS-WORD
                    " - STILL HOLDS AUTHORITY"
                 DELIMITED BY SIZE INTO RECERT-REPORT-REC
             WRITE RECERT-REPORT-REC
         END-IF.
         PERFORM VARYING AUTH-SUB FROM 1 BY 1 UNTIL AUTH-SUB > 7
             IF OTAB-HELD (OPER-IDX) (AUTH-SUB:1) = "Y"
                 MOVE SPACES TO RECERT-REPORT-REC
                 IF OTAB-LAST-USED (OPER-IDX, AUTH-SUB) = ZERO
                     STRING "      " AUTHORITY-NAME (AUTH-SUB)
                            " NO USE ON RECORD"
                         DELIMITED BY SIZE INTO RECERT-REPORT-REC
                 ELSE
                     STRING "      " AUTHORITY-NAME (AUTH-SUB)
                            " LAST USED "
                            OTAB-LAST-USED (OPER-IDX, AUTH-SUB)
                         DELIMITED BY SIZE INTO RECERT-REPORT-REC
                 END-IF
                 WRITE RECERT-REPORT-REC
             END-IF
         END-PERFORM.
         IF OTAB-LAST-DENIED (OPER-IDX) NOT = ZERO
             MOVE SPACES TO RECERT-REPORT-REC
             STRING "      LAST DENIED      "
                    OTAB-LAST-DENIED (OPER-IDX)
                 DELIMITED BY SIZE INTO RECERT-REPORT-REC
             WRITE RECERT-REPORT-REC
         END-IF.
