       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLAIMREG.
      * Insurance claim register.  A claim raised on a registered
      * incident is keyed to CLMTRAN by the incident's key - unit
      * and incident date - with the insurer's claim number, the
      * reserve, the deductible and whether a third party is
      * involved; later cards revise the reserve, link the repair
      * work orders on WOMAST to the claim, record the insurer
      * accepting it, payments received from the insurer and
      * settlements with the third party, and close it settled,
      * repudiated or withdrawn.  Whatever the insurer has paid is
      * netted off the cost of the closed repair orders linked to
      * the claim through the CLMRCVRY feed VEHLPOST posts to the
      * ledger - never more than those repairs cost, the rest
      * waiting for an order to be linked or to close.  The report
      * ends with every claim still open, its age from the day it
      * was raised and the total reserves, for the broker meeting.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-TRANS-FILE ASSIGN TO "CLMTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLAIM-TRANS-STATUS.
           SELECT CLAIM-MASTER-FILE ASSIGN TO "CLAIMMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLM-KEY
               FILE STATUS IS CLAIM-MASTER-STATUS.
           SELECT INCIDENT-MASTER-FILE ASSIGN TO "INCDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INCD-KEY
               FILE STATUS IS INCIDENT-MASTER-STATUS.
           SELECT WORK-ORDER-FILE ASSIGN TO "WOMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-KEY
               FILE STATUS IS WORK-ORDER-STATUS.
           SELECT SHOP-PARM-FILE ASSIGN TO "SHOPPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPRM-PARM-KEY
               FILE STATUS IS SHOP-PARM-STATUS.
           SELECT CLAIM-RECOVERY-FILE ASSIGN TO "CLMRCVRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLAIM-RECOVERY-STATUS.
           SELECT CLAIM-REPORT-FILE ASSIGN TO "CLMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLAIM-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-TRANS-FILE.
       01  CLAIM-TRANS-REC.
           02 CTRN-ACTION              PIC X(01).
              88 CTRN-NEW-CLAIM            VALUE "N".
              88 CTRN-RESERVE-CHANGE       VALUE "V".
              88 CTRN-LINK-ORDER           VALUE "L".
              88 CTRN-ACCEPTED             VALUE "A".
              88 CTRN-PAYMENT              VALUE "P".
              88 CTRN-TP-SETTLEMENT        VALUE "T".
              88 CTRN-SETTLED              VALUE "S".
              88 CTRN-REPUDIATED           VALUE "R".
              88 CTRN-WITHDRAWN            VALUE "W".
              88 CTRN-CLOSING              VALUE "S" "R" "W".
           02 CTRN-VEH-ID              PIC X(06).
           02 CTRN-INCD-DATE           PIC 9(08).
      * Date the insurer raised, decided or paid; zero takes today.
           02 CTRN-DATE                PIC 9(08).
           02 CTRN-CLAIM-NO            PIC X(12).
           02 CTRN-INSURER             PIC X(10).
           02 CTRN-THIRD-PARTY         PIC X(01).
              88 CTRN-THIRD-PARTY-VALID    VALUE "Y" "N".
      * The opening or revised reserve, the insurer's payment, the
      * third-party settlement, or the final payment on a settled
      * card - whichever the action calls for.
           02 CTRN-AMOUNT              PIC 9(07)V99.
           02 CTRN-DEDUCTIBLE          PIC 9(07)V99.
      * The maintenance interval of the work order a link card
      * attaches to the claim.
           02 CTRN-INTERVAL            PIC 9(06).

       FD  CLAIM-MASTER-FILE.
           COPY CLAIMMST.

       FD  INCIDENT-MASTER-FILE.
           COPY INCDMAST.

       FD  WORK-ORDER-FILE.
           COPY WOMAST.

       FD  SHOP-PARM-FILE.
           COPY SHOPPARM.

       FD  CLAIM-RECOVERY-FILE.
           COPY CLMRCVRY.

       FD  CLAIM-REPORT-FILE.
       01  CLAIM-REPORT-REC            PIC X(120).

       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY BUSDAYP.
           COPY MSTJRNLP.
        01 CLAIM-TRANS-STATUS         PIC XX VALUE "00".
        01 CLAIM-MASTER-STATUS        PIC XX VALUE "00".
        01 INCIDENT-MASTER-STATUS     PIC XX VALUE "00".
        01 WORK-ORDER-STATUS          PIC XX VALUE "00".
        01 SHOP-PARM-STATUS           PIC XX VALUE "00".
        01 CLAIM-RECOVERY-STATUS      PIC XX VALUE "00".
        01 CLAIM-REPORT-STATUS        PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 DETAIL-EOF-SWITCH          PIC X VALUE "N".
           88 DETAIL-EOF                   VALUE "Y".
        01 CLAIM-FOUND-SWITCH         PIC X VALUE "N".
           88 CLAIM-FOUND                  VALUE "Y".
        01 INCIDENT-FOUND-SWITCH      PIC X VALUE "N".
           88 INCIDENT-FOUND               VALUE "Y".
        01 ORDER-FOUND-SWITCH         PIC X VALUE "N".
           88 ORDER-FOUND                  VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 EFFECTIVE-DATE             PIC 9(08).
      * Days from the day a claim was raised after which it is
      * flagged as aged on the open-claims list - SHOPPARM
      * overrides the default.
        01 CLAIM-AGE-LIMIT            PIC 9(03) VALUE 90.
        01 REJECT-REASON              PIC X(30).
        01 LINKED-REPAIR-COST         PIC 9(09)V99.
        01 LINKED-ORDER-COUNT         PIC 9(03).
        01 NETTABLE-AMOUNT            PIC S9(09)V99.
        01 HELD-AMOUNT                PIC 9(09)V99.
        01 CLAIM-AGE-DAYS             PIC 9(05).
        01 AGE-FLAG-TEXT              PIC X(05).
        01 CLAIMS-OPENED              PIC 9(05) VALUE ZERO.
        01 CLAIMS-UPDATED             PIC 9(05) VALUE ZERO.
        01 CLAIMS-CLOSED              PIC 9(05) VALUE ZERO.
        01 ORDERS-LINKED              PIC 9(05) VALUE ZERO.
        01 CARDS-REJECTED             PIC 9(05) VALUE ZERO.
        01 RECOVERIES-WRITTEN         PIC 9(05) VALUE ZERO.
        01 RECOVERY-TOTAL             PIC 9(09)V99 VALUE ZERO.
        01 CLAIMS-OPEN                PIC 9(05) VALUE ZERO.
        01 CLAIMS-AGED                PIC 9(05) VALUE ZERO.
        01 RESERVE-TOTAL              PIC 9(11)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "CLAIMREG: INSURANCE CLAIM REGISTER RUN STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         PERFORM READ-SHOP-PARMS.
         OPEN I-O CLAIM-MASTER-FILE.
         IF CLAIM-MASTER-STATUS = "35"
      * First-ever run - no register yet, so create an empty one
      * rather than refuse to start.
             OPEN OUTPUT CLAIM-MASTER-FILE
             CLOSE CLAIM-MASTER-FILE
             OPEN I-O CLAIM-MASTER-FILE
         END-IF.
         OPEN INPUT INCIDENT-MASTER-FILE.
         IF INCIDENT-MASTER-STATUS NOT = "00"
             DISPLAY "CLAIMREG: CANNOT OPEN INCIDENT-MASTER - "
                     INCIDENT-MASTER-STATUS
             CLOSE CLAIM-MASTER-FILE
             STOP RUN RETURNING RC-SEVERE
         END-IF.
         OPEN I-O WORK-ORDER-FILE.
         IF WORK-ORDER-STATUS NOT = "00"
             DISPLAY "CLAIMREG: CANNOT OPEN WORK-ORDER-MASTER - "
                     WORK-ORDER-STATUS
             CLOSE CLAIM-MASTER-FILE INCIDENT-MASTER-FILE
             STOP RUN RETURNING RC-SEVERE
         END-IF.
         OPEN OUTPUT CLAIM-RECOVERY-FILE.
         OPEN OUTPUT CLAIM-REPORT-FILE.
         MOVE SPACES TO CLAIM-REPORT-REC.
         STRING "INSURANCE CLAIM REGISTER AS OF " TODAY-DATE
             DELIMITED BY SIZE INTO CLAIM-REPORT-REC.
         WRITE CLAIM-REPORT-REC.
         MOVE SPACES TO CLAIM-REPORT-REC.
         WRITE CLAIM-REPORT-REC.
         MOVE "CLAIM CARDS POSTED THIS RUN" TO CLAIM-REPORT-REC.
         WRITE CLAIM-REPORT-REC.
         PERFORM POST-CLAIM-TRANSACTIONS.
         CLOSE INCIDENT-MASTER-FILE.
         PERFORM NET-CLAIM-RECOVERIES.
         CLOSE WORK-ORDER-FILE CLAIM-RECOVERY-FILE.
         PERFORM LIST-OPEN-CLAIMS.
         CLOSE CLAIM-REPORT-FILE CLAIM-MASTER-FILE.
         DISPLAY "CLAIMS OPENED: " CLAIMS-OPENED.
         DISPLAY "CLAIMS UPDATED: " CLAIMS-UPDATED.
         DISPLAY "CLAIMS CLOSED: " CLAIMS-CLOSED.
         DISPLAY "WORK ORDERS LINKED: " ORDERS-LINKED.
         DISPLAY "CARDS REJECTED: " CARDS-REJECTED.
         DISPLAY "RECOVERIES TO LEDGER: " RECOVERIES-WRITTEN
                 " TOTAL " RECOVERY-TOTAL.
         DISPLAY "CLAIMS OPEN: " CLAIMS-OPEN
                 " RESERVES " RESERVE-TOTAL.
         DISPLAY "  OPEN OVER " CLAIM-AGE-LIMIT " DAYS: "
                 CLAIMS-AGED.
         IF CARDS-REJECTED > 0
             STOP RUN RETURNING RC-WARNING
         ELSE
             STOP RUN RETURNING RC-NORMAL
         END-IF.

       READ-SHOP-PARMS.
         OPEN INPUT SHOP-PARM-FILE.
         IF SHOP-PARM-STATUS = "00"
             MOVE "CLAIM-AGE-DAYS  " TO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE SPRM-PARM-VALUE TO CLAIM-AGE-LIMIT
             END-READ
             CLOSE SHOP-PARM-FILE
         END-IF.

       POST-CLAIM-TRANSACTIONS.
         OPEN INPUT CLAIM-TRANS-FILE.
         IF CLAIM-TRANS-STATUS NOT = "00"
             DISPLAY "NO CLAIM TRANSACTIONS TO PROCESS"
         ELSE
             READ CLAIM-TRANS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM POST-ONE-CLAIM-CARD
                 READ CLAIM-TRANS-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
         END-IF.
         CLOSE CLAIM-TRANS-FILE.

       POST-ONE-CLAIM-CARD.
         IF CTRN-DATE NUMERIC AND CTRN-DATE > ZERO
             MOVE CTRN-DATE TO EFFECTIVE-DATE
         ELSE
             MOVE TODAY-DATE TO EFFECTIVE-DATE
         END-IF.
         IF CTRN-AMOUNT NOT NUMERIC
             MOVE ZERO TO CTRN-AMOUNT
         END-IF.
         MOVE CTRN-VEH-ID    TO CLM-VEH-ID.
         MOVE CTRN-INCD-DATE TO CLM-INCD-DATE.
         READ CLAIM-MASTER-FILE
             INVALID KEY MOVE "N" TO CLAIM-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO CLAIM-FOUND-SWITCH
         END-READ.
         IF CTRN-NEW-CLAIM
             IF CLAIM-FOUND
                 MOVE "INCIDENT ALREADY CLAIMED" TO REJECT-REASON
                 PERFORM REJECT-CLAIM-CARD
             ELSE
                 PERFORM VALIDATE-NEW-CLAIM
             END-IF
         ELSE
         IF NOT CLAIM-FOUND
             MOVE "NO CLAIM ON REGISTER" TO REJECT-REASON
             PERFORM REJECT-CLAIM-CARD
         ELSE
         IF CTRN-LINK-ORDER
             IF CLM-REPUDIATED OR CLM-WITHDRAWN
                 MOVE "CLAIM NOT PAYING" TO REJECT-REASON
                 PERFORM REJECT-CLAIM-CARD
             ELSE
                 PERFORM LINK-WORK-ORDER
             END-IF
         ELSE
         IF NOT CLM-LIVE
             MOVE "CLAIM ALREADY CLOSED" TO REJECT-REASON
             PERFORM REJECT-CLAIM-CARD
         ELSE
             PERFORM APPLY-CLAIM-CHANGE
         END-IF
         END-IF
         END-IF
         END-IF.

       REJECT-CLAIM-CARD.
         ADD 1 TO CARDS-REJECTED.
         MOVE SPACES TO CLAIM-REPORT-REC.
         STRING "REJECTED - " CTRN-ACTION " UNIT " CTRN-VEH-ID
                " INCIDENT " CTRN-INCD-DATE
                " CLAIM " CTRN-CLAIM-NO " - " REJECT-REASON
             DELIMITED BY SIZE INTO CLAIM-REPORT-REC.
         WRITE CLAIM-REPORT-REC.

       VALIDATE-NEW-CLAIM.
         MOVE CTRN-VEH-ID    TO INCD-VEH-ID.
         MOVE CTRN-INCD-DATE TO INCD-DATE.
         READ INCIDENT-MASTER-FILE
             INVALID KEY MOVE "N" TO INCIDENT-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO INCIDENT-FOUND-SWITCH
         END-READ.
         IF NOT INCIDENT-FOUND
             MOVE "INCIDENT NOT REGISTERED" TO REJECT-REASON
             PERFORM REJECT-CLAIM-CARD
         ELSE
         IF CTRN-CLAIM-NO = SPACES
             MOVE "NO INSURER CLAIM NUMBER" TO REJECT-REASON
             PERFORM REJECT-CLAIM-CARD
         ELSE
         IF NOT CTRN-THIRD-PARTY-VALID
             MOVE "BAD THIRD-PARTY FLAG" TO REJECT-REASON
             PERFORM REJECT-CLAIM-CARD
         ELSE
             PERFORM ADD-NEW-CLAIM
         END-IF
         END-IF
         END-IF.

       ADD-NEW-CLAIM.
         MOVE CTRN-VEH-ID      TO CLM-VEH-ID.
         MOVE CTRN-INCD-DATE   TO CLM-INCD-DATE.
         MOVE CTRN-CLAIM-NO    TO CLM-CLAIM-NO.
         MOVE CTRN-INSURER     TO CLM-INSURER.
         MOVE EFFECTIVE-DATE   TO CLM-OPEN-DATE.
         MOVE CTRN-THIRD-PARTY TO CLM-THIRD-PARTY.
         MOVE CTRN-AMOUNT      TO CLM-RESERVE.
         IF CTRN-DEDUCTIBLE NUMERIC
             MOVE CTRN-DEDUCTIBLE TO CLM-DEDUCTIBLE
         ELSE
             MOVE ZERO TO CLM-DEDUCTIBLE
         END-IF.
         MOVE ZERO             TO CLM-RECEIVED.
         MOVE ZERO             TO CLM-NETTED.
         MOVE ZERO             TO CLM-TP-SETTLED.
         MOVE "O"              TO CLM-STATUS.
         MOVE EFFECTIVE-DATE   TO CLM-STATUS-DATE.
         WRITE INSURANCE-CLAIM-REC.
         ADD 1 TO CLAIMS-OPENED.
         MOVE SPACES TO CLAIM-REPORT-REC.
         STRING "OPENED   CLAIM " CLM-CLAIM-NO
                " UNIT " CLM-VEH-ID " INCIDENT " CLM-INCD-DATE
                " INSURER " CLM-INSURER
                " RESERVE " CLM-RESERVE
                " DEDUCTIBLE " CLM-DEDUCTIBLE
                " THIRD PARTY " CLM-THIRD-PARTY
             DELIMITED BY SIZE INTO CLAIM-REPORT-REC.
         WRITE CLAIM-REPORT-REC.

       LINK-WORK-ORDER.
      * The order must belong to the claimed unit; one already
      * charged to another of its claims is left where it is.
         MOVE CTRN-VEH-ID   TO WO-VEH-ID.
         MOVE CTRN-INTERVAL TO WO-INTERVAL.
         READ WORK-ORDER-FILE
             INVALID KEY MOVE "N" TO ORDER-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO ORDER-FOUND-SWITCH
         END-READ.
         IF ORDER-FOUND AND WO-CLAIM-DATE NOT NUMERIC
             MOVE ZERO TO WO-CLAIM-DATE
         END-IF.
         IF NOT ORDER-FOUND
             MOVE "NO SUCH WORK ORDER" TO REJECT-REASON
             PERFORM REJECT-CLAIM-CARD
         ELSE
         IF WO-CLAIM-DATE NOT = ZERO
            AND WO-CLAIM-DATE NOT = CLM-INCD-DATE
             MOVE "ORDER ON ANOTHER CLAIM" TO REJECT-REASON
             PERFORM REJECT-CLAIM-CARD
         ELSE
             MOVE WORK-ORDER-REC TO MJ-BEFORE-IMAGE
             MOVE CLM-INCD-DATE TO WO-CLAIM-DATE
             REWRITE WORK-ORDER-REC
             PERFORM JOURNAL-ORDER-LINKED
             ADD 1 TO ORDERS-LINKED
             MOVE SPACES TO CLAIM-REPORT-REC
             STRING "LINKED   CLAIM " CLM-CLAIM-NO
                    " UNIT " CLM-VEH-ID
                    " ORDER INTERVAL " WO-INTERVAL
                    " STATUS " WO-STATUS
                    " COST " WO-COST
                 DELIMITED BY SIZE INTO CLAIM-REPORT-REC
             WRITE CLAIM-REPORT-REC
         END-IF
         END-IF.

       JOURNAL-ORDER-LINKED.
      * The order's claim link goes to the shared master change
      * journal with the order as it stood before.
         MOVE "CLAIMLNK"       TO MJ-TRANS-TYPE.
         MOVE "WOMAST"         TO MJ-MASTER.
         MOVE WO-KEY           TO MJ-KEY.
         MOVE "CLAIMREG"       TO MJ-PROGRAM.
         MOVE SPACES           TO MJ-OPERATOR.
         MOVE SPACES           TO MJ-RUN-ID.
         MOVE WORK-ORDER-REC   TO MJ-AFTER-IMAGE.
         CALL "MSTJRNL" USING MASTER-JOURNAL-PARMS.

       APPLY-CLAIM-CHANGE.
         IF CTRN-RESERVE-CHANGE
             MOVE CTRN-AMOUNT TO CLM-RESERVE
             PERFORM STORE-CLAIM-CHANGE
         ELSE
         IF CTRN-ACCEPTED
             IF NOT CLM-OPEN
                 MOVE "CLAIM ALREADY ACCEPTED" TO REJECT-REASON
                 PERFORM REJECT-CLAIM-CARD
             ELSE
                 MOVE "A" TO CLM-STATUS
                 MOVE EFFECTIVE-DATE TO CLM-STATUS-DATE
                 PERFORM STORE-CLAIM-CHANGE
             END-IF
         ELSE
         IF CTRN-PAYMENT
             IF CTRN-AMOUNT = ZERO
                 MOVE "NO PAYMENT AMOUNT" TO REJECT-REASON
                 PERFORM REJECT-CLAIM-CARD
             ELSE
                 ADD CTRN-AMOUNT TO CLM-RECEIVED
                 PERFORM STORE-CLAIM-CHANGE
             END-IF
         ELSE
         IF CTRN-TP-SETTLEMENT
             IF NOT CLM-THIRD-PARTY-INVOLVED
                 MOVE "NO THIRD PARTY ON CLAIM" TO REJECT-REASON
                 PERFORM REJECT-CLAIM-CARD
             ELSE
                 ADD CTRN-AMOUNT TO CLM-TP-SETTLED
                 PERFORM STORE-CLAIM-CHANGE
             END-IF
         ELSE
         IF CTRN-CLOSING
      * A settled card may carry the insurer's final payment; any
      * close leaves nothing in reserve.
             IF CTRN-SETTLED
                 ADD CTRN-AMOUNT TO CLM-RECEIVED
             END-IF
             MOVE ZERO TO CLM-RESERVE
             MOVE CTRN-ACTION TO CLM-STATUS
             MOVE EFFECTIVE-DATE TO CLM-STATUS-DATE
             PERFORM STORE-CLAIM-CHANGE
             ADD 1 TO CLAIMS-CLOSED
         ELSE
             MOVE "UNKNOWN ACTION CODE" TO REJECT-REASON
             PERFORM REJECT-CLAIM-CARD
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF.

       STORE-CLAIM-CHANGE.
         REWRITE INSURANCE-CLAIM-REC.
         ADD 1 TO CLAIMS-UPDATED.
         MOVE SPACES TO CLAIM-REPORT-REC.
         STRING "UPDATED  CLAIM " CLM-CLAIM-NO
                " UNIT " CLM-VEH-ID
                " ACTION " CTRN-ACTION " " CTRN-AMOUNT
                " STATUS " CLM-STATUS
                " RESERVE " CLM-RESERVE
                " RECEIVED " CLM-RECEIVED
                " TP SETTLED " CLM-TP-SETTLED
             DELIMITED BY SIZE INTO CLAIM-REPORT-REC.
         WRITE CLAIM-REPORT-REC.

       NET-CLAIM-RECOVERIES.
      * Any claim holding insurer money not yet netted is matched
      * against the closed repair orders linked to it - this is
      * done over the whole register, so a payment that arrived
      * before its repair was linked or finished is netted the
      * night the repair catches up.
         MOVE SPACES TO CLAIM-REPORT-REC.
         WRITE CLAIM-REPORT-REC.
         MOVE "INSURANCE RECOVERIES NETTED OFF REPAIR COST"
             TO CLAIM-REPORT-REC.
         WRITE CLAIM-REPORT-REC.
         MOVE LOW-VALUES TO CLM-KEY.
         START CLAIM-MASTER-FILE KEY IS NOT LESS THAN CLM-KEY
             INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
         END-START.
         PERFORM UNTIL END-OF-FILE
             READ CLAIM-MASTER-FILE NEXT RECORD
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             IF NOT END-OF-FILE
                 IF CLM-RECEIVED > CLM-NETTED
                     PERFORM NET-ONE-CLAIM
                 END-IF
             END-IF
         END-PERFORM.
         MOVE "N" TO END-OF-FILE-SWITCH.

       NET-ONE-CLAIM.
         PERFORM SUM-LINKED-REPAIRS.
         IF CLM-RECEIVED < LINKED-REPAIR-COST
             COMPUTE NETTABLE-AMOUNT = CLM-RECEIVED - CLM-NETTED
         ELSE
             COMPUTE NETTABLE-AMOUNT =
                     LINKED-REPAIR-COST - CLM-NETTED
         END-IF.
         IF NETTABLE-AMOUNT > ZERO
             MOVE CLM-VEH-ID      TO CRCV-VEH-ID
             MOVE CLM-INCD-DATE   TO CRCV-INCD-DATE
             MOVE CLM-CLAIM-NO    TO CRCV-CLAIM-NO
             MOVE TODAY-DATE      TO CRCV-DATE
             MOVE NETTABLE-AMOUNT TO CRCV-AMOUNT
             WRITE CLAIM-RECOVERY-REC
             ADD NETTABLE-AMOUNT TO CLM-NETTED
             REWRITE INSURANCE-CLAIM-REC
             ADD 1 TO RECOVERIES-WRITTEN
             ADD NETTABLE-AMOUNT TO RECOVERY-TOTAL
             MOVE SPACES TO CLAIM-REPORT-REC
             STRING "NETTED   CLAIM " CLM-CLAIM-NO
                    " UNIT " CLM-VEH-ID
                    " AMOUNT " CRCV-AMOUNT
                    " AGAINST " LINKED-ORDER-COUNT
                    " ORDERS COSTING " LINKED-REPAIR-COST
                 DELIMITED BY SIZE INTO CLAIM-REPORT-REC
             WRITE CLAIM-REPORT-REC
         END-IF.
         IF CLM-RECEIVED > CLM-NETTED
             MOVE SPACES TO CLAIM-REPORT-REC
             COMPUTE HELD-AMOUNT = CLM-RECEIVED - CLM-NETTED
             STRING "HELD     CLAIM " CLM-CLAIM-NO
                    " UNIT " CLM-VEH-ID
                    " " HELD-AMOUNT
                    " RECEIVED BEYOND CLOSED LINKED REPAIRS"
                 DELIMITED BY SIZE INTO CLAIM-REPORT-REC
             WRITE CLAIM-REPORT-REC
         END-IF.

       SUM-LINKED-REPAIRS.
      * Only a closed order has a cost the ledger has been charged.
         MOVE ZERO TO LINKED-REPAIR-COST.
         MOVE ZERO TO LINKED-ORDER-COUNT.
         MOVE CLM-VEH-ID TO WO-VEH-ID.
         MOVE ZERO       TO WO-INTERVAL.
         START WORK-ORDER-FILE KEY IS NOT LESS THAN WO-KEY
             INVALID KEY MOVE "Y" TO DETAIL-EOF-SWITCH
         END-START.
         PERFORM UNTIL DETAIL-EOF
             READ WORK-ORDER-FILE NEXT RECORD
                 AT END MOVE "Y" TO DETAIL-EOF-SWITCH
             END-READ
             IF NOT DETAIL-EOF
                 IF WO-VEH-ID NOT = CLM-VEH-ID
                     MOVE "Y" TO DETAIL-EOF-SWITCH
                 ELSE
                     IF WO-CLAIM-DATE NUMERIC
                        AND WO-CLAIM-DATE = CLM-INCD-DATE
                        AND WO-IS-CLOSED
                         ADD WO-COST TO LINKED-REPAIR-COST
                         ADD 1 TO LINKED-ORDER-COUNT
                     END-IF
                 END-IF
             END-IF
         END-PERFORM.
         MOVE "N" TO DETAIL-EOF-SWITCH.

       LIST-OPEN-CLAIMS.
         MOVE SPACES TO CLAIM-REPORT-REC.
         WRITE CLAIM-REPORT-REC.
         MOVE "OPEN CLAIMS - AGE IN DAYS SINCE RAISED"
             TO CLAIM-REPORT-REC.
         WRITE CLAIM-REPORT-REC.
         MOVE LOW-VALUES TO CLM-KEY.
         START CLAIM-MASTER-FILE KEY IS NOT LESS THAN CLM-KEY
             INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
         END-START.
         PERFORM UNTIL END-OF-FILE
             READ CLAIM-MASTER-FILE NEXT RECORD
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             IF NOT END-OF-FILE
                 IF CLM-LIVE
                     PERFORM LIST-ONE-OPEN-CLAIM
                 END-IF
             END-IF
         END-PERFORM.
         MOVE "N" TO END-OF-FILE-SWITCH.
         MOVE SPACES TO CLAIM-REPORT-REC.
         STRING "OPEN CLAIMS: " CLAIMS-OPEN
                "  OVER " CLAIM-AGE-LIMIT " DAYS: " CLAIMS-AGED
                "  TOTAL RESERVES: " RESERVE-TOTAL
             DELIMITED BY SIZE INTO CLAIM-REPORT-REC.
         WRITE CLAIM-REPORT-REC.

       LIST-ONE-OPEN-CLAIM.
         ADD 1 TO CLAIMS-OPEN.
         ADD CLM-RESERVE TO RESERVE-TOTAL.
         MOVE "C"           TO BD-FUNCTION.
         MOVE CLM-OPEN-DATE TO BD-FROM-DATE.
         MOVE TODAY-DATE    TO BD-TO-DATE.
         CALL "BUSDAY" USING BUSDAY-PARMS.
         MOVE BD-CALENDAR-DAYS TO CLAIM-AGE-DAYS.
         MOVE SPACES TO AGE-FLAG-TEXT.
         IF CLAIM-AGE-DAYS > CLAIM-AGE-LIMIT
             ADD 1 TO CLAIMS-AGED
             MOVE "AGED" TO AGE-FLAG-TEXT
         END-IF.
         MOVE SPACES TO CLAIM-REPORT-REC.
         STRING "CLAIM " CLM-CLAIM-NO
                " UNIT " CLM-VEH-ID
                " INCIDENT " CLM-INCD-DATE
                " " CLM-INSURER
                " STATUS " CLM-STATUS
                " AGE " CLAIM-AGE-DAYS
                " RESERVE " CLM-RESERVE
                " RECEIVED " CLM-RECEIVED
                " TP " CLM-THIRD-PARTY
                " " AGE-FLAG-TEXT
             DELIMITED BY SIZE INTO CLAIM-REPORT-REC.
         WRITE CLAIM-REPORT-REC.
