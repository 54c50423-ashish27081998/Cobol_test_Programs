       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MASKXTR.
      * Masked test-data extract.  Copies the person master and the
      * files joined to it - address, dependants and beneficiaries,
      * licence, enrollment, leave ledger, pay history and the
      * vehicle assignment master - into fresh test-region copies,
      * with every name, birth day and month, address, phone number
      * and licence number replaced by a made-up value.  Each fake
      * value is worked out from the PERSM-PERSON-ID alone, so a
      * person gets the same substitute in every file and the
      * cross-file joins still hold; keys, statuses, departments,
      * birth years, dates and amounts are carried across as they
      * are.  The control report sets each file's records read
      * against records written, so nobody has to take the test
      * set's completeness on trust - and EXM2 or PAYXTRCT can be
      * tested without real people's details leaving production.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSON-MASTER-FILE ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSM-PERSON-ID
               ALTERNATE RECORD KEY IS PERSM-L-SURNAME
                   WITH DUPLICATES
               FILE STATUS IS PERSON-MASTER-STATUS.
           SELECT PERSON-ADDRESS-FILE ASSIGN TO "PERSADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PADR-PERSON-ID
               FILE STATUS IS PERSON-ADDRESS-STATUS.
           SELECT DEPENDANT-FILE ASSIGN TO "PERSDEPB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDEP-KEY
               FILE STATUS IS DEPENDANT-STATUS.
           SELECT LICENCE-MASTER-FILE ASSIGN TO "DRVLICM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DLIC-PERSON-ID
               FILE STATUS IS LICENCE-MASTER-STATUS.
           SELECT PERSON-ENROLL-FILE ASSIGN TO "PERSENRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PENR-PERSON-ID
               FILE STATUS IS PERSON-ENROLL-STATUS.
           SELECT LEAVE-LEDGER-FILE ASSIGN TO "LEAVELDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LLGR-PERSON-ID
               FILE STATUS IS LEAVE-LEDGER-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYH-KEY
               FILE STATUS IS PAY-HISTORY-STATUS.
           SELECT ASSIGN-MASTER-FILE ASSIGN TO "ASSGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASSG-VEH-ID
               FILE STATUS IS ASSIGN-MASTER-STATUS.
           SELECT TEST-MASTER-FILE ASSIGN TO "TPERSMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPMS-PERSON-ID
               ALTERNATE RECORD KEY IS TPMS-SURNAME
                   WITH DUPLICATES
               FILE STATUS IS TEST-MASTER-STATUS.
           SELECT TEST-ADDRESS-FILE ASSIGN TO "TPERSADR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPAD-PERSON-ID
               FILE STATUS IS TEST-ADDRESS-STATUS.
           SELECT TEST-DEPENDANT-FILE ASSIGN TO "TPERSDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPDP-KEY
               FILE STATUS IS TEST-DEPENDANT-STATUS.
           SELECT TEST-LICENCE-FILE ASSIGN TO "TDRVLICM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TDLC-PERSON-ID
               FILE STATUS IS TEST-LICENCE-STATUS.
           SELECT TEST-ENROLL-FILE ASSIGN TO "TPERSENR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPEN-PERSON-ID
               FILE STATUS IS TEST-ENROLL-STATUS.
           SELECT TEST-LEAVE-FILE ASSIGN TO "TLEAVLDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TLLG-PERSON-ID
               FILE STATUS IS TEST-LEAVE-STATUS.
           SELECT TEST-PAY-HISTORY-FILE ASSIGN TO "TPAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPAY-KEY
               FILE STATUS IS TEST-PAY-HISTORY-STATUS.
           SELECT TEST-ASSIGN-FILE ASSIGN TO "TASSGMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TASG-VEH-ID
               FILE STATUS IS TEST-ASSIGN-STATUS.
           SELECT CONTROL-RPT-FILE ASSIGN TO "MASKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-MASTER-FILE.
           COPY PERSMAST.

       FD  PERSON-ADDRESS-FILE.
           COPY PERSADDR.

       FD  DEPENDANT-FILE.
           COPY PERSDEPB.

       FD  LICENCE-MASTER-FILE.
           COPY DRVLIC.

       FD  PERSON-ENROLL-FILE.
           COPY PERSENRL.

       FD  LEAVE-LEDGER-FILE.
           COPY LEAVELDG.

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  ASSIGN-MASTER-FILE.
           COPY ASSGMAST.

      * The test copies carry the production layouts byte for byte;
      * only the keys are named here.
       FD  TEST-MASTER-FILE.
       01  TEST-MASTER-REC.
           02 TPMS-PERSON-ID           PIC 9(10).
           02 TPMS-FIRST-NAME          PIC X(10).
           02 TPMS-SURNAME             PIC X(10).
           02 FILLER                   PIC X(15).

       FD  TEST-ADDRESS-FILE.
       01  TEST-ADDRESS-REC.
           02 TPAD-PERSON-ID           PIC 9(10).
           02 FILLER                   PIC X(90).

       FD  TEST-DEPENDANT-FILE.
       01  TEST-DEPENDANT-REC.
           02 TPDP-KEY                 PIC X(12).
           02 FILLER                   PIC X(29).

       FD  TEST-LICENCE-FILE.
       01  TEST-LICENCE-REC.
           02 TDLC-PERSON-ID           PIC 9(10).
           02 FILLER                   PIC X(25).

       FD  TEST-ENROLL-FILE.
       01  TEST-ENROLL-REC.
           02 TPEN-PERSON-ID           PIC 9(10).
           02 FILLER                   PIC X(22).

       FD  TEST-LEAVE-FILE.
       01  TEST-LEAVE-REC.
           02 TLLG-PERSON-ID           PIC 9(10).
           02 FILLER                   PIC X(16).

       FD  TEST-PAY-HISTORY-FILE.
       01  TEST-PAY-HISTORY-REC.
           02 TPAY-KEY                 PIC X(18).
           02 FILLER                   PIC X(25).

       FD  TEST-ASSIGN-FILE.
       01  TEST-ASSIGN-REC.
           02 TASG-VEH-ID              PIC X(06).
           02 FILLER                   PIC X(18).

       FD  CONTROL-RPT-FILE.
       01  CONTROL-RPT-REC             PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RETCODES.
        01 PERSON-MASTER-STATUS       PIC XX VALUE "00".
        01 PERSON-ADDRESS-STATUS      PIC XX VALUE "00".
        01 DEPENDANT-STATUS           PIC XX VALUE "00".
        01 LICENCE-MASTER-STATUS      PIC XX VALUE "00".
        01 PERSON-ENROLL-STATUS       PIC XX VALUE "00".
        01 LEAVE-LEDGER-STATUS        PIC XX VALUE "00".
        01 PAY-HISTORY-STATUS         PIC XX VALUE "00".
        01 ASSIGN-MASTER-STATUS       PIC XX VALUE "00".
        01 TEST-MASTER-STATUS         PIC XX VALUE "00".
        01 TEST-ADDRESS-STATUS        PIC XX VALUE "00".
        01 TEST-DEPENDANT-STATUS      PIC XX VALUE "00".
        01 TEST-LICENCE-STATUS        PIC XX VALUE "00".
        01 TEST-ENROLL-STATUS         PIC XX VALUE "00".
        01 TEST-LEAVE-STATUS          PIC XX VALUE "00".
        01 TEST-PAY-HISTORY-STATUS    PIC XX VALUE "00".
        01 TEST-ASSIGN-STATUS         PIC XX VALUE "00".
        01 CONTROL-RPT-STATUS         PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 FILES-OUT-OF-BALANCE       PIC 9(02) VALUE ZERO.
        01 CONTROL-FILE-NAME          PIC X(08).
        01 RECORDS-READ               PIC 9(09).
        01 RECORDS-WRITTEN            PIC 9(09).
        01 RECORDS-MASKED             PIC 9(09).
        01 BALANCE-TEXT               PIC X(14).
      * Substitutes are picked from these lists by remainders of
      * the person ID, so the same ID always picks the same ones.
        01 FAKE-FIRST-NAME-AREA.
           02 FILLER PIC X(50) VALUE
              "ALEX      BERNIE    CASEY     DANA      ELLIS     ".
           02 FILLER PIC X(50) VALUE
              "FRANKIE   GLEN      HARPER    IVO       JESSE     ".
           02 FILLER PIC X(50) VALUE
              "KIM       LEE       MORGAN    NOEL      OAKLEY    ".
           02 FILLER PIC X(50) VALUE
              "PAT       QUINN     ROBIN     SAM       TERRY     ".
        01 FAKE-FIRST-NAME-TABLE REDEFINES FAKE-FIRST-NAME-AREA.
           02 FAKE-FIRST-NAME OCCURS 20 TIMES PIC X(10).
        01 FAKE-SURNAME-AREA.
           02 FILLER PIC X(50) VALUE
              "ASHDOWN   BRAMLEY   COLDRIDGE DENHOLM   EASTLEIGH ".
           02 FILLER PIC X(50) VALUE
              "FAIRLEY   GREYSTOKE HOLBROOK  INGLEBY   JARROW    ".
           02 FILLER PIC X(50) VALUE
              "KELBROOK  LANGLEY   MARSDEN   NORBURY   OAKHURST  ".
           02 FILLER PIC X(50) VALUE
              "PENDLE    RADLEY    SHERBURN  THORNTON  UPWOOD    ".
        01 FAKE-SURNAME-TABLE REDEFINES FAKE-SURNAME-AREA.
           02 FAKE-SURNAME OCCURS 20 TIMES PIC X(10).
        01 FAKE-STREET-AREA.
           02 FILLER PIC X(36) VALUE
              "ELM ROAD    MILL LANE   CHURCH WAY  ".
           02 FILLER PIC X(36) VALUE
              "STATION ST  PARK ROW    HIGH STREET ".
           02 FILLER PIC X(48) VALUE
              "QUEENS WALK BRIDGE END  MARKET HILL WELL CLOSE  ".
        01 FAKE-STREET-TABLE REDEFINES FAKE-STREET-AREA.
           02 FAKE-STREET OCCURS 10 TIMES PIC X(12).
        01 MASK-PERSON-ID             PIC 9(10).
        01 MASK-SEED                  PIC 9(12).
        01 MASK-QUOTIENT              PIC 9(12).
        01 MASK-REMAINDER             PIC 9(03).
        01 FIRST-NAME-SUB             PIC 9(02).
        01 SURNAME-SUB                PIC 9(02).
        01 STREET-SUB                 PIC 9(02).
        01 FAKE-DAY                   PIC 9(02).
        01 FAKE-MONTH                 PIC 9(02).
        01 FAKE-HOUSE-NUMBER          PIC 9(03).
        01 FAKE-PERSON-DIGITS         PIC X(10).
        01 DEPENDANT-DOB-WORK.
           02 DDOB-YEAR               PIC 9(04).
           02 DDOB-MONTH              PIC 9(02).
           02 DDOB-DAY                PIC 9(02).
        01 DEPENDANT-DOB-NUM REDEFINES DEPENDANT-DOB-WORK
                                      PIC 9(08).

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "MASKXTR: MASKED TEST-DATA EXTRACT STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         OPEN OUTPUT CONTROL-RPT-FILE.
         MOVE SPACES TO CONTROL-RPT-REC.
         STRING "MASKED TEST-DATA EXTRACT - CONTROL REPORT "
                TODAY-DATE
             DELIMITED BY SIZE INTO CONTROL-RPT-REC.
         WRITE CONTROL-RPT-REC.
         MOVE SPACES TO CONTROL-RPT-REC.
         MOVE "FILE        READ        WRITTEN     MASKED      RESULT"
             TO CONTROL-RPT-REC.
         WRITE CONTROL-RPT-REC.
         PERFORM EXTRACT-PERSON-MASTER.
         PERFORM EXTRACT-ADDRESSES.
         PERFORM EXTRACT-DEPENDANTS.
         PERFORM EXTRACT-LICENCES.
         PERFORM EXTRACT-ENROLLMENTS.
         PERFORM EXTRACT-LEAVE-LEDGER.
         PERFORM EXTRACT-PAY-HISTORY.
         PERFORM EXTRACT-ASSIGNMENTS.
         MOVE SPACES TO CONTROL-RPT-REC.
         WRITE CONTROL-RPT-REC.
         MOVE SPACES TO CONTROL-RPT-REC.
         IF FILES-OUT-OF-BALANCE = ZERO
             MOVE "ALL FILES IN BALANCE" TO CONTROL-RPT-REC
         ELSE
             STRING "FILES OUT OF BALANCE: " FILES-OUT-OF-BALANCE
                 DELIMITED BY SIZE INTO CONTROL-RPT-REC
         END-IF.
         WRITE CONTROL-RPT-REC.
         CLOSE CONTROL-RPT-FILE.
         DISPLAY "FILES OUT OF BALANCE: " FILES-OUT-OF-BALANCE.
         IF FILES-OUT-OF-BALANCE > 0
             STOP RUN RETURNING RC-ERROR
         ELSE
             STOP RUN RETURNING RC-NORMAL
         END-IF.

       START-FILE-COUNTS.
         MOVE ZERO TO RECORDS-READ.
         MOVE ZERO TO RECORDS-WRITTEN.
         MOVE ZERO TO RECORDS-MASKED.

       WRITE-CONTROL-LINE.
         IF RECORDS-READ = RECORDS-WRITTEN
             MOVE "IN BALANCE" TO BALANCE-TEXT
         ELSE
             MOVE "OUT OF BALANCE" TO BALANCE-TEXT
             ADD 1 TO FILES-OUT-OF-BALANCE
         END-IF.
         MOVE SPACES TO CONTROL-RPT-REC.
         STRING CONTROL-FILE-NAME "    " RECORDS-READ
                "   " RECORDS-WRITTEN "   " RECORDS-MASKED
                "   " BALANCE-TEXT
             DELIMITED BY SIZE INTO CONTROL-RPT-REC.
         WRITE CONTROL-RPT-REC.

       WRITE-MISSING-LINE.
         MOVE SPACES TO CONTROL-RPT-REC.
         STRING CONTROL-FILE-NAME "    NOT ON FILE - NOTHING COPIED"
             DELIMITED BY SIZE INTO CONTROL-RPT-REC.
         WRITE CONTROL-RPT-REC.

       PICK-FAKE-VALUES.
      * Everything fake about a person follows from MASK-PERSON-ID.
         DIVIDE MASK-PERSON-ID BY 20 GIVING MASK-QUOTIENT
             REMAINDER MASK-REMAINDER.
         COMPUTE FIRST-NAME-SUB = MASK-REMAINDER + 1.
         DIVIDE MASK-QUOTIENT BY 20 GIVING MASK-QUOTIENT
             REMAINDER MASK-REMAINDER.
         COMPUTE SURNAME-SUB = MASK-REMAINDER + 1.
         DIVIDE MASK-PERSON-ID BY 28 GIVING MASK-QUOTIENT
             REMAINDER MASK-REMAINDER.
         COMPUTE FAKE-DAY = MASK-REMAINDER + 1.
         DIVIDE MASK-PERSON-ID BY 12 GIVING MASK-QUOTIENT
             REMAINDER MASK-REMAINDER.
         COMPUTE FAKE-MONTH = MASK-REMAINDER + 1.
         DIVIDE MASK-PERSON-ID BY 10 GIVING MASK-QUOTIENT
             REMAINDER MASK-REMAINDER.
         COMPUTE STREET-SUB = MASK-REMAINDER + 1.
         DIVIDE MASK-PERSON-ID BY 199 GIVING MASK-QUOTIENT
             REMAINDER MASK-REMAINDER.
         COMPUTE FAKE-HOUSE-NUMBER = MASK-REMAINDER + 1.
         MOVE MASK-PERSON-ID TO FAKE-PERSON-DIGITS.

       EXTRACT-PERSON-MASTER.
         MOVE "PERSMAST" TO CONTROL-FILE-NAME.
         PERFORM START-FILE-COUNTS.
         OPEN INPUT PERSON-MASTER-FILE.
         IF PERSON-MASTER-STATUS NOT = "00"
             PERFORM WRITE-MISSING-LINE
         ELSE
             OPEN OUTPUT TEST-MASTER-FILE
             MOVE LOW-VALUES TO PERSM-PERSON-ID
             START PERSON-MASTER-FILE KEY IS NOT LESS THAN
                   PERSM-PERSON-ID
                 INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
             END-START
             PERFORM UNTIL END-OF-FILE
                 READ PERSON-MASTER-FILE NEXT RECORD
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
                 IF NOT END-OF-FILE
                     ADD 1 TO RECORDS-READ
                     PERFORM MASK-ONE-PERSON
                     WRITE TEST-MASTER-REC FROM PERSON-MASTER-REC
                         INVALID KEY CONTINUE
                         NOT INVALID KEY ADD 1 TO RECORDS-WRITTEN
                     END-WRITE
                 END-IF
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE PERSON-MASTER-FILE TEST-MASTER-FILE
             PERFORM WRITE-CONTROL-LINE
         END-IF.

       MASK-ONE-PERSON.
      * Birth year stays, so age bands and retirement dates still
      * test; the day and month do not.
         MOVE PERSM-PERSON-ID TO MASK-PERSON-ID.
         PERFORM PICK-FAKE-VALUES.
         MOVE FAKE-FIRST-NAME (FIRST-NAME-SUB) TO PERSM-FIRST-NAME.
         MOVE FAKE-SURNAME (SURNAME-SUB) TO PERSM-L-SURNAME.
         MOVE FAKE-DAY TO PERSM-DIA.
         MOVE FAKE-MONTH TO PERSM-MONTH.
         ADD 1 TO RECORDS-MASKED.

       EXTRACT-ADDRESSES.
         MOVE "PERSADDR" TO CONTROL-FILE-NAME.
         PERFORM START-FILE-COUNTS.
         OPEN INPUT PERSON-ADDRESS-FILE.
         IF PERSON-ADDRESS-STATUS NOT = "00"
             PERFORM WRITE-MISSING-LINE
         ELSE
             OPEN OUTPUT TEST-ADDRESS-FILE
             MOVE LOW-VALUES TO PADR-PERSON-ID
             START PERSON-ADDRESS-FILE KEY IS NOT LESS THAN
                   PADR-PERSON-ID
                 INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
             END-START
             PERFORM UNTIL END-OF-FILE
                 READ PERSON-ADDRESS-FILE NEXT RECORD
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
                 IF NOT END-OF-FILE
                     ADD 1 TO RECORDS-READ
                     PERFORM MASK-ONE-ADDRESS
                     WRITE TEST-ADDRESS-REC FROM PERSON-ADDRESS-REC
                         INVALID KEY CONTINUE
                         NOT INVALID KEY ADD 1 TO RECORDS-WRITTEN
                     END-WRITE
                 END-IF
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE PERSON-ADDRESS-FILE TEST-ADDRESS-FILE
             PERFORM WRITE-CONTROL-LINE
         END-IF.

       MASK-ONE-ADDRESS.
         MOVE PADR-PERSON-ID TO MASK-PERSON-ID.
         PERFORM PICK-FAKE-VALUES.
         MOVE SPACES TO PADR-ADDR-LINE-1.
         STRING FAKE-HOUSE-NUMBER " " FAKE-STREET (STREET-SUB)
             DELIMITED BY SIZE INTO PADR-ADDR-LINE-1.
         MOVE SPACES TO PADR-ADDR-LINE-2.
         MOVE "TESTBURY" TO PADR-CITY.
         MOVE SPACES TO PADR-POSTAL-CODE.
         STRING "TS" FAKE-PERSON-DIGITS (7:4)
             DELIMITED BY SIZE INTO PADR-POSTAL-CODE.
         MOVE SPACES TO PADR-PHONE.
         STRING "555" FAKE-PERSON-DIGITS (4:7)
             DELIMITED BY SIZE INTO PADR-PHONE.
         ADD 1 TO RECORDS-MASKED.

       EXTRACT-DEPENDANTS.
         MOVE "PERSDEPB" TO CONTROL-FILE-NAME.
         PERFORM START-FILE-COUNTS.
         OPEN INPUT DEPENDANT-FILE.
         IF DEPENDANT-STATUS NOT = "00"
             PERFORM WRITE-MISSING-LINE
         ELSE
             OPEN OUTPUT TEST-DEPENDANT-FILE
             MOVE LOW-VALUES TO PDEP-KEY
             START DEPENDANT-FILE KEY IS NOT LESS THAN PDEP-KEY
                 INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
             END-START
             PERFORM UNTIL END-OF-FILE
                 READ DEPENDANT-FILE NEXT RECORD
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
                 IF NOT END-OF-FILE
                     ADD 1 TO RECORDS-READ
                     PERFORM MASK-ONE-DEPENDANT
                     WRITE TEST-DEPENDANT-REC
                         FROM PERSON-DEPENDANT-REC
                         INVALID KEY CONTINUE
                         NOT INVALID KEY ADD 1 TO RECORDS-WRITTEN
                     END-WRITE
                 END-IF
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE DEPENDANT-FILE TEST-DEPENDANT-FILE
             PERFORM WRITE-CONTROL-LINE
         END-IF.

       MASK-ONE-DEPENDANT.
      * A dependant shares the holder's fake surname; the first
      * name and birth day and month follow from ID plus sequence.
         MOVE PDEP-PERSON-ID TO MASK-PERSON-ID.
         PERFORM PICK-FAKE-VALUES.
         MOVE FAKE-SURNAME (SURNAME-SUB) TO PDEP-NAME (11:10).
         COMPUTE MASK-SEED = PDEP-PERSON-ID + PDEP-SEQUENCE.
         MOVE MASK-SEED TO MASK-PERSON-ID.
         PERFORM PICK-FAKE-VALUES.
         MOVE FAKE-FIRST-NAME (FIRST-NAME-SUB) TO PDEP-NAME (1:10).
         MOVE PDEP-DOB TO DEPENDANT-DOB-NUM.
         MOVE FAKE-MONTH TO DDOB-MONTH.
         MOVE FAKE-DAY TO DDOB-DAY.
         MOVE DEPENDANT-DOB-NUM TO PDEP-DOB.
         ADD 1 TO RECORDS-MASKED.

       EXTRACT-LICENCES.
         MOVE "DRVLICM " TO CONTROL-FILE-NAME.
         PERFORM START-FILE-COUNTS.
         OPEN INPUT LICENCE-MASTER-FILE.
         IF LICENCE-MASTER-STATUS NOT = "00"
             PERFORM WRITE-MISSING-LINE
         ELSE
             OPEN OUTPUT TEST-LICENCE-FILE
             MOVE LOW-VALUES TO DLIC-PERSON-ID
             START LICENCE-MASTER-FILE KEY IS NOT LESS THAN
                   DLIC-PERSON-ID
                 INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
             END-START
             PERFORM UNTIL END-OF-FILE
                 READ LICENCE-MASTER-FILE NEXT RECORD
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
                 IF NOT END-OF-FILE
                     ADD 1 TO RECORDS-READ
                     MOVE SPACES TO DLIC-NUMBER
                     STRING "TEST" DLIC-PERSON-ID
                         DELIMITED BY SIZE INTO DLIC-NUMBER
                     ADD 1 TO RECORDS-MASKED
                     WRITE TEST-LICENCE-REC FROM DRIVER-LICENCE-REC
                         INVALID KEY CONTINUE
                         NOT INVALID KEY ADD 1 TO RECORDS-WRITTEN
                     END-WRITE
                 END-IF
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE LICENCE-MASTER-FILE TEST-LICENCE-FILE
             PERFORM WRITE-CONTROL-LINE
         END-IF.

       EXTRACT-ENROLLMENTS.
         MOVE "PERSENRL" TO CONTROL-FILE-NAME.
         PERFORM START-FILE-COUNTS.
         OPEN INPUT PERSON-ENROLL-FILE.
         IF PERSON-ENROLL-STATUS NOT = "00"
             PERFORM WRITE-MISSING-LINE
         ELSE
             OPEN OUTPUT TEST-ENROLL-FILE
             MOVE LOW-VALUES TO PENR-PERSON-ID
             START PERSON-ENROLL-FILE KEY IS NOT LESS THAN
                   PENR-PERSON-ID
                 INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
             END-START
             PERFORM UNTIL END-OF-FILE
                 READ PERSON-ENROLL-FILE NEXT RECORD
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
                 IF NOT END-OF-FILE
                     ADD 1 TO RECORDS-READ
                     WRITE TEST-ENROLL-REC FROM PERSON-ENROLL-REC
                         INVALID KEY CONTINUE
                         NOT INVALID KEY ADD 1 TO RECORDS-WRITTEN
                     END-WRITE
                 END-IF
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE PERSON-ENROLL-FILE TEST-ENROLL-FILE
             PERFORM WRITE-CONTROL-LINE
         END-IF.

       EXTRACT-LEAVE-LEDGER.
         MOVE "LEAVELDG" TO CONTROL-FILE-NAME.
         PERFORM START-FILE-COUNTS.
         OPEN INPUT LEAVE-LEDGER-FILE.
         IF LEAVE-LEDGER-STATUS NOT = "00"
             PERFORM WRITE-MISSING-LINE
         ELSE
             OPEN OUTPUT TEST-LEAVE-FILE
             MOVE LOW-VALUES TO LLGR-PERSON-ID
             START LEAVE-LEDGER-FILE KEY IS NOT LESS THAN
                   LLGR-PERSON-ID
                 INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
             END-START
             PERFORM UNTIL END-OF-FILE
                 READ LEAVE-LEDGER-FILE NEXT RECORD
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
                 IF NOT END-OF-FILE
                     ADD 1 TO RECORDS-READ
                     WRITE TEST-LEAVE-REC FROM LEAVE-LEDGER-REC
                         INVALID KEY CONTINUE
                         NOT INVALID KEY ADD 1 TO RECORDS-WRITTEN
                     END-WRITE
                 END-IF
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE LEAVE-LEDGER-FILE TEST-LEAVE-FILE
             PERFORM WRITE-CONTROL-LINE
         END-IF.

       EXTRACT-PAY-HISTORY.
         MOVE "PAYHIST " TO CONTROL-FILE-NAME.
         PERFORM START-FILE-COUNTS.
         OPEN INPUT PAY-HISTORY-FILE.
         IF PAY-HISTORY-STATUS NOT = "00"
             PERFORM WRITE-MISSING-LINE
         ELSE
             OPEN OUTPUT TEST-PAY-HISTORY-FILE
             MOVE LOW-VALUES TO PAYH-KEY
             START PAY-HISTORY-FILE KEY IS NOT LESS THAN PAYH-KEY
                 INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
             END-START
             PERFORM UNTIL END-OF-FILE
                 READ PAY-HISTORY-FILE NEXT RECORD
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
                 IF NOT END-OF-FILE
                     ADD 1 TO RECORDS-READ
                     WRITE TEST-PAY-HISTORY-REC FROM PAY-HISTORY-REC
                         INVALID KEY CONTINUE
                         NOT INVALID KEY ADD 1 TO RECORDS-WRITTEN
                     END-WRITE
                 END-IF
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE PAY-HISTORY-FILE TEST-PAY-HISTORY-FILE
             PERFORM WRITE-CONTROL-LINE
         END-IF.

       EXTRACT-ASSIGNMENTS.
         MOVE "ASSGMAST" TO CONTROL-FILE-NAME.
         PERFORM START-FILE-COUNTS.
         OPEN INPUT ASSIGN-MASTER-FILE.
         IF ASSIGN-MASTER-STATUS NOT = "00"
             PERFORM WRITE-MISSING-LINE
         ELSE
             OPEN OUTPUT TEST-ASSIGN-FILE
             MOVE LOW-VALUES TO ASSG-VEH-ID
             START ASSIGN-MASTER-FILE KEY IS NOT LESS THAN
                   ASSG-VEH-ID
                 INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
             END-START
             PERFORM UNTIL END-OF-FILE
                 READ ASSIGN-MASTER-FILE NEXT RECORD
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
                 IF NOT END-OF-FILE
                     ADD 1 TO RECORDS-READ
                     WRITE TEST-ASSIGN-REC FROM ASSIGN-MASTER-REC
                         INVALID KEY CONTINUE
                         NOT INVALID KEY ADD 1 TO RECORDS-WRITTEN
                     END-WRITE
                 END-IF
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE ASSIGN-MASTER-FILE TEST-ASSIGN-FILE
             PERFORM WRITE-CONTROL-LINE
         END-IF.
