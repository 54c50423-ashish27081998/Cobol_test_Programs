       IDENTIFICATION DIVISION.
       PROGRAM-ID.  VEHDOCS.
      * Vehicle registration and roadworthiness certificate renewal
      * tracking, the DRVLICNC pattern applied to the fleet: each
      * vehicle's documents - registration, annual inspection,
      * operator permit - are kept by vehicle and document type
      * with the reference number and expiry date, maintained by
      * transactions with the type checked against the VEHDOC code
      * list and the date through DATEVAL.  The renewal report
      * lists, depot by depot, every document already expired or
      * lapsing within 7, 30 or 60 days, and an expired document on
      * an active unit goes to the shop alert stream as severe.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCUMENT-TRANS-FILE ASSIGN TO "VDOCTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOCUMENT-TRANS-STATUS.
           SELECT DOCUMENT-MASTER-FILE ASSIGN TO "VEHDOCS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VDOC-KEY
               FILE STATUS IS DOCUMENT-MASTER-STATUS.
           SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEH-ID
               FILE STATUS IS VEHICLE-MASTER-STATUS.
           SELECT DOCUMENT-REJECT-FILE ASSIGN TO "VDOCREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOCUMENT-REJECT-STATUS.
           SELECT RENEWAL-RPT-FILE ASSIGN TO "VDOCRNWL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RENEWAL-RPT-STATUS.
           SELECT SHOP-ALERT-FILE ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHOP-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DOCUMENT-TRANS-FILE.
      * "A" adds a document or renews it with the new reference and
      * expiry, "D" drops a document the unit no longer needs.
       01  DOCUMENT-TRANS-REC.
           02 VDTR-ACTION              PIC X(01).
              88 VDTR-IS-ADD               VALUE "A".
              88 VDTR-IS-DELETE            VALUE "D".
           02 VDTR-VEH-ID              PIC X(06).
           02 VDTR-TYPE                PIC X(08).
           02 VDTR-REFERENCE           PIC X(15).
           02 VDTR-EXPIRY-DATE.
              03 VDTR-EXPIRY-YEAR      PIC 9(04).
              03 VDTR-EXPIRY-MONTH     PIC 9(02).
              03 VDTR-EXPIRY-DAY       PIC 9(02).

       FD  DOCUMENT-MASTER-FILE.
           COPY VEHDOCS.

       FD  VEHICLE-MASTER-FILE.
           COPY VEHMAST.

       FD  DOCUMENT-REJECT-FILE.
       01  DOCUMENT-REJECT-REC         PIC X(80).

       FD  RENEWAL-RPT-FILE.
       01  RENEWAL-RPT-REC             PIC X(100).

       FD  SHOP-ALERT-FILE.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY DATEVALP.
           COPY REFLOOKP.
        01 DOCUMENT-TRANS-STATUS      PIC XX VALUE "00".
        01 DOCUMENT-MASTER-STATUS     PIC XX VALUE "00".
        01 VEHICLE-MASTER-STATUS      PIC XX VALUE "00".
        01 DOCUMENT-REJECT-STATUS     PIC XX VALUE "00".
        01 RENEWAL-RPT-STATUS         PIC XX VALUE "00".
        01 SHOP-ALERT-STATUS          PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 VEHICLE-FOUND-SWITCH       PIC X VALUE "N".
           88 VEHICLE-FOUND                VALUE "Y".
        01 DOCUMENT-FOUND-SWITCH      PIC X VALUE "N".
           88 DOCUMENT-FOUND               VALUE "Y".
        01 DEPOT-FOUND-SWITCH         PIC X VALUE "N".
           88 DEPOT-FOUND                  VALUE "Y".
        01 TODAY-DATE.
           02 TODAY-YEAR              PIC 9(04).
           02 TODAY-MONTH             PIC 9(02).
           02 TODAY-DAY               PIC 9(02).
        01 TODAY-DATE-NUM REDEFINES TODAY-DATE
                                      PIC 9(08).
        01 DATE-WORK.
           02 DATE-WORK-YEAR          PIC 9(04).
           02 DATE-WORK-MONTH         PIC 9(02).
           02 DATE-WORK-DAY           PIC 9(02).
        01 TODAY-DAY-NUMBER           PIC S9(07).
        01 EXPIRY-DAY-NUMBER          PIC S9(07).
        01 DAYS-TO-EXPIRY             PIC S9(07).
        01 DAYS-TO-EXPIRY-OUT         PIC -(6)9.
        01 REJECT-REASON              PIC X(30).
        01 RENEWAL-BAND               PIC 9(01).
        01 BAND-SUB                   PIC 9(01).
        01 BAND-NAME                  PIC X(10).
        01 CURRENT-DEPOT              PIC X(03).
        01 NEXT-DEPOT                 PIC X(03).
        01 DUE-SUB                    PIC 9(04).
        01 TRANS-APPLIED              PIC 9(05) VALUE ZERO.
        01 TRANS-REJECTED             PIC 9(05) VALUE ZERO.
        01 DOCUMENTS-DUE              PIC 9(05) VALUE ZERO.
        01 EXPIRED-ACTIVE-COUNT       PIC 9(05) VALUE ZERO.
      * Documents expired or lapsing inside the 60-day window, held
      * for the depot-by-depot print: band 1 expired, 2 within 7
      * days, 3 within 30, 4 within 60.
        01 DUE-COUNT                  PIC 9(04) VALUE ZERO.
        01 DUE-TABLE.
           02 DUE-ENTRY OCCURS 0 TO 2000 TIMES
                  DEPENDING ON DUE-COUNT
                  INDEXED BY DUE-IDX.
               03 DTAB-DEPOT           PIC X(03).
               03 DTAB-VEH-ID          PIC X(06).
               03 DTAB-TYPE            PIC X(08).
               03 DTAB-REFERENCE       PIC X(15).
               03 DTAB-EXPIRY-DATE     PIC 9(08).
               03 DTAB-DAYS            PIC S9(07).
               03 DTAB-BAND            PIC 9(01).
               03 DTAB-ACTIVE          PIC X(01).

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "VEHDOCS: VEHICLE DOCUMENT TRACKING STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         COMPUTE TODAY-DAY-NUMBER =
                 (TODAY-YEAR * 360) + (TODAY-MONTH * 30)
                 + TODAY-DAY.
         OPEN I-O DOCUMENT-MASTER-FILE.
         IF DOCUMENT-MASTER-STATUS = "35"
      * First-ever run - no document file yet, so create an empty
      * one rather than refuse to start.
             OPEN OUTPUT DOCUMENT-MASTER-FILE
             CLOSE DOCUMENT-MASTER-FILE
             OPEN I-O DOCUMENT-MASTER-FILE
         END-IF.
         OPEN INPUT VEHICLE-MASTER-FILE.
         IF VEHICLE-MASTER-STATUS NOT = "00"
             DISPLAY "VEHDOCS: CANNOT OPEN VEHICLE-MASTER - "
                     VEHICLE-MASTER-STATUS
             STOP RUN RETURNING RC-SEVERE
         END-IF.
         OPEN OUTPUT DOCUMENT-REJECT-FILE.
         PERFORM PROCESS-DOCUMENT-TRANSACTIONS.
         PERFORM COLLECT-DUE-DOCUMENTS.
         PERFORM BUILD-RENEWAL-REPORT.
         CLOSE DOCUMENT-MASTER-FILE VEHICLE-MASTER-FILE
               DOCUMENT-REJECT-FILE.
         DISPLAY "DOCUMENT TRANSACTIONS APPLIED: " TRANS-APPLIED.
         DISPLAY "DOCUMENT TRANSACTIONS REJECTED: " TRANS-REJECTED.
         DISPLAY "DOCUMENTS DUE WITHIN 60 DAYS: " DOCUMENTS-DUE.
         DISPLAY "EXPIRED ON ACTIVE UNITS: " EXPIRED-ACTIVE-COUNT.
         IF EXPIRED-ACTIVE-COUNT > 0
             STOP RUN RETURNING RC-ERROR
         ELSE
             IF TRANS-REJECTED > 0 OR DOCUMENTS-DUE > 0
                 STOP RUN RETURNING RC-WARNING
             ELSE
                 STOP RUN RETURNING RC-NORMAL
             END-IF
         END-IF.

       PROCESS-DOCUMENT-TRANSACTIONS.
         OPEN INPUT DOCUMENT-TRANS-FILE.
         IF DOCUMENT-TRANS-STATUS NOT = "00"
             DISPLAY "NO DOCUMENT TRANSACTIONS TO PROCESS"
         ELSE
             READ DOCUMENT-TRANS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM APPLY-ONE-DOCUMENT
                 READ DOCUMENT-TRANS-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
         END-IF.
         CLOSE DOCUMENT-TRANS-FILE.

       APPLY-ONE-DOCUMENT.
         MOVE VDTR-VEH-ID TO VEH-ID.
         READ VEHICLE-MASTER-FILE
             INVALID KEY MOVE "N" TO VEHICLE-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO VEHICLE-FOUND-SWITCH
         END-READ.
         MOVE VDTR-VEH-ID TO VDOC-VEH-ID.
         MOVE VDTR-TYPE   TO VDOC-TYPE.
         READ DOCUMENT-MASTER-FILE
             INVALID KEY MOVE "N" TO DOCUMENT-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO DOCUMENT-FOUND-SWITCH
         END-READ.
         IF NOT VEHICLE-FOUND
             MOVE "VEHICLE NOT ON MASTER" TO REJECT-REASON
             PERFORM REJECT-ONE-DOCUMENT
         ELSE
             IF VDTR-IS-ADD
                 PERFORM CHECK-DOCUMENT-CARD
                 IF REJECT-REASON NOT = SPACES
                     PERFORM REJECT-ONE-DOCUMENT
                 ELSE
                     PERFORM STORE-ONE-DOCUMENT
                 END-IF
             ELSE
                 IF VDTR-IS-DELETE
                     PERFORM DROP-ONE-DOCUMENT
                 ELSE
                     MOVE "INVALID ACTION CODE" TO REJECT-REASON
                     PERFORM REJECT-ONE-DOCUMENT
                 END-IF
             END-IF
         END-IF.

       CHECK-DOCUMENT-CARD.
      * The document type comes off the VEHDOC code list - when the
      * type is not listed there, it posts unchecked.
         MOVE SPACES TO REJECT-REASON.
         MOVE "VEHDOC"  TO RL-CODE-TYPE.
         MOVE VDTR-TYPE TO RL-CODE-VALUE.
         CALL "REFLOOK" USING REF-LOOKUP-PARMS.
         IF VDTR-TYPE = SPACES OR
            (RL-TYPE-ON-TABLE AND NOT RL-CODE-FOUND)
             MOVE "UNKNOWN DOCUMENT TYPE" TO REJECT-REASON
         ELSE
             MOVE VDTR-EXPIRY-YEAR  TO DV-YEAR
             MOVE VDTR-EXPIRY-MONTH TO DV-MONTH
             MOVE VDTR-EXPIRY-DAY   TO DV-DAY
             CALL "DATEVAL" USING DATE-VALIDATION-PARMS
             IF NOT DV-DATE-VALID
                 MOVE "INVALID EXPIRY DATE" TO REJECT-REASON
             END-IF
         END-IF.

       STORE-ONE-DOCUMENT.
         MOVE VDTR-VEH-ID      TO VDOC-VEH-ID.
         MOVE VDTR-TYPE        TO VDOC-TYPE.
         MOVE VDTR-REFERENCE   TO VDOC-REFERENCE.
         MOVE VDTR-EXPIRY-DATE TO VDOC-EXPIRY-DATE.
         MOVE TODAY-DATE-NUM   TO VDOC-UPDATED-DATE.
         IF DOCUMENT-FOUND
             REWRITE VEHICLE-DOCUMENT-REC
         ELSE
             WRITE VEHICLE-DOCUMENT-REC
         END-IF.
         ADD 1 TO TRANS-APPLIED.

       DROP-ONE-DOCUMENT.
         IF NOT DOCUMENT-FOUND
             MOVE "NO SUCH DOCUMENT ON FILE" TO REJECT-REASON
             PERFORM REJECT-ONE-DOCUMENT
         ELSE
             DELETE DOCUMENT-MASTER-FILE
             ADD 1 TO TRANS-APPLIED
             DISPLAY VDTR-VEH-ID " DOCUMENT " VDTR-TYPE " DROPPED"
         END-IF.

       REJECT-ONE-DOCUMENT.
         MOVE SPACES TO DOCUMENT-REJECT-REC.
         STRING "REJECTED - " VDTR-ACTION " " VDTR-VEH-ID
                " " VDTR-TYPE " " VDTR-EXPIRY-DATE
                " - " REJECT-REASON
             DELIMITED BY SIZE INTO DOCUMENT-REJECT-REC.
         WRITE DOCUMENT-REJECT-REC.
         ADD 1 TO TRANS-REJECTED.

       COLLECT-DUE-DOCUMENTS.
      * One pass of the document file: each document inside the
      * 60-day window is held with its unit's depot for the print,
      * and an expired one on an active unit is alerted here.
         MOVE LOW-VALUES TO VDOC-KEY.
         START DOCUMENT-MASTER-FILE KEY IS NOT LESS THAN VDOC-KEY
             INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
         END-START.
         PERFORM UNTIL END-OF-FILE
             READ DOCUMENT-MASTER-FILE NEXT RECORD
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             IF NOT END-OF-FILE
                 PERFORM CHECK-ONE-DOCUMENT
             END-IF
         END-PERFORM.
         MOVE "N" TO END-OF-FILE-SWITCH.

       CHECK-ONE-DOCUMENT.
         PERFORM COMPUTE-DAYS-TO-EXPIRY.
         MOVE ZERO TO RENEWAL-BAND.
         IF DAYS-TO-EXPIRY < 0
             MOVE 1 TO RENEWAL-BAND
         ELSE
             IF DAYS-TO-EXPIRY <= 7
                 MOVE 2 TO RENEWAL-BAND
             ELSE
                 IF DAYS-TO-EXPIRY <= 30
                     MOVE 3 TO RENEWAL-BAND
                 ELSE
                     IF DAYS-TO-EXPIRY <= 60
                         MOVE 4 TO RENEWAL-BAND
                     END-IF
                 END-IF
             END-IF
         END-IF.
         IF RENEWAL-BAND > 0
             MOVE VDOC-VEH-ID TO VEH-ID
             READ VEHICLE-MASTER-FILE
                 INVALID KEY
                     MOVE "N" TO VEHICLE-FOUND-SWITCH
                     MOVE "???" TO VEH-DEPOT
                     MOVE "I" TO VEH-STATUS
                 NOT INVALID KEY MOVE "Y" TO VEHICLE-FOUND-SWITCH
             END-READ
             ADD 1 TO DOCUMENTS-DUE
             IF RENEWAL-BAND = 1 AND VEH-ACTIVE
                 ADD 1 TO EXPIRED-ACTIVE-COUNT
                 PERFORM WRITE-EXPIRED-ALERT
             END-IF
             IF DUE-COUNT < 2000
                 ADD 1 TO DUE-COUNT
                 SET DUE-IDX TO DUE-COUNT
                 MOVE VEH-DEPOT        TO DTAB-DEPOT (DUE-IDX)
                 MOVE VDOC-VEH-ID      TO DTAB-VEH-ID (DUE-IDX)
                 MOVE VDOC-TYPE        TO DTAB-TYPE (DUE-IDX)
                 MOVE VDOC-REFERENCE   TO DTAB-REFERENCE (DUE-IDX)
                 MOVE VDOC-EXPIRY-DATE
                     TO DTAB-EXPIRY-DATE (DUE-IDX)
                 MOVE DAYS-TO-EXPIRY   TO DTAB-DAYS (DUE-IDX)
                 MOVE RENEWAL-BAND     TO DTAB-BAND (DUE-IDX)
                 MOVE VEH-STATUS       TO DTAB-ACTIVE (DUE-IDX)
             END-IF
         END-IF.

       COMPUTE-DAYS-TO-EXPIRY.
      * Rough day difference on a 30-day-month calendar, the shop's
      * ordinary-arithmetic convention for aging tests.
         MOVE VDOC-EXPIRY-DATE TO DATE-WORK.
         COMPUTE EXPIRY-DAY-NUMBER =
                 (DATE-WORK-YEAR * 360)
                 + (DATE-WORK-MONTH * 30)
                 + DATE-WORK-DAY.
         COMPUTE DAYS-TO-EXPIRY =
                 EXPIRY-DAY-NUMBER - TODAY-DAY-NUMBER.

       WRITE-EXPIRED-ALERT.
         OPEN EXTEND SHOP-ALERT-FILE.
         IF SHOP-ALERT-STATUS = "35"
             OPEN OUTPUT SHOP-ALERT-FILE
         END-IF.
         MOVE TODAY-DATE-NUM TO ALRT-DATE.
         MOVE "VEHDOCS " TO ALRT-SOURCE.
         MOVE "S" TO ALRT-SEVERITY.
         MOVE VDOC-VEH-ID TO ALRT-KEY.
         MOVE SPACES TO ALRT-MESSAGE.
         STRING "ACTIVE UNIT " VDOC-TYPE " EXPIRED "
                VDOC-EXPIRY-DATE " REF " VDOC-REFERENCE
             DELIMITED BY SIZE INTO ALRT-MESSAGE.
         WRITE SHOP-ALERT-REC.
         CLOSE SHOP-ALERT-FILE.

       BUILD-RENEWAL-REPORT.
      * Depot by depot in code order - each pass picks the lowest
      * depot not yet printed off the held table - and within a
      * depot expired first, then the 7, 30 and 60-day bands.
         OPEN OUTPUT RENEWAL-RPT-FILE.
         MOVE SPACES TO RENEWAL-RPT-REC.
         STRING "VEHICLE DOCUMENT RENEWALS DUE WITHIN 60 DAYS AS OF "
                TODAY-DATE-NUM
             DELIMITED BY SIZE INTO RENEWAL-RPT-REC.
         WRITE RENEWAL-RPT-REC.
         MOVE LOW-VALUES TO CURRENT-DEPOT.
         PERFORM FIND-NEXT-DEPOT.
         PERFORM UNTIL NOT DEPOT-FOUND
             PERFORM PRINT-ONE-DEPOT
             PERFORM FIND-NEXT-DEPOT
         END-PERFORM.
         MOVE SPACES TO RENEWAL-RPT-REC.
         STRING "DOCUMENTS DUE: " DOCUMENTS-DUE
                "  EXPIRED ON ACTIVE UNITS: " EXPIRED-ACTIVE-COUNT
             DELIMITED BY SIZE INTO RENEWAL-RPT-REC.
         WRITE RENEWAL-RPT-REC.
         CLOSE RENEWAL-RPT-FILE.

       FIND-NEXT-DEPOT.
         MOVE "N" TO DEPOT-FOUND-SWITCH.
         PERFORM CHECK-DEPOT-CANDIDATE
             VARYING DUE-SUB FROM 1 BY 1
             UNTIL DUE-SUB > DUE-COUNT.
         IF DEPOT-FOUND
             MOVE NEXT-DEPOT TO CURRENT-DEPOT
         END-IF.

       CHECK-DEPOT-CANDIDATE.
         IF DTAB-DEPOT (DUE-SUB) > CURRENT-DEPOT
             IF NOT DEPOT-FOUND OR
                DTAB-DEPOT (DUE-SUB) < NEXT-DEPOT
                 MOVE "Y" TO DEPOT-FOUND-SWITCH
                 MOVE DTAB-DEPOT (DUE-SUB) TO NEXT-DEPOT
             END-IF
         END-IF.

       PRINT-ONE-DEPOT.
         MOVE SPACES TO RENEWAL-RPT-REC.
         WRITE RENEWAL-RPT-REC.
         MOVE SPACES TO RENEWAL-RPT-REC.
         STRING "DEPOT " CURRENT-DEPOT
             DELIMITED BY SIZE INTO RENEWAL-RPT-REC.
         WRITE RENEWAL-RPT-REC.
         PERFORM PRINT-ONE-BAND
             VARYING BAND-SUB FROM 1 BY 1
             UNTIL BAND-SUB > 4.

       PRINT-ONE-BAND.
         IF BAND-SUB = 1
             MOVE "EXPIRED" TO BAND-NAME
         ELSE
             IF BAND-SUB = 2
                 MOVE "7 DAYS" TO BAND-NAME
             ELSE
                 IF BAND-SUB = 3
                     MOVE "30 DAYS" TO BAND-NAME
                 ELSE
                     MOVE "60 DAYS" TO BAND-NAME
                 END-IF
             END-IF
         END-IF.
         PERFORM PRINT-ONE-DUE-DOCUMENT
             VARYING DUE-SUB FROM 1 BY 1
             UNTIL DUE-SUB > DUE-COUNT.

       PRINT-ONE-DUE-DOCUMENT.
         IF DTAB-DEPOT (DUE-SUB) = CURRENT-DEPOT AND
            DTAB-BAND (DUE-SUB) = BAND-SUB
             MOVE DTAB-DAYS (DUE-SUB) TO DAYS-TO-EXPIRY-OUT
             MOVE SPACES TO RENEWAL-RPT-REC
             STRING "  " BAND-NAME " " DTAB-VEH-ID (DUE-SUB)
                    " " DTAB-TYPE (DUE-SUB)
                    " REF " DTAB-REFERENCE (DUE-SUB)
                    " EXPIRES " DTAB-EXPIRY-DATE (DUE-SUB)
                    " DAYS " DAYS-TO-EXPIRY-OUT
                    " STATUS " DTAB-ACTIVE (DUE-SUB)
                 DELIMITED BY SIZE INTO RENEWAL-RPT-REC
             WRITE RENEWAL-RPT-REC
         END-IF.
