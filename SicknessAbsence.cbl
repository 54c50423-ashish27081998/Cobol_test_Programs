       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SICKABS.
      * Sickness absence recording and trigger-point monitoring.
      * Spell transactions tied to PERSM-PERSON-ID post to the keyed
      * sickness-spell file - first day off, the day back (blank
      * while still off) and a reason code from REFCODES type
      * SICKRSN, dates checked through the shared DATEVAL
      * subprogram; a card for a spell already on file records the
      * return or corrects the reason.  Every person with a spell on
      * file is then scored over the rolling twelve months to today
      * as spells squared times days lost, and crossing one of the
      * shop's trigger points (SHOPPARM SICK-TRIGGER-1 to -3) raises
      * an HR review notice - once per point crossed, and again only
      * after the score has fallen back below it.  Sickness stops
      * living in supervisors' diaries.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SICKNESS-TRANS-FILE ASSIGN TO "SICKTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SICKNESS-TRANS-STATUS.
           SELECT SICKNESS-SPELL-FILE ASSIGN TO "SICKSPEL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SICK-KEY
               FILE STATUS IS SICKNESS-SPELL-STATUS.
           SELECT TRIGGER-STATE-FILE ASSIGN TO "SICKTRIG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STRG-PERSON-ID
               FILE STATUS IS TRIGGER-STATE-STATUS.
           SELECT PERSON-MASTER-FILE ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSM-PERSON-ID
               ALTERNATE RECORD KEY IS PERSM-L-SURNAME
                   WITH DUPLICATES
               FILE STATUS IS PERSON-MASTER-STATUS.
           SELECT SHOP-PARM-FILE ASSIGN TO "SHOPPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPRM-PARM-KEY
               FILE STATUS IS SHOP-PARM-STATUS.
           SELECT SICKNESS-REJECT-FILE ASSIGN TO "SICKREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SICKNESS-REJECT-STATUS.
           SELECT REVIEW-NOTICE-FILE ASSIGN TO "SICKNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVIEW-NOTICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SICKNESS-TRANS-FILE.
       01  SICKNESS-TRANS-REC.
           02 STRN-PERSON-ID           PIC 9(10).
           02 STRN-START-DATE.
              03 STRN-START-YEAR       PIC 9(04).
              03 STRN-START-MONTH      PIC 9(02).
              03 STRN-START-DAY        PIC 9(02).
           02 STRN-RETURN-DATE.
              03 STRN-RETURN-YEAR      PIC 9(04).
              03 STRN-RETURN-MONTH     PIC 9(02).
              03 STRN-RETURN-DAY       PIC 9(02).
           02 STRN-RETURN-DATE-NUM REDEFINES STRN-RETURN-DATE
                                       PIC 9(08).
           02 STRN-REASON              PIC X(08).

       FD  SICKNESS-SPELL-FILE.
           COPY SICKSPEL.

       FD  TRIGGER-STATE-FILE.
      * The highest trigger point each person has been noticed for,
      * so a notice goes once per crossing and not every night.
       01  TRIGGER-STATE-REC.
           02 STRG-PERSON-ID           PIC 9(10).
           02 STRG-LEVEL               PIC 9(01).
           02 STRG-SCORE               PIC 9(07).
           02 STRG-SCORED-DATE         PIC 9(08).

       FD  PERSON-MASTER-FILE.
           COPY PERSMAST.

       FD  SHOP-PARM-FILE.
           COPY SHOPPARM.

       FD  SICKNESS-REJECT-FILE.
       01  SICKNESS-REJECT-REC         PIC X(80).

       FD  REVIEW-NOTICE-FILE.
       01  REVIEW-NOTICE-REC           PIC X(100).

       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY DATEVALP.
           COPY REFLOOKP.
           COPY BUSDAYP.
        01 SICKNESS-TRANS-STATUS      PIC XX VALUE "00".
        01 SICKNESS-SPELL-STATUS      PIC XX VALUE "00".
        01 TRIGGER-STATE-STATUS       PIC XX VALUE "00".
        01 PERSON-MASTER-STATUS       PIC XX VALUE "00".
        01 SHOP-PARM-STATUS           PIC XX VALUE "00".
        01 SICKNESS-REJECT-STATUS     PIC XX VALUE "00".
        01 REVIEW-NOTICE-STATUS       PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 PERSON-FOUND-SWITCH        PIC X VALUE "N".
           88 PERSON-FOUND                 VALUE "Y".
        01 SPELL-FOUND-SWITCH         PIC X VALUE "N".
           88 SPELL-FOUND                  VALUE "Y".
        01 TRIGGER-FOUND-SWITCH       PIC X VALUE "N".
           88 TRIGGER-FOUND                VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 WINDOW-START-DATE          PIC 9(08).
        01 REJECT-REASON              PIC X(30).
        01 SPELLS-ADDED               PIC 9(05) VALUE ZERO.
        01 SPELLS-UPDATED             PIC 9(05) VALUE ZERO.
        01 SPELLS-REJECTED            PIC 9(05) VALUE ZERO.
        01 PEOPLE-SCORED              PIC 9(05) VALUE ZERO.
        01 NOTICES-RAISED             PIC 9(05) VALUE ZERO.
        01 OPEN-SPELL-COUNT           PIC 9(05) VALUE ZERO.
        01 TRIGGER-POINT-TABLE.
           02 TRIGGER-POINT           PIC 9(07) OCCURS 3 TIMES.
        01 TRIGGER-SUB                PIC 9(01).
        01 CURRENT-PERSON-ID          PIC 9(10).
        01 PERSON-SPELLS              PIC 9(03).
        01 PERSON-DAYS                PIC 9(05).
        01 PERSON-SCORE               PIC 9(07).
        01 PERSON-LEVEL               PIC 9(01).
        01 SPELL-END-DATE             PIC 9(08).
        01 OVERLAP-START-DATE         PIC 9(08).
        01 SPELL-DAYS                 PIC S9(05).

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "SICKABS: SICKNESS ABSENCE RUN STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         PERFORM READ-SHOP-PARMS.
         OPEN I-O SICKNESS-SPELL-FILE.
         IF SICKNESS-SPELL-STATUS = "35"
      * First-ever run - no sickness spells yet, so create an empty
      * file rather than refuse to start.
             OPEN OUTPUT SICKNESS-SPELL-FILE
             CLOSE SICKNESS-SPELL-FILE
             OPEN I-O SICKNESS-SPELL-FILE
         END-IF.
         OPEN I-O TRIGGER-STATE-FILE.
         IF TRIGGER-STATE-STATUS = "35"
             OPEN OUTPUT TRIGGER-STATE-FILE
             CLOSE TRIGGER-STATE-FILE
             OPEN I-O TRIGGER-STATE-FILE
         END-IF.
         OPEN INPUT PERSON-MASTER-FILE.
         IF PERSON-MASTER-STATUS NOT = "00"
             DISPLAY "SICKABS: CANNOT OPEN PERSON-MASTER - "
                     PERSON-MASTER-STATUS
             STOP RUN RETURNING RC-SEVERE
         END-IF.
         OPEN OUTPUT SICKNESS-REJECT-FILE.
         PERFORM PROCESS-SICKNESS-TRANSACTIONS.
         CLOSE SICKNESS-REJECT-FILE.
         PERFORM SCORE-ROLLING-ABSENCE.
         CLOSE SICKNESS-SPELL-FILE TRIGGER-STATE-FILE
               PERSON-MASTER-FILE.
         DISPLAY "SPELLS ADDED: " SPELLS-ADDED.
         DISPLAY "SPELLS UPDATED: " SPELLS-UPDATED.
         DISPLAY "SPELLS REJECTED: " SPELLS-REJECTED.
         DISPLAY "SPELLS STILL OPEN: " OPEN-SPELL-COUNT.
         DISPLAY "PEOPLE SCORED: " PEOPLE-SCORED.
         DISPLAY "HR REVIEW NOTICES: " NOTICES-RAISED.
         IF SPELLS-REJECTED > 0 OR NOTICES-RAISED > 0
             STOP RUN RETURNING RC-WARNING
         ELSE
             STOP RUN RETURNING RC-NORMAL
         END-IF.

       READ-SHOP-PARMS.
      * Trigger points on the spells-squared-times-days score; a
      * shop with none on file uses 51, 201 and 501.
         MOVE 51  TO TRIGGER-POINT (1).
         MOVE 201 TO TRIGGER-POINT (2).
         MOVE 501 TO TRIGGER-POINT (3).
         OPEN INPUT SHOP-PARM-FILE.
         IF SHOP-PARM-STATUS = "00"
             MOVE "SICK-TRIGGER-1  " TO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE SPRM-PARM-VALUE TO TRIGGER-POINT (1)
             END-READ
             MOVE "SICK-TRIGGER-2  " TO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE SPRM-PARM-VALUE TO TRIGGER-POINT (2)
             END-READ
             MOVE "SICK-TRIGGER-3  " TO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE SPRM-PARM-VALUE TO TRIGGER-POINT (3)
             END-READ
             CLOSE SHOP-PARM-FILE
         END-IF.

       PROCESS-SICKNESS-TRANSACTIONS.
         OPEN INPUT SICKNESS-TRANS-FILE.
         IF SICKNESS-TRANS-STATUS NOT = "00"
             DISPLAY "NO SICKNESS TRANSACTIONS TO PROCESS"
         ELSE
             READ SICKNESS-TRANS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM APPLY-ONE-SPELL
                 READ SICKNESS-TRANS-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE SICKNESS-TRANS-FILE
         END-IF.

       APPLY-ONE-SPELL.
         MOVE SPACES TO REJECT-REASON.
         IF STRN-RETURN-DATE = SPACES
             MOVE ZERO TO STRN-RETURN-DATE-NUM
         END-IF.
         MOVE STRN-PERSON-ID TO PERSM-PERSON-ID.
         READ PERSON-MASTER-FILE
             INVALID KEY MOVE "N" TO PERSON-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO PERSON-FOUND-SWITCH
         END-READ.
         IF NOT PERSON-FOUND
             MOVE "NOT ON PERSON-MASTER" TO REJECT-REASON
         ELSE
             MOVE STRN-START-YEAR  TO DV-YEAR
             MOVE STRN-START-MONTH TO DV-MONTH
             MOVE STRN-START-DAY   TO DV-DAY
             CALL "DATEVAL" USING DATE-VALIDATION-PARMS
             IF NOT DV-DATE-VALID
                 MOVE "BAD START DATE" TO REJECT-REASON
             END-IF
         END-IF.
         IF REJECT-REASON = SPACES AND
            STRN-RETURN-DATE-NUM NOT = ZERO
             MOVE STRN-RETURN-YEAR  TO DV-YEAR
             MOVE STRN-RETURN-MONTH TO DV-MONTH
             MOVE STRN-RETURN-DAY   TO DV-DAY
             CALL "DATEVAL" USING DATE-VALIDATION-PARMS
             IF NOT DV-DATE-VALID
                 MOVE "BAD RETURN DATE" TO REJECT-REASON
             ELSE
                 IF STRN-RETURN-DATE < STRN-START-DATE
                     MOVE "RETURN BEFORE START" TO REJECT-REASON
                 END-IF
             END-IF
         END-IF.
         IF REJECT-REASON = SPACES
             MOVE "SICKRSN " TO RL-CODE-TYPE
             MOVE STRN-REASON TO RL-CODE-VALUE
             CALL "REFLOOK" USING REF-LOOKUP-PARMS
             IF RL-TYPE-ON-TABLE AND NOT RL-CODE-FOUND
                 MOVE "UNKNOWN REASON CODE" TO REJECT-REASON
             END-IF
         END-IF.
         IF REJECT-REASON NOT = SPACES
             MOVE SPACES TO SICKNESS-REJECT-REC
             STRING "REJECTED - " STRN-PERSON-ID " "
                    STRN-START-DATE " " REJECT-REASON
                 DELIMITED BY SIZE INTO SICKNESS-REJECT-REC
             WRITE SICKNESS-REJECT-REC
             ADD 1 TO SPELLS-REJECTED
         ELSE
             PERFORM STORE-ONE-SPELL
         END-IF.

       STORE-ONE-SPELL.
         MOVE STRN-PERSON-ID  TO SICK-PERSON-ID.
         MOVE STRN-START-DATE TO SICK-START-DATE.
         READ SICKNESS-SPELL-FILE
             INVALID KEY MOVE "N" TO SPELL-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO SPELL-FOUND-SWITCH
         END-READ.
         MOVE STRN-PERSON-ID       TO SICK-PERSON-ID.
         MOVE STRN-START-DATE      TO SICK-START-DATE.
         MOVE STRN-RETURN-DATE-NUM TO SICK-RETURN-DATE.
         MOVE STRN-REASON          TO SICK-REASON.
         MOVE TODAY-DATE           TO SICK-ENTERED-DATE.
         IF SPELL-FOUND
             REWRITE SICKNESS-SPELL-REC
             ADD 1 TO SPELLS-UPDATED
         ELSE
             WRITE SICKNESS-SPELL-REC
             ADD 1 TO SPELLS-ADDED
         END-IF.

       SCORE-ROLLING-ABSENCE.
      * Spells are in person and start-date order, so each person's
      * score is a control break on the key.
         MOVE "A" TO BD-FUNCTION.
         MOVE TODAY-DATE TO BD-FROM-DATE.
         MOVE -364 TO BD-ADD-DAYS.
         CALL "BUSDAY" USING BUSDAY-PARMS.
         MOVE BD-RESULT-DATE TO WINDOW-START-DATE.
         OPEN OUTPUT REVIEW-NOTICE-FILE.
         MOVE SPACES TO REVIEW-NOTICE-REC.
         STRING "SICKNESS ABSENCE - HR REVIEW NOTICES "
                WINDOW-START-DATE " TO " TODAY-DATE
             DELIMITED BY SIZE INTO REVIEW-NOTICE-REC.
         WRITE REVIEW-NOTICE-REC.
         MOVE ZERO TO CURRENT-PERSON-ID.
         MOVE LOW-VALUES TO SICK-KEY.
         START SICKNESS-SPELL-FILE KEY IS NOT LESS THAN SICK-KEY
             INVALID KEY MOVE "Y" TO END-OF-FILE-SWITCH
         END-START.
         PERFORM UNTIL END-OF-FILE
             READ SICKNESS-SPELL-FILE NEXT RECORD
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             IF NOT END-OF-FILE
                 IF SICK-PERSON-ID NOT = CURRENT-PERSON-ID
                     IF CURRENT-PERSON-ID NOT = ZERO
                         PERFORM SCORE-ONE-PERSON
                     END-IF
                     MOVE SICK-PERSON-ID TO CURRENT-PERSON-ID
                     MOVE ZERO TO PERSON-SPELLS PERSON-DAYS
                 END-IF
                 PERFORM COUNT-ONE-SPELL
             END-IF
         END-PERFORM.
         MOVE "N" TO END-OF-FILE-SWITCH.
         IF CURRENT-PERSON-ID NOT = ZERO
             PERFORM SCORE-ONE-PERSON
         END-IF.
         MOVE SPACES TO REVIEW-NOTICE-REC.
         STRING "PEOPLE SCORED: " PEOPLE-SCORED
                "  NOTICES RAISED: " NOTICES-RAISED
             DELIMITED BY SIZE INTO REVIEW-NOTICE-REC.
         WRITE REVIEW-NOTICE-REC.
         CLOSE REVIEW-NOTICE-FILE.

       COUNT-ONE-SPELL.
      * The last day off is the day before the return, or today for
      * a spell still open; only the part inside the window counts,
      * and a spell returning the day it began still counts a day.
         IF SICK-SPELL-OPEN
             ADD 1 TO OPEN-SPELL-COUNT
             MOVE TODAY-DATE TO SPELL-END-DATE
         ELSE
             MOVE "A" TO BD-FUNCTION
             MOVE SICK-RETURN-DATE TO BD-FROM-DATE
             MOVE -1 TO BD-ADD-DAYS
             CALL "BUSDAY" USING BUSDAY-PARMS
             MOVE BD-RESULT-DATE TO SPELL-END-DATE
         END-IF.
         IF SPELL-END-DATE > TODAY-DATE
             MOVE TODAY-DATE TO SPELL-END-DATE
         END-IF.
         IF SPELL-END-DATE >= WINDOW-START-DATE AND
            SICK-START-DATE <= TODAY-DATE
             IF SICK-START-DATE > WINDOW-START-DATE
                 MOVE SICK-START-DATE TO OVERLAP-START-DATE
             ELSE
                 MOVE WINDOW-START-DATE TO OVERLAP-START-DATE
             END-IF
             MOVE "C" TO BD-FUNCTION
             MOVE OVERLAP-START-DATE TO BD-FROM-DATE
             MOVE SPELL-END-DATE TO BD-TO-DATE
             CALL "BUSDAY" USING BUSDAY-PARMS
             COMPUTE SPELL-DAYS = BD-CALENDAR-DAYS + 1
             IF SPELL-DAYS < 1
                 MOVE 1 TO SPELL-DAYS
             END-IF
             ADD 1 TO PERSON-SPELLS
             ADD SPELL-DAYS TO PERSON-DAYS
         END-IF.

       SCORE-ONE-PERSON.
         ADD 1 TO PEOPLE-SCORED.
         COMPUTE PERSON-SCORE =
                 PERSON-SPELLS * PERSON-SPELLS * PERSON-DAYS
             ON SIZE ERROR MOVE 9999999 TO PERSON-SCORE
         END-COMPUTE.
         MOVE ZERO TO PERSON-LEVEL.
         PERFORM RATE-ONE-TRIGGER
             VARYING TRIGGER-SUB FROM 1 BY 1
             UNTIL TRIGGER-SUB > 3.
         MOVE CURRENT-PERSON-ID TO STRG-PERSON-ID.
         READ TRIGGER-STATE-FILE
             INVALID KEY
                 MOVE "N" TO TRIGGER-FOUND-SWITCH
                 MOVE ZERO TO STRG-LEVEL
             NOT INVALID KEY
                 MOVE "Y" TO TRIGGER-FOUND-SWITCH
         END-READ.
         IF PERSON-LEVEL > STRG-LEVEL
             PERFORM WRITE-REVIEW-NOTICE
         END-IF.
         MOVE CURRENT-PERSON-ID TO STRG-PERSON-ID.
         MOVE PERSON-LEVEL      TO STRG-LEVEL.
         MOVE PERSON-SCORE      TO STRG-SCORE.
         MOVE TODAY-DATE        TO STRG-SCORED-DATE.
         IF TRIGGER-FOUND
             REWRITE TRIGGER-STATE-REC
         ELSE
             WRITE TRIGGER-STATE-REC
         END-IF.

       RATE-ONE-TRIGGER.
         IF PERSON-SCORE >= TRIGGER-POINT (TRIGGER-SUB)
             MOVE TRIGGER-SUB TO PERSON-LEVEL
         END-IF.

       WRITE-REVIEW-NOTICE.
         ADD 1 TO NOTICES-RAISED.
         MOVE CURRENT-PERSON-ID TO PERSM-PERSON-ID.
         READ PERSON-MASTER-FILE
             INVALID KEY
                 MOVE SPACES TO PERSM-FULL-NAME
                 MOVE SPACES TO PERSM-DEPT
         END-READ.
         MOVE SPACES TO REVIEW-NOTICE-REC.
         STRING "REVIEW " CURRENT-PERSON-ID " " PERSM-FIRST-NAME
                " " PERSM-L-SURNAME " DEPT " PERSM-DEPT
                " SCORE " PERSON-SCORE
                " (" PERSON-SPELLS " SPELLS " PERSON-DAYS
                " DAYS) PAST TRIGGER " PERSON-LEVEL
                " OF " TRIGGER-POINT (PERSON-LEVEL)
             DELIMITED BY SIZE INTO REVIEW-NOTICE-REC.
         WRITE REVIEW-NOTICE-REC.
