       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LANEMNT.
      * Maintains the lane distance table from a transaction file of
      * origin site, destination site and agreed distance, logging
      * the old and new distance the way DEPOTMNT logs depot
      * changes.  The quotation and invoice runs price on these
      * miles, so the same trip stops being quoted at 180 one week
      * and 210 the next.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LANE-TRANS-FILE ASSIGN TO "LANETRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LANE-TRANS-STATUS.
           SELECT LANE-DISTANCE-FILE ASSIGN TO "LANEDIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LANE-KEY
               FILE STATUS IS LANE-DISTANCE-STATUS.
           SELECT LANE-LOG-FILE ASSIGN TO "LANELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LANE-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LANE-TRANS-FILE.
       01  LANE-TRANS-REC.
           02 LTRN-ORIGIN-SITE         PIC X(06).
           02 LTRN-DEST-SITE           PIC X(06).
           02 LTRN-DISTANCE            PIC 9(06).

       FD  LANE-DISTANCE-FILE.
           COPY LANEDIST.

       FD  LANE-LOG-FILE.
       01  LANE-LOG-REC                PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RETCODES.
        01 LANE-TRANS-STATUS          PIC XX VALUE "00".
        01 LANE-DISTANCE-STATUS       PIC XX VALUE "00".
        01 LANE-LOG-STATUS            PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 LANE-FOUND-SWITCH          PIC X VALUE "N".
           88 LANE-FOUND                   VALUE "Y".
        01 OLD-LANE-DISTANCE          PIC 9(06).
        01 RUN-DATE                   PIC 9(08).
        01 LANES-APPLIED              PIC 9(05) VALUE ZERO.
        01 LANES-REJECTED             PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "LANEMNT: LANE DISTANCE MAINTENANCE STARTING".
         ACCEPT RUN-DATE FROM DATE YYYYMMDD.
         OPEN I-O LANE-DISTANCE-FILE.
         IF LANE-DISTANCE-STATUS = "35"
      * First-ever run - no lane table yet, so create an empty
      * one rather than refuse to start.
             OPEN OUTPUT LANE-DISTANCE-FILE
             CLOSE LANE-DISTANCE-FILE
             OPEN I-O LANE-DISTANCE-FILE
         END-IF.
         OPEN INPUT LANE-TRANS-FILE.
         IF LANE-TRANS-STATUS NOT = "00"
             DISPLAY "LANEMNT: NO LANE TRANSACTIONS"
             CLOSE LANE-DISTANCE-FILE
             STOP RUN RETURNING RC-NORMAL
         END-IF.
         OPEN EXTEND LANE-LOG-FILE.
         IF LANE-LOG-STATUS = "35"
             OPEN OUTPUT LANE-LOG-FILE
         END-IF.
         READ LANE-TRANS-FILE
             AT END MOVE "Y" TO END-OF-FILE-SWITCH
         END-READ.
         PERFORM UNTIL END-OF-FILE
             PERFORM APPLY-ONE-LANE-CHANGE
             READ LANE-TRANS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
         END-PERFORM.
         CLOSE LANE-TRANS-FILE LANE-DISTANCE-FILE LANE-LOG-FILE.
         DISPLAY "LANE CHANGES APPLIED: " LANES-APPLIED.
         DISPLAY "LANE CHANGES REJECTED: " LANES-REJECTED.
         IF LANES-REJECTED > 0
             STOP RUN RETURNING RC-WARNING
         ELSE
             STOP RUN RETURNING RC-NORMAL
         END-IF.

       APPLY-ONE-LANE-CHANGE.
         IF LTRN-ORIGIN-SITE = SPACES OR LTRN-DEST-SITE = SPACES OR
            LTRN-ORIGIN-SITE = LTRN-DEST-SITE OR
            LTRN-DISTANCE NOT NUMERIC OR LTRN-DISTANCE = ZERO
             MOVE SPACES TO LANE-LOG-REC
             STRING RUN-DATE " REJECTED - BAD LANE CARD "
                    LTRN-ORIGIN-SITE "-" LTRN-DEST-SITE
                 DELIMITED BY SIZE INTO LANE-LOG-REC
             WRITE LANE-LOG-REC
             ADD 1 TO LANES-REJECTED
         ELSE
             MOVE LTRN-ORIGIN-SITE TO LANE-ORIGIN-SITE
             MOVE LTRN-DEST-SITE   TO LANE-DEST-SITE
             READ LANE-DISTANCE-FILE
                 INVALID KEY
                     MOVE "N" TO LANE-FOUND-SWITCH
                     MOVE ZERO TO OLD-LANE-DISTANCE
                 NOT INVALID KEY
                     MOVE "Y" TO LANE-FOUND-SWITCH
                     MOVE LANE-DISTANCE TO OLD-LANE-DISTANCE
             END-READ
             MOVE LTRN-ORIGIN-SITE TO LANE-ORIGIN-SITE
             MOVE LTRN-DEST-SITE   TO LANE-DEST-SITE
             MOVE LTRN-DISTANCE    TO LANE-DISTANCE
             MOVE RUN-DATE         TO LANE-LAST-CHANGED
             IF LANE-FOUND
                 REWRITE LANE-DISTANCE-REC
             ELSE
                 WRITE LANE-DISTANCE-REC
             END-IF
             ADD 1 TO LANES-APPLIED
             MOVE SPACES TO LANE-LOG-REC
             STRING RUN-DATE " LANE " LTRN-ORIGIN-SITE
                    "-" LTRN-DEST-SITE
                    " OLD DISTANCE " OLD-LANE-DISTANCE
                    " NEW DISTANCE " LTRN-DISTANCE
                 DELIMITED BY SIZE INTO LANE-LOG-REC
             WRITE LANE-LOG-REC
         END-IF.
