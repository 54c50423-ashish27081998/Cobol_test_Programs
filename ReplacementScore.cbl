      * into one weighted score, and prints a ranked disposal-
      * candidate report with a replace/keep call against the
      * configured score limit - all three inputs were already on
      * file, nobody had ever joined them.  Each unit's score and
      * call are kept on the keyed replacement-call file, where the
      * disposal register finds them after the unit has gone.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPRM-PARM-KEY
               FILE STATUS IS SHOP-PARM-STATUS.
           SELECT REPLACEMENT-CALL-FILE ASSIGN TO "REPLCALL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCAL-VEH-ID
               FILE STATUS IS REPLACEMENT-CALL-STATUS.
           SELECT SCORE-REPORT-FILE ASSIGN TO "REPLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCORE-REPORT-STATUS.
       FD  SHOP-PARM-FILE.
           COPY SHOPPARM.

       FD  REPLACEMENT-CALL-FILE.
           COPY REPLCALL.

       FD  SCORE-REPORT-FILE.
       01  SCORE-REPORT-REC            PIC X(100).

        01 WORK-ORDER-STATUS          PIC XX VALUE "00".
        01 SHOP-PARM-STATUS           PIC XX VALUE "00".
        01 SCORE-REPORT-STATUS        PIC XX VALUE "00".
        01 REPLACEMENT-CALL-STATUS    PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 TODAY-DATE.

       BUILD-SCORE-REPORT.
         OPEN OUTPUT SCORE-REPORT-FILE.
         OPEN I-O REPLACEMENT-CALL-FILE.
         IF REPLACEMENT-CALL-STATUS = "35"
      * First-ever run - no replacement calls yet, so create an
      * empty file rather than refuse to start.
             OPEN OUTPUT REPLACEMENT-CALL-FILE
             CLOSE REPLACEMENT-CALL-FILE
             OPEN I-O REPLACEMENT-CALL-FILE
         END-IF.
         IF SCORE-COUNT > 0
             PERFORM REPORT-ONE-SCORE
                 VARYING SCOR-IDX FROM 1 BY 1
                "  REPLACE CANDIDATES: " REPLACE-CANDIDATES
             DELIMITED BY SIZE INTO SCORE-REPORT-REC.
         WRITE SCORE-REPORT-REC.
         CLOSE SCORE-REPORT-FILE REPLACEMENT-CALL-FILE.

       REPORT-ONE-SCORE.
         MOVE SPACES TO SCORE-LINE-WORK.
         MOVE SCOR-VEH-ID (SCOR-IDX) TO RCAL-VEH-ID.
         MOVE TODAY-DATE TO RCAL-SCORE-DATE.
         MOVE SCOR-SCORE (SCOR-IDX) TO RCAL-SCORE.
         IF SCOR-SCORE (SCOR-IDX) > REPLACE-SCORE-LIMIT
             ADD 1 TO REPLACE-CANDIDATES
             MOVE "R" TO RCAL-CALL
             STRING SCOR-VEH-ID (SCOR-IDX)
                    " CLASS " SCOR-CLASS (SCOR-IDX)
                    " AGE " SCOR-AGE-YEARS (SCOR-IDX)
                    " - REPLACE"
                 DELIMITED BY SIZE INTO SCORE-LINE-WORK
         ELSE
             MOVE "K" TO RCAL-CALL
             STRING SCOR-VEH-ID (SCOR-IDX)
                    " CLASS " SCOR-CLASS (SCOR-IDX)
                    " AGE " SCOR-AGE-YEARS (SCOR-IDX)
                 DELIMITED BY SIZE INTO SCORE-LINE-WORK
         END-IF.
         PERFORM WRITE-SCORE-LINE.
         WRITE REPLACEMENT-CALL-REC
             INVALID KEY REWRITE REPLACEMENT-CALL-REC
         END-WRITE.

       WRITE-SCORE-LINE.
         IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
