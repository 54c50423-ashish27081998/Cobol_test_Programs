      * "what was the rate on that day" - in batch list mode from a
      * request file, or in single-query mode from the console when
      * no request file is on hand.  The history is provably
      * complete; this finally lets us ask it questions.  The answer
      * is the product's list base - tier changes on the trail are
      * passed over.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 HIST-NEW-BASE              PIC S9(05)V99.
           05 HIST-DELTA                 PIC S9(05)V99.
           05 HIST-RUN-ID                PIC X(14).
           05 HIST-TIER-UPTO             PIC X(06).

       FD  INQUIRY-OUT-FILE.
       01  INQUIRY-OUT-REC             PIC X(100).
             END-READ
         END-IF.
         PERFORM UNTIL HISTORY-EOF
             IF HIST-PRODUCT-CODE = QUERY-PRODUCT AND
                HIST-TIER-UPTO = SPACES
                 IF HIST-RUN-DATE <= QUERY-DATE
                     MOVE HIST-NEW-BASE TO RESOLVED-BASE
                     MOVE "R" TO ANSWER-STATE
