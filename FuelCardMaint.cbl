      * card-to-vehicle pairings, validated against VEHICLE-MASTER
      * and logged old/new the way PARMMNT logs parameter changes -
      * a card reassigned to another unit is a logged transaction,
      * not a pencil note at the fuel desk.  Each run first lists
      * the cards FUELSCRN caught on repeated suspicious fills for
      * the card desk to suspend, showing whether each is still on
      * the unit it was caught on.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEH-ID
               FILE STATUS IS VEHICLE-MASTER-STATUS.
           SELECT FRAUD-CARD-FILE ASSIGN TO "FRAUDCRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRAUD-CARD-STATUS.
           SELECT SUSPENSION-LIST-FILE ASSIGN TO "FCRDSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSION-LIST-STATUS.
           SELECT CARD-LOG-FILE ASSIGN TO "FCRDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-LOG-STATUS.
       FD  VEHICLE-MASTER-FILE.
           COPY VEHMAST.

       FD  FRAUD-CARD-FILE.
           COPY FRAUDCRD.

       FD  SUSPENSION-LIST-FILE.
       01  SUSPENSION-LIST-REC         PIC X(80).

       FD  CARD-LOG-FILE.
       01  CARD-LOG-REC                PIC X(80).

        01 FUEL-CARD-STATUS           PIC XX VALUE "00".
        01 VEHICLE-MASTER-STATUS      PIC XX VALUE "00".
        01 CARD-LOG-STATUS            PIC XX VALUE "00".
        01 FRAUD-CARD-STATUS          PIC XX VALUE "00".
        01 SUSPENSION-LIST-STATUS     PIC XX VALUE "00".
        01 SUSPENSION-CANDIDATES      PIC 9(05) VALUE ZERO.
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 CARD-FOUND-SWITCH          PIC X VALUE "N".
             CLOSE FUEL-CARD-FILE
             OPEN I-O FUEL-CARD-FILE
         END-IF.
         PERFORM LIST-SUSPENSION-CANDIDATES.
         OPEN INPUT CARD-TRANS-FILE.
         IF CARD-TRANS-STATUS NOT = "00"
             DISPLAY "FCRDMNT: NO CARD TRANSACTIONS"
                 DELIMITED BY SIZE INTO CARD-LOG-REC
             WRITE CARD-LOG-REC
         END-IF.

       LIST-SUSPENSION-CANDIDATES.
      * The screening run's repeat offenders, each checked against
      * the card master as it stands now - a card already moved to
      * another unit or withdrawn is shown as such.
         OPEN INPUT FRAUD-CARD-FILE.
         IF FRAUD-CARD-STATUS NOT = "00"
             DISPLAY "FCRDMNT: NO SUSPENSION CANDIDATES"
         ELSE
             OPEN OUTPUT SUSPENSION-LIST-FILE
             MOVE SPACES TO SUSPENSION-LIST-REC
             STRING "FUEL CARDS LISTED FOR SUSPENSION AS OF "
                    RUN-DATE
                 DELIMITED BY SIZE INTO SUSPENSION-LIST-REC
             WRITE SUSPENSION-LIST-REC
             READ FRAUD-CARD-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 PERFORM LIST-ONE-CANDIDATE
                 READ FRAUD-CARD-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE FRAUD-CARD-FILE SUSPENSION-LIST-FILE
             DISPLAY "CARDS LISTED FOR SUSPENSION: "
                     SUSPENSION-CANDIDATES
         END-IF.

       LIST-ONE-CANDIDATE.
         ADD 1 TO SUSPENSION-CANDIDATES.
         MOVE FRDC-CARD-NUMBER TO FCRD-CARD-NUMBER.
         READ FUEL-CARD-FILE
             INVALID KEY MOVE "N" TO CARD-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO CARD-FOUND-SWITCH
         END-READ.
         MOVE SPACES TO SUSPENSION-LIST-REC.
         IF NOT CARD-FOUND
             STRING "CARD " FRDC-CARD-NUMBER
                    " HITS " FRDC-HITS " SCORE " FRDC-SCORE
                    " - NO LONGER ON CARD MASTER"
                 DELIMITED BY SIZE INTO SUSPENSION-LIST-REC
         ELSE
             IF FCRD-VEH-ID NOT = FRDC-VEH-ID
                 STRING "CARD " FRDC-CARD-NUMBER
                        " HITS " FRDC-HITS " SCORE " FRDC-SCORE
                        " - CAUGHT ON " FRDC-VEH-ID
                        " NOW ON " FCRD-VEH-ID
                     DELIMITED BY SIZE INTO SUSPENSION-LIST-REC
             ELSE
                 STRING "CARD " FRDC-CARD-NUMBER
                        " UNIT " FRDC-VEH-ID
                        " HITS " FRDC-HITS " SCORE " FRDC-SCORE
                        " SCREENED " FRDC-RUN-DATE
                        " - SUSPEND"
                     DELIMITED BY SIZE INTO SUSPENSION-LIST-REC
             END-IF
         END-IF.
         WRITE SUSPENSION-LIST-REC.
