      * Read-only inquiry screen for the fleet master, on the same
      * LINE/COL screen handling EXM2's entry mode uses: key in a
      * VEH-ID and see the master record with its assignment and
      * the most recent mileage delta on the rolling history, and
      * its current registration, inspection and permit documents
      * with their expiry dates; "N" browses forward with READ NEXT,
      * "X" leaves.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASSG-VEH-ID
               FILE STATUS IS ASSIGN-MASTER-STATUS.
           SELECT DOCUMENT-MASTER-FILE ASSIGN TO "VEHDOCS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VDOC-KEY
               FILE STATUS IS DOCUMENT-MASTER-STATUS.
           SELECT MILEAGE-HISTORY-FILE ASSIGN TO "MLGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MILEAGE-HISTORY-STATUS.
       FD  ASSIGN-MASTER-FILE.
           COPY ASSGMAST.

       FD  DOCUMENT-MASTER-FILE.
           COPY VEHDOCS.

       FD  MILEAGE-HISTORY-FILE.
       01  MILEAGE-HISTORY-REC.
           02 MHIS-VEH-ID              PIC X(06).
        01 VEHICLE-MASTER-STATUS      PIC XX VALUE "00".
        01 ASSIGN-MASTER-STATUS       PIC XX VALUE "00".
        01 MILEAGE-HISTORY-STATUS     PIC XX VALUE "00".
        01 DOCUMENT-MASTER-STATUS     PIC XX VALUE "00".
        01 DOCUMENT-EOF-SWITCH        PIC X VALUE "N".
           88 DOCUMENT-EOF                 VALUE "Y".
        01 DOCUMENT-SCREEN-LINE       PIC 9(02).
        01 DOCUMENT-LINE-TEXT         PIC X(60).
        01 HISTORY-EOF-SWITCH         PIC X VALUE "N".
           88 HISTORY-EOF                  VALUE "Y".
        01 INQUIRY-KEY                PIC X(06).
             GOBACK
         END-IF.
         OPEN INPUT ASSIGN-MASTER-FILE.
         OPEN INPUT DOCUMENT-MASTER-FILE.
         PERFORM INQUIRE-ONE-KEY UNTIL EXIT-INQUIRY.
         CLOSE VEHICLE-MASTER-FILE.
         IF ASSIGN-MASTER-STATUS = "00"
             CLOSE ASSIGN-MASTER-FILE
         END-IF.
         IF DOCUMENT-MASTER-STATUS = "00"
             CLOSE DOCUMENT-MASTER-FILE
         END-IF.
         MOVE RC-NORMAL TO RETURN-CODE.
         GOBACK.

         DISPLAY VEH-ACQ-COST           LINE 10 COL 25.
         PERFORM SHOW-ASSIGNMENT-SEGMENT.
         PERFORM SHOW-LAST-DELTA.
         PERFORM SHOW-DOCUMENT-SEGMENT.

       SHOW-ASSIGNMENT-SEGMENT.
         IF ASSIGN-MASTER-STATUS = "00"
             DISPLAY LAST-DELTA-DATE   LINE 14 COL 16
             DISPLAY LAST-DELTA-MILES  LINE 14 COL 27
         END-IF.

       SHOW-DOCUMENT-SEGMENT.
      * The unit's documents in type order, one screen line each on
      * lines 16 to 19 - the lines not used are blanked so the last
      * vehicle's documents do not show through.
         DISPLAY 'DOCUMENTS:'               LINE 15 COL 3.
         MOVE 16 TO DOCUMENT-SCREEN-LINE.
         MOVE "N" TO DOCUMENT-EOF-SWITCH.
         IF DOCUMENT-MASTER-STATUS NOT = "00"
             MOVE "Y" TO DOCUMENT-EOF-SWITCH
         ELSE
             MOVE VEH-ID     TO VDOC-VEH-ID
             MOVE LOW-VALUES TO VDOC-TYPE
             START DOCUMENT-MASTER-FILE KEY IS NOT LESS THAN VDOC-KEY
                 INVALID KEY MOVE "Y" TO DOCUMENT-EOF-SWITCH
             END-START
         END-IF.
         PERFORM UNTIL DOCUMENT-EOF OR DOCUMENT-SCREEN-LINE > 19
             READ DOCUMENT-MASTER-FILE NEXT RECORD
                 AT END MOVE "Y" TO DOCUMENT-EOF-SWITCH
             END-READ
             IF NOT DOCUMENT-EOF
                 IF VDOC-VEH-ID NOT = VEH-ID
                     MOVE "Y" TO DOCUMENT-EOF-SWITCH
                 ELSE
                     MOVE SPACES TO DOCUMENT-LINE-TEXT
                     STRING VDOC-TYPE " " VDOC-REFERENCE
                            " EXPIRES " VDOC-EXPIRY-DATE
                         DELIMITED BY SIZE INTO DOCUMENT-LINE-TEXT
                     DISPLAY DOCUMENT-LINE-TEXT
                             LINE DOCUMENT-SCREEN-LINE COL 5
                     ADD 1 TO DOCUMENT-SCREEN-LINE
                 END-IF
             END-IF
         END-PERFORM.
         IF DOCUMENT-SCREEN-LINE = 16
             MOVE "NONE ON FILE" TO DOCUMENT-LINE-TEXT
             DISPLAY DOCUMENT-LINE-TEXT LINE 16 COL 5
             ADD 1 TO DOCUMENT-SCREEN-LINE
         END-IF.
         MOVE SPACES TO DOCUMENT-LINE-TEXT.
         PERFORM UNTIL DOCUMENT-SCREEN-LINE > 19
             DISPLAY DOCUMENT-LINE-TEXT
                     LINE DOCUMENT-SCREEN-LINE COL 5
             ADD 1 TO DOCUMENT-SCREEN-LINE
         END-PERFORM.
