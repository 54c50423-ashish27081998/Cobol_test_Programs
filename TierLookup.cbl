       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TIERLOOK.
      * Shared distance-band pricing subprogram, the REFLOOK pattern
      * applied to the rate tiers: COSTRPT, CUSTPRCE, QUOTERUN and
      * HAULINV pass the product, the distance and the list base,
      * and every one of them gets back the same per-unit rate - a
      * 20-mile local drop and a 400-mile trunk run no longer have
      * to go out at one rate per mile.  The whole haul prices at
      * the rate of the band its distance falls in.  The tier file
      * is opened on the first call and stays open across calls; no
      * tier file at all means every product prices at list.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-TIER-FILE ASSIGN TO "RATETIER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIER-KEY
               FILE STATUS IS RATE-TIER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-TIER-FILE.
           COPY RATETIER.

       WORKING-STORAGE SECTION.
        01 RATE-TIER-STATUS           PIC XX VALUE "00".
        01 FILE-STATE-SWITCH          PIC X VALUE "N".
           88 FILE-NOT-TRIED               VALUE "N".
           88 FILE-IS-OPEN                 VALUE "O".
           88 FILE-IS-ABSENT               VALUE "A".
        01 TIER-FOUND-SWITCH          PIC X VALUE "N".
           88 TIER-FOUND                   VALUE "Y".

       LINKAGE SECTION.
           COPY TIERLOKP.

       PROCEDURE DIVISION USING TIER-LOOKUP-PARMS.
       Begin.
         IF FILE-NOT-TRIED
             OPEN INPUT RATE-TIER-FILE
             IF RATE-TIER-STATUS = "00"
                 MOVE "O" TO FILE-STATE-SWITCH
             ELSE
                 MOVE "A" TO FILE-STATE-SWITCH
             END-IF
         END-IF.
         IF TL-DISTANCE NOT NUMERIC
             MOVE ZERO TO TL-DISTANCE
         END-IF.
         MOVE TL-LIST-BASE TO TL-RATE-BASE.
         MOVE ZERO TO TL-TIER-UPTO.
         MOVE "L" TO TL-RESULT-FLAG.
         IF FILE-IS-ABSENT
             GOBACK
         END-IF.
         PERFORM FIND-DISTANCE-BAND.
         IF TIER-FOUND
             MOVE TIER-BASE TO TL-RATE-BASE
             MOVE TIER-UPTO-DISTANCE TO TL-TIER-UPTO
             MOVE "T" TO TL-RESULT-FLAG
         END-IF.
         GOBACK.

       FIND-DISTANCE-BAND.
      * The first tier at or above the distance is the band it falls
      * in; running off the end of the product's tiers means the haul
      * is longer than any band, which prices at list.
         MOVE "N" TO TIER-FOUND-SWITCH.
         MOVE TL-PRODUCT-CODE TO TIER-PRODUCT-CODE.
         MOVE TL-DISTANCE     TO TIER-UPTO-DISTANCE.
         START RATE-TIER-FILE KEY IS NOT LESS THAN TIER-KEY
             INVALID KEY CONTINUE
             NOT INVALID KEY
                 READ RATE-TIER-FILE NEXT RECORD
                     AT END CONTINUE
                     NOT AT END
                         IF TIER-PRODUCT-CODE = TL-PRODUCT-CODE
                             MOVE "Y" TO TIER-FOUND-SWITCH
                         END-IF
                 END-READ
         END-START.
