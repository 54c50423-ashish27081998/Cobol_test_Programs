       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LANELOOK.
      * Shared lane distance lookup subprogram, the REFLOOK pattern
      * applied to distances: callers pass origin and destination
      * site and the keyed distance, and get back the agreed lane
      * distance to price on and whether the keyed figure is inside
      * the shop's tolerance (shop parameter LANE-TOL-PCT, percent
      * of the lane distance).  A lane keyed one way serves the
      * return trip too.  The lane table is opened on the first
      * call and stays open across calls.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LANE-DISTANCE-FILE ASSIGN TO "LANEDIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LANE-KEY
               FILE STATUS IS LANE-DISTANCE-STATUS.
           SELECT SHOP-PARM-FILE ASSIGN TO "SHOPPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPRM-PARM-KEY
               FILE STATUS IS SHOP-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LANE-DISTANCE-FILE.
           COPY LANEDIST.

       FD  SHOP-PARM-FILE.
           COPY SHOPPARM.

       WORKING-STORAGE SECTION.
        01 LANE-DISTANCE-STATUS       PIC XX VALUE "00".
        01 SHOP-PARM-STATUS           PIC XX VALUE "00".
        01 FILE-STATE-SWITCH          PIC X VALUE "N".
           88 FILE-NOT-TRIED               VALUE "N".
           88 FILE-IS-OPEN                 VALUE "O".
           88 FILE-IS-ABSENT               VALUE "A".
        01 LANE-FOUND-SWITCH          PIC X VALUE "N".
           88 LANE-FOUND                   VALUE "Y".
        01 LANE-TOLERANCE-PCT         PIC 9(03) VALUE 5.
        01 DISTANCE-DIFFERENCE        PIC 9(06).

       LINKAGE SECTION.
           COPY LANELOKP.

       PROCEDURE DIVISION USING LANE-LOOKUP-PARMS.
       Begin.
         IF FILE-NOT-TRIED
             PERFORM READ-LANE-TOLERANCE
             OPEN INPUT LANE-DISTANCE-FILE
             IF LANE-DISTANCE-STATUS = "00"
                 MOVE "O" TO FILE-STATE-SWITCH
             ELSE
                 MOVE "A" TO FILE-STATE-SWITCH
             END-IF
         END-IF.
         IF LL-KEYED-DISTANCE NOT NUMERIC
             MOVE ZERO TO LL-KEYED-DISTANCE
         END-IF.
         MOVE LANE-TOLERANCE-PCT TO LL-TOLERANCE-PCT.
         MOVE ZERO TO LL-LANE-DISTANCE.
         MOVE LL-KEYED-DISTANCE TO LL-USE-DISTANCE.
         MOVE "M" TO LL-RESULT-FLAG.
         MOVE "N" TO LANE-FOUND-SWITCH.
         IF FILE-IS-ABSENT
             GOBACK
         END-IF.
         PERFORM LOOK-UP-LANE.
         IF LANE-FOUND
             PERFORM CHECK-KEYED-DISTANCE
         END-IF.
         GOBACK.

       READ-LANE-TOLERANCE.
         OPEN INPUT SHOP-PARM-FILE.
         IF SHOP-PARM-STATUS = "00"
             MOVE "LANE-TOL-PCT    " TO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE SPRM-PARM-VALUE TO LANE-TOLERANCE-PCT
             END-READ
             CLOSE SHOP-PARM-FILE
         END-IF.

       LOOK-UP-LANE.
      * The lane as keyed first, then the same lane the other way.
         MOVE LL-ORIGIN-SITE TO LANE-ORIGIN-SITE.
         MOVE LL-DEST-SITE   TO LANE-DEST-SITE.
         READ LANE-DISTANCE-FILE
             INVALID KEY MOVE "N" TO LANE-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO LANE-FOUND-SWITCH
         END-READ.
         IF NOT LANE-FOUND
             MOVE LL-DEST-SITE   TO LANE-ORIGIN-SITE
             MOVE LL-ORIGIN-SITE TO LANE-DEST-SITE
             READ LANE-DISTANCE-FILE
                 INVALID KEY MOVE "N" TO LANE-FOUND-SWITCH
                 NOT INVALID KEY MOVE "Y" TO LANE-FOUND-SWITCH
             END-READ
         END-IF.

       CHECK-KEYED-DISTANCE.
      * The lane distance is always what gets priced; a keyed figure
      * that strays beyond the tolerance is flagged for the caller
      * to report.  Nothing keyed at all simply takes the lane.
         MOVE LANE-DISTANCE TO LL-LANE-DISTANCE.
         MOVE LANE-DISTANCE TO LL-USE-DISTANCE.
         MOVE "A" TO LL-RESULT-FLAG.
         IF LL-KEYED-DISTANCE > ZERO
             IF LL-KEYED-DISTANCE > LANE-DISTANCE
                 COMPUTE DISTANCE-DIFFERENCE =
                         LL-KEYED-DISTANCE - LANE-DISTANCE
             ELSE
                 COMPUTE DISTANCE-DIFFERENCE =
                         LANE-DISTANCE - LL-KEYED-DISTANCE
             END-IF
             IF DISTANCE-DIFFERENCE * 100 >
                LANE-DISTANCE * LANE-TOLERANCE-PCT
                 MOVE "D" TO LL-RESULT-FLAG
             END-IF
         END-IF.
