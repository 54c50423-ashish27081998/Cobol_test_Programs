      * shared DATEVAL subprogram, checked for conflicts against
      * overlapping reservations, standing ASSGMAST assignments,
      * and open WOMAST orders - a unit in the shop is not
      * bookable, nor one a driver's defect sheet has taken off the
      * road - and posted to the keyed reservation file.  The
      * daily availability sheet lists each active vehicle per
      * depot with what holds it today.
       ENVIRONMENT DIVISION.
       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY DATEVALP.
           COPY ROADCHKP.
        01 BOOKING-TRANS-STATUS       PIC XX VALUE "00".
        01 RESERVATION-STATUS         PIC XX VALUE "00".
        01 VEHICLE-MASTER-STATUS      PIC XX VALUE "00".
       CHECK-BOOKING-CONFLICTS.
         MOVE "N" TO CONFLICT-SWITCH.
         PERFORM CHECK-STANDING-ASSIGNMENT.
         IF NOT CONFLICT-FOUND
             PERFORM CHECK-OFF-ROAD-DEFECT
         END-IF.
         IF NOT CONFLICT-FOUND
             PERFORM CHECK-OPEN-WORK-ORDERS
         END-IF.
             END-READ
         END-IF.

       CHECK-OFF-ROAD-DEFECT.
      * A safety-critical defect holds the unit until its order is
      * closed and the defect cleared.
         MOVE BKNG-VEH-ID TO RDC-VEH-ID.
         CALL "ROADCHK" USING ROAD-CHECK-PARMS.
         IF RDC-VEH-OFF-ROAD
             MOVE "Y" TO CONFLICT-SWITCH
             MOVE "UNIT OFF ROAD - OPEN DEFECT"
                 TO CONFLICT-REASON
         END-IF.

       CHECK-OPEN-WORK-ORDERS.
      * A unit in the shop is not bookable - any open order on the
      * vehicle holds it.
       BUILD-AVAILABILITY-SHEET.
      * One pass of the active fleet: each unit is available today
      * unless a booking covers today, a standing assignment holds
      * it, an open defect has it off the road, or an open order
      * has it in the shop.
         OPEN OUTPUT AVAILABILITY-RPT-FILE.
         MOVE SPACES TO AVAILABILITY-RPT-REC.
         STRING "POOL AVAILABILITY BY DEPOT FOR " TODAY-DATE
                     MOVE "STANDING ASSIGNMENT" TO HOLD-REASON
             END-READ
         END-IF.
         IF HOLD-REASON = SPACES
             MOVE VEH-ID TO RDC-VEH-ID
             CALL "ROADCHK" USING ROAD-CHECK-PARMS
             IF RDC-VEH-OFF-ROAD
                 MOVE "OFF ROAD - OPEN DEFECT" TO HOLD-REASON
             END-IF
         END-IF.
         IF HOLD-REASON = SPACES
             PERFORM CHECK-SHOP-HOLD
         END-IF.
