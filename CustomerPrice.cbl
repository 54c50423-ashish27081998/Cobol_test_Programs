      * contract rate when one is on file and effective today,
      * falling back to RATEM-BASE otherwise - so a quote for a
      * contract customer comes off the rates actually agreed, not
      * off a clerk's remembered discount.  With VEHFACT-ACTIVE set
      * to 1 on SHOPPARM the day's deltas and rate products come
      * from the VEHFACT daily fact file in one pass instead of the
      * extract and a keyed master read each; the lines priced are
      * the same either way.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEH-ID
               FILE STATUS IS VEHICLE-MASTER-STATUS.
           SELECT VEHICLE-FACT-FILE ASSIGN TO "VEHFACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VEHICLE-FACT-STATUS.
           SELECT SHOP-PARM-FILE ASSIGN TO "SHOPPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPRM-PARM-KEY
               FILE STATUS IS SHOP-PARM-STATUS.
           SELECT CUSTOMER-COST-FILE ASSIGN TO "CUSTCOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOMER-COST-STATUS.
       FD  VEHICLE-MASTER-FILE.
           COPY VEHMAST.

       FD  VEHICLE-FACT-FILE.
           COPY VEHFACT.

       FD  SHOP-PARM-FILE.
           COPY SHOPPARM.

       FD  CUSTOMER-COST-FILE.
       01  CUSTOMER-COST-REC           PIC X(100).

        01 DELTA-EXTRACT-STATUS       PIC XX VALUE "00".
        01 VEHICLE-MASTER-STATUS      PIC XX VALUE "00".
        01 CUSTOMER-COST-STATUS       PIC XX VALUE "00".
        01 VEHICLE-FACT-STATUS        PIC XX VALUE "00".
        01 SHOP-PARM-STATUS           PIC XX VALUE "00".
        01 FACT-FILE-SWITCH           PIC X VALUE "N".
           88 FACT-FILE-ACTIVE             VALUE "Y".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 CUSTOMER-FOUND-SWITCH      PIC X VALUE "N".
           88 CONTRACT-USED                VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 PRICING-CUSTOMER           PIC X(06) VALUE SPACES.
        01 PRICE-VEH-ID               PIC X(06).
        01 PRICE-DELTA                PIC S9(06).
        01 PRICE-RATE-PRODUCT         PIC X(05).
        01 EFFECTIVE-BASE             PIC S9(05)V99.
        01 VEHICLE-COST               PIC S9(09)V99.
        01 CUSTOMER-TOTAL-COST        PIC S9(11)V99 VALUE ZERO.
        01 UNPRICED-COUNT             PIC 9(05) VALUE ZERO.
        01 CONTRACT-LINE-COUNT        PIC 9(05) VALUE ZERO.
           COPY TIERLOKP.

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "CUSTPRCE: CUSTOMER PRICING RUN STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         PERFORM READ-CUSTOMER-PARM.
         PERFORM READ-SHOP-PARMS.
         OPEN INPUT CUSTOMER-MASTER-FILE.
         MOVE PRICING-CUSTOMER TO CUST-CODE.
         READ CUSTOMER-MASTER-FILE
         END-IF.
         OPEN INPUT CONTRACT-RATE-FILE.
         OPEN INPUT RATE-MASTER-FILE.
         OPEN OUTPUT CUSTOMER-COST-FILE.
         MOVE SPACES TO CUSTOMER-COST-REC.
         STRING "COSTING FOR CUSTOMER " PRICING-CUSTOMER
                " " CUST-NAME " AS OF " TODAY-DATE
             DELIMITED BY SIZE INTO CUSTOMER-COST-REC.
         WRITE CUSTOMER-COST-REC.
         IF FACT-FILE-ACTIVE
             PERFORM PRICE-VEHICLE-FACTS
         ELSE
             OPEN INPUT VEHICLE-MASTER-FILE
             PERFORM PRICE-DELTA-EXTRACT
             CLOSE VEHICLE-MASTER-FILE
         END-IF.
         MOVE SPACES TO CUSTOMER-COST-REC.
         STRING "CUSTOMER TOTAL COST: " CUSTOMER-TOTAL-COST
                "  CONTRACT-RATED LINES: " CONTRACT-LINE-COUNT
             DELIMITED BY SIZE INTO CUSTOMER-COST-REC.
         WRITE CUSTOMER-COST-REC.
         CLOSE CUSTOMER-MASTER-FILE CONTRACT-RATE-FILE
               RATE-MASTER-FILE CUSTOMER-COST-FILE.
         DISPLAY "CUSTOMER TOTAL COST: " CUSTOMER-TOTAL-COST.
         DISPLAY "CONTRACT-RATED LINES: " CONTRACT-LINE-COUNT.
         DISPLAY "VEHICLES NOT PRICED: " UNPRICED-COUNT.
             STOP RUN RETURNING RC-SEVERE
         END-IF.

       READ-SHOP-PARMS.
      * VEHFACT-ACTIVE switches the run onto the daily fact file;
      * absent or zero, it reads the extract and the master as ever.
         OPEN INPUT SHOP-PARM-FILE.
         IF SHOP-PARM-STATUS = "00"
             MOVE "VEHFACT-ACTIVE  " TO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     IF SPRM-PARM-VALUE = 1
                         MOVE "Y" TO FACT-FILE-SWITCH
                     END-IF
             END-READ
             CLOSE SHOP-PARM-FILE
         END-IF.

       PRICE-VEHICLE-FACTS.
      * One pass down the fact file; only vehicles that had a delta
      * line tonight are priced, exactly the lines the extract held.
         OPEN INPUT VEHICLE-FACT-FILE.
         IF VEHICLE-FACT-STATUS NOT = "00"
             DISPLAY "NO VEHICLE FACT FILE ON FILE - NOTHING TO PRICE"
         ELSE
             READ VEHICLE-FACT-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 IF VFCT-HAS-DELTA
                     MOVE VFCT-VEH-ID         TO PRICE-VEH-ID
                     MOVE VFCT-DELTA          TO PRICE-DELTA
                     MOVE VFCT-RATE-PRODUCT   TO PRICE-RATE-PRODUCT
                     MOVE VFCT-MASTER-SWITCH  TO VEHICLE-FOUND-SWITCH
                     PERFORM WRITE-VEHICLE-COST
                 END-IF
                 READ VEHICLE-FACT-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             CLOSE VEHICLE-FACT-FILE
         END-IF.

       PRICE-DELTA-EXTRACT.
         OPEN INPUT DELTA-EXTRACT-FILE.
         IF DELTA-EXTRACT-STATUS NOT = "00"
             INVALID KEY MOVE "N" TO VEHICLE-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO VEHICLE-FOUND-SWITCH
         END-READ.
         MOVE DLTX-VEH-ID TO PRICE-VEH-ID.
         MOVE DLTX-DELTA TO PRICE-DELTA.
         IF VEHICLE-FOUND
             MOVE VEH-RATE-PRODUCT TO PRICE-RATE-PRODUCT
         END-IF.
         PERFORM WRITE-VEHICLE-COST.

       WRITE-VEHICLE-COST.
         MOVE SPACES TO CUSTOMER-COST-REC.
         IF NOT VEHICLE-FOUND
             STRING PRICE-VEH-ID
                    " NOT ON VEHICLE-MASTER - NOT PRICED"
                 DELIMITED BY SIZE INTO CUSTOMER-COST-REC
             ADD 1 TO UNPRICED-COUNT
         ELSE
             PERFORM FIND-EFFECTIVE-RATE
             IF NOT PRODUCT-FOUND
                 STRING PRICE-VEH-ID " RATE PRODUCT "
                        PRICE-RATE-PRODUCT
                        " NOT ON RATE MASTER - NOT PRICED"
                     DELIMITED BY SIZE INTO CUSTOMER-COST-REC
                 ADD 1 TO UNPRICED-COUNT
             ELSE
                 COMPUTE VEHICLE-COST ROUNDED =
                         PRICE-DELTA * EFFECTIVE-BASE
                 ADD VEHICLE-COST TO CUSTOMER-TOTAL-COST
                 IF CONTRACT-USED
                     ADD 1 TO CONTRACT-LINE-COUNT
                     STRING PRICE-VEH-ID " MILES " PRICE-DELTA
                            " AT CONTRACT " EFFECTIVE-BASE
                            " = " VEHICLE-COST
                         DELIMITED BY SIZE
                         INTO CUSTOMER-COST-REC
                 ELSE
                     STRING PRICE-VEH-ID " MILES " PRICE-DELTA
                            " AT LIST " EFFECTIVE-BASE
                            " = " VEHICLE-COST
                         DELIMITED BY SIZE
       FIND-EFFECTIVE-RATE.
      * Contract rate for this customer and product wins when one
      * is on file and today falls inside its effective window;
      * otherwise the list base prices as COSTRPT does - the
      * distance band's rate when the product is tiered.
         MOVE "N" TO PRODUCT-FOUND-SWITCH.
         MOVE "N" TO CONTRACT-USED-SWITCH.
         IF PRICE-RATE-PRODUCT = SPACES
             CONTINUE
         ELSE
             MOVE PRICE-RATE-PRODUCT TO RATEM-PRODUCT-CODE
             READ RATE-MASTER-FILE
                 INVALID KEY
                     MOVE "N" TO PRODUCT-FOUND-SWITCH
                 NOT INVALID KEY
                     MOVE "Y" TO PRODUCT-FOUND-SWITCH
                     PERFORM FIND-TIER-RATE
             END-READ
             IF PRODUCT-FOUND AND CONTRACT-RATE-STATUS = "00"
                 MOVE PRICING-CUSTOMER  TO CRAT-CUST-CODE
                 MOVE PRICE-RATE-PRODUCT TO CRAT-PRODUCT-CODE
                 READ CONTRACT-RATE-FILE
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                 END-READ
             END-IF
         END-IF.

       FIND-TIER-RATE.
         MOVE RATEM-PRODUCT-CODE TO TL-PRODUCT-CODE.
         MOVE PRICE-DELTA        TO TL-DISTANCE.
         MOVE RATEM-BASE         TO TL-LIST-BASE.
         CALL "TIERLOOK" USING TIER-LOOKUP-PARMS.
         MOVE TL-RATE-BASE TO EFFECTIVE-BASE.
