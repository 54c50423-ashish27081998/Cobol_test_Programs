      *rate product code on VEHICLE-MASTER maps it to its RATEM-BASE
      *rate, and the day's delta miles are priced per vehicle with a
      *fleet total, so operations quotes haulage cost from the rates
      *actually on file instead of a drifting spreadsheet.  A product
      *with distance-band tiers prices the day's miles at the rate of
      *the band they fall in, through the same TIERLOOK subprogram
      *the quoting and invoicing runs use.
      *With VEHFACT-ACTIVE set to 1 on SHOPPARM the day's deltas and
      *rate products come from the VEHFACT daily fact file in one
      *pass instead of the extract and a keyed master read each; the
      *report lines are the same either way.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
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
            SELECT COST-REPORT-FILE ASSIGN TO "COSTRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS COST-REPORT-STATUS.
        FD  VEHICLE-MASTER-FILE.
            COPY VEHMAST.

        FD  VEHICLE-FACT-FILE.
            COPY VEHFACT.

        FD  SHOP-PARM-FILE.
            COPY SHOPPARM.

        FD  COST-REPORT-FILE.
        01  COST-REPORT-REC              PIC X(80).

            01 DELTA-EXTRACT-STATUS      PIC XX VALUE "00".
            01 VEHICLE-MASTER-STATUS     PIC XX VALUE "00".
            01 COST-REPORT-STATUS        PIC XX VALUE "00".
            01 VEHICLE-FACT-STATUS       PIC XX VALUE "00".
            01 SHOP-PARM-STATUS          PIC XX VALUE "00".
            01 FACT-FILE-SWITCH          PIC X VALUE "N".
               88 FACT-FILE-ACTIVE             VALUE "Y".
            01 END-OF-FILE-SWITCH        PIC X VALUE "N".
               88 END-OF-FILE                  VALUE "Y".
            01 PRODUCT-FOUND-SWITCH      PIC X VALUE "N".
               88 PRODUCT-FOUND                VALUE "Y".
            01 VEHICLE-FOUND-SWITCH      PIC X VALUE "N".
               88 VEHICLE-FOUND                VALUE "Y".
            01 PRICE-VEH-ID              PIC X(06).
            01 PRICE-DELTA               PIC S9(06).
            01 PRICE-RATE-PRODUCT        PIC X(05).
            01 VEHICLE-RATE              PIC S9(05)V99.
            01 VEHICLE-COST              PIC S9(09)V99.
            01 FLEET-TOTAL-COST          PIC S9(11)V99 VALUE ZERO.
            01 UNPRICED-COUNT            PIC 9(05) VALUE ZERO.
                COPY TIERLOKP.

        PROCEDURE DIVISION.
        MAINLINE.
                DISPLAY 'COSTRPT: COST-PER-MILE RUN STARTING'.
                PERFORM READ-SHOP-PARMS.
                OPEN INPUT RATE-MASTER-FILE.
                OPEN OUTPUT COST-REPORT-FILE.
                IF FACT-FILE-ACTIVE
                    PERFORM PRICE-VEHICLE-FACTS
                ELSE
                    OPEN INPUT VEHICLE-MASTER-FILE
                    PERFORM PRICE-DELTA-EXTRACT
                    CLOSE VEHICLE-MASTER-FILE
                END-IF.
                MOVE SPACES TO COST-REPORT-REC.
                STRING "FLEET TOTAL COST: " FLEET-TOTAL-COST
                    DELIMITED BY SIZE INTO COST-REPORT-REC.
                WRITE COST-REPORT-REC.
                CLOSE RATE-MASTER-FILE COST-REPORT-FILE.
                DISPLAY 'FLEET TOTAL COST: ' FLEET-TOTAL-COST.
                DISPLAY 'VEHICLES NOT PRICED: ' UNPRICED-COUNT.
                IF UNPRICED-COUNT > 0
                END-IF.
                CLOSE DELTA-EXTRACT-FILE.

        READ-SHOP-PARMS.
      *VEHFACT-ACTIVE switches the run onto the daily fact file;
      *absent or zero, it reads the extract and the master as ever.
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
      *One pass down the fact file; only vehicles that had a delta
      *line tonight are priced, exactly the lines the extract held.
                OPEN INPUT VEHICLE-FACT-FILE.
                IF VEHICLE-FACT-STATUS NOT = "00"
                    DISPLAY 'NO VEHICLE FACT FILE ON FILE - NOTHING '
                            'TO PRICE'
                ELSE
                    READ VEHICLE-FACT-FILE
                        AT END MOVE "Y" TO END-OF-FILE-SWITCH
                    END-READ
                    PERFORM UNTIL END-OF-FILE
                        IF VFCT-HAS-DELTA
                            MOVE VFCT-VEH-ID TO PRICE-VEH-ID
                            MOVE VFCT-DELTA TO PRICE-DELTA
                            MOVE VFCT-RATE-PRODUCT
                                TO PRICE-RATE-PRODUCT
                            MOVE VFCT-MASTER-SWITCH
                                TO VEHICLE-FOUND-SWITCH
                            PERFORM WRITE-VEHICLE-COST
                        END-IF
                        READ VEHICLE-FACT-FILE
                            AT END MOVE "Y" TO END-OF-FILE-SWITCH
                        END-READ
                    END-PERFORM
                    MOVE "N" TO END-OF-FILE-SWITCH
                    CLOSE VEHICLE-FACT-FILE
                END-IF.

        PRICE-ONE-VEHICLE.
                MOVE DLTX-VEH-ID TO VEH-ID.
                READ VEHICLE-MASTER-FILE
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
                MOVE SPACES TO COST-REPORT-REC.
                IF NOT VEHICLE-FOUND
                    STRING PRICE-VEH-ID
                           " NOT ON VEHICLE-MASTER - NOT PRICED"
                        DELIMITED BY SIZE INTO COST-REPORT-REC
                    ADD 1 TO UNPRICED-COUNT
                ELSE
                    PERFORM FIND-VEHICLE-RATE
                    IF NOT PRODUCT-FOUND
                        STRING PRICE-VEH-ID " RATE PRODUCT "
                               PRICE-RATE-PRODUCT
                               " NOT ON RATE MASTER - NOT PRICED"
                            DELIMITED BY SIZE INTO COST-REPORT-REC
                        ADD 1 TO UNPRICED-COUNT
                    ELSE
                        COMPUTE VEHICLE-COST ROUNDED =
                                PRICE-DELTA * VEHICLE-RATE
                        ADD VEHICLE-COST TO FLEET-TOTAL-COST
                        STRING PRICE-VEH-ID " MILES " PRICE-DELTA
                               " AT " VEHICLE-RATE " = "
                               VEHICLE-COST
                            DELIMITED BY SIZE INTO COST-REPORT-REC
                    END-IF
      *Keyed read against the rate master, the same direct lookup
      *BaseValueChange's FIND-PRODUCT now does.
                MOVE "N" TO PRODUCT-FOUND-SWITCH.
                IF PRICE-RATE-PRODUCT = SPACES
                    CONTINUE
                ELSE
                    MOVE PRICE-RATE-PRODUCT TO RATEM-PRODUCT-CODE
                    READ RATE-MASTER-FILE
                        INVALID KEY
                            MOVE "N" TO PRODUCT-FOUND-SWITCH
                            MOVE "Y" TO PRODUCT-FOUND-SWITCH
                    END-READ
                END-IF.
                IF PRODUCT-FOUND
                    MOVE RATEM-PRODUCT-CODE TO TL-PRODUCT-CODE
                    MOVE PRICE-DELTA        TO TL-DISTANCE
                    MOVE RATEM-BASE         TO TL-LIST-BASE
                    CALL "TIERLOOK" USING TIER-LOOKUP-PARMS
                    MOVE TL-RATE-BASE TO VEHICLE-RATE
                END-IF.
