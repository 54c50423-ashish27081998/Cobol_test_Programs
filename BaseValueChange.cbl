      *Applies a batch of rate-adjustment transactions against a
      *keyed table of product rates (OP-A/BASE), loaded from a rate
      *master file, so the shop's whole rate list can be managed
      *instead of a single compiled-in digit.  A product's distance-
      *band tiers on RATETIER are added, retired and adjusted through
      *the same transactions: a tier target on the card names one
      *band by its upper distance, or ALL for every band of the
      *product, and each tier change goes on BASE-HISTORY marked
      *with its band.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RATEM-PRODUCT-CODE
                FILE STATUS IS RATE-MASTER-STATUS.
            SELECT RATE-TIER-FILE ASSIGN TO "RATETIER"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TIER-KEY
                FILE STATUS IS RATE-TIER-STATUS.
            SELECT ADJUSTMENT-FILE ASSIGN TO "BASEADJ"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ADJUSTMENT-STATUS.
        FD  RATE-MASTER-FILE.
            COPY RATEREC.

        FD  RATE-TIER-FILE.
            COPY RATETIER.

        FD  ADJUSTMENT-FILE.
        01  ADJUSTMENT-REC.
            05 ADJ-PRODUCT-CODE          PIC X(05).
                                                     "M" "S".
            05 ADJ-AMOUNT                 PIC 9(05)V99.
            05 ADJ-EFF-DATE               PIC 9(08).
      *Blank adjusts the product's list BASE as always; a band's
      *upper distance adjusts that one tier, ALL every tier.
            05 ADJ-TIER-TARGET            PIC X(06).
               88 ADJ-TARGETS-LIST-BASE        VALUE SPACES.
               88 ADJ-TARGETS-ALL-TIERS        VALUE "ALL   ".
            05 ADJ-TIER-UPTO REDEFINES ADJ-TIER-TARGET
                                          PIC 9(06).
            COPY FILECTL.

        FD  PENDING-FILE.
            05 PEND-DIRECTION            PIC X.
            05 PEND-AMOUNT               PIC 9(05)V99.
            05 PEND-EFF-DATE             PIC 9(08).
            05 PEND-TIER-TARGET          PIC X(06).

        FD  NEW-PENDING-FILE.
        01  NEW-PENDING-REC.
            05 NPEND-DIRECTION           PIC X.
            05 NPEND-AMOUNT              PIC 9(05)V99.
            05 NPEND-EFF-DATE            PIC 9(08).
            05 NPEND-TIER-TARGET         PIC X(06).

        FD  PENDING-RPT-FILE.
        01  PENDING-RPT-REC              PIC X(60).
            05 MNT-BASE                  PIC 9(05)V99.
            05 MNT-UNIT                  PIC X(03).
            05 MNT-REBATE-FLAG           PIC X(01).
      *Blank adds or retires the product itself; a band's upper
      *distance adds or retires that tier under it, at MNT-BASE.
            05 MNT-TIER-UPTO             PIC X(06).
            05 MNT-TIER-DISTANCE REDEFINES MNT-TIER-UPTO
                                         PIC 9(06).

        FD  EXCEPTION-FILE.
      *Machine-readable reject: the exception detail, a reason
            05 HIST-NEW-BASE              PIC S9(05)V99.
            05 HIST-DELTA                 PIC S9(05)V99.
            05 HIST-RUN-ID                PIC X(14).
            05 HIST-TIER-UPTO             PIC X(06).

        FD  DRY-RUN-PARM-FILE.
        01  DRY-RUN-PARM-REC.
            05 SWNG-DIRECTION              PIC X.
            05 SWNG-AMOUNT                 PIC 9(05)V99.
            05 SWNG-PCT                    PIC S9(05)V99.
            05 SWNG-TIER-TARGET            PIC X(06).

        FD  APPROVAL-FILE.
        01  APPROVAL-REC.
            05 APPD-DECISION               PIC X.
               88 APPD-IS-APPROVED               VALUE "A".
               88 APPD-IS-REJECTED               VALUE "R".
            05 APPD-TIER-TARGET            PIC X(06).
      *Approval decisions carry the same HDR/TRL labels as every
      *other transaction feed, under approval-local names because
      *the shared FILECTL layout already sits under the BASEADJ FD.
        WORKING-STORAGE SECTION.
            COPY RETCODES.
            01 RATE-MASTER-STATUS          PIC XX VALUE "00".
            01 RATE-TIER-STATUS            PIC XX VALUE "00".
            01 ADJUSTMENT-STATUS           PIC XX VALUE "00".
            01 EXCEPTION-STATUS            PIC XX VALUE "00".
            01 BASE-HISTORY-STATUS         PIC XX VALUE "00".
            01 GUARD-EXCEPTION-COUNT       PIC 9(05) VALUE ZERO.
            01 NET-BASE-MOVEMENT           PIC S9(06)V99 VALUE ZERO.
            01 ROLLED-EFF-DATE             PIC 9(08).
            01 CURRENT-BASE                PIC S9(05)V99.
            01 CURRENT-TIER-TARGET         PIC X(06).
            01 TIER-LABEL                  PIC X(07).
            01 TIER-FOUND-SWITCH           PIC X VALUE "N".
               88 TIER-FOUND                      VALUE "Y".
            01 TIER-SCAN-SWITCH            PIC X VALUE "N".
               88 TIER-SCAN-DONE                  VALUE "Y".
            01 TIERS-ADDED                 PIC 9(05) VALUE ZERO.
            01 TIERS-RETIRED               PIC 9(05) VALUE ZERO.
                COPY BUSDAYP.


                PERFORM READ-SWING-PARM.
                PERFORM READ-RUN-BY-PARM.
                PERFORM OPEN-RATE-MASTER.
                PERFORM OPEN-RATE-TIERS.
                PERFORM OPEN-LAST-HISTORY.
                PERFORM OPEN-BILLING-EXTRACT.
                OPEN INPUT ADJUSTMENT-FILE.
                    PERFORM PROCESS-APPROVALS
                    PERFORM PROCESS-REVERSALS
                END-IF.
                CLOSE RATE-MASTER-FILE RATE-TIER-FILE
                      LAST-HISTORY-FILE.
                PERFORM CLOSE-BILLING-EXTRACT.
                PERFORM WRITE-DASHBOARD-REPORT.
                PERFORM RELEASE-RUN-LOCK.
                        PENDING-RELEASED.
                DISPLAY 'PRODUCTS ADDED: ' PRODUCTS-ADDED.
                DISPLAY 'PRODUCTS RETIRED: ' PRODUCTS-RETIRED.
                DISPLAY 'RATE TIERS ADDED: ' TIERS-ADDED.
                DISPLAY 'RATE TIERS RETIRED: ' TIERS-RETIRED.
                DISPLAY 'APPROVED REVIEWS POSTED: ' APPROVALS-POSTED.
                DISPLAY 'REVIEWS REJECTED BY APPROVER: '
                        APPROVALS-REJECTED.
                MOVE MNT-PRODUCT-CODE TO ADJ-PRODUCT-CODE.
                PERFORM FIND-PRODUCT.
                IF MNT-IS-ADD
                    IF MNT-TIER-UPTO = SPACES
                        PERFORM ADD-ONE-PRODUCT
                    ELSE
                        PERFORM ADD-ONE-TIER
                    END-IF
                ELSE
                    IF MNT-IS-RETIRE
                        IF MNT-TIER-UPTO = SPACES
                            PERFORM RETIRE-ONE-PRODUCT
                        ELSE
                            PERFORM RETIRE-ONE-TIER
                        END-IF
                    ELSE
                        MOVE SPACES TO EXCEPTION-REC
                        STRING "REJECTED - MAINTENANCE ACTION "
                    DELETE RATE-MASTER-FILE
                    ADD 1 TO PRODUCTS-RETIRED
                    DISPLAY 'PRODUCT RETIRED: ' MNT-PRODUCT-CODE
                    PERFORM RETIRE-PRODUCT-TIERS
                END-IF.

        RETIRE-PRODUCT-TIERS.
      *A retired product takes its distance bands with it, each one
      *recorded on the audit trail like a single tier retire.
                MOVE "N" TO TIER-SCAN-SWITCH.
                PERFORM UNTIL TIER-SCAN-DONE
                    MOVE MNT-PRODUCT-CODE TO TIER-PRODUCT-CODE
                    MOVE ZERO TO TIER-UPTO-DISTANCE
                    START RATE-TIER-FILE
                        KEY IS NOT LESS THAN TIER-KEY
                        INVALID KEY MOVE "Y" TO TIER-SCAN-SWITCH
                    END-START
                    IF NOT TIER-SCAN-DONE
                        READ RATE-TIER-FILE NEXT RECORD
                            AT END MOVE "Y" TO TIER-SCAN-SWITCH
                        END-READ
                    END-IF
                    IF NOT TIER-SCAN-DONE
                        IF TIER-PRODUCT-CODE NOT = MNT-PRODUCT-CODE
                            MOVE "Y" TO TIER-SCAN-SWITCH
                        ELSE
                            MOVE TIER-UPTO-DISTANCE
                                TO CURRENT-TIER-TARGET
                            PERFORM DELETE-ONE-TIER
                        END-IF
                    END-IF
                END-PERFORM.

        ADD-ONE-TIER.
      *A tier hangs under a product already on the rate master and
      *opens at MNT-BASE; a band already on file is left alone.
                IF NOT PRODUCT-FOUND
                    MOVE SPACES TO EXCEPTION-REC
                    STRING "REJECTED - TIER ADD FOR " MNT-PRODUCT-CODE
                           " - PRODUCT NOT ON RATE MASTER"
                        DELIMITED BY SIZE INTO BEXC-DETAIL
                    MOVE "UNKP" TO BEXC-REASON-CODE
                    PERFORM WRITE-EXCEPTION-RECORD
                    ADD 1 TO EXCEPTION-COUNT
                ELSE
                IF MNT-TIER-DISTANCE NOT NUMERIC
                    PERFORM REJECT-MAINTENANCE-TIER
                ELSE
                    MOVE MNT-PRODUCT-CODE  TO TIER-PRODUCT-CODE
                    MOVE MNT-TIER-DISTANCE TO TIER-UPTO-DISTANCE
                    MOVE MNT-BASE          TO TIER-BASE
                    MOVE RUN-DATE          TO TIER-LAST-CHANGED
                    WRITE RATE-TIER-REC
                        INVALID KEY
                            MOVE SPACES TO EXCEPTION-REC
                            STRING "REJECTED - ADD OF "
                                   MNT-PRODUCT-CODE " TIER "
                                   MNT-TIER-UPTO
                                   " - TIER ALREADY ON FILE"
                                DELIMITED BY SIZE
                                INTO BEXC-DETAIL
                            MOVE "DUPA" TO BEXC-REASON-CODE
                            PERFORM WRITE-EXCEPTION-RECORD
                            ADD 1 TO EXCEPTION-COUNT
                        NOT INVALID KEY
                            MOVE ZERO TO OLD-BASE
                            MOVE MNT-TIER-UPTO TO CURRENT-TIER-TARGET
                            PERFORM RECORD-TIER-HISTORY
                            ADD 1 TO TIERS-ADDED
                            DISPLAY 'TIER ADDED: ' MNT-PRODUCT-CODE
                                    ' UP TO ' MNT-TIER-UPTO
                                    ' OPENING BASE: ' MNT-BASE
                    END-WRITE
                END-IF
                END-IF.

        RETIRE-ONE-TIER.
                IF MNT-TIER-DISTANCE NOT NUMERIC
                    PERFORM REJECT-MAINTENANCE-TIER
                ELSE
                    MOVE MNT-PRODUCT-CODE  TO TIER-PRODUCT-CODE
                    MOVE MNT-TIER-DISTANCE TO TIER-UPTO-DISTANCE
                    READ RATE-TIER-FILE
                        INVALID KEY
                            MOVE SPACES TO EXCEPTION-REC
                            STRING "REJECTED - RETIRE OF "
                                   MNT-PRODUCT-CODE " TIER "
                                   MNT-TIER-UPTO
                                   " - TIER NOT ON FILE"
                                DELIMITED BY SIZE
                                INTO BEXC-DETAIL
                            MOVE "UNKR" TO BEXC-REASON-CODE
                            PERFORM WRITE-EXCEPTION-RECORD
                            ADD 1 TO EXCEPTION-COUNT
                        NOT INVALID KEY
                            MOVE MNT-TIER-UPTO TO CURRENT-TIER-TARGET
                            PERFORM DELETE-ONE-TIER
                    END-READ
                END-IF.

        DELETE-ONE-TIER.
                MOVE TIER-BASE TO OLD-BASE.
                MOVE ZERO TO TIER-BASE.
                PERFORM RECORD-TIER-HISTORY.
                DELETE RATE-TIER-FILE.
                ADD 1 TO TIERS-RETIRED.
                DISPLAY 'TIER RETIRED: ' MNT-PRODUCT-CODE
                        ' UP TO ' CURRENT-TIER-TARGET.

        REJECT-MAINTENANCE-TIER.
                MOVE SPACES TO EXCEPTION-REC.
                STRING "REJECTED - TIER " MNT-TIER-UPTO
                       " INVALID FOR " MNT-PRODUCT-CODE
                    DELIMITED BY SIZE INTO BEXC-DETAIL.
                MOVE "TGT " TO BEXC-REASON-CODE.
                PERFORM WRITE-EXCEPTION-RECORD.
                ADD 1 TO EXCEPTION-COUNT.

        RELEASE-PENDING-ADJUSTMENTS.
      *Re-reads the pending queue built on earlier nights: an item
      *whose effective date has arrived is released into
                    MOVE PEND-DIRECTION    TO ADJ-DIRECTION
                    MOVE PEND-AMOUNT       TO ADJ-AMOUNT
                    MOVE PEND-EFF-DATE     TO ADJ-EFF-DATE
                    MOVE PEND-TIER-TARGET  TO ADJ-TIER-TARGET
                    IF DRY-RUN-MODE
      *A preview run only previews a due item - it must also roll
      *forward onto the new pending file, or the swap after the run
                    MOVE ADJ-DIRECTION    TO NPEND-DIRECTION
                    MOVE ADJ-AMOUNT       TO NPEND-AMOUNT
                    MOVE ROLLED-EFF-DATE  TO NPEND-EFF-DATE
                    MOVE ADJ-TIER-TARGET  TO NPEND-TIER-TARGET
                    WRITE NEW-PENDING-REC
                    ADD 1 TO PENDING-HELD
                    MOVE ROLLED-EFF-DATE TO PEND-EFF-DATE
                    MOVE ADJ-PRODUCT-CODE TO PEND-PRODUCT-CODE
                    MOVE ADJ-DIRECTION TO PEND-DIRECTION
                    MOVE ADJ-AMOUNT TO PEND-AMOUNT
                    MOVE ADJ-TIER-TARGET TO PEND-TIER-TARGET
                    PERFORM WRITE-PENDING-RPT-LINE
                ELSE
                    PERFORM APPLY-ADJUSTMENT
                END-IF.

        WRITE-PENDING-RPT-LINE.
                MOVE PEND-TIER-TARGET TO CURRENT-TIER-TARGET.
                PERFORM BUILD-TIER-LABEL.
                MOVE SPACES TO PENDING-RPT-REC.
                STRING "PENDING - " PEND-PRODUCT-CODE
                           DELIMITED BY SIZE
                       TIER-LABEL DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       PEND-DIRECTION " BY " PEND-AMOUNT
                       " FIRES ON " PEND-EFF-DATE
                    DELIMITED BY SIZE INTO PENDING-RPT-REC.
                    MOVE APPD-DIRECTION    TO ADJ-DIRECTION
                    MOVE APPD-AMOUNT       TO ADJ-AMOUNT
                    MOVE RUN-DATE          TO ADJ-EFF-DATE
                    MOVE APPD-TIER-TARGET  TO ADJ-TIER-TARGET
                    MOVE RUN-BY TO SAVED-RUN-BY
                    MOVE APPD-APPROVER TO RUN-BY
                    PERFORM APPLY-ADJUSTMENT
                    GOBACK
                END-IF.

        OPEN-RATE-TIERS.
                OPEN I-O RATE-TIER-FILE.
                IF RATE-TIER-STATUS = "35"
      *First-ever run - no tier file yet, so create an empty one
      *rather than refuse to start.
                    OPEN OUTPUT RATE-TIER-FILE
                    CLOSE RATE-TIER-FILE
                    OPEN I-O RATE-TIER-FILE
                END-IF.

        OPEN-LAST-HISTORY.
                OPEN I-O LAST-HISTORY-FILE.
                IF LAST-HISTORY-STATUS = "35"
                        AT END CONTINUE
                    END-READ
                    PERFORM UNTIL BASE-HISTORY-STATUS NOT = "00"
                        IF HIST-TIER-UPTO = SPACES
                            MOVE HIST-PRODUCT-CODE
                                TO LHIS-PRODUCT-CODE
                            MOVE HIST-OLD-BASE TO LHIS-OLD-BASE
                            MOVE HIST-NEW-BASE TO LHIS-NEW-BASE
                            WRITE LAST-HISTORY-REC
                                INVALID KEY
                                    REWRITE LAST-HISTORY-REC
                            END-WRITE
                        END-IF
                        READ BASE-HISTORY-FILE
                            AT END CONTINUE
                        END-READ
                IF NOT PRODUCT-FOUND
                    PERFORM REJECT-UNKNOWN-PRODUCT
                ELSE
                IF ADJ-TARGETS-LIST-BASE
                    MOVE SPACES TO CURRENT-TIER-TARGET
                    MOVE RATEM-BASE TO CURRENT-BASE
                    PERFORM APPLY-TO-CURRENT-BASE
                ELSE
                IF ADJ-TARGETS-ALL-TIERS
                    PERFORM APPLY-TO-ALL-TIERS
                ELSE
                    PERFORM APPLY-TO-ONE-TIER
                END-IF
                END-IF
                END-IF.

        APPLY-TO-ONE-TIER.
                MOVE ADJ-TIER-TARGET TO CURRENT-TIER-TARGET.
                IF ADJ-TIER-UPTO NOT NUMERIC
                    PERFORM REJECT-UNKNOWN-TIER
                ELSE
                    MOVE ADJ-PRODUCT-CODE TO TIER-PRODUCT-CODE
                    MOVE ADJ-TIER-UPTO    TO TIER-UPTO-DISTANCE
                    READ RATE-TIER-FILE
                        INVALID KEY
                            PERFORM REJECT-UNKNOWN-TIER
                        NOT INVALID KEY
                            MOVE TIER-BASE TO CURRENT-BASE
                            PERFORM APPLY-TO-CURRENT-BASE
                    END-READ
                END-IF.

        APPLY-TO-ALL-TIERS.
      *Every band of the product takes the same adjustment, each
      *one through its own guards and swing check, so one band
      *held for review does not hold the rest back.
                MOVE "N" TO TIER-FOUND-SWITCH.
                MOVE "N" TO TIER-SCAN-SWITCH.
                MOVE ADJ-PRODUCT-CODE TO TIER-PRODUCT-CODE.
                MOVE ZERO TO TIER-UPTO-DISTANCE.
                START RATE-TIER-FILE KEY IS NOT LESS THAN TIER-KEY
                    INVALID KEY MOVE "Y" TO TIER-SCAN-SWITCH
                END-START.
                PERFORM UNTIL TIER-SCAN-DONE
                    READ RATE-TIER-FILE NEXT RECORD
                        AT END MOVE "Y" TO TIER-SCAN-SWITCH
                    END-READ
                    IF NOT TIER-SCAN-DONE
                        IF TIER-PRODUCT-CODE NOT = ADJ-PRODUCT-CODE
                            MOVE "Y" TO TIER-SCAN-SWITCH
                        ELSE
                            MOVE "Y" TO TIER-FOUND-SWITCH
                            MOVE TIER-UPTO-DISTANCE
                                TO CURRENT-TIER-TARGET
                            MOVE TIER-BASE TO CURRENT-BASE
                            PERFORM APPLY-TO-CURRENT-BASE
                        END-IF
                    END-IF
                END-PERFORM.
                IF NOT TIER-FOUND
                    MOVE ADJ-TIER-TARGET TO CURRENT-TIER-TARGET
                    PERFORM REJECT-UNKNOWN-TIER
                END-IF.

        APPLY-TO-CURRENT-BASE.
      *CURRENT-BASE is the product's list BASE or one of its tiers,
      *and CURRENT-TIER-TARGET says which - the guards, swing
      *check and preview treat both alike.
                MOVE "N" TO OVERFLOW-SWITCH.
                PERFORM COMPUTE-PROJECTED-BASE.
                COMPUTE EFFECTIVE-DELTA =
                        PROJECTED-BASE - CURRENT-BASE
                    ON SIZE ERROR
                        MOVE 99999.99 TO EFFECTIVE-DELTA
                        MOVE "Y" TO OVERFLOW-SWITCH
                END-COMPUTE.
                IF EFFECTIVE-DELTA < 0
                    COMPUTE EFFECTIVE-DELTA =
                            EFFECTIVE-DELTA * -1
                END-IF.
                PERFORM CHECK-BASE-FLOOR.
                IF OVERFLOW-DETECTED OR FLOOR-VIOLATED OR
                   PROJECTED-BASE > 99999.99
                    PERFORM REJECT-ADJUSTMENT
                ELSE
                    PERFORM CHECK-SWING-THRESHOLD
                    IF LARGE-SWING AND NOT APPROVAL-MODE
                        PERFORM WRITE-SWING-REVIEW
                    ELSE
                        IF DRY-RUN-MODE
                            PERFORM WRITE-PREVIEW-LINE
                        ELSE
                            PERFORM POST-PROJECTED-BASE
                            ADD 1 TO ADJUSTMENTS-APPLIED
                        END-IF
                    END-IF
                END-IF.

        POST-PROJECTED-BASE.
                IF CURRENT-TIER-TARGET = SPACES
                    MOVE RATEM-BASE TO OLD-BASE
                    MOVE PROJECTED-BASE TO RATEM-BASE
                    REWRITE RATE-MASTER-REC
                    DISPLAY RATEM-PRODUCT-CODE ' BASE: '
                            RATEM-BASE
                    PERFORM RECORD-HISTORY
                ELSE
                    MOVE TIER-BASE TO OLD-BASE
                    MOVE PROJECTED-BASE TO TIER-BASE
                    MOVE RUN-DATE TO TIER-LAST-CHANGED
                    REWRITE RATE-TIER-REC
                    DISPLAY RATEM-PRODUCT-CODE ' TIER '
                            CURRENT-TIER-TARGET ' BASE: ' TIER-BASE
                    PERFORM RECORD-TIER-HISTORY
                END-IF.

        COMPUTE-PROJECTED-BASE.
      *The annual indexation arrives as "everything up 3.5 percent"
      *and a repricing as "set this product to exactly 120.00" -
      *history as U/D amounts.
                IF ADJ-IS-UP
                    COMPUTE PROJECTED-BASE =
                            CURRENT-BASE + ADJ-AMOUNT
                        ON SIZE ERROR
                            MOVE 99999.99 TO PROJECTED-BASE
                            MOVE "Y" TO OVERFLOW-SWITCH
                ELSE
                IF ADJ-IS-DOWN
                    COMPUTE PROJECTED-BASE =
                            CURRENT-BASE - ADJ-AMOUNT
                        ON SIZE ERROR
                            MOVE -99999.99 TO PROJECTED-BASE
                            MOVE "Y" TO OVERFLOW-SWITCH
                ELSE
                IF ADJ-IS-PCT-UP
                    COMPUTE PROJECTED-BASE ROUNDED =
                            CURRENT-BASE +
                            (CURRENT-BASE * ADJ-AMOUNT / 100)
                        ON SIZE ERROR
                            MOVE 99999.99 TO PROJECTED-BASE
                            MOVE "Y" TO OVERFLOW-SWITCH
                ELSE
                IF ADJ-IS-PCT-DOWN
                    COMPUTE PROJECTED-BASE ROUNDED =
                            CURRENT-BASE -
                            (CURRENT-BASE * ADJ-AMOUNT / 100)
                        ON SIZE ERROR
                            MOVE -99999.99 TO PROJECTED-BASE
                            MOVE "Y" TO OVERFLOW-SWITCH
      *zero is treated as a large swing rather than let it through
      *unchecked - that is the one case this review most needs.
                MOVE "N" TO LARGE-SWING-SWITCH.
                IF CURRENT-BASE = 0
                    IF EFFECTIVE-DELTA > 0
                        MOVE "Y" TO LARGE-SWING-SWITCH
                    END-IF
                ELSE
                    MOVE CURRENT-BASE TO ABSOLUTE-BASE
                    COMPUTE SWING-PCT ROUNDED =
                            (EFFECTIVE-DELTA / ABSOLUTE-BASE) * 100
                        ON SIZE ERROR
                MOVE ADJ-DIRECTION    TO SWNG-DIRECTION.
                MOVE ADJ-AMOUNT       TO SWNG-AMOUNT.
                MOVE SWING-PCT        TO SWNG-PCT.
                MOVE CURRENT-TIER-TARGET TO SWNG-TIER-TARGET.
                WRITE SWING-REVIEW-REC.
                ADD 1 TO SWING-COUNT.
                PERFORM WRITE-SHOP-ALERT.
                MOVE "S" TO ALRT-SEVERITY.
                MOVE ADJ-PRODUCT-CODE TO ALRT-KEY.
                MOVE SPACES TO ALRT-MESSAGE.
                PERFORM BUILD-TIER-LABEL.
                STRING "SWING REVIEW HELD - " ADJ-PRODUCT-CODE
                           DELIMITED BY SIZE
                       TIER-LABEL DELIMITED BY SPACE
                       " " ADJ-DIRECTION " BY " ADJ-AMOUNT
                       " PCT " SWING-PCT
                    DELIMITED BY SIZE INTO ALRT-MESSAGE.

        WRITE-PREVIEW-LINE.
                MOVE SPACES TO PREVIEW-REC.
                IF CURRENT-TIER-TARGET = SPACES
                    STRING "PREVIEW - " RATEM-PRODUCT-CODE
                           " CURRENT BASE " RATEM-BASE
                           " WOULD BECOME " PROJECTED-BASE
                        DELIMITED BY SIZE INTO PREVIEW-REC
                ELSE
                    STRING "PREVIEW - " RATEM-PRODUCT-CODE
                           " TIER " CURRENT-TIER-TARGET
                           " NOW " CURRENT-BASE
                           " WOULD BE " PROJECTED-BASE
                        DELIMITED BY SIZE INTO PREVIEW-REC
                END-IF.
                WRITE PREVIEW-REC.

        BUILD-TIER-LABEL.
                MOVE SPACES TO TIER-LABEL.
                IF CURRENT-TIER-TARGET NOT = SPACES
                    STRING "/" CURRENT-TIER-TARGET
                        DELIMITED BY SIZE INTO TIER-LABEL
                END-IF.

        WRITE-DASHBOARD-REPORT.
      *Gives operations one end-of-job number for adjustments
      *applied, guard exceptions, and net BASE movement across the
                MOVE RATEM-BASE          TO HIST-NEW-BASE.
                COMPUTE HIST-DELTA = RATEM-BASE - OLD-BASE.
                MOVE RUN-ID TO HIST-RUN-ID.
                MOVE SPACES TO HIST-TIER-UPTO.
                WRITE BASE-HISTORY-REC.
                PERFORM SAVE-LAST-HISTORY.
                ADD HIST-DELTA TO NET-BASE-MOVEMENT.
                PERFORM WRITE-BILLING-DELTA.

        RECORD-TIER-HISTORY.
      *Tier changes go on the same audit trail, marked with the band
      *they belong to.  The reversal side file and the billing delta
      *extract stay list-BASE only - neither layout has anywhere to
      *carry a band.
                MOVE RUN-DATE            TO HIST-RUN-DATE.
                MOVE RUN-BY              TO HIST-RUN-BY.
                MOVE ADJ-PRODUCT-CODE    TO HIST-PRODUCT-CODE.
                MOVE OLD-BASE            TO HIST-OLD-BASE.
                MOVE TIER-BASE           TO HIST-NEW-BASE.
                COMPUTE HIST-DELTA = TIER-BASE - OLD-BASE.
                MOVE RUN-ID TO HIST-RUN-ID.
                MOVE CURRENT-TIER-TARGET TO HIST-TIER-UPTO.
                WRITE BASE-HISTORY-REC.
                ADD HIST-DELTA TO NET-BASE-MOVEMENT.

        WRITE-EXCEPTION-RECORD.
                MOVE ZERO TO BEXC-RECYCLE-COUNT.
                MOVE RUN-DATE TO BEXC-REJECT-DATE.

        REJECT-ADJUSTMENT.
                MOVE SPACES TO EXCEPTION-REC.
                IF CURRENT-TIER-TARGET = SPACES
                    STRING "REJECTED - " ADJ-PRODUCT-CODE " "
                           ADJ-DIRECTION " BY " ADJ-AMOUNT
                           " WOULD DRIVE BASE TO " PROJECTED-BASE
                        DELIMITED BY SIZE INTO BEXC-DETAIL
                ELSE
                    STRING "REJECTED - " ADJ-PRODUCT-CODE
                           " TIER " CURRENT-TIER-TARGET " "
                           ADJ-DIRECTION " BY " ADJ-AMOUNT
                           " TO " PROJECTED-BASE
                        DELIMITED BY SIZE INTO BEXC-DETAIL
                END-IF.
                MOVE "GRD " TO BEXC-REASON-CODE
                PERFORM WRITE-EXCEPTION-RECORD.
                ADD 1 TO EXCEPTION-COUNT.
                MOVE "UNKP" TO BEXC-REASON-CODE
                PERFORM WRITE-EXCEPTION-RECORD.
                ADD 1 TO EXCEPTION-COUNT.

        REJECT-UNKNOWN-TIER.
                MOVE SPACES TO EXCEPTION-REC.
                STRING "REJECTED - NO RATE TIER " CURRENT-TIER-TARGET
                       " ON FILE FOR PRODUCT " ADJ-PRODUCT-CODE
                    DELIMITED BY SIZE INTO BEXC-DETAIL.
                MOVE "UNKT" TO BEXC-REASON-CODE
                PERFORM WRITE-EXCEPTION-RECORD.
                ADD 1 TO EXCEPTION-COUNT.
