      *record count and a hash total of PERSM-PERSON-ID - so the
      *bureau can prove they loaded the whole file and we can prove
      *what we sent.  A short file last quarter paid 14 people late.
      *Each roster detail is followed by an "RTE" record carrying the
      *pay rate in force at the end of the pay period on the PAYPER
      *card (the run date without one), taken from the effective-
      *dated pay history PAYHIST maintains - the bureau no longer
      *holds the only record of what anyone earns.
      *ATTNCOMP's overtime and holiday-premium hours travel as "OVT"
      *records, their own hours type beside the plain "HRS" totals.
      *Expense claims EXPCLAIM has approved and released travel as
      *"RMB" records, repaid with the wages instead of a month later.
      *PAYDEDUC is the one deduction feed: CHARGEBK, PENALTY and
      *BENDEDN all append to it, and once the bureau file and its
      *sequence number are saved this run empties it, so every
      *deduction goes to the bureau once.  A deduction appended
      *after this run goes with the next night's file - run them
      *before HRNIGHT's PAYXTRCT step to make tonight's.  PAYOVTM
      *and PAYREIMB are emptied the same way once sent, so a week's
      *overtime and a released claim are each paid once however
      *many nights pass before the next ATTNCOMP or EXPCLAIM run.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            SELECT DEDUCTION-FILE ASSIGN TO "PAYDEDUC"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS DEDUCTION-STATUS.
            SELECT REIMBURSEMENT-FILE ASSIGN TO "PAYREIMB"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REIMBURSEMENT-STATUS.
            SELECT PERIOD-HOURS-FILE ASSIGN TO "PAYHOURS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PERIOD-HOURS-STATUS.
            SELECT OVERTIME-FILE ASSIGN TO "PAYOVTM"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS OVERTIME-STATUS.
            SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PAYH-KEY
                FILE STATUS IS PAY-HISTORY-STATUS.
            SELECT PAY-PERIOD-FILE ASSIGN TO "PAYPER"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PAY-PERIOD-STATUS.

        DATA DIVISION.
        FILE SECTION.
               03 PAYX-DED-MILES         PIC S9(07).
               03 PAYX-DED-AMOUNT        PIC 9(07)V99.
               03 FILLER                 PIC X(10).
      *"RMB" records carry released expense claims - the day the
      *money was spent, the expense type, the unit when there was
      *one, and the sum to repay.
            02 PAYX-REIMBURSEMENT REDEFINES PAYX-BODY.
               03 PAYX-RMB-PERSON-ID     PIC 9(10).
               03 PAYX-RMB-CLAIM-DATE    PIC 9(08).
               03 PAYX-RMB-EXPENSE-TYPE  PIC X(08).
               03 PAYX-RMB-VEH-ID        PIC X(06).
               03 PAYX-RMB-AMOUNT        PIC 9(07)V99.
               03 FILLER                 PIC X(09).
      *"HRS" records carry the attendance subsystem's period hours
      *so the bureau stops keying paper timecards.
            02 PAYX-HOURS REDEFINES PAYX-BODY.
               03 PAYX-HRS-PERSON-ID     PIC 9(10).
               03 PAYX-HRS-HOURS         PIC 9(04)V9.
               03 FILLER                 PIC X(35).
      *"OVT" records carry premium hours by type - "O" overtime
      *over the daily or weekly threshold, "H" holiday working -
      *for the week ending on the date they carry.
            02 PAYX-OVERTIME REDEFINES PAYX-BODY.
               03 PAYX-OVT-PERSON-ID     PIC 9(10).
               03 PAYX-OVT-HOURS-TYPE    PIC X(01).
               03 PAYX-OVT-HOURS         PIC 9(04)V9.
               03 PAYX-OVT-WEEK-END      PIC 9(08).
               03 FILLER                 PIC X(26).
      *"RTE" records carry the rate in force for the pay period -
      *basis H hourly or S salaried, the effective date it took
      *effect, and the grade.
            02 PAYX-RATE REDEFINES PAYX-BODY.
               03 PAYX-RTE-PERSON-ID     PIC 9(10).
               03 PAYX-RTE-EFF-DATE      PIC 9(08).
               03 PAYX-RTE-PAY-BASIS     PIC X(01).
               03 PAYX-RTE-RATE          PIC 9(07)V99.
               03 PAYX-RTE-GRADE         PIC X(03).
               03 FILLER                 PIC X(19).
            02 PAYX-TRAILER REDEFINES PAYX-BODY.
               03 PAYX-TRL-COUNT         PIC 9(09).
               03 PAYX-TRL-HASH          PIC 9(12).
        FD  DEDUCTION-FILE.
            COPY PAYDEDUC.

        FD  REIMBURSEMENT-FILE.
            COPY PAYREIMB.

        FD  PERIOD-HOURS-FILE.
        01  PERIOD-HOURS-REC.
            02 PHRS-PERSON-ID            PIC 9(10).
            02 PHRS-HOURS                PIC 9(04)V9.

        FD  OVERTIME-FILE.
            COPY OVERTIME.

        FD  PAY-HISTORY-FILE.
            COPY PAYHIST.

        FD  PAY-PERIOD-FILE.
        01  PAY-PERIOD-REC.
            02 PPER-PERIOD-END           PIC 9(08).

        WORKING-STORAGE SECTION.
            COPY RETCODES.
            01 PERSON-MASTER-STATUS      PIC XX VALUE "00".
            01 ID-HASH-TOTAL             PIC 9(12) VALUE ZERO.
            01 DEDUCTION-STATUS          PIC XX VALUE "00".
            01 DEDUCTIONS-EXTRACTED      PIC 9(09) VALUE ZERO.
            01 REIMBURSEMENT-STATUS      PIC XX VALUE "00".
            01 REIMBURSEMENTS-EXTRACTED  PIC 9(09) VALUE ZERO.
            01 PERIOD-HOURS-STATUS       PIC XX VALUE "00".
            01 HOURS-EXTRACTED           PIC 9(09) VALUE ZERO.
            01 OVERTIME-STATUS           PIC XX VALUE "00".
            01 OVERTIME-EXTRACTED        PIC 9(09) VALUE ZERO.
            01 PAY-HISTORY-STATUS        PIC XX VALUE "00".
            01 PAY-PERIOD-STATUS         PIC XX VALUE "00".
            01 PAY-HISTORY-SWITCH        PIC X VALUE "N".
               88 PAY-HISTORY-OPEN             VALUE "Y".
            01 RATE-EOF-SWITCH           PIC X VALUE "N".
               88 RATE-EOF                     VALUE "Y".
            01 RATE-FOUND-SWITCH         PIC X VALUE "N".
               88 RATE-FOUND                   VALUE "Y".
            01 PAY-PERIOD-END            PIC 9(08).
            01 RATE-EFF-DATE             PIC 9(08).
            01 RATE-PAY-BASIS            PIC X(01).
            01 RATE-AMOUNT               PIC 9(07)V99.
            01 RATE-GRADE                PIC X(03).
            01 RATES-EXTRACTED           PIC 9(09) VALUE ZERO.
            01 RATES-MISSING             PIC 9(09) VALUE ZERO.

        PROCEDURE DIVISION.
        MAINLINE.
                DISPLAY 'PAYXTRCT: PAYROLL EXTRACT STARTING'.
                ACCEPT RUN-DATE FROM DATE YYYYMMDD.
                PERFORM NEXT-FILE-SEQUENCE.
                PERFORM READ-PAY-PERIOD.
                OPEN INPUT PERSON-MASTER-FILE.
                IF PERSON-MASTER-STATUS NOT = "00"
                    DISPLAY 'PAYXTRCT: CANNOT OPEN PERSON-MASTER - '
                            PERSON-MASTER-STATUS
                    STOP RUN RETURNING RC-SEVERE
                END-IF.
                OPEN INPUT PAY-HISTORY-FILE.
                IF PAY-HISTORY-STATUS = "00"
                    MOVE "Y" TO PAY-HISTORY-SWITCH
                ELSE
                    DISPLAY 'PAYXTRCT: NO PAY HISTORY ON HAND - '
                            'NO RATE RECORDS SENT'
                END-IF.
                OPEN OUTPUT PAYROLL-EXTRACT-FILE.
                PERFORM WRITE-EXTRACT-HEADER.
                MOVE LOW-VALUES TO PERSM-PERSON-ID.
                    END-READ
                    IF NOT END-OF-FILE
                        PERFORM WRITE-EXTRACT-DETAIL
                        IF PAY-HISTORY-OPEN
                            PERFORM WRITE-RATE-RECORD
                        END-IF
                    END-IF
                END-PERFORM.
                MOVE "N" TO END-OF-FILE-SWITCH.
                PERFORM WRITE-HOURS-RECORDS.
                PERFORM WRITE-OVERTIME-RECORDS.
                PERFORM WRITE-DEDUCTION-RECORDS.
                PERFORM WRITE-REIMBURSEMENT-RECORDS.
                PERFORM WRITE-EXTRACT-TRAILER.
                CLOSE PERSON-MASTER-FILE PAYROLL-EXTRACT-FILE.
                IF PAY-HISTORY-OPEN
                    CLOSE PAY-HISTORY-FILE
                END-IF.
                PERFORM SAVE-FILE-SEQUENCE.
                PERFORM CLEAR-SENT-FEEDS.
                DISPLAY 'FILE SEQUENCE: ' FILE-SEQUENCE.
                DISPLAY 'RECORDS EXTRACTED: ' RECORDS-EXTRACTED.
                DISPLAY 'DEDUCTIONS EXTRACTED: '
                        DEDUCTIONS-EXTRACTED.
                DISPLAY 'REIMBURSEMENTS EXTRACTED: '
                        REIMBURSEMENTS-EXTRACTED.
                DISPLAY 'HOURS RECORDS EXTRACTED: '
                        HOURS-EXTRACTED.
                DISPLAY 'OVERTIME RECORDS EXTRACTED: '
                        OVERTIME-EXTRACTED.
                DISPLAY 'RATE RECORDS EXTRACTED: ' RATES-EXTRACTED.
                DISPLAY 'ROSTER WITH NO RATE IN FORCE: '
                        RATES-MISSING.
                DISPLAY 'PERSON-ID HASH TOTAL: ' ID-HASH-TOTAL.
                IF RATES-MISSING > 0
                    STOP RUN RETURNING RC-WARNING
                ELSE
                    STOP RUN RETURNING RC-NORMAL
                END-IF.

        NEXT-FILE-SEQUENCE.
      *The bureau checks the sequence number to catch a lost or
                END-IF.
                ADD 1 TO FILE-SEQUENCE.

        READ-PAY-PERIOD.
      *The pay period end decides which rate is in force - a rise
      *effective after it waits for the next period's file.
                MOVE RUN-DATE TO PAY-PERIOD-END.
                OPEN INPUT PAY-PERIOD-FILE.
                IF PAY-PERIOD-STATUS = "00"
                    READ PAY-PERIOD-FILE
                        AT END CONTINUE
                        NOT AT END
                            IF PPER-PERIOD-END NUMERIC AND
                               PPER-PERIOD-END > ZERO
                                MOVE PPER-PERIOD-END
                                    TO PAY-PERIOD-END
                            END-IF
                    END-READ
                    CLOSE PAY-PERIOD-FILE
                END-IF.
                DISPLAY 'PAY PERIOD ENDING: ' PAY-PERIOD-END.

        SAVE-FILE-SEQUENCE.
                OPEN OUTPUT SEQUENCE-CONTROL-FILE.
                MOVE FILE-SEQUENCE TO SEQC-LAST-SEQUENCE.
                                + PERSM-PERSON-ID - 1
                END-COMPUTE.

        WRITE-RATE-RECORD.
      *The rate in force is the person's latest pay-history record
      *effective on or before the period end; a roster entry with
      *none goes without a rate record, and an active one is
      *counted so payroll can chase it before the bureau does.
                PERFORM FIND-RATE-IN-FORCE.
                IF NOT RATE-FOUND
                    IF PERSM-ACTIVE
                        ADD 1 TO RATES-MISSING
                        DISPLAY 'PAYXTRCT: NO RATE IN FORCE FOR '
                                PERSM-PERSON-ID
                    END-IF
                ELSE
                    MOVE SPACES TO PAYROLL-EXTRACT-REC
                    MOVE "RTE" TO PAYX-REC-TYPE
                    MOVE PERSM-PERSON-ID TO PAYX-RTE-PERSON-ID
                    MOVE RATE-EFF-DATE   TO PAYX-RTE-EFF-DATE
                    MOVE RATE-PAY-BASIS  TO PAYX-RTE-PAY-BASIS
                    MOVE RATE-AMOUNT     TO PAYX-RTE-RATE
                    MOVE RATE-GRADE      TO PAYX-RTE-GRADE
                    WRITE PAYROLL-EXTRACT-REC
                    ADD 1 TO RECORDS-EXTRACTED
                    ADD 1 TO RATES-EXTRACTED
                    COMPUTE ID-HASH-TOTAL =
                            ID-HASH-TOTAL + PERSM-PERSON-ID
                        ON SIZE ERROR
                            COMPUTE ID-HASH-TOTAL =
                                    ID-HASH-TOTAL - 999999999999
                                    + PERSM-PERSON-ID - 1
                    END-COMPUTE
                END-IF.

        FIND-RATE-IN-FORCE.
                MOVE "N" TO RATE-FOUND-SWITCH.
                MOVE "N" TO RATE-EOF-SWITCH.
                MOVE PERSM-PERSON-ID TO PAYH-PERSON-ID.
                MOVE ZERO TO PAYH-EFF-DATE.
                START PAY-HISTORY-FILE KEY IS NOT LESS THAN
                      PAYH-KEY
                    INVALID KEY MOVE "Y" TO RATE-EOF-SWITCH
                END-START.
                PERFORM UNTIL RATE-EOF
                    READ PAY-HISTORY-FILE NEXT RECORD
                        AT END MOVE "Y" TO RATE-EOF-SWITCH
                    END-READ
                    IF NOT RATE-EOF
                        IF PAYH-PERSON-ID NOT = PERSM-PERSON-ID OR
                           PAYH-EFF-DATE > PAY-PERIOD-END
                            MOVE "Y" TO RATE-EOF-SWITCH
                        ELSE
                            MOVE "Y" TO RATE-FOUND-SWITCH
                            MOVE PAYH-EFF-DATE  TO RATE-EFF-DATE
                            MOVE PAYH-PAY-BASIS TO RATE-PAY-BASIS
                            MOVE PAYH-RATE      TO RATE-AMOUNT
                            MOVE PAYH-GRADE     TO RATE-GRADE
                        END-IF
                    END-IF
                END-PERFORM.
                MOVE "N" TO RATE-EOF-SWITCH.

        WRITE-HOURS-RECORDS.
      *Carries the attendance subsystem's period hours summary to
      *the bureau as "HRS" records inside the same header/trailer
                                + PHRS-PERSON-ID - 1
                END-COMPUTE.

        WRITE-OVERTIME-RECORDS.
      *Carries ATTNCOMP's overtime and holiday hours as "OVT"
      *records, kept apart from the plain period hours so the bureau
      *pays the premium on them alone.
                OPEN INPUT OVERTIME-FILE.
                IF OVERTIME-STATUS NOT = "00"
                    DISPLAY 'PAYXTRCT: NO OVERTIME FEED ON HAND'
                ELSE
                    READ OVERTIME-FILE
                        AT END MOVE "Y" TO END-OF-FILE-SWITCH
                    END-READ
                    PERFORM UNTIL END-OF-FILE
                        PERFORM WRITE-ONE-OVERTIME
                        READ OVERTIME-FILE
                            AT END MOVE "Y" TO END-OF-FILE-SWITCH
                        END-READ
                    END-PERFORM
                    CLOSE OVERTIME-FILE
                END-IF.
                MOVE "N" TO END-OF-FILE-SWITCH.

        WRITE-ONE-OVERTIME.
                MOVE SPACES TO PAYROLL-EXTRACT-REC.
                MOVE "OVT" TO PAYX-REC-TYPE.
                MOVE OVTM-PERSON-ID     TO PAYX-OVT-PERSON-ID.
                MOVE OVTM-HOURS-TYPE    TO PAYX-OVT-HOURS-TYPE.
                MOVE OVTM-HOURS         TO PAYX-OVT-HOURS.
                MOVE OVTM-WEEK-END-DATE TO PAYX-OVT-WEEK-END.
                WRITE PAYROLL-EXTRACT-REC.
                ADD 1 TO RECORDS-EXTRACTED.
                ADD 1 TO OVERTIME-EXTRACTED.
                COMPUTE ID-HASH-TOTAL =
                        ID-HASH-TOTAL + OVTM-PERSON-ID
                    ON SIZE ERROR
                        COMPUTE ID-HASH-TOTAL =
                                ID-HASH-TOTAL - 999999999999
                                + OVTM-PERSON-ID - 1
                END-COMPUTE.

        WRITE-DEDUCTION-RECORDS.
      *Carries the chargeback run's priced deductions, the penalty
      *register's fine recoveries and the benefit premiums to the
      *bureau as "DED" records inside the same header/trailer
      *controls - their person IDs count into the trailer hash
      *exactly like the roster details, so the bureau's balancing
      *still proves the whole file.
                OPEN INPUT DEDUCTION-FILE.
                IF DEDUCTION-STATUS NOT = "00"
                    DISPLAY 'PAYXTRCT: NO DEDUCTION FEED ON HAND'
                END-IF.
                MOVE "N" TO END-OF-FILE-SWITCH.

        CLEAR-SENT-FEEDS.
      *The overtime, deductions and reimbursements just sent now
      *travel in this run's bureau file; leaving them on their
      *feeds would pay or deduct them again the next night.
                IF OVERTIME-EXTRACTED > 0
                    OPEN OUTPUT OVERTIME-FILE
                    CLOSE OVERTIME-FILE
                END-IF.
                IF DEDUCTIONS-EXTRACTED > 0
                    OPEN OUTPUT DEDUCTION-FILE
                    CLOSE DEDUCTION-FILE
                END-IF.
                IF REIMBURSEMENTS-EXTRACTED > 0
                    OPEN OUTPUT REIMBURSEMENT-FILE
                    CLOSE REIMBURSEMENT-FILE
                END-IF.

        WRITE-ONE-DEDUCTION.
                MOVE SPACES TO PAYROLL-EXTRACT-REC.
                MOVE "DED" TO PAYX-REC-TYPE.
                                + PDED-PERSON-ID - 1
                END-COMPUTE.

        WRITE-REIMBURSEMENT-RECORDS.
      *Carries the expense claims EXPCLAIM released as "RMB"
      *records inside the same header/trailer controls, person IDs
      *hashed like every other record type.
                OPEN INPUT REIMBURSEMENT-FILE.
                IF REIMBURSEMENT-STATUS NOT = "00"
                    DISPLAY 'PAYXTRCT: NO REIMBURSEMENT FEED ON HAND'
                ELSE
                    READ REIMBURSEMENT-FILE
                        AT END MOVE "Y" TO END-OF-FILE-SWITCH
                    END-READ
                    PERFORM UNTIL END-OF-FILE
                        PERFORM WRITE-ONE-REIMBURSEMENT
                        READ REIMBURSEMENT-FILE
                            AT END MOVE "Y" TO END-OF-FILE-SWITCH
                        END-READ
                    END-PERFORM
                    CLOSE REIMBURSEMENT-FILE
                END-IF.
                MOVE "N" TO END-OF-FILE-SWITCH.

        WRITE-ONE-REIMBURSEMENT.
                MOVE SPACES TO PAYROLL-EXTRACT-REC.
                MOVE "RMB" TO PAYX-REC-TYPE.
                MOVE PRMB-PERSON-ID    TO PAYX-RMB-PERSON-ID.
                MOVE PRMB-CLAIM-DATE   TO PAYX-RMB-CLAIM-DATE.
                MOVE PRMB-EXPENSE-TYPE TO PAYX-RMB-EXPENSE-TYPE.
                MOVE PRMB-VEH-ID       TO PAYX-RMB-VEH-ID.
                MOVE PRMB-AMOUNT       TO PAYX-RMB-AMOUNT.
                WRITE PAYROLL-EXTRACT-REC.
                ADD 1 TO RECORDS-EXTRACTED.
                ADD 1 TO REIMBURSEMENTS-EXTRACTED.
                COMPUTE ID-HASH-TOTAL =
                        ID-HASH-TOTAL + PRMB-PERSON-ID
                    ON SIZE ERROR
                        COMPUTE ID-HASH-TOTAL =
                                ID-HASH-TOTAL - 999999999999
                                + PRMB-PERSON-ID - 1
                END-COMPUTE.

        WRITE-EXTRACT-TRAILER.
                MOVE SPACES TO PAYROLL-EXTRACT-REC.
                MOVE "TRL" TO PAYX-REC-TYPE.
