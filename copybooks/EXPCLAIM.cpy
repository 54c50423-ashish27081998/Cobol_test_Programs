      * Shared expense-claim master record, keyed by claimant, the
      * day the money was spent and a sequence within that day: one
      * toll, overnight parking charge or road meal a driver paid
      * for and is claiming back, with the REFCODES expense type and
      * the unit or haulage order it was spent on when there was
      * one.  EXPCLAIM takes each claim in as pending, records the
      * approver's decision, and releases an approved claim to
      * payroll as a reimbursement - once - stamping the date it
      * went.
       01 EXPENSE-CLAIM-REC.
          02 EXPC-KEY.
             03 EXPC-PERSON-ID     PIC 9(10).
             03 EXPC-CLAIM-DATE    PIC 9(08).
             03 EXPC-SEQUENCE      PIC 9(02).
          02 EXPC-EXPENSE-TYPE     PIC X(08).
          02 EXPC-AMOUNT           PIC 9(05)V99.
          02 EXPC-VEH-ID           PIC X(06).
          02 EXPC-ORDER-REF        PIC X(10).
          02 EXPC-STATUS           PIC X(01).
             88 EXPC-PENDING           VALUE "P".
             88 EXPC-APPROVED          VALUE "A".
             88 EXPC-DECLINED          VALUE "D".
             88 EXPC-RELEASED          VALUE "R".
          02 EXPC-ENTERED-DATE     PIC 9(08).
          02 EXPC-APPROVER-ID      PIC X(08).
          02 EXPC-DECISION-DATE    PIC 9(08).
          02 EXPC-RELEASED-DATE    PIC 9(08).
