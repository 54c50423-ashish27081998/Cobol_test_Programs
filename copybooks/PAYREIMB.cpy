      * Shared payroll-reimbursement record: one approved expense
      * claim EXPCLAIM has released for repayment through the pay
      * run, carried into the payroll bureau feed under its own
      * record type beside the deductions - money owed to the
      * driver, not taken from them.
       01 PAY-REIMBURSEMENT-REC.
          02 PRMB-PERSON-ID        PIC 9(10).
          02 PRMB-CLAIM-DATE       PIC 9(08).
          02 PRMB-EXPENSE-TYPE     PIC X(08).
          02 PRMB-VEH-ID           PIC X(06).
          02 PRMB-AMOUNT           PIC 9(07)V99.
