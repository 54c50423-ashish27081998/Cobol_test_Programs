      * Shared insurance-claim register record, keyed the same way
      * as the incident it arises from - vehicle plus incident date
      * - so an incident carries at most one claim and CLAIMREG,
      * the renewal pack in INSEXTR and the work orders linked to it
      * all find the claim from the incident key.
       01 INSURANCE-CLAIM-REC.
          02 CLM-KEY.
             03 CLM-VEH-ID         PIC X(06).
             03 CLM-INCD-DATE      PIC 9(08).
          02 CLM-CLAIM-NO          PIC X(12).
          02 CLM-INSURER           PIC X(10).
          02 CLM-OPEN-DATE         PIC 9(08).
          02 CLM-THIRD-PARTY       PIC X(01).
             88 CLM-THIRD-PARTY-INVOLVED VALUE "Y".
      * The insurer's current estimate of what the claim will cost
      * it, cleared when the claim closes.
          02 CLM-RESERVE           PIC 9(07)V99.
          02 CLM-DEDUCTIBLE        PIC 9(07)V99.
      * Settlement received from the insurer to date, and the part
      * of it netted off the repair cost on the vehicle ledger -
      * never more than the cost of the orders linked to the claim.
          02 CLM-RECEIVED          PIC 9(07)V99.
          02 CLM-NETTED            PIC 9(07)V99.
      * Paid by the insurer to the third party, for the loss record.
          02 CLM-TP-SETTLED        PIC 9(07)V99.
          02 CLM-STATUS            PIC X(01).
             88 CLM-OPEN                VALUE "O".
             88 CLM-ACCEPTED            VALUE "A".
             88 CLM-SETTLED             VALUE "S".
             88 CLM-REPUDIATED          VALUE "R".
             88 CLM-WITHDRAWN           VALUE "W".
             88 CLM-LIVE                VALUE "O" "A".
          02 CLM-STATUS-DATE       PIC 9(08).
