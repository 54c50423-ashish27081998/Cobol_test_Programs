      * Shared pending-change record, keyed by the day a change was
      * submitted and a sequence within the day: one PARMMNT,
      * REFCMNT or CUSTMNT contract-rate card held for a second
      * operator's approval instead of going straight onto the
      * table.  The card's own image is kept, password blanked, and
      * replayed by the program that submitted it once approved.
      * Status "P" pending, "A" approved and waiting to be applied,
      * "R" rejected by the approver, "C" applied, "F" approved but
      * refused when applied - the table had moved on since.
       01 PENDING-CHANGE-REC.
          02 PCHG-KEY.
             03 PCHG-SUBMIT-DATE   PIC 9(08).
             03 PCHG-SEQUENCE      PIC 9(04).
          02 PCHG-SOURCE           PIC X(08).
          02 PCHG-STATUS           PIC X(01).
             88 PCHG-PENDING           VALUE "P".
             88 PCHG-APPROVED          VALUE "A".
             88 PCHG-REJECTED          VALUE "R".
             88 PCHG-APPLIED           VALUE "C".
             88 PCHG-APPLY-FAILED      VALUE "F".
          02 PCHG-SUBMITTED-BY     PIC X(08).
          02 PCHG-SUBMIT-TIME      PIC 9(06).
          02 PCHG-DECIDED-BY       PIC X(08).
          02 PCHG-DECISION-DATE    PIC 9(08).
          02 PCHG-APPLIED-DATE     PIC 9(08).
          02 PCHG-DESCRIPTION      PIC X(60).
          02 PCHG-TRANS-IMAGE      PIC X(80).
