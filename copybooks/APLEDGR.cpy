      * Shared payables open-item record for outside-garage vendor
      * invoices, keyed by vendor code plus the vehicle and
      * maintenance interval of the closed work order the invoice
      * matched: VENDMTCH approves a matched invoice inside the
      * tolerance onto this file with its due date from the vendor's
      * terms, and APPAYRUN pays it and stamps it paid with the
      * payment number - a VINV line already on this file is never
      * approved, or paid, a second time.
       01 AP-LEDGER-REC.
          02 APL-KEY.
             03 APL-VENDOR-CODE    PIC X(06).
             03 APL-VEH-ID         PIC X(06).
             03 APL-INTERVAL       PIC 9(06).
          02 APL-INVOICE-DATE      PIC 9(08).
          02 APL-AMOUNT            PIC 9(07)V99.
          02 APL-APPROVED-DATE     PIC 9(08).
          02 APL-DUE-DATE          PIC 9(08).
          02 APL-STATUS            PIC X(01).
             88 APL-IS-APPROVED        VALUE "A".
             88 APL-IS-PAID            VALUE "P".
          02 APL-PAID-DATE         PIC 9(08).
          02 APL-PAYMENT-NUMBER    PIC 9(08).
