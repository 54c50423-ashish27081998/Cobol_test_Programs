      * Shared stock-count record for the parts room, keyed by part
      * number: one per part on a count that has not yet posted.
      * The book quantity is frozen when the count sheet prints, so
      * stock issued or received while the count is out does not
      * show up as a variance; the counted quantity and any
      * approval follow from the count-entry and approval cards.
       01 STOCK-COUNT-REC.
          02 SCNT-PART-NUMBER      PIC X(08).
          02 SCNT-SHEET-DATE       PIC 9(08).
          02 SCNT-BOOK-QTY         PIC 9(05).
          02 SCNT-COUNTED-QTY      PIC 9(05).
          02 SCNT-COUNT-DATE       PIC 9(08).
          02 SCNT-APPROVER         PIC X(08).
          02 SCNT-STATUS           PIC X(01).
             88 SCNT-AWAITING-COUNT    VALUE "S".
             88 SCNT-IS-COUNTED        VALUE "C".
             88 SCNT-IS-APPROVED       VALUE "A".
