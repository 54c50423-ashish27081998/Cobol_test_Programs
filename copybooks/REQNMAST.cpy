      * Shared recruitment requisition record, keyed by requisition
      * number: raised against one of a department's open
      * authorised positions on POSNAUTH, open until an applicant
      * accepts an offer (filled) or it is withdrawn (cancelled).
      * Opened and filled dates give the time to fill.
       01 REQUISITION-REC.
          02 REQN-NUMBER           PIC X(06).
          02 REQN-DEPT             PIC X(04).
          02 REQN-TITLE            PIC X(20).
          02 REQN-STATUS           PIC X(01).
             88 REQN-OPEN              VALUE "O".
             88 REQN-FILLED            VALUE "F".
             88 REQN-CANCELLED         VALUE "C".
          02 REQN-OPENED-DATE      PIC 9(08).
          02 REQN-CLOSED-DATE      PIC 9(08).
          02 REQN-HIRED-SEQUENCE   PIC 9(03).
