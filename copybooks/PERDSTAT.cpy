      * Shared fiscal-period status record, keyed by the YYYYPP
      * fiscal period: open periods take postings, a closing period
      * still takes them while finance works the close checklist,
      * and a closed period takes nothing - its numbers are already
      * in the board pack.  A period with no record is open.  Who
      * last changed the status, and when, rides on the record.
       01 PERIOD-STATUS-REC.
          02 PSTA-YEAR-PERIOD      PIC 9(06).
          02 PSTA-STATUS           PIC X(01).
             88 PSTA-IS-OPEN           VALUE "O".
             88 PSTA-IS-CLOSING        VALUE "G".
             88 PSTA-IS-CLOSED         VALUE "C".
             88 PSTA-STATUS-VALID      VALUE "O" "G" "C".
          02 PSTA-CHANGED-BY       PIC X(08).
          02 PSTA-CHANGED-DATE     PIC 9(08).
