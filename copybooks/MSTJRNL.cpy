      * Shared master change-journal record, the PERSJRNL idea
      * carried to the fleet side: every WRITE and REWRITE against
      * the vehicle, work-order and customer masters also writes one
      * of these through the MSTJRNL subprogram, carrying when and
      * under which run, operator and program the change was made,
      * which master and key it hit, and the full before and after
      * record images.  The images are sized for the longest of the
      * three masters with room to grow; the before image is spaces
      * for a record added.
       01 MASTER-JOURNAL-REC.
          02 MJRN-RUN-DATE         PIC 9(08).
          02 MJRN-RUN-TIME         PIC 9(06).
          02 MJRN-RUN-ID           PIC X(14).
          02 MJRN-OPERATOR         PIC X(08).
          02 MJRN-PROGRAM          PIC X(08).
          02 MJRN-MASTER           PIC X(08).
          02 MJRN-KEY              PIC X(12).
          02 MJRN-TRANS-TYPE       PIC X(08).
          02 MJRN-BEFORE-IMAGE     PIC X(80).
          02 MJRN-AFTER-IMAGE      PIC X(80).
