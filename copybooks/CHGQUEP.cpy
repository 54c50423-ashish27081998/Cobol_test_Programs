      * Parameter block for the shared CHGQUEUE dual-control
      * subprogram.  Callers set CQ-SOURCE to their own program
      * name, then:
      *   "S" submits CQ-TRANS-IMAGE with CQ-DESCRIPTION for
      *       approval, signed by CQ-OPERATOR-ID and CQ-PASSWORD -
      *       CQ-RESULT "Q" queued under CQ-CHANGE-KEY, "D" denied
      *       for CQ-DENIAL-REASON (logged to OPERDENY);
      *   "N" returns the next approved change for the source
      *       after CQ-CHANGE-KEY (zero to start) - CQ-RESULT "Y"
      *       with the image, submitter and approver, "E" no more;
      *   "M" marks the change at CQ-CHANGE-KEY applied, or failed
      *       when CQ-APPLY-FLAG is "F".
      * "F" from any function means the pending-change file could
      * not be read or written.
       01 CHANGE-QUEUE-PARMS.
          02 CQ-FUNCTION           PIC X(01).
             88 CQ-SUBMIT              VALUE "S".
             88 CQ-NEXT-APPROVED       VALUE "N".
             88 CQ-MARK-APPLIED        VALUE "M".
          02 CQ-SOURCE             PIC X(08).
          02 CQ-OPERATOR-ID        PIC X(08).
          02 CQ-PASSWORD           PIC X(08).
          02 CQ-DESCRIPTION        PIC X(60).
          02 CQ-TRANS-IMAGE        PIC X(80).
          02 CQ-CHANGE-KEY.
             03 CQ-CHANGE-DATE     PIC 9(08).
             03 CQ-CHANGE-SEQUENCE PIC 9(04).
          02 CQ-SUBMITTED-BY       PIC X(08).
          02 CQ-APPROVED-BY        PIC X(08).
          02 CQ-APPLY-FLAG         PIC X(01).
             88 CQ-APPLY-FAILED        VALUE "F".
          02 CQ-RESULT             PIC X(01).
             88 CQ-QUEUED              VALUE "Q".
             88 CQ-DENIED              VALUE "D".
             88 CQ-CHANGE-RETURNED     VALUE "Y".
             88 CQ-NO-MORE             VALUE "E".
             88 CQ-QUEUE-FAILED        VALUE "F".
          02 CQ-DENIAL-REASON      PIC X(30).
