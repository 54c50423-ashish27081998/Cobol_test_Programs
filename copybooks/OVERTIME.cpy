      * Shared overtime-hours record: ATTNCOMP writes one per person
      * per hours type for the week compared, and PAYXTRCT carries
      * them to the bureau as their own hours type - the bureau
      * pays plain time on the PHRS-HOURS total and the premium on
      * these.  Type "O" is overtime over the daily or weekly
      * threshold, "H" is time worked on a shop-calendar holiday.
       01 OVERTIME-HOURS-REC.
          02 OVTM-PERSON-ID        PIC 9(10).
          02 OVTM-HOURS-TYPE       PIC X(01).
             88 OVTM-IS-OVERTIME       VALUE "O".
             88 OVTM-IS-HOLIDAY        VALUE "H".
          02 OVTM-HOURS            PIC 9(04)V9.
          02 OVTM-WEEK-END-DATE    PIC 9(08).
