      * Shared sickness-spell record, keyed by person and first day
      * off: the return date is the day back at work, zero while the
      * spell is still open.  The reason code is validated against
      * REFCODES type SICKRSN.  SICKABS maintains and scores these;
      * DUTYRSTR keeps a person off the roster for the spell the
      * way it does for approved leave, and TIMEKEEP stops listing
      * their missing punches as exceptions.
       01 SICKNESS-SPELL-REC.
          02 SICK-KEY.
             03 SICK-PERSON-ID     PIC 9(10).
             03 SICK-START-DATE    PIC 9(08).
          02 SICK-RETURN-DATE      PIC 9(08).
             88 SICK-SPELL-OPEN        VALUE ZERO.
          02 SICK-REASON           PIC X(08).
          02 SICK-ENTERED-DATE     PIC 9(08).
