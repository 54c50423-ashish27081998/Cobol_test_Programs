      * Shared driver defect master record, keyed by vehicle, the
      * date of the walkaround sheet and the defect category, so a
      * brake fault written on a pre-trip sheet becomes a file the
      * booking, rostering and assignment runs can read instead of
      * a sheet in a tray.  A safety-critical defect carries the
      * off-road flag and the defect work order it opened; it stays
      * open until the garage closes that order and the defect is
      * cleared.
       01 DEFECT-MASTER-REC.
          02 DEF-KEY.
             03 DEF-VEH-ID         PIC X(06).
             03 DEF-REPORT-DATE    PIC 9(08).
             03 DEF-CATEGORY       PIC X(08).
          02 DEF-SEVERITY          PIC X(08).
          02 DEF-PERSON-ID         PIC 9(10).
          02 DEF-DESCRIPTION       PIC X(30).
          02 DEF-OFF-ROAD-FLAG     PIC X(01).
             88 DEF-OFF-ROAD           VALUE "Y".
          02 DEF-WO-INTERVAL       PIC 9(06).
          02 DEF-STATUS            PIC X(01).
             88 DEF-IS-OPEN            VALUE "O".
             88 DEF-IS-CLEARED         VALUE "C".
          02 DEF-CLEAR-DATE        PIC 9(08).
