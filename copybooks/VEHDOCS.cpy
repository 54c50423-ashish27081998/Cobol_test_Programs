      * Shared vehicle-document record, keyed by vehicle and document
      * type - registration, annual roadworthiness inspection,
      * operator permit, whatever the VEHDOC code list carries - with
      * the certificate's reference number and expiry date, so a
      * lapsed registration is found on a report and not at a
      * roadside check.
       01 VEHICLE-DOCUMENT-REC.
          02 VDOC-KEY.
             03 VDOC-VEH-ID        PIC X(06).
             03 VDOC-TYPE          PIC X(08).
          02 VDOC-REFERENCE        PIC X(15).
          02 VDOC-EXPIRY-DATE      PIC 9(08).
          02 VDOC-UPDATED-DATE     PIC 9(08).
