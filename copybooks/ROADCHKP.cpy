      * Parameter block for the shared ROADCHK off-road subprogram:
      * callers set the vehicle, and get back whether an uncleared
      * safety-critical defect holds it off the road, with the
      * report date and category of the defect that does.
       01 ROAD-CHECK-PARMS.
          02 RDC-VEH-ID            PIC X(06).
          02 RDC-OFF-ROAD-FLAG     PIC X(01).
             88 RDC-VEH-OFF-ROAD       VALUE "Y".
          02 RDC-REPORT-DATE       PIC 9(08).
          02 RDC-CATEGORY          PIC X(08).
