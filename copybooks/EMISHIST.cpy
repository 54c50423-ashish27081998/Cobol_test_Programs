      * Shared quarterly emissions history record, keyed by fiscal
      * year and quarter plus vehicle: what each unit burned, drew,
      * ran and emitted in the quarter as the emissions return
      * filed it, with the depot and class it was reported under,
      * so next year's return can show the intensity trend against
      * the same quarter.  Haulage subcontracted to outside
      * carriers is held under the vehicle id "******".
       01 EMISSION-HISTORY-REC.
          02 EMH-KEY.
             03 EMH-YEAR           PIC 9(04).
             03 EMH-QUARTER        PIC 9(01).
             03 EMH-VEH-ID         PIC X(06).
          02 EMH-DEPOT             PIC X(03).
          02 EMH-CLASS             PIC X(02).
          02 EMH-ENERGY-TYPE       PIC X(01).
          02 EMH-GALLONS           PIC 9(07)V9.
          02 EMH-KWH               PIC 9(07)V9.
          02 EMH-MILES             PIC S9(07).
          02 EMH-CO2E-KG           PIC 9(09)V99.
