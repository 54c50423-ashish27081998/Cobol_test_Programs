      * done in-house - the monthly invoice match pairs the vendor's
      * invoices against closed orders carrying its code.
          02 WO-VENDOR-CODE        PIC X(06).
      * What opened the order, so planned work and breakdowns can
      * be told apart: mileage and calendar services and recall
      * campaigns are scheduled, a driver defect is not.  Orders
      * opened before the type was carried read as spaces and are
      * taken as scheduled.
          02 WO-ORDER-TYPE         PIC X(01).
             88 WO-MILEAGE-ORDER        VALUE "M".
             88 WO-CALENDAR-ORDER       VALUE "C".
             88 WO-RECALL-ORDER         VALUE "R".
             88 WO-DEFECT-ORDER         VALUE "D".
             88 WO-UNSCHEDULED          VALUE "D".
      * Incident date of the insurance claim the repair is charged
      * to - with WO-VEH-ID it is the claim's key on CLAIMMST.  Zero,
      * or spaces on an order from before claims were linked, when
      * the work is not claimed.
          02 WO-CLAIM-DATE         PIC 9(08).
