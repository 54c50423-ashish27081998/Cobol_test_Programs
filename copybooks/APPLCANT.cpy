      * Shared applicant record, keyed by requisition number plus
      * applicant sequence: the name and date of birth the hire
      * will load to PERSON-MASTER with, and the stage reached -
      * applied, interviewed, offered, accepted - or rejected with
      * a reason code from REFCODES type APPLRJCT.
       01 APPLICANT-REC.
          02 APPL-KEY.
             03 APPL-REQN-NUMBER   PIC X(06).
             03 APPL-SEQUENCE      PIC 9(03).
          02 APPL-FIRST-NAME       PIC X(10).
          02 APPL-L-SURNAME        PIC X(10).
          02 APPL-DOB.
             03 APPL-DIA           PIC 9(02).
             03 APPL-MONTH         PIC 9(02).
             03 APPL-YEAR          PIC 9(04).
          02 APPL-STAGE            PIC X(01).
             88 APPL-APPLIED           VALUE "A".
             88 APPL-INTERVIEWED       VALUE "I".
             88 APPL-OFFERED           VALUE "O".
             88 APPL-ACCEPTED          VALUE "K".
             88 APPL-REJECTED          VALUE "R".
          02 APPL-STAGE-DATE       PIC 9(08).
          02 APPL-APPLIED-DATE     PIC 9(08).
          02 APPL-REJECT-REASON    PIC X(08).
