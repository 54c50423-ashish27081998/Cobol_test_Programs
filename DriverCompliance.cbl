       DATA DIVISION.
       FILE SECTION.
       FD  TRIP-LOG-FILE.
           COPY TRIPLOG.

       FD  ASSIGN-MASTER-FILE.
           COPY ASSGMAST.
