      * report lists incidents per vehicle and per driver.  A severe
      * incident drops a severe line on the shop alert stream the
      * way the tamper flags do - it stops living in a paper folder.
      * The card may carry the days the unit stood off the road, so
      * the availability report can charge them to the incident.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           02 ITRN-SEVERITY            PIC X(01).
              88 ITRN-SEVERITY-VALID       VALUE "S" "R".
           02 ITRN-DESCRIPTION         PIC X(40).
           02 ITRN-OFF-ROAD-DAYS       PIC 9(03).

       FD  INCIDENT-MASTER-FILE.
           COPY INCDMAST.
         END-IF.
         MOVE ITRN-SEVERITY    TO INCD-SEVERITY.
         MOVE ITRN-DESCRIPTION TO INCD-DESCRIPTION.
         IF ITRN-OFF-ROAD-DAYS NUMERIC
             MOVE ITRN-OFF-ROAD-DAYS TO INCD-OFF-ROAD-DAYS
         ELSE
             MOVE ZERO TO INCD-OFF-ROAD-DAYS
         END-IF.
         WRITE INCIDENT-MASTER-REC
             INVALID KEY
                 MOVE SPACES TO INCIDENT-REJECT-REC
