       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TAXSUMM.
      * Monthly sales-tax summary for the tax return: one pass of the
      * invoice register for the month on the control card (the
      * current month when there is no card) totals net, tax and
      * gross by tax code - invoices, re-bills and credit notes
      * alike - and proves the summary back to the register: the
      * codes must add up to the register's own gross for the
      * month, and each code's net plus tax must equal its gross.
      * A summary that does not balance ends the run in error, so
      * nobody files a return from figures the register disowns.
      * Entries billed in a foreign currency are summarized at their
      * home-currency equivalent off the register, tax converted at
      * the invoice's own rate and net the difference.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-REGISTER-FILE ASSIGN TO "INVREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-REGISTER-STATUS.
           SELECT TAX-MONTH-PARM-FILE ASSIGN TO "TAXMON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-MONTH-PARM-STATUS.
           SELECT TAX-SUMMARY-FILE ASSIGN TO "TAXSUMRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-SUMMARY-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-REGISTER-FILE.
           COPY INVREG.

       FD  TAX-MONTH-PARM-FILE.
       01  TAX-MONTH-PARM-REC.
           02 TAX-MONTH-PARM           PIC 9(06).

       FD  TAX-SUMMARY-FILE.
       01  TAX-SUMMARY-REC             PIC X(100).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           COPY RETCODES.
        01 INVOICE-REGISTER-STATUS    PIC XX VALUE "00".
        01 TAX-MONTH-PARM-STATUS      PIC XX VALUE "00".
        01 TAX-SUMMARY-STATUS         PIC XX VALUE "00".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 BALANCED-SWITCH            PIC X VALUE "Y".
           88 SUMMARY-BALANCED             VALUE "Y".
        01 TODAY-DATE                 PIC 9(08).
        01 TAX-MONTH                  PIC 9(06).
        01 ENTRY-NET-WORK             PIC S9(09)V99.
        01 ENTRY-TAX-WORK             PIC S9(09)V99.
        01 ENTRY-CODE-WORK            PIC X(02).
        01 ENTRY-GROSS-WORK           PIC S9(09)V99.
        01 REGISTER-READ              PIC 9(07) VALUE ZERO.
        01 MONTH-ENTRIES              PIC 9(07) VALUE ZERO.
        01 REGISTER-GROSS-TOTAL       PIC S9(11)V99 VALUE ZERO.
        01 SUMMARY-NET-TOTAL          PIC S9(11)V99 VALUE ZERO.
        01 SUMMARY-TAX-TOTAL          PIC S9(11)V99 VALUE ZERO.
        01 SUMMARY-GROSS-TOTAL        PIC S9(11)V99 VALUE ZERO.
        01 EDITED-NET                 PIC -(10)9.99.
        01 EDITED-TAX                 PIC -(10)9.99.
        01 EDITED-GROSS               PIC -(10)9.99.
        01 TAX-CODE-COUNT             PIC 9(03) VALUE ZERO.
        01 TAX-CODE-TABLE.
           02 TAX-CODE-ENTRY OCCURS 0 TO 100 TIMES
                  DEPENDING ON TAX-CODE-COUNT
                  INDEXED BY TCOD-IDX.
               03 TCOD-TAX-CODE        PIC X(02).
               03 TCOD-ENTRIES         PIC 9(07).
               03 TCOD-NET             PIC S9(11)V99.
               03 TCOD-TAX             PIC S9(11)V99.
               03 TCOD-GROSS           PIC S9(11)V99.
           COPY RPTHEAD.
        01 PRINT-LINE-WORK            PIC X(100).
        01 RUN-LOG-STATUS             PIC XX VALUE "00".
        01 LOG-EVENT-CODE             PIC X.
        01 FINAL-RETURN-CODE          PIC 9(02) VALUE ZERO.
        01 LOG-RECORDS-IN             PIC 9(09) VALUE ZERO.
        01 LOG-RECORDS-OUT            PIC 9(09) VALUE ZERO.
        01 LOG-RECORDS-REJ            PIC 9(09) VALUE ZERO.
        01 LOG-DATE-WORK              PIC 9(08).
        01 LOG-TIME-WORK              PIC 9(08).

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "TAXSUMM: MONTHLY SALES-TAX SUMMARY STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         MOVE "S" TO LOG-EVENT-CODE.
         PERFORM WRITE-RUN-LOG.
         PERFORM READ-TAX-MONTH-PARM.
         OPEN OUTPUT TAX-SUMMARY-FILE.
         OPEN INPUT INVOICE-REGISTER-FILE.
         IF INVOICE-REGISTER-STATUS NOT = "00"
             DISPLAY "TAXSUMM: NO INVOICE REGISTER ON FILE"
         ELSE
             READ INVOICE-REGISTER-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 ADD 1 TO REGISTER-READ
                 IF INV-DATE (1:6) = TAX-MONTH
                     PERFORM SUMMARIZE-ONE-ENTRY
                 END-IF
                 READ INVOICE-REGISTER-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             CLOSE INVOICE-REGISTER-FILE
         END-IF.
         IF TAX-CODE-COUNT > 0
             PERFORM REPORT-ONE-TAX-CODE
                 VARYING TCOD-IDX FROM 1 BY 1
                 UNTIL TCOD-IDX > TAX-CODE-COUNT
         END-IF.
         PERFORM WRITE-SUMMARY-PROOF.
         CLOSE TAX-SUMMARY-FILE.
         DISPLAY "TAX MONTH: " TAX-MONTH.
         DISPLAY "REGISTER ENTRIES IN MONTH: " MONTH-ENTRIES.
         DISPLAY "TAX CHARGED: " SUMMARY-TAX-TOTAL.
         IF SUMMARY-BALANCED
             MOVE RC-NORMAL TO FINAL-RETURN-CODE
         ELSE
             DISPLAY "TAXSUMM: SUMMARY DOES NOT BALANCE TO REGISTER"
             MOVE RC-ERROR TO FINAL-RETURN-CODE
         END-IF.
         MOVE "E" TO LOG-EVENT-CODE.
         MOVE REGISTER-READ TO LOG-RECORDS-IN.
         MOVE MONTH-ENTRIES TO LOG-RECORDS-OUT.
         PERFORM WRITE-RUN-LOG.
         MOVE FINAL-RETURN-CODE TO RETURN-CODE.
         GOBACK.

       WRITE-RUN-LOG.
      * One standard run-log record per start and end of run, for
      * the morning batch summary.
         OPEN EXTEND RUN-LOG-FILE.
         IF RUN-LOG-STATUS = "35"
             OPEN OUTPUT RUN-LOG-FILE
         END-IF.
         MOVE "TAXSUMM " TO RLOG-PROGRAM.
         MOVE LOG-EVENT-CODE TO RLOG-EVENT.
         ACCEPT LOG-DATE-WORK FROM DATE YYYYMMDD.
         MOVE LOG-DATE-WORK TO RLOG-RUN-DATE.
         ACCEPT LOG-TIME-WORK FROM TIME.
         MOVE LOG-TIME-WORK (1:6) TO RLOG-RUN-TIME.
         MOVE LOG-RECORDS-IN TO RLOG-RECORDS-IN.
         MOVE LOG-RECORDS-OUT TO RLOG-RECORDS-OUT.
         MOVE LOG-RECORDS-REJ TO RLOG-RECORDS-REJECTED.
         MOVE FINAL-RETURN-CODE TO RLOG-RETURN-CODE.
         WRITE RUN-LOG-REC.
         CLOSE RUN-LOG-FILE.

       READ-TAX-MONTH-PARM.
      * The return is normally run early in the following month
      * from a YYYYMM control card; with no card the current month
      * is summarized.
         MOVE TODAY-DATE (1:6) TO TAX-MONTH.
         OPEN INPUT TAX-MONTH-PARM-FILE.
         IF TAX-MONTH-PARM-STATUS = "00"
             READ TAX-MONTH-PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                     IF TAX-MONTH-PARM NUMERIC AND
                        TAX-MONTH-PARM > ZERO
                         MOVE TAX-MONTH-PARM TO TAX-MONTH
                     END-IF
             END-READ
             CLOSE TAX-MONTH-PARM-FILE
         END-IF.

       SUMMARIZE-ONE-ENTRY.
      * Entries written before tax was carried separately have no
      * net or tax on the register; they summarize as untaxed under
      * code "--" so the month still proves to the register.
         ADD 1 TO MONTH-ENTRIES.
         MOVE INV-AMOUNT TO ENTRY-GROSS-WORK.
         IF INV-NET-AMOUNT NUMERIC AND INV-TAX-AMOUNT NUMERIC
             MOVE INV-NET-AMOUNT TO ENTRY-NET-WORK
             MOVE INV-TAX-AMOUNT TO ENTRY-TAX-WORK
             MOVE INV-TAX-CODE   TO ENTRY-CODE-WORK
         ELSE
             MOVE INV-AMOUNT TO ENTRY-NET-WORK
             MOVE ZERO       TO ENTRY-TAX-WORK
             MOVE "--"       TO ENTRY-CODE-WORK
         END-IF.
         IF ENTRY-CODE-WORK = SPACES
             MOVE "--" TO ENTRY-CODE-WORK
         END-IF.
         IF INV-HOME-AMOUNT NUMERIC AND INV-EXCH-RATE NUMERIC AND
            INV-EXCH-RATE NOT = ZERO AND INV-EXCH-RATE NOT = 1
             MOVE INV-HOME-AMOUNT TO ENTRY-GROSS-WORK
             COMPUTE ENTRY-TAX-WORK ROUNDED =
                     ENTRY-TAX-WORK * INV-EXCH-RATE
             COMPUTE ENTRY-NET-WORK =
                     ENTRY-GROSS-WORK - ENTRY-TAX-WORK
         END-IF.
         ADD ENTRY-GROSS-WORK TO REGISTER-GROSS-TOTAL.
         SET TCOD-IDX TO 1.
         SEARCH TAX-CODE-ENTRY
             AT END PERFORM ADD-NEW-TAX-CODE
             WHEN TCOD-TAX-CODE (TCOD-IDX) = ENTRY-CODE-WORK
                 CONTINUE
         END-SEARCH.
         IF TCOD-IDX <= TAX-CODE-COUNT
             ADD 1 TO TCOD-ENTRIES (TCOD-IDX)
             ADD ENTRY-NET-WORK TO TCOD-NET (TCOD-IDX)
             ADD ENTRY-TAX-WORK TO TCOD-TAX (TCOD-IDX)
             ADD ENTRY-GROSS-WORK TO TCOD-GROSS (TCOD-IDX)
         END-IF.

       ADD-NEW-TAX-CODE.
         IF TAX-CODE-COUNT < 100
             ADD 1 TO TAX-CODE-COUNT
             SET TCOD-IDX TO TAX-CODE-COUNT
             MOVE ENTRY-CODE-WORK TO TCOD-TAX-CODE (TCOD-IDX)
             MOVE ZERO TO TCOD-ENTRIES (TCOD-IDX)
             MOVE ZERO TO TCOD-NET (TCOD-IDX)
             MOVE ZERO TO TCOD-TAX (TCOD-IDX)
             MOVE ZERO TO TCOD-GROSS (TCOD-IDX)
         ELSE
             SET TCOD-IDX TO 101
         END-IF.

       REPORT-ONE-TAX-CODE.
         ADD TCOD-NET (TCOD-IDX)   TO SUMMARY-NET-TOTAL.
         ADD TCOD-TAX (TCOD-IDX)   TO SUMMARY-TAX-TOTAL.
         ADD TCOD-GROSS (TCOD-IDX) TO SUMMARY-GROSS-TOTAL.
         MOVE TCOD-NET (TCOD-IDX)   TO EDITED-NET.
         MOVE TCOD-TAX (TCOD-IDX)   TO EDITED-TAX.
         MOVE TCOD-GROSS (TCOD-IDX) TO EDITED-GROSS.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "TAX CODE " TCOD-TAX-CODE (TCOD-IDX)
                " ENTRIES " TCOD-ENTRIES (TCOD-IDX)
                " NET " EDITED-NET
                " TAX " EDITED-TAX
                " GROSS " EDITED-GROSS
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-SUMMARY-PRINT-LINE.
         IF TCOD-NET (TCOD-IDX) + TCOD-TAX (TCOD-IDX) NOT =
            TCOD-GROSS (TCOD-IDX)
             MOVE "N" TO BALANCED-SWITCH
             MOVE SPACES TO PRINT-LINE-WORK
             STRING "  *** CODE " TCOD-TAX-CODE (TCOD-IDX)
                    " NET PLUS TAX DOES NOT EQUAL GROSS ***"
                 DELIMITED BY SIZE INTO PRINT-LINE-WORK
             PERFORM WRITE-SUMMARY-PRINT-LINE
         END-IF.

       WRITE-SUMMARY-PROOF.
      * Proof block: the codes' totals against the register's own
      * gross for the month.
         MOVE SUMMARY-NET-TOTAL   TO EDITED-NET.
         MOVE SUMMARY-TAX-TOTAL   TO EDITED-TAX.
         MOVE SUMMARY-GROSS-TOTAL TO EDITED-GROSS.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "ALL CODES        " MONTH-ENTRIES
                " NET " EDITED-NET
                " TAX " EDITED-TAX
                " GROSS " EDITED-GROSS
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-SUMMARY-PRINT-LINE.
         MOVE REGISTER-GROSS-TOTAL TO EDITED-GROSS.
         MOVE SPACES TO PRINT-LINE-WORK.
         STRING "INVOICE REGISTER GROSS FOR MONTH " TAX-MONTH
                "           " EDITED-GROSS
             DELIMITED BY SIZE INTO PRINT-LINE-WORK.
         PERFORM WRITE-SUMMARY-PRINT-LINE.
         IF SUMMARY-GROSS-TOTAL NOT = REGISTER-GROSS-TOTAL
             MOVE "N" TO BALANCED-SWITCH
         END-IF.
         MOVE SPACES TO PRINT-LINE-WORK.
         IF SUMMARY-BALANCED
             STRING "SUMMARY BALANCES TO THE INVOICE REGISTER"
                 DELIMITED BY SIZE INTO PRINT-LINE-WORK
         ELSE
             STRING "*** SUMMARY DOES NOT BALANCE TO THE INVOICE "
                    "REGISTER ***"
                 DELIMITED BY SIZE INTO PRINT-LINE-WORK
         END-IF.
         PERFORM WRITE-SUMMARY-PRINT-LINE.

       WRITE-SUMMARY-PRINT-LINE.
      * Paged print discipline from the shared heading layout.
         IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
             PERFORM WRITE-SUMMARY-HEADINGS
         END-IF.
         MOVE PRINT-LINE-WORK TO TAX-SUMMARY-REC.
         WRITE TAX-SUMMARY-REC.
         ADD 1 TO RPT-LINE-COUNT.

       WRITE-SUMMARY-HEADINGS.
         ADD 1 TO RPT-PAGE-COUNT.
         MOVE "SALES TAX SUMMARY" TO RPT-TITLE-TEXT.
         MOVE TODAY-DATE TO RPT-HEAD-DATE.
         MOVE RPT-PAGE-COUNT TO RPT-PAGE-NUMBER.
         MOVE SPACES TO TAX-SUMMARY-REC.
         MOVE RPT-TITLE-LINE TO TAX-SUMMARY-REC.
         WRITE TAX-SUMMARY-REC.
         MOVE SPACES TO RPT-COLUMN-TEXT.
         STRING "MONTH " TAX-MONTH
                " - TAX CODE / ENTRIES / NET / TAX / GROSS"
             DELIMITED BY SIZE INTO RPT-COLUMN-TEXT.
         MOVE RPT-COLUMN-TEXT TO TAX-SUMMARY-REC.
         WRITE TAX-SUMMARY-REC.
         MOVE SPACES TO TAX-SUMMARY-REC.
         WRITE TAX-SUMMARY-REC.
         MOVE 3 TO RPT-LINE-COUNT.
