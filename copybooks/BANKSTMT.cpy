      * Bank's daily statement for the operating account, as the
      * bank delivers it: an "H" line carrying the statement date
      * and opening balance, one "D" line per entry the bank posted
      * to the account - credits positive, debits negative, with
      * the reference the item carried (our payment number on a
      * payment out, the customer's remittance reference on cash
      * in) - and a "T" line with the closing balance and the count
      * of entry lines, so a short file cannot pass for a quiet day.
       01 BANK-STATEMENT-REC.
          02 BSTM-REC-TYPE         PIC X(01).
             88 BSTM-IS-HEADER         VALUE "H".
             88 BSTM-IS-DETAIL         VALUE "D".
             88 BSTM-IS-TRAILER        VALUE "T".
          02 BSTM-BODY             PIC X(45).
          02 BSTM-HEADER-BODY REDEFINES BSTM-BODY.
             03 BSTM-STATEMENT-DATE  PIC 9(08).
             03 BSTM-OPENING-BALANCE PIC S9(11)V99
                                     SIGN IS LEADING SEPARATE.
             03 FILLER               PIC X(23).
          02 BSTM-DETAIL-BODY REDEFINES BSTM-BODY.
             03 BSTM-VALUE-DATE      PIC 9(08).
             03 BSTM-REFERENCE       PIC X(12).
             03 BSTM-AMOUNT          PIC S9(09)V99
                                     SIGN IS LEADING SEPARATE.
             03 BSTM-NARRATIVE       PIC X(13).
          02 BSTM-TRAILER-BODY REDEFINES BSTM-BODY.
             03 BSTM-CLOSING-BALANCE PIC S9(11)V99
                                     SIGN IS LEADING SEPARATE.
             03 BSTM-ENTRY-COUNT     PIC 9(07).
             03 FILLER               PIC X(24).
