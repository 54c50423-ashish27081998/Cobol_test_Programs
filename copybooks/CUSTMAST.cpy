      * Shared customer master record, keyed by customer code, so a
      * negotiated contract rate hangs off a real customer on file
      * instead of a name the clerk remembers to discount by hand.
      * The credit side - limit, payment terms and hold flag - lets
      * the order run stop invoicing a customer who has stopped
      * paying; a zero limit means no limit has been set.  The tax
      * code picks the sales-tax rate for the customer's invoices; a
      * blank code bills at the standard ST rate.  The currency code
      * is the one the customer contracts and pays in - blank for
      * home-currency (US dollar) customers - and the credit limit
      * is in that currency.
       01 CUSTOMER-MASTER-REC.
          02 CUST-CODE             PIC X(06).
          02 CUST-NAME             PIC X(25).
          02 CUST-CREDIT-LIMIT     PIC 9(09)V99.
          02 CUST-TERMS-CODE       PIC X(04).
          02 CUST-HOLD-FLAG        PIC X(01).
             88 CUST-ON-HOLD           VALUE "Y".
          02 CUST-TAX-CODE         PIC X(02).
          02 CUST-CURRENCY         PIC X(03).
