      ******************************************************************
      * PAYMENT - shared Cashier-Payment record layout.
      * One record per receipt taken at the bursar's counter: the
      * student paid for, the amount, the date taken, the receipt
      * number printed on the slip, and the tender type - CA cash,
      * CQ cheque, DC debit card, CC credit card, WT wire transfer.
      * The daily PAYMENTS file and the PAYMENT-HISTORY register of
      * posted receipts share it.
      * REPLACING ==:PREFIX:== to reuse this layout under a different
      * data-name prefix.
      ******************************************************************
       01 :PREFIX:Payment-Record.
           05 :PREFIX:PAY-Student-number  PIC 9(10).
           05 :PREFIX:PAY-Amount          PIC 9(7)V99.
           05 :PREFIX:PAY-Date            PIC 9(8).
           05 :PREFIX:PAY-Receipt-number  PIC X(10).
           05 :PREFIX:PAY-Tender-type     PIC X(2).
