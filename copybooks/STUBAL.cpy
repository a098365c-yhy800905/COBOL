      * STUBAL - shared Student-Balance record layout.
      * One record per student per billing run: the tuition assessed
      * from the enrollment master, the payments posted against it,
      * and the resulting balance owing. The billing run re-assesses
      * the record and carries forward the payments already posted,
      * so the balance is assessed less paid; payment posting
      * rewrites it.
      * BAL-Bill-Date is the date of the billing run that assessed
      * the balance, and is what the aged-receivables report ages
      * from; it sits at the end of the record so older balance
      * files still line up; on those it arrives as spaces.
      * REPLACING ==:PREFIX:== to reuse this layout under a different
      * data-name prefix.
      ******************************************************************
           05 :PREFIX:BAL-Assessed        PIC 9(7)V99.
           05 :PREFIX:BAL-Paid            PIC 9(7)V99.
           05 :PREFIX:BAL-Balance         PIC S9(7)V99.
           05 :PREFIX:BAL-Bill-Date       PIC 9(8).
