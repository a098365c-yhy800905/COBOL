      ******************************************************************
      * TERMCAL - shared Term-Calendar record layout.
      * One record per academic term, keyed by the same six-character
      * term code CE-Term carries on enrollment rows, giving the last
      * day of the term as YYYYMMDD.
      * REPLACING ==:PREFIX:== to reuse this layout under a different
      * data-name prefix.
      ******************************************************************
       01 :PREFIX:Term-Calendar-Record.
           05 :PREFIX:TC-Term           PIC X(6).
           05 :PREFIX:TC-End-date       PIC 9(8).
