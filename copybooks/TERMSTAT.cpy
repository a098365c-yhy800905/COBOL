      ******************************************************************
      * TERMSTAT - shared Term-Status record layout.
      * One record per status change on an academic term, appended in
      * run order, so the last record on file for a term is its
      * current status: C closed - grades final, enrollment rows
      * locked against change without a grade-change authorization.
      * A term with no record is open. TS-Run-Id is the run that
      * changed the status.
      * REPLACING ==:PREFIX:== to reuse this layout under a different
      * data-name prefix.
      ******************************************************************
       01 :PREFIX:Term-Status-Record.
           05 :PREFIX:TS-Term             PIC X(6).
           05 :PREFIX:TS-Status           PIC X(1).
           05 :PREFIX:TS-Status-date      PIC 9(8).
           05 :PREFIX:TS-Run-Id           PIC X(18).
