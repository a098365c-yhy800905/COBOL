      ******************************************************************
      * GRADEREG - shared Grade-Change-Register record layout.
      * One record per change EnrollMaint applies to an enrollment
      * row in a closed term under a grade-change authorization: the
      * transaction code (A add, D drop, G grade change), the row,
      * the grade before and after (blank before an add, blank after
      * a drop), the authorization code the transaction carried, and
      * the run-id and date of the EnrollMaint run that applied it.
      * The register is only ever appended to.
      * REPLACING ==:PREFIX:== to reuse this layout under a different
      * data-name prefix.
      ******************************************************************
       01 :PREFIX:Grade-Register-Record.
           05 :PREFIX:GR-Run-Id           PIC X(18).
           05 :PREFIX:GR-Change-date      PIC 9(8).
           05 :PREFIX:GR-Trans-Code       PIC X(1).
           05 :PREFIX:GR-Student-number   PIC 9(10).
           05 :PREFIX:GR-Course-code      PIC X(8).
           05 :PREFIX:GR-Term             PIC X(6).
           05 :PREFIX:GR-Old-grade        PIC X(2).
           05 :PREFIX:GR-New-grade        PIC X(2).
           05 :PREFIX:GR-Auth-code        PIC X(8).
