      ******************************************************************
      * HOLDS - shared Student-Hold record layout.
      * One record per hold placed on a student, keyed by
      * Student_number, hold type and placed date so a student may
      * carry several holds and a released hold stays on file as
      * history. Hold types: F financial, D disciplinary, L library,
      * A academic, R registrar. The scope says what the hold blocks:
      * R registration, T transcripts, B both. A hold is active while
      * its released date is zero.
      * REPLACING ==:PREFIX:== to reuse this layout under a different
      * data-name prefix.
      ******************************************************************
       01 :PREFIX:Hold-Record.
           05 :PREFIX:HLD-Key.
               10 :PREFIX:HLD-Student-number  PIC 9(10).
               10 :PREFIX:HLD-Hold-type       PIC X(1).
               10 :PREFIX:HLD-Placed-date     PIC 9(8).
           05 :PREFIX:HLD-Hold-scope          PIC X(1).
           05 :PREFIX:HLD-Reason              PIC X(30).
           05 :PREFIX:HLD-Placed-by           PIC X(8).
           05 :PREFIX:HLD-Released-date       PIC 9(8).
           05 :PREFIX:HLD-Released-by         PIC X(8).
