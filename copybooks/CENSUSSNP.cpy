      ******************************************************************
      * CENSUSSNP - shared Census-Snapshot record layout.
      * One record per active student enrolled in a term on the
      * census run that froze the term: the credit hours enrolled
      * that term (catalog credit hours of every row except a W),
      * the load against the census threshold - F full-time,
      * P part-time - and the student's program and year as they
      * stood on the census date. The FTE the student counted for and
      * the full-time threshold it was figured against are frozen
      * with the record, so a reprint of the term gives the submitted
      * figures whatever the threshold is today. The snapshot file
      * holds every frozen term; a term is frozen once and its
      * records never change.
      * REPLACING ==:PREFIX:== to reuse this layout under a different
      * data-name prefix.
      ******************************************************************
       01 :PREFIX:Census-Snapshot-Record.
           05 :PREFIX:CS-Term             PIC X(6).
           05 :PREFIX:CS-Census-date      PIC 9(8).
           05 :PREFIX:CS-Run-Id           PIC X(18).
           05 :PREFIX:CS-Student-number   PIC 9(10).
           05 :PREFIX:CS-Program          PIC X(8).
           05 :PREFIX:CS-Year             PIC 9(6).
           05 :PREFIX:CS-Credit-hours     PIC 9(3).
           05 :PREFIX:CS-Load             PIC X(1).
           05 :PREFIX:CS-FT-Threshold     PIC 9(3).
           05 :PREFIX:CS-FTE              PIC 9V9(4).
