      ******************************************************************
      * SECTSCHED - shared Section-Schedule record layout.
      * One record per course and term, keyed by SCH-Course-code plus
      * SCH-Term as ENROLL-MASTER rows carry them, giving when and
      * where the section meets. SCH-Meeting-days holds one position
      * per weekday, Monday through Sunday, carrying the day letter
      * (M T W R F S U) when the section meets that day and a space
      * when it does not - 'M W F  ' meets Monday, Wednesday and
      * Friday. Start and end times are 24-hour HHMM.
      * REPLACING ==:PREFIX:== to reuse this layout under a different
      * data-name prefix.
      ******************************************************************
       01 :PREFIX:Section-Schedule-Record.
           05 :PREFIX:SCH-Key.
               10 :PREFIX:SCH-Course-code    PIC X(8).
               10 :PREFIX:SCH-Term           PIC X(6).
           05 :PREFIX:SCH-Meeting-days       PIC X(7).
           05 :PREFIX:SCH-Start-time         PIC 9(4).
           05 :PREFIX:SCH-End-time           PIC 9(4).
           05 :PREFIX:SCH-Room               PIC X(8).
           05 :PREFIX:SCH-Instructor         PIC X(20).
