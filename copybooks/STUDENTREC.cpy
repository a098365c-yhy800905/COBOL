      * REPLACING ==:PREFIX:== to reuse this layout under a different
      * data-name prefix (e.g. WS-Prev- for a working-storage copy).
      * Student_status carries the lifecycle state - A active,
      * W withdrawn, L leave, G graduated, M merged - with its
      * effective date, so leaving no longer means deleting the
      * record. M marks a duplicate identity retired by the StuMerge
      * run; Survivor_number then names the Student_number it was
      * merged into, and is zero or spaces otherwise. The fields
      * sit at the end of the record so the key offsets of older
      * layouts are unchanged; records from before the fields existed
      * arrive with spaces and are defaulted to active where they
           05 :PREFIX:Student_Status_Info.
               10 :PREFIX:Student_status       PIC X(1).
               10 :PREFIX:Status_date          PIC 9(8).
               10 :PREFIX:Survivor_number      PIC 9(10).
