      ******************************************************************
      * PROGCRS - shared Program-Course-Requirement record layout.
      * The course-level graduation rules for a Student_program,
      * alongside the total credit hours PROGREQS carries. Rule
      * types:
      *   R - required course: PC-Course-code must be completed with
      *       at least PC-Min-grade (blank means any passing grade).
      *   G - elective group header: PC-Group-credits credit hours
      *       must be completed from the courses listed under
      *       PC-Group-id.
      *   E - elective group member: PC-Course-code counts toward
      *       group PC-Group-id when completed with at least
      *       PC-Min-grade.
      * Grades are compared through the same grade-point scale
      * Transcript uses.
      * REPLACING ==:PREFIX:== to reuse this layout under a different
      * data-name prefix.
      ******************************************************************
       01 :PREFIX:Program-Course-Record.
           05 :PREFIX:PC-Program-code     PIC X(8).
           05 :PREFIX:PC-Rule-type        PIC X(1).
           05 :PREFIX:PC-Group-id         PIC X(4).
           05 :PREFIX:PC-Course-code      PIC X(8).
           05 :PREFIX:PC-Min-grade        PIC X(2).
           05 :PREFIX:PC-Group-credits    PIC 9(3).
