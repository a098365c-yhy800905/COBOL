      *   unload is no longer a prerequisite. Source mode 2 keeps
      *   the flat COURSE-ENROLLMENT path as a fallback for the
      *   parallel-run term.
      * - The candidates pass now lists a student only when the
      *   degree audit is fully met as well as the credit total:
      *   every required course on PROGRAM-COURSES completed at its
      *   minimum grade and every elective group's credits earned,
      *   by the same rules as the DegreeAudit report. Students with
      *   the credits but an unmet audit are named on the console
      *   and counted. A program with no course rules is judged on
      *   credits alone, as before.
      * - Repeated courses: the most recent graded attempt at a
      *   course replaces the earlier ones, so a retaken course's
      *   credits count once and the degree audit judges the
      *   latest grade. Earned credits are now totalled from the
      *   student's collected rows once the repeats are marked.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YearEnd.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Reqs-Status.

           SELECT PROGRAM-COURSES
           ASSIGN TO WS-Rules-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Rules-Status.

           SELECT GRAD-REPORT
           ASSIGN TO WS-Grad-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
       FD PROGRAM-REQS.
           COPY PROGREQS REPLACING ==:PREFIX:== BY == ==.

       FD PROGRAM-COURSES.
           COPY PROGCRS REPLACING ==:PREFIX:== BY == ==.

       FD GRAD-REPORT.
       01 Grad-Line                 PIC X(100).

       01 WS-EOF                    PIC X(1)  VALUE 'N'.
       01 WS-Catalog-EOF            PIC X(1)  VALUE 'N'.
       01 WS-Reqs-EOF               PIC X(1)  VALUE 'N'.
       01 WS-Rules-EOF              PIC X(1)  VALUE 'N'.

       01 WS-Run-Mode               PIC X(1)  VALUE '1'.
           88 WS-Mode-Roll                    VALUE '1'.
       01 WS-Master-File-Path       PIC X(250).
       01 WS-Catalog-File-Path      PIC X(250).
       01 WS-Reqs-File-Path         PIC X(250).
       01 WS-Rules-File-Path        PIC X(250).
       01 WS-Grad-File-Path         PIC X(250).
       01 WS-Certified-File-Path    PIC X(250).
       01 WS-History-File-Path      PIC X(250).
       01 WS-Master-Status          PIC X(2).
       01 WS-Catalog-Status         PIC X(2).
       01 WS-Reqs-Status            PIC X(2).
       01 WS-Rules-Status           PIC X(2).
       01 WS-Grad-Status            PIC X(2).
       01 WS-Certified-Status       PIC X(2).
       01 WS-History-Status         PIC X(2).
       01 WS-Archived-Count         PIC 9(6)  VALUE 0.
       01 WS-Missing-Count          PIC 9(6)  VALUE 0.
       01 WS-Delete-Failed-Count    PIC 9(6)  VALUE 0.
       01 WS-Audit-Held-Count       PIC 9(6)  VALUE 0.

       01 WS-Student-Found-Flag     PIC X(1).
       01 WS-Credit-Earned-Flag     PIC X(1).
       01 WS-Earned-Credits         PIC 9(4)  VALUE 0.
       01 WS-Required-Credits       PIC 9(3)  VALUE 0.
       01 WS-Requirement-Found-Flag PIC X(1).
       01 WS-Audit-Met-Flag         PIC X(1).

      ******************************************************************
      * Degree-audit work fields, as in DegreeAudit: a rule's minimum
      * grade and an attempt's grade both go through the grade-point
      * conversion; a course evaluates to M met, P in progress or
      * O outstanding.
      ******************************************************************
       01 WS-Grade-Work             PIC X(2).
       01 WS-Grade-Points           PIC 9V99.
       01 WS-Graded-Flag            PIC X(1).
       01 WS-Min-Points             PIC 9V99.
       01 WS-Passing-Points         PIC 9V99  VALUE 1.00.
       01 WS-Eval-Course-code       PIC X(8).
       01 WS-Eval-Min-grade         PIC X(2).
       01 WS-Eval-Status            PIC X(1).
       01 WS-Group-Id               PIC X(4).
       01 WS-Group-Needed           PIC 9(3).
       01 WS-Group-Met-Credits      PIC 9(4).
       01 WS-Member-Sub             PIC 9(4).
       01 WS-Member-Credits         PIC 9(2).

      ******************************************************************
      * The current student's attempts, collected during the control
      * break for the credit total and the degree-audit check. An
      * attempt is repeated - and left out of both - when the same
      * course has a graded attempt in a later term, the same rule
      * Transcript prints R - REPEATED by.
      ******************************************************************
       01 WS-Attempt-Count          PIC 9(3)  VALUE 0.
       01 WS-Attempt-Max            PIC 9(3)  VALUE 200.
       01 WS-Attempt-Sub            PIC 9(3)  VALUE 0.
       01 WS-Attempt-Table.
           05 WS-Attempt-Entry OCCURS 200 TIMES.
               10 WS-Att-Course-code  PIC X(8).
               10 WS-Att-Term         PIC X(6).
               10 WS-Att-Grade        PIC X(2).
                   88 WS-Att-Graded   VALUE 'A+' 'A ' 'A-' 'B+'
                                            'B ' 'B-' 'C+' 'C '
                                            'C-' 'D+' 'D ' 'F '.
               10 WS-Att-Repeat-Flag  PIC X(1).
       01 WS-Later-Sub              PIC 9(3)  VALUE 0.

      ******************************************************************
      * Course-catalog table, loaded once so credit hours can be
               10 WS-Req-Program-code     PIC X(8).
               10 WS-Req-Required-credits PIC 9(3).

      ******************************************************************
      * Program-course rules table (PROGRAM-COURSES), loaded once per
      * candidates run.
      ******************************************************************
       01 WS-Rules-Count            PIC 9(4)  VALUE 0.
       01 WS-Rules-Max              PIC 9(4)  VALUE 1000.
       01 WS-Rules-Sub              PIC 9(4)  VALUE 0.
       01 WS-Rules-Table.
           05 WS-Rules-Entry OCCURS 1000 TIMES.
               10 WS-Rule-Program-code    PIC X(8).
               10 WS-Rule-Type            PIC X(1).
               10 WS-Rule-Group-id        PIC X(4).
               10 WS-Rule-Course-code     PIC X(8).
               10 WS-Rule-Min-grade       PIC X(2).
               10 WS-Rule-Group-credits   PIC 9(3).

      ******************************************************************
      * Graduation-candidates report layout (GRAD-REPORT)
      ******************************************************************
               IF WS-Reqs-File-Path = SPACES
                   MOVE 'PROGRAM-REQS.txt' TO WS-Reqs-File-Path
               END-IF.
               ACCEPT WS-Rules-File-Path
                   FROM ENVIRONMENT 'PROGRAM_COURSES_FILE'.
               IF WS-Rules-File-Path = SPACES
                   MOVE 'PROGRAM-COURSES.txt' TO WS-Rules-File-Path
               END-IF.
               ACCEPT WS-Grad-File-Path
                   FROM ENVIRONMENT 'GRAD_REPORT_FILE'.
               IF WS-Grad-File-Path = SPACES
      * flat COURSE-ENROLLMENT file (sorted on Student_number, as
      * Transcript assumes), summing catalog credit hours for rows
      * with a passing grade, then comparing the total against the
      * student's program requirement and checking the degree audit
      * of required courses and elective groups.
      ******************************************************************
           CANDIDATES_ROUTINE.
               OPEN INPUT STUDENT.
               END-IF.
               PERFORM LOAD_CATALOG_ROUTINE.
               PERFORM LOAD_REQS_ROUTINE.
               PERFORM LOAD_RULES_ROUTINE.
               WRITE Grad-Line FROM Grad-Header-Line.
               WRITE Grad-Line FROM Grad-Column-Header.
               MOVE 'N' TO WS-EOF.
               END-IF.
               CLOSE GRAD-REPORT.
               DISPLAY 'GRADUATION CANDIDATES: ' WS-Candidate-Count.
               DISPLAY 'HELD BY DEGREE AUDIT:  ' WS-Audit-Held-Count.

      ******************************************************************
      * Enrollment detail source: the indexed master in EM-Key order
           PROCESS_STUDENT_BREAK.
               MOVE CE-Student-number TO WS-Current-Student-Number.
               MOVE 0 TO WS-Earned-Credits.
               MOVE 0 TO WS-Attempt-Count.
               PERFORM STORE_ATTEMPT.
               PERFORM READ_COURSE_RECORD.
               PERFORM UNTIL WS-EOF = 'Y'
                   OR CE-Student-number NOT = WS-Current-Student-Number
                   PERFORM STORE_ATTEMPT
                   PERFORM READ_COURSE_RECORD
               END-PERFORM.
               PERFORM MARK_REPEATED_ATTEMPTS.
               MOVE 1 TO WS-Attempt-Sub.
               PERFORM UNTIL WS-Attempt-Sub > WS-Attempt-Count
                   IF WS-Att-Repeat-Flag(WS-Attempt-Sub) = 'N'
                       PERFORM ACCUMULATE_EARNED_CREDITS
                   END-IF
                   ADD 1 TO WS-Attempt-Sub
               END-PERFORM.
               PERFORM CHECK_GRADUATION_CANDIDATE.

           ACCUMULATE_EARNED_CREDITS.
      * grade - anything except F, W, I or blank.
      ******************************************************************
           CHECK_CREDIT_EARNED.
               EVALUATE WS-Att-Grade(WS-Attempt-Sub)
                   WHEN 'F '
                   WHEN 'W '
                   WHEN 'I '
               MOVE 1 TO WS-Catalog-Sub.
               PERFORM UNTIL WS-Catalog-Sub > WS-Catalog-Count
                   IF WS-Cat-Course-code(WS-Catalog-Sub)
                       = WS-Att-Course-code(WS-Attempt-Sub)
                       MOVE WS-Cat-Credit-hours(WS-Catalog-Sub)
                           TO WS-Course-Credits
                       MOVE WS-Catalog-Count TO WS-Catalog-Sub
                           Student_program
                   ELSE
                       IF WS-Earned-Credits >= WS-Required-Credits
                           PERFORM CHECK_DEGREE_AUDIT
                           IF WS-Audit-Met-Flag = 'Y'
                               PERFORM WRITE_CANDIDATE_LINE
                           ELSE
                               DISPLAY 'DEGREE AUDIT NOT MET: '
                                   WS-Current-Student-Number
                               ADD 1 TO WS-Audit-Held-Count
                           END-IF
                       END-IF
                   END-IF
               END-IF.
                   ADD 1 TO WS-Reqs-Sub
               END-PERFORM.

      ******************************************************************
      * Degree audit, by the rules the DegreeAudit report prints:
      * each required course met when an attempt reaches its minimum
      * grade (any passing grade when blank), each elective group met
      * when its courses so completed reach the group's credit hours.
      * In progress counts as not met - a candidate must be finished.
      ******************************************************************
           CHECK_DEGREE_AUDIT.
               MOVE 'Y' TO WS-Audit-Met-Flag.
               MOVE 1 TO WS-Rules-Sub.
               PERFORM UNTIL WS-Rules-Sub > WS-Rules-Count
                   IF WS-Rule-Program-code(WS-Rules-Sub)
                       = Student_program
                       EVALUATE WS-Rule-Type(WS-Rules-Sub)
                           WHEN 'R'
                               PERFORM CHECK_REQUIRED_COURSE
                           WHEN 'G'
                               PERFORM CHECK_ELECTIVE_GROUP
                       END-EVALUATE
                   END-IF
                   ADD 1 TO WS-Rules-Sub
               END-PERFORM.

           CHECK_REQUIRED_COURSE.
               MOVE WS-Rule-Course-code(WS-Rules-Sub)
                   TO WS-Eval-Course-code.
               MOVE WS-Rule-Min-grade(WS-Rules-Sub)
                   TO WS-Eval-Min-grade.
               PERFORM EVALUATE_COURSE_RULE.
               IF WS-Eval-Status NOT = 'M'
                   MOVE 'N' TO WS-Audit-Met-Flag
               END-IF.

           CHECK_ELECTIVE_GROUP.
               MOVE WS-Rule-Group-id(WS-Rules-Sub) TO WS-Group-Id.
               MOVE WS-Rule-Group-credits(WS-Rules-Sub)
                   TO WS-Group-Needed.
               MOVE 0 TO WS-Group-Met-Credits.
               MOVE 1 TO WS-Member-Sub.
               PERFORM UNTIL WS-Member-Sub > WS-Rules-Count
                   IF WS-Rule-Program-code(WS-Member-Sub)
                       = Student_program
                       AND WS-Rule-Type(WS-Member-Sub) = 'E'
                       AND WS-Rule-Group-id(WS-Member-Sub)
                           = WS-Group-Id
                       PERFORM CHECK_GROUP_MEMBER
                   END-IF
                   ADD 1 TO WS-Member-Sub
               END-PERFORM.
               IF WS-Group-Met-Credits < WS-Group-Needed
                   MOVE 'N' TO WS-Audit-Met-Flag
               END-IF.

           CHECK_GROUP_MEMBER.
               MOVE WS-Rule-Course-code(WS-Member-Sub)
                   TO WS-Eval-Course-code.
               MOVE WS-Rule-Min-grade(WS-Member-Sub)
                   TO WS-Eval-Min-grade.
               PERFORM EVALUATE_COURSE_RULE.
               IF WS-Eval-Status = 'M'
                   MOVE 0 TO WS-Member-Credits
                   MOVE 1 TO WS-Catalog-Sub
                   PERFORM UNTIL WS-Catalog-Sub > WS-Catalog-Count
                       IF WS-Cat-Course-code(WS-Catalog-Sub)
                           = WS-Eval-Course-code
                           MOVE WS-Cat-Credit-hours(WS-Catalog-Sub)
                               TO WS-Member-Credits
                           MOVE WS-Catalog-Count TO WS-Catalog-Sub
                       END-IF
                       ADD 1 TO WS-Catalog-Sub
                   END-PERFORM
                   ADD WS-Member-Credits TO WS-Group-Met-Credits
               END-IF.

           EVALUATE_COURSE_RULE.
               IF WS-Eval-Min-grade = SPACES
                   MOVE WS-Passing-Points TO WS-Min-Points
               ELSE
                   MOVE WS-Eval-Min-grade TO WS-Grade-Work
                   PERFORM CONVERT_GRADE_TO_POINTS
                   MOVE WS-Grade-Points TO WS-Min-Points
               END-IF.
               MOVE 'O' TO WS-Eval-Status.
               MOVE 1 TO WS-Attempt-Sub.
               PERFORM UNTIL WS-Attempt-Sub > WS-Attempt-Count
                   IF WS-Att-Course-code(WS-Attempt-Sub)
                       = WS-Eval-Course-code
                       AND WS-Att-Repeat-Flag(WS-Attempt-Sub) = 'N'
                       MOVE WS-Att-Grade(WS-Attempt-Sub)
                           TO WS-Grade-Work
                       PERFORM CONVERT_GRADE_TO_POINTS
                       IF WS-Graded-Flag = 'Y'
                           AND WS-Grade-Points >= WS-Min-Points
                           MOVE 'M' TO WS-Eval-Status
                       END-IF
                   END-IF
                   ADD 1 TO WS-Attempt-Sub
               END-PERFORM.

      ******************************************************************
      * Letter grade to grade points, as Transcript converts them.
      ******************************************************************
           CONVERT_GRADE_TO_POINTS.
               MOVE 'Y' TO WS-Graded-Flag.
               MOVE 0 TO WS-Grade-Points.
               EVALUATE WS-Grade-Work
                   WHEN 'A+' MOVE 4.00 TO WS-Grade-Points
                   WHEN 'A ' MOVE 4.00 TO WS-Grade-Points
                   WHEN 'A-' MOVE 3.70 TO WS-Grade-Points
                   WHEN 'B+' MOVE 3.30 TO WS-Grade-Points
                   WHEN 'B ' MOVE 3.00 TO WS-Grade-Points
                   WHEN 'B-' MOVE 2.70 TO WS-Grade-Points
                   WHEN 'C+' MOVE 2.30 TO WS-Grade-Points
                   WHEN 'C ' MOVE 2.00 TO WS-Grade-Points
                   WHEN 'C-' MOVE 1.70 TO WS-Grade-Points
                   WHEN 'D+' MOVE 1.30 TO WS-Grade-Points
                   WHEN 'D ' MOVE 1.00 TO WS-Grade-Points
                   WHEN 'F ' MOVE 0.00 TO WS-Grade-Points
                   WHEN OTHER MOVE 'N' TO WS-Graded-Flag
               END-EVALUATE.

           STORE_ATTEMPT.
               IF WS-Attempt-Count < WS-Attempt-Max
                   ADD 1 TO WS-Attempt-Count
                   MOVE CE-Course-code
                       TO WS-Att-Course-code(WS-Attempt-Count)
                   MOVE CE-Term TO WS-Att-Term(WS-Attempt-Count)
                   MOVE CE-Grade TO WS-Att-Grade(WS-Attempt-Count)
                   MOVE 'N' TO WS-Att-Repeat-Flag(WS-Attempt-Count)
               ELSE
                   DISPLAY 'ATTEMPT TABLE FULL - ROW IGNORED: '
                       CE-Student-number ' ' CE-Course-code
               END-IF.

           MARK_REPEATED_ATTEMPTS.
               MOVE 1 TO WS-Attempt-Sub.
               PERFORM UNTIL WS-Attempt-Sub > WS-Attempt-Count
                   MOVE 1 TO WS-Later-Sub
                   PERFORM UNTIL WS-Later-Sub > WS-Attempt-Count
                       IF WS-Att-Course-code(WS-Later-Sub)
                           = WS-Att-Course-code(WS-Attempt-Sub)
                           AND WS-Att-Term(WS-Later-Sub)
                               > WS-Att-Term(WS-Attempt-Sub)
                           AND WS-Att-Graded(WS-Later-Sub)
                           MOVE 'Y'
                               TO WS-Att-Repeat-Flag(WS-Attempt-Sub)
                           MOVE WS-Attempt-Count TO WS-Later-Sub
                       END-IF
                       ADD 1 TO WS-Later-Sub
                   END-PERFORM
                   ADD 1 TO WS-Attempt-Sub
               END-PERFORM.

           WRITE_CANDIDATE_LINE.
               ADD 1 TO WS-Candidate-Count.
               MOVE WS-Current-Student-Number TO GD-Student-Number.
               END-PERFORM.
               CLOSE PROGRAM-REQS.

      ******************************************************************
      * A missing PROGRAM-COURSES file means no course rules yet, and
      * the candidates pass rests on credits alone.
      ******************************************************************
           LOAD_RULES_ROUTINE.
               MOVE 0 TO WS-Rules-Count.
               OPEN INPUT PROGRAM-COURSES.
               IF WS-Rules-Status = '35'
                   DISPLAY 'PROGRAM-COURSES NOT ON FILE -'
                       ' NO COURSE RULES APPLIED'
               ELSE
                   IF WS-Rules-Status NOT = '00'
                       DISPLAY 'ERROR OPENING PROGRAM-COURSES -'
                           ' STATUS: ' WS-Rules-Status
                       STOP RUN
                   END-IF
                   MOVE 'N' TO WS-Rules-EOF
                   PERFORM UNTIL WS-Rules-EOF = 'Y'
                       READ PROGRAM-COURSES
                           AT END MOVE 'Y' TO WS-Rules-EOF
                           NOT AT END PERFORM STORE_RULE_ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE PROGRAM-COURSES
               END-IF.

           STORE_RULE_ENTRY.
               IF WS-Rules-Count < WS-Rules-Max
                   ADD 1 TO WS-Rules-Count
                   MOVE PC-Program-code
                       TO WS-Rule-Program-code(WS-Rules-Count)
                   MOVE PC-Rule-type TO WS-Rule-Type(WS-Rules-Count)
                   MOVE PC-Group-id TO WS-Rule-Group-id(WS-Rules-Count)
                   MOVE PC-Course-code
                       TO WS-Rule-Course-code(WS-Rules-Count)
                   MOVE PC-Min-grade
                       TO WS-Rule-Min-grade(WS-Rules-Count)
                   MOVE PC-Group-credits
                       TO WS-Rule-Group-credits(WS-Rules-Count)
               ELSE
                   DISPLAY 'PROGRAM-COURSES TABLE FULL -'
                       ' ENTRY IGNORED: ' PC-Program-code
                       ' ' PC-Course-code
               END-IF.

      ******************************************************************
      * Archive pass: each certified graduate is copied to the
      * STUDENT-HISTORY archive with the archive date, then deleted
