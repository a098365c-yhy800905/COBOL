      ******************************************************************
      * Author:
      * Date:
      * Purpose: Degree audit by required course. For each active
      *          student with rows on the indexed ENROLL-MASTER, lists
      *          every requirement of their Student_program and
      *          whether it is met, in progress or outstanding:
      *            - total credits: catalog credit hours earned with
      *              a passing grade against PR-Required-credits on
      *              PROGRAM-REQS;
      *            - each required course on PROGRAM-COURSES, against
      *              its minimum grade (blank means any passing
      *              grade);
      *            - each elective group ("N credits from this
      *              list"), counting the catalog credit hours of the
      *              group's courses completed at their minimum grade.
      *          A course with no grade yet, or an I, is in progress.
      *          Grades are compared on the grade-point scale
      *          Transcript uses. Each student's audit ends with an
      *          overall line; the YearEnd candidates pass applies
      *          the same rules before listing a student.
      *          AUDIT_STUDENT_NUMBER limits the run to one student
      *          for an advisor's enquiry.
      * Tectonics: cobc
      *
      * Modification History:
      * - Repeated courses: the most recent graded attempt at a
      *   course replaces the earlier ones, as on the transcript, so
      *   a retaken course's credits count once and a required
      *   course is judged on its latest grade.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DegreeAudit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT
           ASSIGN TO WS-Student-File-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Student_number
           ALTERNATE RECORD KEY IS Last_name WITH DUPLICATES
           FILE STATUS IS WS-Student-Status.

           SELECT ENROLL-MASTER
           ASSIGN TO WS-Master-File-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-Key
           FILE STATUS IS WS-Master-Status.

           SELECT COURSE-CATALOG
           ASSIGN TO WS-Catalog-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Catalog-Status.

           SELECT PROGRAM-REQS
           ASSIGN TO WS-Reqs-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Reqs-Status.

           SELECT PROGRAM-COURSES
           ASSIGN TO WS-Rules-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Rules-Status.

           SELECT AUDIT-REPORT
           ASSIGN TO WS-Audit-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
           COPY STUDENTREC REPLACING ==:PREFIX:== BY == ==.

       FD ENROLL-MASTER.
           COPY ENROLLMST REPLACING ==:PREFIX:== BY == ==.

       FD COURSE-CATALOG.
           COPY COURSECAT REPLACING ==:PREFIX:== BY == ==.

       FD PROGRAM-REQS.
           COPY PROGREQS REPLACING ==:PREFIX:== BY == ==.

       FD PROGRAM-COURSES.
           COPY PROGCRS REPLACING ==:PREFIX:== BY == ==.

       FD AUDIT-REPORT.
       01 Audit-Line                PIC X(100).

       WORKING-STORAGE SECTION.

       01 WS-EOF                    PIC X(1)  VALUE 'N'.
       01 WS-Catalog-EOF            PIC X(1)  VALUE 'N'.
       01 WS-Reqs-EOF               PIC X(1)  VALUE 'N'.
       01 WS-Rules-EOF              PIC X(1)  VALUE 'N'.

       01 WS-Student-File-Path      PIC X(250).
       01 WS-Master-File-Path       PIC X(250).
       01 WS-Catalog-File-Path      PIC X(250).
       01 WS-Reqs-File-Path         PIC X(250).
       01 WS-Rules-File-Path        PIC X(250).
       01 WS-Audit-File-Path        PIC X(250).

       01 WS-Student-Status         PIC X(2).
       01 WS-Master-Status          PIC X(2).
       01 WS-Catalog-Status         PIC X(2).
       01 WS-Reqs-Status            PIC X(2).
       01 WS-Rules-Status           PIC X(2).
       01 WS-Audit-Status           PIC X(2).

       01 WS-Full-Timestamp         PIC X(21).
       01 WS-Run-Id                 PIC X(18).

           COPY RUNCTLLK REPLACING ==:PREFIX:== BY == ==.

       01 WS-Select-Student         PIC X(10).
       01 WS-Select-Student-Num REDEFINES WS-Select-Student
                                    PIC 9(10).
       01 WS-Select-Flag            PIC X(1)  VALUE 'N'.

       01 WS-Current-Student-Number PIC 9(10) VALUE 0.
       01 WS-Student-Found-Flag     PIC X(1).
       01 WS-Requirement-Found-Flag PIC X(1).
       01 WS-Required-Credits       PIC 9(3)  VALUE 0.
       01 WS-Earned-Credits         PIC 9(4)  VALUE 0.
       01 WS-Pending-Credits        PIC 9(4)  VALUE 0.
       01 WS-Course-Credits         PIC 9(2).
       01 WS-Audit-Met-Flag         PIC X(1).
       01 WS-Rules-Found-Flag       PIC X(1).

       01 WS-Audited-Count          PIC 9(6)  VALUE 0.
       01 WS-Met-Count              PIC 9(6)  VALUE 0.
       01 WS-Not-Met-Count          PIC 9(6)  VALUE 0.
       01 WS-Inactive-Count         PIC 9(6)  VALUE 0.

      ******************************************************************
      * Grade-point work fields. The minimum grade of a rule and the
      * grade of an attempt go through the same conversion, so "at
      * least C" means "at least 2.00 points".
      ******************************************************************
       01 WS-Grade-Work             PIC X(2).
       01 WS-Grade-Points           PIC 9V99.
       01 WS-Graded-Flag            PIC X(1).
       01 WS-Min-Points             PIC 9V99.
       01 WS-Passing-Points         PIC 9V99  VALUE 1.00.

      ******************************************************************
      * Evaluation of one course against one rule: the course and
      * minimum grade in, the status (M met, P in progress,
      * O outstanding) and the grade that decided it out.
      ******************************************************************
       01 WS-Eval-Course-code       PIC X(8).
       01 WS-Eval-Min-grade         PIC X(2).
       01 WS-Eval-Status            PIC X(1).
       01 WS-Eval-Grade             PIC X(2).

       01 WS-Group-Id               PIC X(4).
       01 WS-Group-Needed           PIC 9(3).
       01 WS-Group-Met-Credits      PIC 9(4).
       01 WS-Group-Pending-Credits  PIC 9(4).
       01 WS-Group-Total-Credits    PIC 9(4).
       01 WS-Member-Sub             PIC 9(4).

      ******************************************************************
      * The current student's attempts, collected during the
      * ENROLL-MASTER control break, one entry per master row. An
      * attempt is repeated - and left out of the audit - when the
      * same course has a graded attempt in a later term.
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
      * looked up per enrollment row (same scheme as Transcript).
      ******************************************************************
       01 WS-Catalog-Count          PIC 9(4)  VALUE 0.
       01 WS-Catalog-Max            PIC 9(4)  VALUE 500.
       01 WS-Catalog-Sub            PIC 9(4)  VALUE 0.
       01 WS-Catalog-Table.
           05 WS-Catalog-Entry OCCURS 500 TIMES.
               10 WS-Cat-Course-code  PIC X(8).
               10 WS-Cat-Credit-hours PIC 9(2).

      ******************************************************************
      * Program-requirements table, loaded once per run.
      ******************************************************************
       01 WS-Reqs-Count             PIC 9(3)  VALUE 0.
       01 WS-Reqs-Max               PIC 9(3)  VALUE 100.
       01 WS-Reqs-Sub               PIC 9(3)  VALUE 0.
       01 WS-Reqs-Table.
           05 WS-Reqs-Entry OCCURS 100 TIMES.
               10 WS-Req-Program-code     PIC X(8).
               10 WS-Req-Required-credits PIC 9(3).

      ******************************************************************
      * Program-course rules table, loaded once per run in file
      * order, so a program's rules print in the order CatalogMaint
      * added them.
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
      * Degree-audit report layouts (AUDIT-REPORT)
      ******************************************************************
       01 Audit-Header-Line.
           05 FILLER                PIC X(40)
                   VALUE 'DEGREE AUDIT BY REQUIREMENT - RUN'.
           05 AH-Run-Id             PIC X(18).

       01 Audit-Student-Line.
           05 FILLER                PIC X(9)  VALUE 'STUDENT:'.
           05 AS-Student-Number     PIC Z(9)9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 AS-Name               PIC X(30).
           05 FILLER                PIC X(10) VALUE ' PROGRAM:'.
           05 AS-Program            PIC X(8).

       01 Audit-Column-Header.
           05 FILLER                PIC X(16) VALUE 'REQUIREMENT'.
           05 FILLER                PIC X(10) VALUE 'COURSE'.
           05 FILLER                PIC X(10) VALUE 'NEEDED'.
           05 FILLER                PIC X(10) VALUE 'HAS'.
           05 FILLER                PIC X(12) VALUE 'STATUS'.

       01 Audit-Detail-Line.
           05 AD-Requirement        PIC X(14).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 AD-Item               PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 AD-Needed             PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 AD-Has                PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 AD-Status             PIC X(12).

       01 Audit-Credit-Text.
           05 AC-Credits            PIC ZZZ9.
           05 FILLER                PIC X(4)  VALUE ' CR'.

       01 Audit-Result-Line.
           05 FILLER                PIC X(16) VALUE 'AUDIT RESULT:'.
           05 AR-Result             PIC X(40).

       01 Audit-Total-Line.
           05 AT-Label              PIC X(24).
           05 AT-Count              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           MAIN_PROGRAM.
               PERFORM INITIALIZE_ROUTINE.
               PERFORM BOOK_RUN_START.
               PERFORM OPEN_FILES_ROUTINE.
               PERFORM LOAD_CATALOG_ROUTINE.
               PERFORM LOAD_REQS_ROUTINE.
               PERFORM LOAD_RULES_ROUTINE.
               MOVE WS-Run-Id TO AH-Run-Id.
               WRITE Audit-Line FROM Audit-Header-Line.
               MOVE 'N' TO WS-EOF.
               PERFORM READ_MASTER_RECORD.
               PERFORM PROCESS_STUDENT_BREAK UNTIL WS-EOF = 'Y'.
               PERFORM WRITE_REPORT_TOTALS.
               PERFORM CLOSE_FILES_ROUTINE.
               DISPLAY 'STUDENTS AUDITED:     ' WS-Audited-Count.
               DISPLAY 'AUDITS FULLY MET:     ' WS-Met-Count.
               DISPLAY 'AUDITS NOT MET:       ' WS-Not-Met-Count.
               DISPLAY 'INACTIVE SKIPPED:     ' WS-Inactive-Count.
               PERFORM BOOK_RUN_END.
               STOP RUN.

      ******************************************************************
      * Run-control bookkeeping through the shared RunCtl subprogram:
      * a start record after the sequencing checks, an end record
      * carrying the final RETURN-CODE.
      ******************************************************************
           BOOK_RUN_START.
               MOVE 'S' TO RCL-Function.
               MOVE 'DEGREEAUDIT' TO RCL-Program-Name.
               MOVE WS-Run-Id TO RCL-Run-Id.
               MOVE '1' TO RCL-Run-Mode.
               MOVE 0 TO RCL-Return-Code.
               MOVE WS-Full-Timestamp(1:4) TO RCL-Acad-Year.
               CALL 'RunCtl' USING Run-Control-Request.
               IF RCL-Reply = 'N'
                   DISPLAY 'RUN REFUSED BY RUN CONTROL: '
                       RCL-Reply-Reason
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           BOOK_RUN_END.
               MOVE 'E' TO RCL-Function.
               MOVE RETURN-CODE TO RCL-Return-Code.
               CALL 'RunCtl' USING Run-Control-Request.

           INITIALIZE_ROUTINE.
               ACCEPT WS-Student-File-Path
                   FROM ENVIRONMENT 'STUDENT_FILE'.
               IF WS-Student-File-Path = SPACES
                   MOVE 'STUDENT.txt' TO WS-Student-File-Path
               END-IF.
               ACCEPT WS-Master-File-Path
                   FROM ENVIRONMENT 'ENROLL_MASTER_FILE'.
               IF WS-Master-File-Path = SPACES
                   MOVE 'ENROLL-MASTER.txt' TO WS-Master-File-Path
               END-IF.
               ACCEPT WS-Catalog-File-Path
                   FROM ENVIRONMENT 'COURSE_CATALOG_FILE'.
               IF WS-Catalog-File-Path = SPACES
                   MOVE 'COURSE-CATALOG.txt' TO WS-Catalog-File-Path
               END-IF.
               ACCEPT WS-Reqs-File-Path
                   FROM ENVIRONMENT 'PROGRAM_REQS_FILE'.
               IF WS-Reqs-File-Path = SPACES
                   MOVE 'PROGRAM-REQS.txt' TO WS-Reqs-File-Path
               END-IF.
               ACCEPT WS-Rules-File-Path
                   FROM ENVIRONMENT 'PROGRAM_COURSES_FILE'.
               IF WS-Rules-File-Path = SPACES
                   MOVE 'PROGRAM-COURSES.txt' TO WS-Rules-File-Path
               END-IF.
               ACCEPT WS-Audit-File-Path
                   FROM ENVIRONMENT 'DEGREE_AUDIT_REPORT_FILE'.
               IF WS-Audit-File-Path = SPACES
                   MOVE 'DEGREE-AUDIT.txt' TO WS-Audit-File-Path
               END-IF.
               ACCEPT WS-Select-Student
                   FROM ENVIRONMENT 'AUDIT_STUDENT_NUMBER'.
               IF WS-Select-Student NOT = SPACES
                   AND WS-Select-Student IS NUMERIC
                   MOVE 'Y' TO WS-Select-Flag
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO WS-Full-Timestamp.
               STRING 'RUN-' WS-Full-Timestamp(1:14)
                   DELIMITED BY SIZE INTO WS-Run-Id.

           OPEN_FILES_ROUTINE.
               OPEN INPUT STUDENT.
               IF WS-Student-Status NOT = '00'
                   DISPLAY 'ERROR OPENING STUDENT FILE - STATUS: '
                       WS-Student-Status
                   STOP RUN
               END-IF.
               OPEN INPUT ENROLL-MASTER.
               IF WS-Master-Status NOT = '00'
                   DISPLAY 'ERROR OPENING ENROLL-MASTER -'
                       ' STATUS: ' WS-Master-Status
                   STOP RUN
               END-IF.
               OPEN OUTPUT AUDIT-REPORT.
               IF WS-Audit-Status NOT = '00'
                   DISPLAY 'ERROR OPENING AUDIT-REPORT - STATUS: '
                       WS-Audit-Status
                   STOP RUN
               END-IF.
               PERFORM START_MASTER_AT_LOW_KEY.

           CLOSE_FILES_ROUTINE.
               CLOSE STUDENT.
               CLOSE ENROLL-MASTER.
               CLOSE AUDIT-REPORT.

      ******************************************************************
      * ENROLL-MASTER in EM-Key order delivers each student's rows
      * together, courses in code order and each course's terms in
      * term order. A single-student run starts at that student and
      * ends when the next one's rows begin.
      ******************************************************************
           START_MASTER_AT_LOW_KEY.
               MOVE 'N' TO WS-EOF.
               IF WS-Select-Flag = 'Y'
                   MOVE WS-Select-Student-Num TO EM-Student-number
               ELSE
                   MOVE 0 TO EM-Student-number
               END-IF.
               MOVE SPACES TO EM-Course-code.
               MOVE SPACES TO EM-Term.
               START ENROLL-MASTER KEY IS NOT LESS THAN EM-Key
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START.

           READ_MASTER_RECORD.
               IF WS-EOF NOT = 'Y'
                   READ ENROLL-MASTER NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ
               END-IF.
               IF WS-EOF NOT = 'Y'
                   AND WS-Select-Flag = 'Y'
                   AND EM-Student-number NOT = WS-Select-Student-Num
                   MOVE 'Y' TO WS-EOF
               END-IF.

           PROCESS_STUDENT_BREAK.
               MOVE EM-Student-number TO WS-Current-Student-Number.
               MOVE 0 TO WS-Attempt-Count.
               PERFORM STORE_ATTEMPT.
               PERFORM READ_MASTER_RECORD.
               PERFORM UNTIL WS-EOF = 'Y'
                   OR EM-Student-number NOT = WS-Current-Student-Number
                   PERFORM STORE_ATTEMPT
                   PERFORM READ_MASTER_RECORD
               END-PERFORM.
               PERFORM MARK_REPEATED_ATTEMPTS.
               PERFORM AUDIT_STUDENT.

           STORE_ATTEMPT.
               IF WS-Attempt-Count < WS-Attempt-Max
                   ADD 1 TO WS-Attempt-Count
                   MOVE EM-Course-code
                       TO WS-Att-Course-code(WS-Attempt-Count)
                   MOVE EM-Term TO WS-Att-Term(WS-Attempt-Count)
                   MOVE EM-Grade TO WS-Att-Grade(WS-Attempt-Count)
                   MOVE 'N' TO WS-Att-Repeat-Flag(WS-Attempt-Count)
               ELSE
                   DISPLAY 'ATTEMPT TABLE FULL - ROW IGNORED: '
                       EM-Student-number ' ' EM-Course-code
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

      ******************************************************************
      * One student's audit. Only active students (lifecycle status
      * A, or blank from the old layout) are audited; the master
      * rows of withdrawn, leave and graduated students are passed.
      ******************************************************************
           AUDIT_STUDENT.
               MOVE WS-Current-Student-Number TO Student_number.
               MOVE 'Y' TO WS-Student-Found-Flag.
               READ STUDENT
                   INVALID KEY MOVE 'N' TO WS-Student-Found-Flag
               END-READ.
               IF WS-Student-Found-Flag = 'N'
                   DISPLAY 'ENROLLMENT WITHOUT STUDENT: '
                       WS-Current-Student-Number
               ELSE
                   IF Student_status NOT = 'A'
                       AND Student_status NOT = SPACE
                       ADD 1 TO WS-Inactive-Count
                   ELSE
                       PERFORM WRITE_STUDENT_AUDIT
                   END-IF
               END-IF.

           WRITE_STUDENT_AUDIT.
               ADD 1 TO WS-Audited-Count.
               MOVE 'Y' TO WS-Audit-Met-Flag.
               MOVE SPACES TO Audit-Line.
               WRITE Audit-Line.
               MOVE WS-Current-Student-Number TO AS-Student-Number.
               MOVE SPACES TO AS-Name.
               STRING FUNCTION TRIM(First_name) ' '
                   FUNCTION TRIM(Last_name)
                   DELIMITED BY SIZE INTO AS-Name.
               MOVE Student_program TO AS-Program.
               WRITE Audit-Line FROM Audit-Student-Line.
               WRITE Audit-Line FROM Audit-Column-Header.
               PERFORM AUDIT_TOTAL_CREDITS.
               MOVE 'N' TO WS-Rules-Found-Flag.
               MOVE 1 TO WS-Rules-Sub.
               PERFORM UNTIL WS-Rules-Sub > WS-Rules-Count
                   IF WS-Rule-Program-code(WS-Rules-Sub)
                       = Student_program
                       MOVE 'Y' TO WS-Rules-Found-Flag
                       EVALUATE WS-Rule-Type(WS-Rules-Sub)
                           WHEN 'R'
                               PERFORM AUDIT_REQUIRED_COURSE
                           WHEN 'G'
                               PERFORM AUDIT_ELECTIVE_GROUP
                       END-EVALUATE
                   END-IF
                   ADD 1 TO WS-Rules-Sub
               END-PERFORM.
               IF WS-Rules-Found-Flag = 'N'
                   MOVE 'COURSE RULES' TO AD-Requirement
                   MOVE SPACES TO AD-Item
                   MOVE SPACES TO AD-Needed
                   MOVE SPACES TO AD-Has
                   MOVE 'NONE ON FILE' TO AD-Status
                   WRITE Audit-Line FROM Audit-Detail-Line
               END-IF.
               IF WS-Audit-Met-Flag = 'Y'
                   ADD 1 TO WS-Met-Count
                   MOVE 'ALL REQUIREMENTS MET' TO AR-Result
               ELSE
                   ADD 1 TO WS-Not-Met-Count
                   MOVE 'REQUIREMENTS NOT YET MET' TO AR-Result
               END-IF.
               WRITE Audit-Line FROM Audit-Result-Line.

      ******************************************************************
      * Total credit hours: earned on any passing grade (the YearEnd
      * CHECK_CREDIT_EARNED rule), with blank and I rows counted as
      * in progress toward the requirement.
      ******************************************************************
           AUDIT_TOTAL_CREDITS.
               PERFORM LOOKUP_PROGRAM_REQUIREMENT.
               MOVE 0 TO WS-Earned-Credits.
               MOVE 0 TO WS-Pending-Credits.
               MOVE 1 TO WS-Attempt-Sub.
               PERFORM UNTIL WS-Attempt-Sub > WS-Attempt-Count
                   IF WS-Att-Repeat-Flag(WS-Attempt-Sub) = 'N'
                       PERFORM ACCUMULATE_ATTEMPT_CREDITS
                   END-IF
                   ADD 1 TO WS-Attempt-Sub
               END-PERFORM.
               MOVE 'TOTAL CREDITS' TO AD-Requirement.
               MOVE SPACES TO AD-Item.
               MOVE WS-Required-Credits TO AC-Credits.
               MOVE Audit-Credit-Text TO AD-Needed.
               MOVE WS-Earned-Credits TO AC-Credits.
               MOVE Audit-Credit-Text TO AD-Has.
               IF WS-Requirement-Found-Flag = 'N'
                   MOVE 'N' TO WS-Audit-Met-Flag
                   MOVE 'NOT ON FILE' TO AD-Needed
                   MOVE 'OUTSTANDING' TO AD-Status
               ELSE
                   IF WS-Earned-Credits >= WS-Required-Credits
                       MOVE 'MET' TO AD-Status
                   ELSE
                       MOVE 'N' TO WS-Audit-Met-Flag
                       IF WS-Earned-Credits + WS-Pending-Credits
                           >= WS-Required-Credits
                           MOVE 'IN PROGRESS' TO AD-Status
                       ELSE
                           MOVE 'OUTSTANDING' TO AD-Status
                       END-IF
                   END-IF
               END-IF.
               WRITE Audit-Line FROM Audit-Detail-Line.

           ACCUMULATE_ATTEMPT_CREDITS.
               MOVE WS-Att-Course-code(WS-Attempt-Sub)
                   TO WS-Eval-Course-code.
               PERFORM LOOKUP_COURSE_CREDITS.
               EVALUATE WS-Att-Grade(WS-Attempt-Sub)
                   WHEN 'F '
                   WHEN 'W '
                       CONTINUE
                   WHEN 'I '
                   WHEN '  '
                       ADD WS-Course-Credits TO WS-Pending-Credits
                   WHEN OTHER
                       ADD WS-Course-Credits TO WS-Earned-Credits
               END-EVALUATE.

           AUDIT_REQUIRED_COURSE.
               MOVE WS-Rule-Course-code(WS-Rules-Sub)
                   TO WS-Eval-Course-code.
               MOVE WS-Rule-Min-grade(WS-Rules-Sub)
                   TO WS-Eval-Min-grade.
               PERFORM EVALUATE_COURSE_RULE.
               MOVE 'REQUIRED' TO AD-Requirement.
               MOVE WS-Eval-Course-code TO AD-Item.
               IF WS-Eval-Min-grade = SPACES
                   MOVE 'PASS' TO AD-Needed
               ELSE
                   MOVE WS-Eval-Min-grade TO AD-Needed
               END-IF.
               MOVE WS-Eval-Grade TO AD-Has.
               PERFORM SET_DETAIL_STATUS.
               WRITE Audit-Line FROM Audit-Detail-Line.

      ******************************************************************
      * Elective group: the credit hours of the group's courses that
      * are met count toward the group's PC-Group-credits; if those
      * plus the courses still in progress would reach it, the group
      * is in progress.
      ******************************************************************
           AUDIT_ELECTIVE_GROUP.
               MOVE WS-Rule-Group-id(WS-Rules-Sub) TO WS-Group-Id.
               MOVE WS-Rule-Group-credits(WS-Rules-Sub)
                   TO WS-Group-Needed.
               MOVE 0 TO WS-Group-Met-Credits.
               MOVE 0 TO WS-Group-Pending-Credits.
               MOVE 1 TO WS-Member-Sub.
               PERFORM UNTIL WS-Member-Sub > WS-Rules-Count
                   IF WS-Rule-Program-code(WS-Member-Sub)
                       = Student_program
                       AND WS-Rule-Type(WS-Member-Sub) = 'E'
                       AND WS-Rule-Group-id(WS-Member-Sub)
                           = WS-Group-Id
                       PERFORM EVALUATE_GROUP_MEMBER
                   END-IF
                   ADD 1 TO WS-Member-Sub
               END-PERFORM.
               MOVE 'ELECTIVES' TO AD-Requirement.
               MOVE WS-Group-Id TO AD-Item.
               MOVE WS-Group-Needed TO AC-Credits.
               MOVE Audit-Credit-Text TO AD-Needed.
               MOVE WS-Group-Met-Credits TO AC-Credits.
               MOVE Audit-Credit-Text TO AD-Has.
               COMPUTE WS-Group-Total-Credits =
                   WS-Group-Met-Credits + WS-Group-Pending-Credits.
               IF WS-Group-Met-Credits >= WS-Group-Needed
                   MOVE 'M' TO WS-Eval-Status
               ELSE
                   IF WS-Group-Total-Credits >= WS-Group-Needed
                       MOVE 'P' TO WS-Eval-Status
                   ELSE
                       MOVE 'O' TO WS-Eval-Status
                   END-IF
               END-IF.
               PERFORM SET_DETAIL_STATUS.
               WRITE Audit-Line FROM Audit-Detail-Line.

           EVALUATE_GROUP_MEMBER.
               MOVE WS-Rule-Course-code(WS-Member-Sub)
                   TO WS-Eval-Course-code.
               MOVE WS-Rule-Min-grade(WS-Member-Sub)
                   TO WS-Eval-Min-grade.
               PERFORM EVALUATE_COURSE_RULE.
               IF WS-Eval-Status NOT = 'O'
                   PERFORM LOOKUP_COURSE_CREDITS
                   IF WS-Eval-Status = 'M'
                       ADD WS-Course-Credits TO WS-Group-Met-Credits
                   ELSE
                       ADD WS-Course-Credits
                           TO WS-Group-Pending-Credits
                   END-IF
               END-IF.

      ******************************************************************
      * A course meets its rule when an attempt's grade points reach
      * the minimum grade's (D when the rule leaves it blank). Failing
      * that, an attempt with no grade yet or an I is in progress.
      * Repeated attempts are passed over, so only the latest graded
      * attempt (and any ungraded one after it) can decide.
      ******************************************************************
           EVALUATE_COURSE_RULE.
               IF WS-Eval-Min-grade = SPACES
                   MOVE WS-Passing-Points TO WS-Min-Points
               ELSE
                   MOVE WS-Eval-Min-grade TO WS-Grade-Work
                   PERFORM CONVERT_GRADE_TO_POINTS
                   MOVE WS-Grade-Points TO WS-Min-Points
               END-IF.
               MOVE 'O' TO WS-Eval-Status.
               MOVE SPACES TO WS-Eval-Grade.
               MOVE 1 TO WS-Attempt-Sub.
               PERFORM UNTIL WS-Attempt-Sub > WS-Attempt-Count
                   IF WS-Att-Course-code(WS-Attempt-Sub)
                       = WS-Eval-Course-code
                       AND WS-Att-Repeat-Flag(WS-Attempt-Sub) = 'N'
                       PERFORM EVALUATE_ATTEMPT
                   END-IF
                   ADD 1 TO WS-Attempt-Sub
               END-PERFORM.

           EVALUATE_ATTEMPT.
               MOVE WS-Att-Grade(WS-Attempt-Sub) TO WS-Grade-Work.
               PERFORM CONVERT_GRADE_TO_POINTS.
               IF WS-Graded-Flag = 'Y'
                   AND WS-Grade-Points >= WS-Min-Points
                   MOVE 'M' TO WS-Eval-Status
                   MOVE WS-Grade-Work TO WS-Eval-Grade
               ELSE
                   IF WS-Eval-Status NOT = 'M'
                       IF WS-Grade-Work = SPACES
                           OR WS-Grade-Work = 'I '
                           MOVE 'P' TO WS-Eval-Status
                           MOVE WS-Grade-Work TO WS-Eval-Grade
                       ELSE
                           IF WS-Eval-Status = 'O'
                               MOVE WS-Grade-Work TO WS-Eval-Grade
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           SET_DETAIL_STATUS.
               EVALUATE WS-Eval-Status
                   WHEN 'M'
                       MOVE 'MET' TO AD-Status
                   WHEN 'P'
                       MOVE 'N' TO WS-Audit-Met-Flag
                       MOVE 'IN PROGRESS' TO AD-Status
                   WHEN OTHER
                       MOVE 'N' TO WS-Audit-Met-Flag
                       MOVE 'OUTSTANDING' TO AD-Status
               END-EVALUATE.

      ******************************************************************
      * Letter grade to grade points, as Transcript converts them.
      * Grades with no point value (W, I, blank) set the graded flag
      * off.
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

           LOOKUP_COURSE_CREDITS.
               MOVE 0 TO WS-Course-Credits.
               MOVE 1 TO WS-Catalog-Sub.
               PERFORM UNTIL WS-Catalog-Sub > WS-Catalog-Count
                   IF WS-Cat-Course-code(WS-Catalog-Sub)
                       = WS-Eval-Course-code
                       MOVE WS-Cat-Credit-hours(WS-Catalog-Sub)
                           TO WS-Course-Credits
                       MOVE WS-Catalog-Count TO WS-Catalog-Sub
                   END-IF
                   ADD 1 TO WS-Catalog-Sub
               END-PERFORM.

           LOOKUP_PROGRAM_REQUIREMENT.
               MOVE 'N' TO WS-Requirement-Found-Flag.
               MOVE 0 TO WS-Required-Credits.
               MOVE 1 TO WS-Reqs-Sub.
               PERFORM UNTIL WS-Reqs-Sub > WS-Reqs-Count
                   IF WS-Req-Program-code(WS-Reqs-Sub)
                       = Student_program
                       MOVE WS-Req-Required-credits(WS-Reqs-Sub)
                           TO WS-Required-Credits
                       MOVE 'Y' TO WS-Requirement-Found-Flag
                       MOVE WS-Reqs-Count TO WS-Reqs-Sub
                   END-IF
                   ADD 1 TO WS-Reqs-Sub
               END-PERFORM.

           WRITE_REPORT_TOTALS.
               MOVE SPACES TO Audit-Line.
               WRITE Audit-Line.
               MOVE 'STUDENTS AUDITED:' TO AT-Label.
               MOVE WS-Audited-Count TO AT-Count.
               WRITE Audit-Line FROM Audit-Total-Line.
               MOVE 'ALL REQUIREMENTS MET:' TO AT-Label.
               MOVE WS-Met-Count TO AT-Count.
               WRITE Audit-Line FROM Audit-Total-Line.
               MOVE 'REQUIREMENTS NOT MET:' TO AT-Label.
               MOVE WS-Not-Met-Count TO AT-Count.
               WRITE Audit-Line FROM Audit-Total-Line.

           LOAD_CATALOG_ROUTINE.
               OPEN INPUT COURSE-CATALOG.
               IF WS-Catalog-Status NOT = '00'
                   DISPLAY 'ERROR OPENING COURSE-CATALOG - STATUS: '
                       WS-Catalog-Status
                   STOP RUN
               END-IF.
               MOVE 'N' TO WS-Catalog-EOF.
               MOVE 0 TO WS-Catalog-Count.
               PERFORM UNTIL WS-Catalog-EOF = 'Y'
                   READ COURSE-CATALOG
                       AT END MOVE 'Y' TO WS-Catalog-EOF
                       NOT AT END
                           IF WS-Catalog-Count < WS-Catalog-Max
                               ADD 1 TO WS-Catalog-Count
                               MOVE CAT-Course-code TO
                                   WS-Cat-Course-code(WS-Catalog-Count)
                               MOVE CAT-Credit-hours TO
                                   WS-Cat-Credit-hours(WS-Catalog-Count)
                           ELSE
                               DISPLAY 'COURSE-CATALOG TABLE FULL -'
                                   ' ENTRY IGNORED: ' CAT-Course-code
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE COURSE-CATALOG.

           LOAD_REQS_ROUTINE.
               OPEN INPUT PROGRAM-REQS.
               IF WS-Reqs-Status NOT = '00'
                   DISPLAY 'ERROR OPENING PROGRAM-REQS - STATUS: '
                       WS-Reqs-Status
                   STOP RUN
               END-IF.
               MOVE 'N' TO WS-Reqs-EOF.
               MOVE 0 TO WS-Reqs-Count.
               PERFORM UNTIL WS-Reqs-EOF = 'Y'
                   READ PROGRAM-REQS
                       AT END MOVE 'Y' TO WS-Reqs-EOF
                       NOT AT END
                           IF WS-Reqs-Count < WS-Reqs-Max
                               ADD 1 TO WS-Reqs-Count
                               MOVE PR-Program-code TO
                                   WS-Req-Program-code(WS-Reqs-Count)
                               MOVE PR-Required-credits TO
                                   WS-Req-Required-credits
                                       (WS-Reqs-Count)
                           ELSE
                               DISPLAY 'PROGRAM-REQS TABLE FULL -'
                                   ' ENTRY IGNORED: ' PR-Program-code
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE PROGRAM-REQS.

      ******************************************************************
      * A missing PROGRAM-COURSES file means no course rules yet:
      * every audit then rests on total credits alone.
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
       END PROGRAM DegreeAudit.
