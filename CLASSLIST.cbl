      ******************************************************************
      * Author:
      * Date:
      * Purpose: Class lists and pre-filled grade rosters. For every
      *          course and term on ENROLL-MASTER, prints a class
      *          list for the instructor - student number, name,
      *          program, year and lifecycle status from the STUDENT
      *          master, with the room and instructor from
      *          SECTION-SCHEDULE when the section is scheduled - and
      *          writes the section to a grade-roster extract in
      *          exactly the GRADE-ROSTER layout GradeRoster reads:
      *          an 'H' line naming the course and term, then a 'D'
      *          line per enrolled student with the grade left blank
      *          for the department to fill in. A row withdrawn with
      *          a W is no longer enrolled and appears on neither.
      *          CLASS_LIST_TERM and CLASS_LIST_COURSE limit the run
      *          to one term and/or one course. Students are listed
      *          by name; a row whose student is missing from the
      *          master is listed and counted (RETURN-CODE 4).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClassList.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLL-MASTER
           ASSIGN TO WS-Master-File-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-Key
           FILE STATUS IS WS-Master-Status.

           SELECT STUDENT
           ASSIGN TO WS-Student-File-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Student_number
           ALTERNATE RECORD KEY IS Last_name WITH DUPLICATES
           FILE STATUS IS WS-Student-Status.

           SELECT SECTION-SCHEDULE
           ASSIGN TO WS-Schedule-File-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCH-Key
           FILE STATUS IS WS-Schedule-Status.

           SELECT CLASS-LIST
           ASSIGN TO WS-List-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-List-Status.

           SELECT GRADE-ROSTER
           ASSIGN TO WS-Roster-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Roster-Status.

           SELECT SORT-WORK-FILE
           ASSIGN TO WS-Sort-Work-Path.

       DATA DIVISION.
       FILE SECTION.
       FD ENROLL-MASTER.
           COPY ENROLLMST REPLACING ==:PREFIX:== BY == ==.

       FD STUDENT.
           COPY STUDENTREC REPLACING ==:PREFIX:== BY == ==.

       FD SECTION-SCHEDULE.
           COPY SECTSCHED REPLACING ==:PREFIX:== BY == ==.

       FD CLASS-LIST.
       01 List-Line                 PIC X(120).

      ******************************************************************
      * GRADE-ROSTER layout as GradeRoster reads it.
      ******************************************************************
       FD GRADE-ROSTER.
       01 Roster-Record.
           05 RO-Record-Type        PIC X(1).
           05 RO-Detail             PIC X(24).
           05 RO-Header-Detail REDEFINES RO-Detail.
               10 RO-Course-code    PIC X(8).
               10 RO-Term           PIC X(6).
               10 FILLER            PIC X(10).
           05 RO-Grade-Detail REDEFINES RO-Detail.
               10 RO-Student-number PIC 9(10).
               10 RO-Grade          PIC X(2).
               10 FILLER            PIC X(12).

       SD SORT-WORK-FILE.
       01 SW-Class-Record.
           05 SW-Course-code        PIC X(8).
           05 SW-Term               PIC X(6).
           05 SW-Last-name          PIC X(28).
           05 SW-First-name         PIC X(15).
           05 SW-Student-number     PIC 9(10).
           05 SW-Program            PIC X(8).
           05 SW-Year               PIC 9(6).
           05 SW-Status             PIC X(1).
           05 SW-Grade              PIC X(2).
           05 SW-Student-Found      PIC X(1).

       WORKING-STORAGE SECTION.

       01 WS-EOF                    PIC X(1)  VALUE 'N'.
       01 WS-Sort-EOF               PIC X(1)  VALUE 'N'.

       01 WS-Master-File-Path       PIC X(250).
       01 WS-Student-File-Path      PIC X(250).
       01 WS-Schedule-File-Path     PIC X(250).
       01 WS-List-File-Path         PIC X(250).
       01 WS-Roster-File-Path       PIC X(250).
       01 WS-Sort-Work-Path         PIC X(250).

       01 WS-Master-Status          PIC X(2).
       01 WS-Student-Status         PIC X(2).
       01 WS-Schedule-Status        PIC X(2).
       01 WS-List-Status            PIC X(2).
       01 WS-Roster-Status          PIC X(2).

       01 WS-Full-Timestamp         PIC X(21).
       01 WS-Run-Id                 PIC X(18).

           COPY RUNCTLLK REPLACING ==:PREFIX:== BY == ==.

       01 WS-List-Term              PIC X(6).
       01 WS-List-Course            PIC X(8).
       01 WS-Schedule-Open-Flag     PIC X(1)  VALUE 'N'.

       01 WS-Read-Count             PIC 9(6)  VALUE 0.
       01 WS-Listed-Count           PIC 9(6)  VALUE 0.
       01 WS-Withdrawn-Count        PIC 9(6)  VALUE 0.
       01 WS-No-Student-Count       PIC 9(6)  VALUE 0.
       01 WS-Section-Count          PIC 9(6)  VALUE 0.
       01 WS-Roster-Count           PIC 9(6)  VALUE 0.
       01 WS-Class-Size             PIC 9(6)  VALUE 0.

       01 WS-Break-Course           PIC X(8)  VALUE SPACES.
       01 WS-Break-Term             PIC X(6)  VALUE SPACES.
       01 WS-First-Record-Flag      PIC X(1)  VALUE 'Y'.

      ******************************************************************
      * Class list layouts (CLASS-LIST)
      ******************************************************************
       01 List-Section-Header.
           05 FILLER                PIC X(12) VALUE 'CLASS LIST -'.
           05 FILLER                PIC X(8)  VALUE ' COURSE:'.
           05 LS-Course-Code        PIC X(8).
           05 FILLER                PIC X(8)  VALUE '  TERM:'.
           05 LS-Term               PIC X(6).
           05 FILLER                PIC X(14) VALUE '  INSTRUCTOR:'.
           05 LS-Instructor         PIC X(20).
           05 FILLER                PIC X(8)  VALUE '  ROOM:'.
           05 LS-Room               PIC X(8).

       01 List-Column-Header.
           05 FILLER                PIC X(12) VALUE 'STUDENT'.
           05 FILLER                PIC X(47) VALUE 'NAME'.
           05 FILLER                PIC X(10) VALUE 'PROGRAM'.
           05 FILLER                PIC X(8)  VALUE 'YEAR'.
           05 FILLER                PIC X(12) VALUE 'STATUS'.
           05 FILLER                PIC X(5)  VALUE 'GRADE'.

       01 List-Detail-Line.
           05 LD-Student-Number     PIC Z(9)9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 LD-Name               PIC X(45).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 LD-Program            PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 LD-Year               PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 LD-Status             PIC X(10).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 LD-Grade              PIC X(2).

       01 List-Total-Line.
           05 LT-Label              PIC X(24).
           05 LT-Count              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           MAIN_PROGRAM.
               PERFORM INITIALIZE_ROUTINE.
               PERFORM BOOK_RUN_START.
               PERFORM OPEN_ROUTINE.
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-Course-code
                   ON ASCENDING KEY SW-Term
                   ON ASCENDING KEY SW-Last-name
                   ON ASCENDING KEY SW-First-name
                   ON ASCENDING KEY SW-Student-number
                   INPUT PROCEDURE IS SCAN_MASTER_ROUTINE
                   OUTPUT PROCEDURE IS CLASS_OUTPUT_ROUTINE.
               PERFORM CLOSE_ROUTINE.
               PERFORM BOOK_RUN_END.
               STOP RUN.

      ******************************************************************
      * Run-control bookkeeping through the shared RunCtl subprogram:
      * a start record after the sequencing checks, an end record
      * carrying the final RETURN-CODE.
      ******************************************************************
           BOOK_RUN_START.
               MOVE 'S' TO RCL-Function.
               MOVE 'CLASSLIST' TO RCL-Program-Name.
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
               ACCEPT WS-Master-File-Path
                   FROM ENVIRONMENT 'ENROLL_MASTER_FILE'.
               IF WS-Master-File-Path = SPACES
                   MOVE 'ENROLL-MASTER.txt' TO WS-Master-File-Path
               END-IF.
               ACCEPT WS-Student-File-Path
                   FROM ENVIRONMENT 'STUDENT_FILE'.
               IF WS-Student-File-Path = SPACES
                   MOVE 'STUDENT.txt' TO WS-Student-File-Path
               END-IF.
               ACCEPT WS-Schedule-File-Path
                   FROM ENVIRONMENT 'SECTION_SCHEDULE_FILE'.
               IF WS-Schedule-File-Path = SPACES
                   MOVE 'SECTION-SCHEDULE.txt' TO WS-Schedule-File-Path
               END-IF.
               ACCEPT WS-List-File-Path
                   FROM ENVIRONMENT 'CLASS_LIST_FILE'.
               IF WS-List-File-Path = SPACES
                   MOVE 'CLASS-LIST.txt' TO WS-List-File-Path
               END-IF.
               ACCEPT WS-Roster-File-Path
                   FROM ENVIRONMENT 'ROSTER_EXTRACT_FILE'.
               IF WS-Roster-File-Path = SPACES
                   MOVE 'GRADE-ROSTER-EXTRACT.txt'
                       TO WS-Roster-File-Path
               END-IF.
               ACCEPT WS-Sort-Work-Path
                   FROM ENVIRONMENT 'CLASS_LIST_SORT_WORK_FILE'.
               IF WS-Sort-Work-Path = SPACES
                   MOVE 'CLASS-LIST-SORTWORK.tmp' TO WS-Sort-Work-Path
               END-IF.
               ACCEPT WS-List-Term FROM ENVIRONMENT 'CLASS_LIST_TERM'.
               ACCEPT WS-List-Course
                   FROM ENVIRONMENT 'CLASS_LIST_COURSE'.
               MOVE FUNCTION CURRENT-DATE TO WS-Full-Timestamp.
               STRING 'RUN-' WS-Full-Timestamp(1:14)
                   DELIMITED BY SIZE INTO WS-Run-Id.

           OPEN_ROUTINE.
               OPEN INPUT ENROLL-MASTER.
               IF WS-Master-Status NOT = '00'
                   DISPLAY 'ERROR OPENING ENROLL-MASTER - STATUS: '
                       WS-Master-Status
                   STOP RUN
               END-IF.
               OPEN INPUT STUDENT.
               IF WS-Student-Status NOT = '00'
                   DISPLAY 'ERROR OPENING STUDENT FILE - STATUS: '
                       WS-Student-Status
                   STOP RUN
               END-IF.
               OPEN INPUT SECTION-SCHEDULE.
               IF WS-Schedule-Status = '35'
                   DISPLAY 'SECTION-SCHEDULE NOT ON FILE -'
                       ' NO ROOM OR INSTRUCTOR SHOWN'
               ELSE
                   IF WS-Schedule-Status NOT = '00'
                       DISPLAY 'ERROR OPENING SECTION-SCHEDULE -'
                           ' STATUS: ' WS-Schedule-Status
                       STOP RUN
                   END-IF
                   MOVE 'Y' TO WS-Schedule-Open-Flag
               END-IF.
               OPEN OUTPUT CLASS-LIST.
               IF WS-List-Status NOT = '00'
                   DISPLAY 'ERROR OPENING CLASS-LIST - STATUS: '
                       WS-List-Status
                   STOP RUN
               END-IF.
               OPEN OUTPUT GRADE-ROSTER.
               IF WS-Roster-Status NOT = '00'
                   DISPLAY 'ERROR OPENING GRADE-ROSTER - STATUS: '
                       WS-Roster-Status
                   STOP RUN
               END-IF.

      ******************************************************************
      * Master pass: every enrolled row in the selected term and
      * course, with the student's details from the STUDENT master,
      * goes to the sort.
      ******************************************************************
           SCAN_MASTER_ROUTINE.
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ENROLL-MASTER NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-Read-Count
                           IF (WS-List-Term = SPACES
                               OR EM-Term = WS-List-Term)
                               AND (WS-List-Course = SPACES
                               OR EM-Course-code = WS-List-Course)
                               PERFORM RELEASE_CLASS_ROW
                           END-IF
                   END-READ
               END-PERFORM.

           RELEASE_CLASS_ROW.
               IF EM-Grade = 'W'
                   ADD 1 TO WS-Withdrawn-Count
               ELSE
                   MOVE SPACES TO SW-Class-Record
                   MOVE EM-Course-code TO SW-Course-code
                   MOVE EM-Term TO SW-Term
                   MOVE EM-Student-number TO SW-Student-number
                   MOVE EM-Grade TO SW-Grade
                   MOVE 0 TO SW-Year
                   MOVE EM-Student-number TO Student_number
                   READ STUDENT
                       INVALID KEY
                           ADD 1 TO WS-No-Student-Count
                           MOVE 'N' TO SW-Student-Found
                       NOT INVALID KEY
                           MOVE 'Y' TO SW-Student-Found
                           MOVE Last_name TO SW-Last-name
                           MOVE First_name TO SW-First-name
                           MOVE Student_program TO SW-Program
                           MOVE Student_year TO SW-Year
                           MOVE Student_status TO SW-Status
                   END-READ
                   RELEASE SW-Class-Record
               END-IF.

      ******************************************************************
      * Output: one class list section and one roster section per
      * course and term, broken on the sorted course and term.
      ******************************************************************
           CLASS_OUTPUT_ROUTINE.
               PERFORM UNTIL WS-Sort-EOF = 'Y'
                   RETURN SORT-WORK-FILE
                       AT END MOVE 'Y' TO WS-Sort-EOF
                       NOT AT END PERFORM WRITE_CLASS_DETAIL
                   END-RETURN
               END-PERFORM.
               IF WS-First-Record-Flag = 'N'
                   PERFORM WRITE_SECTION_TOTAL
               END-IF.
               MOVE SPACES TO List-Line.
               WRITE List-Line.
               MOVE 'SECTIONS LISTED:' TO LT-Label.
               MOVE WS-Section-Count TO LT-Count.
               WRITE List-Line FROM List-Total-Line.
               MOVE 'STUDENTS LISTED:' TO LT-Label.
               MOVE WS-Listed-Count TO LT-Count.
               WRITE List-Line FROM List-Total-Line.

           WRITE_CLASS_DETAIL.
               IF WS-First-Record-Flag = 'Y'
                   MOVE 'N' TO WS-First-Record-Flag
                   PERFORM WRITE_SECTION_HEADER
               END-IF.
               IF SW-Course-code NOT = WS-Break-Course
                   OR SW-Term NOT = WS-Break-Term
                   PERFORM WRITE_SECTION_TOTAL
                   PERFORM WRITE_SECTION_HEADER
               END-IF.
               ADD 1 TO WS-Listed-Count.
               ADD 1 TO WS-Class-Size.
               MOVE SW-Student-number TO LD-Student-Number.
               MOVE SPACES TO LD-Name.
               IF SW-Student-Found = 'Y'
                   STRING FUNCTION TRIM(SW-Last-name) ', '
                       FUNCTION TRIM(SW-First-name)
                       DELIMITED BY SIZE INTO LD-Name
                   MOVE SW-Program TO LD-Program
                   MOVE SW-Year TO LD-Year
                   EVALUATE SW-Status
                       WHEN 'A'
                       WHEN SPACE
                           MOVE 'ACTIVE' TO LD-Status
                       WHEN 'W'
                           MOVE 'WITHDRAWN' TO LD-Status
                       WHEN 'L'
                           MOVE 'ON LEAVE' TO LD-Status
                       WHEN 'G'
                           MOVE 'GRADUATED' TO LD-Status
                       WHEN OTHER
                           MOVE SW-Status TO LD-Status
                   END-EVALUATE
               ELSE
                   MOVE 'STUDENT NOT FOUND' TO LD-Name
                   MOVE SPACES TO LD-Program
                   MOVE SPACES TO LD-Year
                   MOVE SPACES TO LD-Status
               END-IF.
               MOVE SW-Grade TO LD-Grade.
               WRITE List-Line FROM List-Detail-Line.
               MOVE SPACES TO Roster-Record.
               MOVE 'D' TO RO-Record-Type.
               MOVE SW-Student-number TO RO-Student-number.
               MOVE SPACES TO RO-Grade.
               WRITE Roster-Record.
               ADD 1 TO WS-Roster-Count.

      ******************************************************************
      * The section heading carries the schedule's instructor and
      * room when there is one; the roster gets its 'H' line here.
      ******************************************************************
           WRITE_SECTION_HEADER.
               ADD 1 TO WS-Section-Count.
               MOVE 0 TO WS-Class-Size.
               MOVE SW-Course-code TO WS-Break-Course.
               MOVE SW-Term TO WS-Break-Term.
               MOVE SW-Course-code TO LS-Course-Code.
               MOVE SW-Term TO LS-Term.
               MOVE 'NOT SCHEDULED' TO LS-Instructor.
               MOVE SPACES TO LS-Room.
               IF WS-Schedule-Open-Flag = 'Y'
                   MOVE SW-Course-code TO SCH-Course-code
                   MOVE SW-Term TO SCH-Term
                   READ SECTION-SCHEDULE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SCH-Instructor TO LS-Instructor
                           MOVE SCH-Room TO LS-Room
                   END-READ
               END-IF.
               MOVE SPACES TO List-Line.
               WRITE List-Line.
               WRITE List-Line FROM List-Section-Header.
               WRITE List-Line FROM List-Column-Header.
               MOVE SPACES TO Roster-Record.
               MOVE 'H' TO RO-Record-Type.
               MOVE SW-Course-code TO RO-Course-code.
               MOVE SW-Term TO RO-Term.
               WRITE Roster-Record.

           WRITE_SECTION_TOTAL.
               MOVE 'CLASS SIZE:' TO LT-Label.
               MOVE WS-Class-Size TO LT-Count.
               WRITE List-Line FROM List-Total-Line.

           CLOSE_ROUTINE.
               CLOSE ENROLL-MASTER.
               CLOSE STUDENT.
               IF WS-Schedule-Open-Flag = 'Y'
                   CLOSE SECTION-SCHEDULE
               END-IF.
               CLOSE CLASS-LIST.
               CLOSE GRADE-ROSTER.
               DISPLAY 'ENROLLMENTS READ:     ' WS-Read-Count.
               DISPLAY 'WITHDRAWN (W) SKIPPED:' WS-Withdrawn-Count.
               DISPLAY 'SECTIONS LISTED:      ' WS-Section-Count.
               DISPLAY 'STUDENTS LISTED:      ' WS-Listed-Count.
               DISPLAY 'ROSTER LINES WRITTEN: ' WS-Roster-Count.
               DISPLAY 'STUDENT NOT FOUND:    ' WS-No-Student-Count.
               IF WS-No-Student-Count > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.
       END PROGRAM ClassList.
