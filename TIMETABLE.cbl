      ******************************************************************
      * Author:
      * Date:
      * Purpose: Prints two listings off the SECTION-SCHEDULE file
      *          SchedMaint maintains:
      *            - a weekly timetable for every student, per term:
      *              the student's ENROLL-MASTER rows for the term
      *              (W rows aside) laid out Monday to Sunday in
      *              start-time order with room and instructor, and
      *              any course with no meeting time on file listed
      *              underneath;
      *            - a room utilization listing: for each term and
      *              room, the sections booked into it with their
      *              meeting pattern and enrollment, and the hours
      *              booked per week against the room's available
      *              teaching week (ROOM_WEEK_HOURS, default 45).
      *          SCHEDULE_TERM limits both listings to one term;
      *          left blank, every term on file is printed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Timetable.
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

           SELECT STUDENT-TIMETABLE
           ASSIGN TO WS-Timetable-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Timetable-Status.

           SELECT ROOM-UTILIZATION
           ASSIGN TO WS-Room-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Room-Status.

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

       FD STUDENT-TIMETABLE.
       01 Timetable-Line            PIC X(100).

       FD ROOM-UTILIZATION.
       01 Room-Line                 PIC X(100).

       SD SORT-WORK-FILE.
       01 SW-Room-Record.
           05 SW-Term               PIC X(6).
           05 SW-Room               PIC X(8).
           05 SW-Start-time         PIC 9(4).
           05 SW-End-time           PIC 9(4).
           05 SW-Meeting-days       PIC X(7).
           05 SW-Course-code        PIC X(8).
           05 SW-Instructor         PIC X(20).
           05 SW-Enrolled           PIC 9(4).
           05 SW-Weekly-Minutes     PIC 9(5).

       WORKING-STORAGE SECTION.

       01 WS-EOF                    PIC X(1)  VALUE 'N'.
       01 WS-Sort-EOF               PIC X(1)  VALUE 'N'.
       01 WS-Schedule-EOF           PIC X(1)  VALUE 'N'.

       01 WS-Master-File-Path       PIC X(250).
       01 WS-Student-File-Path      PIC X(250).
       01 WS-Schedule-File-Path     PIC X(250).
       01 WS-Timetable-File-Path    PIC X(250).
       01 WS-Room-File-Path         PIC X(250).
       01 WS-Sort-Work-Path         PIC X(250).

       01 WS-Master-Status          PIC X(2).
       01 WS-Student-Status         PIC X(2).
       01 WS-Schedule-Status        PIC X(2).
       01 WS-Timetable-Status       PIC X(2).
       01 WS-Room-Status            PIC X(2).

       01 WS-Full-Timestamp         PIC X(21).
       01 WS-Run-Id                 PIC X(18).

           COPY RUNCTLLK REPLACING ==:PREFIX:== BY == ==.

       01 WS-Select-Term            PIC X(6)  VALUE SPACES.
       01 WS-Week-Hours-Input       PIC X(5).
       01 WS-Week-Hours             PIC 9(3)  VALUE 45.

       01 WS-Student-Found-Flag     PIC X(1).
       01 WS-Current-Student        PIC 9(10) VALUE 0.
       01 WS-Current-Term           PIC X(6).
       01 WS-Day-Sub                PIC 9(1).
       01 WS-Days-Met               PIC 9(1).
       01 WS-Day-Names              PIC X(21)
                                    VALUE 'MONTUEWEDTHUFRISATSUN'.
       01 WS-Start-Minutes          PIC 9(5).
       01 WS-End-Minutes            PIC 9(5).
       01 WS-Time-Work              PIC 9(4).
       01 WS-Time-Parts REDEFINES WS-Time-Work.
           05 WS-Time-HH            PIC 9(2).
           05 WS-Time-MM            PIC 9(2).

       01 WS-Student-Count          PIC 9(6)  VALUE 0.
       01 WS-Timetable-Count        PIC 9(6)  VALUE 0.
       01 WS-Section-Listed-Count   PIC 9(6)  VALUE 0.
       01 WS-No-Room-Count          PIC 9(6)  VALUE 0.

      ******************************************************************
      * One student's rows: the master is keyed student, course,
      * term, so a student's terms arrive interleaved. The rows are
      * held with their meeting pattern, ordered by term and start
      * time, and printed one term at a time.
      ******************************************************************
       01 WS-Row-Count              PIC 9(3)  VALUE 0.
       01 WS-Row-Max                PIC 9(3)  VALUE 200.
       01 WS-Row-Sub                PIC 9(3)  VALUE 0.
       01 WS-Row-Next-Sub           PIC 9(3)  VALUE 0.
       01 WS-Swap-Flag              PIC X(1).
       01 WS-Row-Table.
           05 WS-Row-Entry OCCURS 200 TIMES.
               10 WS-Row-Term           PIC X(6).
               10 WS-Row-Start-time     PIC 9(4).
               10 WS-Row-Course-code    PIC X(8).
               10 WS-Row-Scheduled-Flag PIC X(1).
                   88 WS-Row-Scheduled            VALUE 'Y'.
               10 WS-Row-End-time       PIC 9(4).
               10 WS-Row-Meeting-days   PIC X(7).
               10 WS-Row-Room           PIC X(8).
               10 WS-Row-Instructor     PIC X(20).
       01 WS-Row-Hold               PIC X(58).

      ******************************************************************
      * Enrollment count per section, built on the master pass for
      * the room listing.
      ******************************************************************
       01 WS-Section-Count          PIC 9(4)  VALUE 0.
       01 WS-Section-Max            PIC 9(4)  VALUE 3000.
       01 WS-Section-Sub            PIC 9(4)  VALUE 0.
       01 WS-Section-Found-Sub      PIC 9(4)  VALUE 0.
       01 WS-Section-Table.
           05 WS-Section-Entry OCCURS 3000 TIMES.
               10 WS-Sec-Course-code PIC X(8).
               10 WS-Sec-Term        PIC X(6).
               10 WS-Sec-Enrolled    PIC 9(4).

      ******************************************************************
      * Room control-break fields and totals.
      ******************************************************************
       01 WS-Break-Term             PIC X(6)  VALUE SPACES.
       01 WS-Break-Room             PIC X(8)  VALUE SPACES.
       01 WS-First-Record-Flag      PIC X(1)  VALUE 'Y'.
       01 WS-Room-Sections          PIC 9(4).
       01 WS-Room-Minutes           PIC 9(6).
       01 WS-Room-Percent           PIC 9(3)V9.

      ******************************************************************
      * Student timetable layouts (STUDENT-TIMETABLE)
      ******************************************************************
       01 Timetable-Header-Line.
           05 FILLER                PIC X(30)
                   VALUE 'STUDENT WEEKLY TIMETABLE'.

       01 Timetable-Student-Line.
           05 FILLER                PIC X(9)  VALUE 'STUDENT:'.
           05 TS-Student-Number     PIC Z(9)9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 TS-Name               PIC X(30).
           05 FILLER                PIC X(10) VALUE 'PROGRAM:'.
           05 TS-Program            PIC X(8).
           05 FILLER                PIC X(8)  VALUE '  TERM:'.
           05 TS-Term               PIC X(6).

       01 Timetable-Column-Header.
           05 FILLER                PIC X(6)  VALUE 'DAY'.
           05 FILLER                PIC X(12) VALUE 'TIME'.
           05 FILLER                PIC X(10) VALUE 'COURSE'.
           05 FILLER                PIC X(10) VALUE 'ROOM'.
           05 FILLER                PIC X(20) VALUE 'INSTRUCTOR'.

       01 Timetable-Detail-Line.
           05 TD-Day                PIC X(3).
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 TD-Start-Time         PIC 9(4).
           05 FILLER                PIC X(1)  VALUE '-'.
           05 TD-End-Time           PIC 9(4).
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 TD-Course-Code        PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 TD-Room               PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 TD-Instructor         PIC X(20).

       01 Timetable-Unscheduled-Line.
           05 FILLER                PIC X(18) VALUE SPACES.
           05 TU-Course-Code        PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(26)
                   VALUE 'NO MEETING TIME ON FILE'.

      ******************************************************************
      * Room utilization layouts (ROOM-UTILIZATION)
      ******************************************************************
       01 Room-Header-Line.
           05 FILLER                PIC X(40)
                   VALUE 'ROOM UTILIZATION BY TERM'.

       01 Room-Week-Line.
           05 FILLER                PIC X(26)
                   VALUE 'AVAILABLE HOURS PER WEEK:'.
           05 RW-Week-Hours         PIC ZZ9.

       01 Room-Section-Header.
           05 FILLER                PIC X(6)  VALUE 'TERM:'.
           05 RS-Term               PIC X(6).
           05 FILLER                PIC X(8)  VALUE '  ROOM:'.
           05 RS-Room               PIC X(8).

       01 Room-Column-Header.
           05 FILLER                PIC X(10) VALUE 'COURSE'.
           05 FILLER                PIC X(9)  VALUE 'DAYS'.
           05 FILLER                PIC X(11) VALUE 'TIME'.
           05 FILLER                PIC X(22) VALUE 'INSTRUCTOR'.
           05 FILLER                PIC X(10) VALUE 'ENROLLED'.
           05 FILLER                PIC X(8)  VALUE 'HRS/WK'.

       01 Room-Detail-Line.
           05 RD-Course-Code        PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 RD-Meeting-Days       PIC X(7).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 RD-Start-Time         PIC 9(4).
           05 FILLER                PIC X(1)  VALUE '-'.
           05 RD-End-Time           PIC 9(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 RD-Instructor         PIC X(20).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 RD-Enrolled           PIC ZZZ9.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 RD-Hours              PIC ZZ9.99.

       01 Room-Total-Line.
           05 FILLER                PIC X(10) VALUE 'SECTIONS:'.
           05 RT-Sections           PIC ZZZ9.
           05 FILLER                PIC X(20)
                   VALUE '  HOURS BOOKED/WEEK:'.
           05 RT-Hours              PIC ZZZ9.99.
           05 FILLER                PIC X(16)
                   VALUE '  UTILIZATION:'.
           05 RT-Percent            PIC ZZ9.9.
           05 FILLER                PIC X(1)  VALUE '%'.

       PROCEDURE DIVISION.
           MAIN_PROGRAM.
               PERFORM INITIALIZE_ROUTINE.
               PERFORM BOOK_RUN_START.
               PERFORM OPEN_ROUTINE.
               PERFORM TIMETABLE_ROUTINE.
               PERFORM ROOM_REPORT_ROUTINE.
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
               MOVE 'TIMETABLE' TO RCL-Program-Name.
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
               ACCEPT WS-Timetable-File-Path
                   FROM ENVIRONMENT 'STUDENT_TIMETABLE_FILE'.
               IF WS-Timetable-File-Path = SPACES
                   MOVE 'STUDENT-TIMETABLE.txt'
                       TO WS-Timetable-File-Path
               END-IF.
               ACCEPT WS-Room-File-Path
                   FROM ENVIRONMENT 'ROOM_UTILIZATION_FILE'.
               IF WS-Room-File-Path = SPACES
                   MOVE 'ROOM-UTILIZATION.txt' TO WS-Room-File-Path
               END-IF.
               ACCEPT WS-Sort-Work-Path
                   FROM ENVIRONMENT 'ROOM_SORT_WORK_FILE'.
               IF WS-Sort-Work-Path = SPACES
                   MOVE 'ROOM-SORTWORK.tmp' TO WS-Sort-Work-Path
               END-IF.
               ACCEPT WS-Select-Term
                   FROM ENVIRONMENT 'SCHEDULE_TERM'.
               ACCEPT WS-Week-Hours-Input
                   FROM ENVIRONMENT 'ROOM_WEEK_HOURS'.
               IF WS-Week-Hours-Input NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-Week-Hours-Input) = 0
                       AND FUNCTION NUMVAL(WS-Week-Hours-Input) > 0
                       COMPUTE WS-Week-Hours =
                           FUNCTION NUMVAL(WS-Week-Hours-Input)
                   ELSE
                       DISPLAY 'INVALID ROOM_WEEK_HOURS - '
                           'DEFAULT USED: ' WS-Week-Hours-Input
                   END-IF
               END-IF.
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
               IF WS-Schedule-Status NOT = '00'
                   DISPLAY 'ERROR OPENING SECTION-SCHEDULE - STATUS: '
                       WS-Schedule-Status
                   STOP RUN
               END-IF.
               OPEN OUTPUT STUDENT-TIMETABLE.
               IF WS-Timetable-Status NOT = '00'
                   DISPLAY 'ERROR OPENING STUDENT-TIMETABLE - STATUS: '
                       WS-Timetable-Status
                   STOP RUN
               END-IF.
               OPEN OUTPUT ROOM-UTILIZATION.
               IF WS-Room-Status NOT = '00'
                   DISPLAY 'ERROR OPENING ROOM-UTILIZATION - STATUS: '
                       WS-Room-Status
                   STOP RUN
               END-IF.
               WRITE Timetable-Line FROM Timetable-Header-Line.
               WRITE Room-Line FROM Room-Header-Line.
               MOVE WS-Week-Hours TO RW-Week-Hours.
               WRITE Room-Line FROM Room-Week-Line.

      ******************************************************************
      * Master pass: one sequential walk of ENROLL-MASTER in key
      * order with a control break on the student. Every row counts
      * toward its section's enrollment; rows in the selected term
      * (any term, when none is selected) go into the student's
      * timetable.
      ******************************************************************
           TIMETABLE_ROUTINE.
               MOVE 'N' TO WS-EOF.
               MOVE 0 TO WS-Row-Count.
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ENROLL-MASTER NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM PROCESS_MASTER_ROW
                   END-READ
               END-PERFORM.
               IF WS-Current-Student NOT = 0
                   PERFORM PRINT_STUDENT_TIMETABLE
               END-IF.

           PROCESS_MASTER_ROW.
               IF EM-Student-number NOT = WS-Current-Student
                   IF WS-Current-Student NOT = 0
                       PERFORM PRINT_STUDENT_TIMETABLE
                   END-IF
                   MOVE EM-Student-number TO WS-Current-Student
                   MOVE 0 TO WS-Row-Count
               END-IF.
               IF EM-Grade NOT = 'W'
                   AND (WS-Select-Term = SPACES
                       OR EM-Term = WS-Select-Term)
                   PERFORM COUNT_SECTION_ENROLLMENT
                   PERFORM STORE_TIMETABLE_ROW
               END-IF.

           COUNT_SECTION_ENROLLMENT.
               MOVE 0 TO WS-Section-Found-Sub.
               MOVE 1 TO WS-Section-Sub.
               PERFORM UNTIL WS-Section-Sub > WS-Section-Count
                   IF WS-Sec-Course-code(WS-Section-Sub)
                       = EM-Course-code
                       AND WS-Sec-Term(WS-Section-Sub) = EM-Term
                       MOVE WS-Section-Sub TO WS-Section-Found-Sub
                       MOVE WS-Section-Count TO WS-Section-Sub
                   END-IF
                   ADD 1 TO WS-Section-Sub
               END-PERFORM.
               IF WS-Section-Found-Sub = 0
                   IF WS-Section-Count < WS-Section-Max
                       ADD 1 TO WS-Section-Count
                       MOVE WS-Section-Count TO WS-Section-Found-Sub
                       MOVE EM-Course-code TO
                           WS-Sec-Course-code(WS-Section-Found-Sub)
                       MOVE EM-Term TO
                           WS-Sec-Term(WS-Section-Found-Sub)
                       MOVE 0 TO
                           WS-Sec-Enrolled(WS-Section-Found-Sub)
                   ELSE
                       DISPLAY 'SECTION TABLE FULL - NOT COUNTED: '
                           EM-Course-code ' ' EM-Term
                   END-IF
               END-IF.
               IF WS-Section-Found-Sub > 0
                   ADD 1 TO WS-Sec-Enrolled(WS-Section-Found-Sub)
               END-IF.

           STORE_TIMETABLE_ROW.
               IF WS-Row-Count < WS-Row-Max
                   ADD 1 TO WS-Row-Count
                   MOVE EM-Term TO WS-Row-Term(WS-Row-Count)
                   MOVE EM-Course-code
                       TO WS-Row-Course-code(WS-Row-Count)
                   MOVE EM-Course-code TO SCH-Course-code
                   MOVE EM-Term TO SCH-Term
                   READ SECTION-SCHEDULE
                       INVALID KEY
                           MOVE 'N'
                               TO WS-Row-Scheduled-Flag(WS-Row-Count)
                           MOVE 0 TO WS-Row-Start-time(WS-Row-Count)
                           MOVE 0 TO WS-Row-End-time(WS-Row-Count)
                           MOVE SPACES
                               TO WS-Row-Meeting-days(WS-Row-Count)
                           MOVE SPACES TO WS-Row-Room(WS-Row-Count)
                           MOVE SPACES
                               TO WS-Row-Instructor(WS-Row-Count)
                       NOT INVALID KEY
                           MOVE 'Y'
                               TO WS-Row-Scheduled-Flag(WS-Row-Count)
                           MOVE SCH-Start-time
                               TO WS-Row-Start-time(WS-Row-Count)
                           MOVE SCH-End-time
                               TO WS-Row-End-time(WS-Row-Count)
                           MOVE SCH-Meeting-days
                               TO WS-Row-Meeting-days(WS-Row-Count)
                           MOVE SCH-Room TO WS-Row-Room(WS-Row-Count)
                           MOVE SCH-Instructor
                               TO WS-Row-Instructor(WS-Row-Count)
                   END-READ
               ELSE
                   DISPLAY 'TIMETABLE ROW TABLE FULL - ROW IGNORED: '
                       EM-Student-number ' ' EM-Course-code ' '
                       EM-Term
               END-IF.

      ******************************************************************
      * The held rows are put in term and start-time order with an
      * exchange sort - a student carries a handful of rows - and
      * printed with a break on the term.
      ******************************************************************
           PRINT_STUDENT_TIMETABLE.
               IF WS-Row-Count > 0
                   ADD 1 TO WS-Student-Count
                   PERFORM READ_STUDENT_ROUTINE
                   PERFORM ORDER_TIMETABLE_ROWS
                   MOVE SPACES TO WS-Current-Term
                   MOVE 1 TO WS-Row-Sub
                   PERFORM UNTIL WS-Row-Sub > WS-Row-Count
                       IF WS-Row-Term(WS-Row-Sub) NOT = WS-Current-Term
                           MOVE WS-Row-Term(WS-Row-Sub)
                               TO WS-Current-Term
                           PERFORM PRINT_TERM_TIMETABLE
                       END-IF
                       ADD 1 TO WS-Row-Sub
                   END-PERFORM
               END-IF.

           READ_STUDENT_ROUTINE.
               MOVE WS-Current-Student TO Student_number.
               MOVE 'Y' TO WS-Student-Found-Flag.
               READ STUDENT
                   INVALID KEY MOVE 'N' TO WS-Student-Found-Flag
               END-READ.
               MOVE WS-Current-Student TO TS-Student-Number.
               MOVE SPACES TO TS-Name.
               IF WS-Student-Found-Flag = 'Y'
                   STRING FUNCTION TRIM(First_name) ' '
                       FUNCTION TRIM(Last_name)
                       DELIMITED BY SIZE INTO TS-Name
                   MOVE Student_program TO TS-Program
               ELSE
                   MOVE 'STUDENT NOT FOUND' TO TS-Name
                   MOVE 'UNKNOWN' TO TS-Program
               END-IF.

           ORDER_TIMETABLE_ROWS.
               MOVE 'Y' TO WS-Swap-Flag.
               PERFORM UNTIL WS-Swap-Flag = 'N'
                   MOVE 'N' TO WS-Swap-Flag
                   MOVE 1 TO WS-Row-Sub
                   PERFORM UNTIL WS-Row-Sub >= WS-Row-Count
                       COMPUTE WS-Row-Next-Sub = WS-Row-Sub + 1
                       IF WS-Row-Entry(WS-Row-Sub)(1:18)
                           > WS-Row-Entry(WS-Row-Next-Sub)(1:18)
                           MOVE WS-Row-Entry(WS-Row-Sub)
                               TO WS-Row-Hold
                           MOVE WS-Row-Entry(WS-Row-Next-Sub)
                               TO WS-Row-Entry(WS-Row-Sub)
                           MOVE WS-Row-Hold
                               TO WS-Row-Entry(WS-Row-Next-Sub)
                           MOVE 'Y' TO WS-Swap-Flag
                       END-IF
                       ADD 1 TO WS-Row-Sub
                   END-PERFORM
               END-PERFORM.

      ******************************************************************
      * One term's timetable: for each day of the week, the rows
      * meeting that day in start-time order, then any row with no
      * meeting time on file.
      ******************************************************************
           PRINT_TERM_TIMETABLE.
               ADD 1 TO WS-Timetable-Count.
               MOVE WS-Current-Term TO TS-Term.
               MOVE SPACES TO Timetable-Line.
               WRITE Timetable-Line.
               WRITE Timetable-Line FROM Timetable-Student-Line.
               WRITE Timetable-Line FROM Timetable-Column-Header.
               MOVE 1 TO WS-Day-Sub.
               PERFORM UNTIL WS-Day-Sub > 7
                   PERFORM PRINT_DAY_MEETINGS
                   ADD 1 TO WS-Day-Sub
               END-PERFORM.
               MOVE 1 TO WS-Row-Next-Sub.
               PERFORM UNTIL WS-Row-Next-Sub > WS-Row-Count
                   IF WS-Row-Term(WS-Row-Next-Sub) = WS-Current-Term
                       AND NOT WS-Row-Scheduled(WS-Row-Next-Sub)
                       MOVE WS-Row-Course-code(WS-Row-Next-Sub)
                           TO TU-Course-Code
                       WRITE Timetable-Line
                           FROM Timetable-Unscheduled-Line
                   END-IF
                   ADD 1 TO WS-Row-Next-Sub
               END-PERFORM.

           PRINT_DAY_MEETINGS.
               MOVE 1 TO WS-Row-Next-Sub.
               PERFORM UNTIL WS-Row-Next-Sub > WS-Row-Count
                   IF WS-Row-Term(WS-Row-Next-Sub) = WS-Current-Term
                       AND WS-Row-Scheduled(WS-Row-Next-Sub)
                       AND WS-Row-Meeting-days(WS-Row-Next-Sub)
                           (WS-Day-Sub:1) NOT = SPACE
                       MOVE WS-Day-Names((WS-Day-Sub * 3) - 2:3)
                           TO TD-Day
                       MOVE WS-Row-Start-time(WS-Row-Next-Sub)
                           TO TD-Start-Time
                       MOVE WS-Row-End-time(WS-Row-Next-Sub)
                           TO TD-End-Time
                       MOVE WS-Row-Course-code(WS-Row-Next-Sub)
                           TO TD-Course-Code
                       MOVE WS-Row-Room(WS-Row-Next-Sub) TO TD-Room
                       MOVE WS-Row-Instructor(WS-Row-Next-Sub)
                           TO TD-Instructor
                       WRITE Timetable-Line FROM Timetable-Detail-Line
                   END-IF
                   ADD 1 TO WS-Row-Next-Sub
               END-PERFORM.

      ******************************************************************
      * Room utilization: every scheduled section with a room, sorted
      * by term, room and start time and printed with a break on
      * term and room. Hours booked are the meeting length times the
      * number of meeting days.
      ******************************************************************
           ROOM_REPORT_ROUTINE.
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-Term
                   ON ASCENDING KEY SW-Room
                   ON ASCENDING KEY SW-Start-time
                   INPUT PROCEDURE IS ROOM_INPUT_ROUTINE
                   OUTPUT PROCEDURE IS ROOM_OUTPUT_ROUTINE.
               IF WS-First-Record-Flag = 'N'
                   PERFORM WRITE_ROOM_TOTAL
               END-IF.

           ROOM_INPUT_ROUTINE.
               MOVE LOW-VALUES TO SCH-Key.
               START SECTION-SCHEDULE KEY IS NOT LESS THAN SCH-Key
                   INVALID KEY
                       MOVE 'Y' TO WS-Schedule-EOF
               END-START.
               PERFORM UNTIL WS-Schedule-EOF = 'Y'
                   READ SECTION-SCHEDULE NEXT RECORD
                       AT END MOVE 'Y' TO WS-Schedule-EOF
                       NOT AT END
                           IF WS-Select-Term = SPACES
                               OR SCH-Term = WS-Select-Term
                               PERFORM RELEASE_ROOM_RECORD
                           END-IF
                   END-READ
               END-PERFORM.

           RELEASE_ROOM_RECORD.
               IF SCH-Room = SPACES
                   ADD 1 TO WS-No-Room-Count
               ELSE
                   MOVE SPACES TO SW-Room-Record
                   MOVE SCH-Term TO SW-Term
                   MOVE SCH-Room TO SW-Room
                   MOVE SCH-Start-time TO SW-Start-time
                   MOVE SCH-End-time TO SW-End-time
                   MOVE SCH-Meeting-days TO SW-Meeting-days
                   MOVE SCH-Course-code TO SW-Course-code
                   MOVE SCH-Instructor TO SW-Instructor
                   MOVE 0 TO SW-Enrolled
                   MOVE 1 TO WS-Section-Sub
                   PERFORM UNTIL WS-Section-Sub > WS-Section-Count
                       IF WS-Sec-Course-code(WS-Section-Sub)
                           = SCH-Course-code
                           AND WS-Sec-Term(WS-Section-Sub) = SCH-Term
                           MOVE WS-Sec-Enrolled(WS-Section-Sub)
                               TO SW-Enrolled
                           MOVE WS-Section-Count TO WS-Section-Sub
                       END-IF
                       ADD 1 TO WS-Section-Sub
                   END-PERFORM
                   MOVE SCH-Start-time TO WS-Time-Work
                   COMPUTE WS-Start-Minutes =
                       WS-Time-HH * 60 + WS-Time-MM
                   MOVE SCH-End-time TO WS-Time-Work
                   COMPUTE WS-End-Minutes =
                       WS-Time-HH * 60 + WS-Time-MM
                   MOVE 0 TO WS-Days-Met
                   MOVE 1 TO WS-Day-Sub
                   PERFORM UNTIL WS-Day-Sub > 7
                       IF SCH-Meeting-days(WS-Day-Sub:1) NOT = SPACE
                           ADD 1 TO WS-Days-Met
                       END-IF
                       ADD 1 TO WS-Day-Sub
                   END-PERFORM
                   COMPUTE SW-Weekly-Minutes =
                       (WS-End-Minutes - WS-Start-Minutes)
                       * WS-Days-Met
                   RELEASE SW-Room-Record
               END-IF.

           ROOM_OUTPUT_ROUTINE.
               MOVE 'N' TO WS-Sort-EOF.
               PERFORM UNTIL WS-Sort-EOF = 'Y'
                   RETURN SORT-WORK-FILE
                       AT END MOVE 'Y' TO WS-Sort-EOF
                       NOT AT END PERFORM WRITE_ROOM_DETAIL
                   END-RETURN
               END-PERFORM.

           WRITE_ROOM_DETAIL.
               IF WS-First-Record-Flag = 'Y'
                   MOVE 'N' TO WS-First-Record-Flag
                   PERFORM WRITE_ROOM_HEADER
               END-IF.
               IF SW-Term NOT = WS-Break-Term
                   OR SW-Room NOT = WS-Break-Room
                   PERFORM WRITE_ROOM_TOTAL
                   PERFORM WRITE_ROOM_HEADER
               END-IF.
               ADD 1 TO WS-Section-Listed-Count.
               ADD 1 TO WS-Room-Sections.
               ADD SW-Weekly-Minutes TO WS-Room-Minutes.
               MOVE SW-Course-code TO RD-Course-Code.
               MOVE SW-Meeting-days TO RD-Meeting-Days.
               MOVE SW-Start-time TO RD-Start-Time.
               MOVE SW-End-time TO RD-End-Time.
               MOVE SW-Instructor TO RD-Instructor.
               MOVE SW-Enrolled TO RD-Enrolled.
               COMPUTE RD-Hours ROUNDED = SW-Weekly-Minutes / 60.
               WRITE Room-Line FROM Room-Detail-Line.

           WRITE_ROOM_HEADER.
               MOVE 0 TO WS-Room-Sections.
               MOVE 0 TO WS-Room-Minutes.
               MOVE SW-Term TO WS-Break-Term.
               MOVE SW-Room TO WS-Break-Room.
               MOVE SPACES TO Room-Line.
               WRITE Room-Line.
               MOVE SW-Term TO RS-Term.
               MOVE SW-Room TO RS-Room.
               WRITE Room-Line FROM Room-Section-Header.
               WRITE Room-Line FROM Room-Column-Header.

           WRITE_ROOM_TOTAL.
               MOVE WS-Room-Sections TO RT-Sections.
               COMPUTE RT-Hours ROUNDED = WS-Room-Minutes / 60.
               COMPUTE WS-Room-Percent ROUNDED =
                   WS-Room-Minutes * 100 / (WS-Week-Hours * 60)
                   ON SIZE ERROR MOVE 999.9 TO WS-Room-Percent
               END-COMPUTE.
               MOVE WS-Room-Percent TO RT-Percent.
               WRITE Room-Line FROM Room-Total-Line.

           CLOSE_ROUTINE.
               CLOSE ENROLL-MASTER.
               CLOSE STUDENT.
               CLOSE SECTION-SCHEDULE.
               CLOSE STUDENT-TIMETABLE.
               CLOSE ROOM-UTILIZATION.
               DISPLAY 'STUDENTS LISTED:      ' WS-Student-Count.
               DISPLAY 'TIMETABLES PRINTED:   ' WS-Timetable-Count.
               DISPLAY 'ROOM SECTIONS LISTED: ' WS-Section-Listed-Count.
               DISPLAY 'SECTIONS WITH NO ROOM:' WS-No-Room-Count.
       END PROGRAM Timetable.
