      ******************************************************************
      * Author:
      * Date:
      * Purpose: Incomplete-grade lapse run. An 'I' grade left on
      *          ENROLL-MASTER counts toward nothing - it is ungraded
      *          to CONVERT_GRADE_TO_POINTS - so policy is that an
      *          incomplete not resolved within a set number of days
      *          after the term ends lapses to F. The run walks
      *          ENROLL-MASTER for EM-Grade 'I' and works out each
      *          row's deadline from the term end date on the
      *          TERM-CALENDAR file:
      *            - past the deadline: a 'G' grade-change
      *              transaction to F is appended to ENROLL-TRANS,
      *              the way GradeRoster queues grades, so the change
      *              goes through EnrollMaint like any other;
      *            - deadline within the warning window: a warning
      *              notice is printed with the STUDENT master name
      *              and address, in the StandLetters letter style;
      *            - a term missing from TERM-CALENDAR is listed and
      *              left alone (RETURN-CODE 4).
      *          Every incomplete is then listed by course and term,
      *          with the action taken, for the department heads.
      *          The lapse period (INCOMPLETE_LAPSE_DAYS, default
      *          120) and warning window (INCOMPLETE_WARNING_DAYS,
      *          default 30) are in calendar days; the as-of date is
      *          today unless INCOMPLETE_AS_OF_DATE gives another.
      * Tectonics: cobc
      *
      * Modification History:
      * - Lapse transactions carry the grade-change authorization
      *   code INCLAPSE. An incomplete does not hold up TermClose,
      *   so most lapses fall on closed terms, where EnrollMaint
      *   needs an authorization and writes the change to the
      *   grade-change register.
      * - An incomplete that already has a grade change queued on
      *   ENROLL-TRANS - the instructor's resolved grade, or the F
      *   of an earlier lapse run not yet applied - is not lapsed
      *   again: it is listed GRADE CHANGE PENDING, so the lapse
      *   cannot override the resolved grade and a re-run does not
      *   queue a second F.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IncLapse.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLL-MASTER
           ASSIGN TO WS-Master-File-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-Key
           FILE STATUS IS WS-Master-Status.

           SELECT TERM-CALENDAR
           ASSIGN TO WS-Calendar-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Calendar-Status.

           SELECT STUDENT
           ASSIGN TO WS-Student-File-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Student_number
           ALTERNATE RECORD KEY IS Last_name WITH DUPLICATES
           FILE STATUS IS WS-Student-Status.

           SELECT ENROLL-TRANS
           ASSIGN TO WS-Trans-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Trans-Status.

           SELECT INCOMPLETE-NOTICES
           ASSIGN TO WS-Notices-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Notices-Status.

           SELECT INCOMPLETE-SUMMARY
           ASSIGN TO WS-Summary-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Summary-Status.

           SELECT SORT-WORK-FILE
           ASSIGN TO WS-Sort-Work-Path.

       DATA DIVISION.
       FILE SECTION.
       FD ENROLL-MASTER.
           COPY ENROLLMST REPLACING ==:PREFIX:== BY == ==.

       FD TERM-CALENDAR.
           COPY TERMCAL REPLACING ==:PREFIX:== BY == ==.

       FD STUDENT.
           COPY STUDENTREC REPLACING ==:PREFIX:== BY == ==.

       FD ENROLL-TRANS.
       01 Enroll-Trans-Record.
           05 GT-Trans-Code         PIC X(1).
           COPY COURSEENR REPLACING
               ==01 :PREFIX:Course-Enrollment-Record.==
                   BY ==05 GT-Course-Enrollment-Record.==
               ==05 :PREFIX:== BY ==09 GT-==.
           05 GT-Override-Code      PIC X(1).
           05 GT-Auth-Code          PIC X(8).

       FD INCOMPLETE-NOTICES.
       01 Letter-Line               PIC X(100).

       FD INCOMPLETE-SUMMARY.
       01 Summary-Line              PIC X(100).

       SD SORT-WORK-FILE.
       01 SW-Incomplete-Record.
           05 SW-Course-code        PIC X(8).
           05 SW-Term               PIC X(6).
           05 SW-Student-number     PIC 9(10).
           05 SW-Name               PIC X(30).
           05 SW-Term-End           PIC 9(8).
           05 SW-Deadline           PIC 9(8).
           05 SW-Days-Left          PIC S9(7).
           05 SW-Action             PIC X(1).
               88 SW-Action-Lapsed            VALUE 'L'.
               88 SW-Action-Warned            VALUE 'W'.
               88 SW-Action-No-Notice         VALUE 'N'.
               88 SW-Action-Pending           VALUE 'P'.
               88 SW-Action-Grade-Queued      VALUE 'G'.
               88 SW-Action-No-Term           VALUE 'T'.

       WORKING-STORAGE SECTION.

       01 WS-EOF                    PIC X(1)  VALUE 'N'.
       01 WS-Calendar-EOF           PIC X(1)  VALUE 'N'.
       01 WS-Trans-EOF              PIC X(1)  VALUE 'N'.
       01 WS-Sort-EOF               PIC X(1)  VALUE 'N'.

       01 WS-Master-File-Path       PIC X(250).
       01 WS-Calendar-File-Path     PIC X(250).
       01 WS-Student-File-Path      PIC X(250).
       01 WS-Trans-File-Path        PIC X(250).
       01 WS-Notices-File-Path      PIC X(250).
       01 WS-Summary-File-Path      PIC X(250).
       01 WS-Sort-Work-Path         PIC X(250).

       01 WS-Master-Status          PIC X(2).
       01 WS-Calendar-Status        PIC X(2).
       01 WS-Student-Status         PIC X(2).
       01 WS-Trans-Status           PIC X(2).
       01 WS-Notices-Status         PIC X(2).
       01 WS-Summary-Status         PIC X(2).

       01 WS-Full-Timestamp         PIC X(21).
       01 WS-Run-Id                 PIC X(18).
       01 WS-As-Of-Date             PIC X(8).
       01 WS-As-Of-Date-Num REDEFINES WS-As-Of-Date
                                    PIC 9(8).

           COPY RUNCTLLK REPLACING ==:PREFIX:== BY == ==.

      ******************************************************************
      * Lapse policy, in calendar days: the deadline is the term end
      * date plus the lapse period; a notice goes out once the
      * deadline is no further off than the warning window. An
      * incomplete lapses the day after its deadline.
      ******************************************************************
       01 WS-Lapse-Days-Input       PIC X(5).
       01 WS-Lapse-Days             PIC 9(4)  VALUE 120.
       01 WS-Warning-Days-Input     PIC X(5).
       01 WS-Warning-Days           PIC 9(4)  VALUE 30.

       01 WS-Student-Found-Flag     PIC X(1).
       01 WS-Term-Found-Sub         PIC 9(4).
       01 WS-Days-Left              PIC S9(7).
       01 WS-Deadline-Display       PIC X(10).

       01 WS-Read-Count             PIC 9(6)  VALUE 0.
       01 WS-Incomplete-Count       PIC 9(6)  VALUE 0.
       01 WS-Lapsed-Count           PIC 9(6)  VALUE 0.
       01 WS-Warned-Count           PIC 9(6)  VALUE 0.
       01 WS-Pending-Count          PIC 9(6)  VALUE 0.
       01 WS-No-Term-Count          PIC 9(6)  VALUE 0.
       01 WS-No-Student-Count       PIC 9(6)  VALUE 0.
       01 WS-Grade-Queued-Count     PIC 9(6)  VALUE 0.

      ******************************************************************
      * Term calendar table: the whole TERM-CALENDAR file, loaded
      * once and searched for each incomplete's term.
      ******************************************************************
       01 WS-Term-Count             PIC 9(4)  VALUE 0.
       01 WS-Term-Max               PIC 9(4)  VALUE 500.
       01 WS-Term-Sub               PIC 9(4)  VALUE 0.
       01 WS-Term-Table.
           05 WS-Term-Entry OCCURS 500 TIMES.
               10 WS-Cal-Term       PIC X(6).
               10 WS-Cal-End-Date   PIC 9(8).
               10 WS-Cal-Deadline   PIC 9(8).

      ******************************************************************
      * Grade changes already queued on ENROLL-TRANS, the last one
      * per student, course and term, loaded before the lapse run
      * adds to the file.
      ******************************************************************
       01 WS-Qg-Count               PIC 9(5)  VALUE 0.
       01 WS-Qg-Max                 PIC 9(5)  VALUE 5000.
       01 WS-Qg-Sub                 PIC 9(5)  VALUE 0.
       01 WS-Qg-Found-Sub           PIC 9(5)  VALUE 0.
       01 WS-Qg-Key-Student         PIC 9(10).
       01 WS-Qg-Key-Course          PIC X(8).
       01 WS-Qg-Key-Term            PIC X(6).
       01 WS-Queued-Grade-Table.
           05 WS-Qg-Entry OCCURS 5000 TIMES.
               10 WS-Qg-Student-number PIC 9(10).
               10 WS-Qg-Course-code    PIC X(8).
               10 WS-Qg-Term           PIC X(6).
               10 WS-Qg-Grade          PIC X(2).

       01 WS-Letter-Name            PIC X(50).
       01 WS-Letter-Address         PIC X(70).
       01 WS-Letter-Text            PIC X(90).

      ******************************************************************
      * Control-break fields and totals for the summary listing.
      ******************************************************************
       01 WS-Break-Course           PIC X(8)  VALUE SPACES.
       01 WS-Break-Term             PIC X(6)  VALUE SPACES.
       01 WS-First-Record-Flag      PIC X(1)  VALUE 'Y'.

       01 WS-Section-Totals.
           05 WS-Sect-Count         PIC 9(6).
           05 WS-Sect-Lapsed        PIC 9(6).
           05 WS-Sect-Warned        PIC 9(6).
           05 WS-Sect-Pending       PIC 9(6).

      ******************************************************************
      * Summary listing layouts (INCOMPLETE-SUMMARY)
      ******************************************************************
       01 Summary-Header-Line.
           05 FILLER                PIC X(45)
                   VALUE 'INCOMPLETE GRADES BY COURSE AND TERM - AS AT'.
           05 SH-As-Of-Date         PIC X(8).

       01 Summary-Policy-Line.
           05 FILLER                PIC X(15) VALUE 'LAPSE PERIOD:'.
           05 SP-Lapse-Days         PIC ZZZ9.
           05 FILLER                PIC X(23)
                   VALUE ' DAYS  WARNING WINDOW:'.
           05 SP-Warning-Days       PIC ZZZ9.
           05 FILLER                PIC X(5)  VALUE ' DAYS'.

       01 Summary-Column-Header.
           05 FILLER                PIC X(12) VALUE 'STUDENT'.
           05 FILLER                PIC X(32) VALUE 'NAME'.
           05 FILLER                PIC X(10) VALUE 'DEADLINE'.
           05 FILLER                PIC X(11) VALUE '  DAYS LEFT'.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(20) VALUE 'ACTION'.

       01 Summary-Section-Header.
           05 FILLER                PIC X(8)  VALUE 'COURSE:'.
           05 SS-Course-Code        PIC X(8).
           05 FILLER                PIC X(8)  VALUE '  TERM:'.
           05 SS-Term               PIC X(6).
           05 FILLER                PIC X(14) VALUE '  TERM ENDED:'.
           05 SS-Term-End           PIC X(8).

       01 Summary-Detail-Line.
           05 SD-Student-Number     PIC Z(9)9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 SD-Name               PIC X(30).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 SD-Deadline           PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 SD-Days-Left          PIC -(9)9.
           05 SD-Days-Left-X REDEFINES SD-Days-Left
                                    PIC X(10).
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 SD-Action             PIC X(20).

       01 Summary-Total-Line.
           05 ST-Label              PIC X(16).
           05 FILLER                PIC X(13) VALUE 'INCOMPLETES:'.
           05 ST-Count              PIC ZZZ,ZZ9.
           05 FILLER                PIC X(10) VALUE '  LAPSED:'.
           05 ST-Lapsed             PIC ZZZ,ZZ9.
           05 FILLER                PIC X(10) VALUE '  WARNED:'.
           05 ST-Warned             PIC ZZZ,ZZ9.
           05 FILLER                PIC X(11) VALUE '  PENDING:'.
           05 ST-Pending            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           MAIN_PROGRAM.
               PERFORM INITIALIZE_ROUTINE.
               PERFORM BOOK_RUN_START.
               PERFORM LOAD_CALENDAR_ROUTINE.
               PERFORM LOAD_QUEUED_GRADES_ROUTINE.
               PERFORM OPEN_ROUTINE.
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-Course-code
                   ON ASCENDING KEY SW-Term
                   ON ASCENDING KEY SW-Student-number
                   INPUT PROCEDURE IS SCAN_MASTER_ROUTINE
                   OUTPUT PROCEDURE IS SUMMARY_OUTPUT_ROUTINE.
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
               MOVE 'INCLAPSE' TO RCL-Program-Name.
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
               ACCEPT WS-Calendar-File-Path
                   FROM ENVIRONMENT 'TERM_CALENDAR_FILE'.
               IF WS-Calendar-File-Path = SPACES
                   MOVE 'TERM-CALENDAR.txt' TO WS-Calendar-File-Path
               END-IF.
               ACCEPT WS-Student-File-Path
                   FROM ENVIRONMENT 'STUDENT_FILE'.
               IF WS-Student-File-Path = SPACES
                   MOVE 'STUDENT.txt' TO WS-Student-File-Path
               END-IF.
               ACCEPT WS-Trans-File-Path
                   FROM ENVIRONMENT 'ENROLL_TRANS_FILE'.
               IF WS-Trans-File-Path = SPACES
                   MOVE 'ENROLL-TRANS.txt' TO WS-Trans-File-Path
               END-IF.
               ACCEPT WS-Notices-File-Path
                   FROM ENVIRONMENT 'INCOMPLETE_NOTICES_FILE'.
               IF WS-Notices-File-Path = SPACES
                   MOVE 'INCOMPLETE-NOTICES.txt'
                       TO WS-Notices-File-Path
               END-IF.
               ACCEPT WS-Summary-File-Path
                   FROM ENVIRONMENT 'INCOMPLETE_SUMMARY_FILE'.
               IF WS-Summary-File-Path = SPACES
                   MOVE 'INCOMPLETE-SUMMARY.txt'
                       TO WS-Summary-File-Path
               END-IF.
               ACCEPT WS-Sort-Work-Path
                   FROM ENVIRONMENT 'INCOMPLETE_SORT_WORK_FILE'.
               IF WS-Sort-Work-Path = SPACES
                   MOVE 'INCOMPLETE-SORTWORK.tmp' TO WS-Sort-Work-Path
               END-IF.
               ACCEPT WS-Lapse-Days-Input
                   FROM ENVIRONMENT 'INCOMPLETE_LAPSE_DAYS'.
               IF WS-Lapse-Days-Input NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-Lapse-Days-Input) = 0
                       COMPUTE WS-Lapse-Days =
                           FUNCTION NUMVAL(WS-Lapse-Days-Input)
                   ELSE
                       DISPLAY 'INVALID INCOMPLETE_LAPSE_DAYS - '
                           'DEFAULT USED: ' WS-Lapse-Days-Input
                   END-IF
               END-IF.
               ACCEPT WS-Warning-Days-Input
                   FROM ENVIRONMENT 'INCOMPLETE_WARNING_DAYS'.
               IF WS-Warning-Days-Input NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-Warning-Days-Input) = 0
                       COMPUTE WS-Warning-Days =
                           FUNCTION NUMVAL(WS-Warning-Days-Input)
                   ELSE
                       DISPLAY 'INVALID INCOMPLETE_WARNING_DAYS - '
                           'DEFAULT USED: ' WS-Warning-Days-Input
                   END-IF
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO WS-Full-Timestamp.
               STRING 'RUN-' WS-Full-Timestamp(1:14)
                   DELIMITED BY SIZE INTO WS-Run-Id.
               ACCEPT WS-As-Of-Date
                   FROM ENVIRONMENT 'INCOMPLETE_AS_OF_DATE'.
               IF WS-As-Of-Date = SPACES
                   OR WS-As-Of-Date NOT NUMERIC
                   MOVE WS-Full-Timestamp(1:8) TO WS-As-Of-Date
               END-IF.

      ******************************************************************
      * The deadline for each term is worked out once, as the table
      * is loaded. A record with no usable end date is skipped, so
      * its term's incompletes are listed as not on the calendar
      * rather than lapsed against a wrong date.
      ******************************************************************
           LOAD_CALENDAR_ROUTINE.
               OPEN INPUT TERM-CALENDAR.
               IF WS-Calendar-Status NOT = '00'
                   DISPLAY 'ERROR OPENING TERM-CALENDAR - STATUS: '
                       WS-Calendar-Status
                   STOP RUN
               END-IF.
               PERFORM UNTIL WS-Calendar-EOF = 'Y'
                   READ TERM-CALENDAR
                       AT END MOVE 'Y' TO WS-Calendar-EOF
                       NOT AT END PERFORM STORE_CALENDAR_ENTRY
                   END-READ
               END-PERFORM.
               CLOSE TERM-CALENDAR.

           STORE_CALENDAR_ENTRY.
               IF TC-End-date NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(TC-End-date) NOT = 0
                   DISPLAY 'TERM-CALENDAR END DATE INVALID - '
                       'TERM IGNORED: ' TC-Term
               ELSE
                   IF WS-Term-Count < WS-Term-Max
                       ADD 1 TO WS-Term-Count
                       MOVE TC-Term TO WS-Cal-Term(WS-Term-Count)
                       MOVE TC-End-date
                           TO WS-Cal-End-Date(WS-Term-Count)
                       COMPUTE WS-Cal-Deadline(WS-Term-Count) =
                           FUNCTION DATE-OF-INTEGER
                               (FUNCTION INTEGER-OF-DATE(TC-End-date)
                               + WS-Lapse-Days)
                   ELSE
                       DISPLAY 'TERM-CALENDAR TABLE FULL - '
                           'TERM IGNORED: ' TC-Term
                   END-IF
               END-IF.

      ******************************************************************
      * Queued grade changes: ENROLL-TRANS is kept, not emptied, once
      * EnrollMaint has applied it, so the last 'G' for each student,
      * course and term is what the row will carry; while that is
      * anything but 'I' the incomplete is already being resolved
      * and is not lapsed. No ENROLL-TRANS file means nothing is
      * queued. A queue larger than the table stops the run before
      * anything is lapsed, rather than lapse incompletes that could
      * not be checked.
      ******************************************************************
           LOAD_QUEUED_GRADES_ROUTINE.
               OPEN INPUT ENROLL-TRANS.
               IF WS-Trans-Status = '35'
                   CONTINUE
               ELSE
                   IF WS-Trans-Status NOT = '00'
                       DISPLAY 'ERROR OPENING ENROLL-TRANS - STATUS: '
                           WS-Trans-Status
                       STOP RUN
                   END-IF
                   PERFORM UNTIL WS-Trans-EOF = 'Y'
                       READ ENROLL-TRANS
                           AT END MOVE 'Y' TO WS-Trans-EOF
                           NOT AT END
                               IF GT-Trans-Code = 'G'
                                   PERFORM STORE_QUEUED_GRADE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ENROLL-TRANS
               END-IF.

           STORE_QUEUED_GRADE.
               MOVE GT-CE-Student-number TO WS-Qg-Key-Student.
               MOVE GT-CE-Course-code TO WS-Qg-Key-Course.
               MOVE GT-CE-Term TO WS-Qg-Key-Term.
               PERFORM FIND_QUEUED_GRADE.
               IF WS-Qg-Found-Sub = 0
                   IF WS-Qg-Count < WS-Qg-Max
                       ADD 1 TO WS-Qg-Count
                       MOVE WS-Qg-Count TO WS-Qg-Found-Sub
                       MOVE GT-CE-Student-number
                           TO WS-Qg-Student-number(WS-Qg-Found-Sub)
                       MOVE GT-CE-Course-code
                           TO WS-Qg-Course-code(WS-Qg-Found-Sub)
                       MOVE GT-CE-Term TO WS-Qg-Term(WS-Qg-Found-Sub)
                   ELSE
                       DISPLAY 'QUEUED GRADE TABLE FULL - RUN STOPPED'
                       CLOSE ENROLL-TRANS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.
               MOVE GT-CE-Grade TO WS-Qg-Grade(WS-Qg-Found-Sub).

           FIND_QUEUED_GRADE.
               MOVE 0 TO WS-Qg-Found-Sub.
               MOVE 1 TO WS-Qg-Sub.
               PERFORM UNTIL WS-Qg-Sub > WS-Qg-Count
                   IF WS-Qg-Student-number(WS-Qg-Sub)
                       = WS-Qg-Key-Student
                       AND WS-Qg-Course-code(WS-Qg-Sub)
                           = WS-Qg-Key-Course
                       AND WS-Qg-Term(WS-Qg-Sub) = WS-Qg-Key-Term
                       MOVE WS-Qg-Sub TO WS-Qg-Found-Sub
                       MOVE WS-Qg-Count TO WS-Qg-Sub
                   END-IF
                   ADD 1 TO WS-Qg-Sub
               END-PERFORM.

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
               OPEN EXTEND ENROLL-TRANS.
               IF WS-Trans-Status = '35'
                   OPEN OUTPUT ENROLL-TRANS
               END-IF.
               IF WS-Trans-Status NOT = '00'
                   DISPLAY 'ERROR OPENING ENROLL-TRANS - STATUS: '
                       WS-Trans-Status
                   STOP RUN
               END-IF.
               OPEN OUTPUT INCOMPLETE-NOTICES.
               IF WS-Notices-Status NOT = '00'
                   DISPLAY 'ERROR OPENING INCOMPLETE-NOTICES - STATUS: '
                       WS-Notices-Status
                   STOP RUN
               END-IF.
               OPEN OUTPUT INCOMPLETE-SUMMARY.
               IF WS-Summary-Status NOT = '00'
                   DISPLAY 'ERROR OPENING INCOMPLETE-SUMMARY - STATUS: '
                       WS-Summary-Status
                   STOP RUN
               END-IF.
               MOVE WS-As-Of-Date TO SH-As-Of-Date.
               WRITE Summary-Line FROM Summary-Header-Line.
               MOVE WS-Lapse-Days TO SP-Lapse-Days.
               MOVE WS-Warning-Days TO SP-Warning-Days.
               WRITE Summary-Line FROM Summary-Policy-Line.
               MOVE SPACES TO Summary-Line.
               WRITE Summary-Line.
               WRITE Summary-Line FROM Summary-Column-Header.

      ******************************************************************
      * Master pass: one sequential walk of ENROLL-MASTER in key
      * order. Each incomplete is acted on here - notice or lapse
      * transaction - and released to the sort for the listing.
      ******************************************************************
           SCAN_MASTER_ROUTINE.
               MOVE 'N' TO WS-EOF.
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ENROLL-MASTER NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-Read-Count
                           IF EM-Grade = 'I'
                               PERFORM PROCESS_INCOMPLETE
                           END-IF
                   END-READ
               END-PERFORM.

           PROCESS_INCOMPLETE.
               ADD 1 TO WS-Incomplete-Count.
               PERFORM READ_STUDENT_FOR_LETTER.
               MOVE SPACES TO SW-Incomplete-Record.
               MOVE EM-Course-code TO SW-Course-code.
               MOVE EM-Term TO SW-Term.
               MOVE EM-Student-number TO SW-Student-number.
               IF WS-Student-Found-Flag = 'Y'
                   MOVE WS-Letter-Name TO SW-Name
               ELSE
                   MOVE 'STUDENT NOT FOUND' TO SW-Name
               END-IF.
               MOVE 0 TO SW-Term-End.
               MOVE 0 TO SW-Deadline.
               MOVE 0 TO SW-Days-Left.
               PERFORM FIND_TERM_ENTRY.
               IF WS-Term-Found-Sub = 0
                   ADD 1 TO WS-No-Term-Count
                   SET SW-Action-No-Term TO TRUE
               ELSE
                   MOVE WS-Cal-End-Date(WS-Term-Found-Sub)
                       TO SW-Term-End
                   MOVE WS-Cal-Deadline(WS-Term-Found-Sub)
                       TO SW-Deadline
                   COMPUTE WS-Days-Left =
                       FUNCTION INTEGER-OF-DATE(SW-Deadline)
                       - FUNCTION INTEGER-OF-DATE(WS-As-Of-Date-Num)
                   MOVE WS-Days-Left TO SW-Days-Left
                   MOVE EM-Student-number TO WS-Qg-Key-Student
                   MOVE EM-Course-code TO WS-Qg-Key-Course
                   MOVE EM-Term TO WS-Qg-Key-Term
                   PERFORM FIND_QUEUED_GRADE
                   IF WS-Qg-Found-Sub > 0
                       IF WS-Qg-Grade(WS-Qg-Found-Sub) = 'I'
                           MOVE 0 TO WS-Qg-Found-Sub
                       END-IF
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-Days-Left < 0
                           AND WS-Qg-Found-Sub > 0
                           ADD 1 TO WS-Grade-Queued-Count
                           ADD 1 TO WS-Pending-Count
                           SET SW-Action-Grade-Queued TO TRUE
                       WHEN WS-Days-Left < 0
                           PERFORM WRITE_LAPSE_TRANSACTION
                           SET SW-Action-Lapsed TO TRUE
                       WHEN WS-Days-Left NOT > WS-Warning-Days
                           AND WS-Student-Found-Flag = 'N'
                           ADD 1 TO WS-Pending-Count
                           SET SW-Action-No-Notice TO TRUE
                       WHEN WS-Days-Left NOT > WS-Warning-Days
                           PERFORM WRITE_WARNING_NOTICE
                           SET SW-Action-Warned TO TRUE
                       WHEN OTHER
                           ADD 1 TO WS-Pending-Count
                           SET SW-Action-Pending TO TRUE
                   END-EVALUATE
               END-IF.
               RELEASE SW-Incomplete-Record.

           FIND_TERM_ENTRY.
               MOVE 0 TO WS-Term-Found-Sub.
               MOVE 1 TO WS-Term-Sub.
               PERFORM UNTIL WS-Term-Sub > WS-Term-Count
                   IF WS-Cal-Term(WS-Term-Sub) = EM-Term
                       MOVE WS-Term-Sub TO WS-Term-Found-Sub
                       MOVE WS-Term-Count TO WS-Term-Sub
                   END-IF
                   ADD 1 TO WS-Term-Sub
               END-PERFORM.

           READ_STUDENT_FOR_LETTER.
               MOVE EM-Student-number TO Student_number.
               MOVE 'Y' TO WS-Student-Found-Flag.
               READ STUDENT
                   INVALID KEY MOVE 'N' TO WS-Student-Found-Flag
               END-READ.
               MOVE SPACES TO WS-Letter-Name.
               MOVE SPACES TO WS-Letter-Address.
               IF WS-Student-Found-Flag = 'Y'
                   STRING FUNCTION TRIM(First_name) ' '
                       FUNCTION TRIM(Last_name)
                       DELIMITED BY SIZE INTO WS-Letter-Name
                   STRING FUNCTION TRIM(Street_address) ', '
                       FUNCTION TRIM(City_name) ', '
                       FUNCTION TRIM(Province) ' '
                       FUNCTION TRIM(Postal_code)
                       DELIMITED BY SIZE INTO WS-Letter-Address
               ELSE
                   ADD 1 TO WS-No-Student-Count
                   DISPLAY 'INCOMPLETE WITHOUT STUDENT: '
                       EM-Student-number ' ' EM-Course-code ' ' EM-Term
               END-IF.

      ******************************************************************
      * The lapse goes onto ENROLL-TRANS as an ordinary grade change,
      * laid out as GradeRoster writes it, for EnrollMaint to apply.
      ******************************************************************
           WRITE_LAPSE_TRANSACTION.
               ADD 1 TO WS-Lapsed-Count.
               MOVE SPACES TO Enroll-Trans-Record.
               MOVE 'G' TO GT-Trans-Code.
               MOVE EM-Student-number TO GT-CE-Student-number.
               MOVE EM-Course-code TO GT-CE-Course-code.
               MOVE EM-Term TO GT-CE-Term.
               MOVE 'F' TO GT-CE-Grade.
               MOVE 'INCLAPSE' TO GT-Auth-Code.
               WRITE Enroll-Trans-Record.

      ******************************************************************
      * A student no longer on the master has no address to write
      * to; the incomplete is listed for the department instead.
      ******************************************************************
           WRITE_WARNING_NOTICE.
               ADD 1 TO WS-Warned-Count.
               PERFORM WRITE_LETTER_HEAD.
               MOVE SPACES TO WS-Letter-Text.
               STRING 'YOUR GRADE OF INCOMPLETE IN '
                   FUNCTION TRIM(EM-Course-code)
                   ' FOR TERM ' EM-Term
                   DELIMITED BY SIZE INTO WS-Letter-Text.
               WRITE Letter-Line FROM WS-Letter-Text.
               MOVE SPACES TO WS-Deadline-Display.
               STRING SW-Deadline(1:4) '-' SW-Deadline(5:2) '-'
                   SW-Deadline(7:2)
                   DELIMITED BY SIZE INTO WS-Deadline-Display.
               MOVE SPACES TO WS-Letter-Text.
               STRING 'MUST BE RESOLVED BY ' WS-Deadline-Display
                   '. AN INCOMPLETE NOT RESOLVED BY'
                   DELIMITED BY SIZE INTO WS-Letter-Text.
               WRITE Letter-Line FROM WS-Letter-Text.
               MOVE 'THAT DATE LAPSES TO A GRADE OF F. PLEASE'
                   TO WS-Letter-Text.
               WRITE Letter-Line FROM WS-Letter-Text.
               MOVE 'CONTACT YOUR INSTRUCTOR TO ARRANGE TO'
                   TO WS-Letter-Text.
               WRITE Letter-Line FROM WS-Letter-Text.
               MOVE 'COMPLETE THE OUTSTANDING WORK.'
                   TO WS-Letter-Text.
               WRITE Letter-Line FROM WS-Letter-Text.
               PERFORM WRITE_LETTER_FOOT.

           WRITE_LETTER_HEAD.
               MOVE SPACES TO Letter-Line.
               WRITE Letter-Line.
               WRITE Letter-Line FROM WS-Letter-Name.
               WRITE Letter-Line FROM WS-Letter-Address.
               MOVE SPACES TO Letter-Line.
               WRITE Letter-Line.
               MOVE SPACES TO WS-Letter-Text.
               STRING 'DEAR ' FUNCTION TRIM(First_name) ','
                   DELIMITED BY SIZE INTO WS-Letter-Text.
               WRITE Letter-Line FROM WS-Letter-Text.

           WRITE_LETTER_FOOT.
               MOVE SPACES TO Letter-Line.
               WRITE Letter-Line.
               MOVE 'OFFICE OF THE REGISTRAR' TO WS-Letter-Text.
               WRITE Letter-Line FROM WS-Letter-Text.
               MOVE SPACES TO Letter-Line.
               WRITE Letter-Line.

      ******************************************************************
      * Summary listing: the sorted incompletes, with a control break
      * on course and term and a totals line for each.
      ******************************************************************
           SUMMARY_OUTPUT_ROUTINE.
               MOVE 'N' TO WS-Sort-EOF.
               PERFORM UNTIL WS-Sort-EOF = 'Y'
                   RETURN SORT-WORK-FILE
                       AT END MOVE 'Y' TO WS-Sort-EOF
                       NOT AT END PERFORM WRITE_SUMMARY_DETAIL
                   END-RETURN
               END-PERFORM.
               IF WS-First-Record-Flag = 'N'
                   PERFORM WRITE_SECTION_TOTAL
               END-IF.
               MOVE SPACES TO Summary-Line.
               WRITE Summary-Line.
               MOVE 'GRAND TOTAL' TO ST-Label.
               MOVE WS-Incomplete-Count TO ST-Count.
               MOVE WS-Lapsed-Count TO ST-Lapsed.
               MOVE WS-Warned-Count TO ST-Warned.
               MOVE WS-Pending-Count TO ST-Pending.
               WRITE Summary-Line FROM Summary-Total-Line.

           WRITE_SUMMARY_DETAIL.
               IF WS-First-Record-Flag = 'Y'
                   MOVE 'N' TO WS-First-Record-Flag
                   PERFORM WRITE_SECTION_HEADER
               END-IF.
               IF SW-Course-code NOT = WS-Break-Course
                   OR SW-Term NOT = WS-Break-Term
                   PERFORM WRITE_SECTION_TOTAL
                   PERFORM WRITE_SECTION_HEADER
               END-IF.
               MOVE SW-Student-number TO SD-Student-Number.
               MOVE SW-Name TO SD-Name.
               ADD 1 TO WS-Sect-Count.
               IF SW-Action-No-Term
                   MOVE SPACES TO SD-Deadline
                   MOVE SPACES TO SD-Days-Left-X
                   MOVE 'TERM NOT ON CALENDAR' TO SD-Action
               ELSE
                   MOVE SW-Deadline TO SD-Deadline
                   MOVE SW-Days-Left TO SD-Days-Left
                   EVALUATE TRUE
                       WHEN SW-Action-Lapsed
                           MOVE 'LAPSED TO F' TO SD-Action
                           ADD 1 TO WS-Sect-Lapsed
                       WHEN SW-Action-Warned
                           MOVE 'NOTICE SENT' TO SD-Action
                           ADD 1 TO WS-Sect-Warned
                       WHEN SW-Action-No-Notice
                           MOVE 'NO NOTICE - NO STUDENT' TO SD-Action
                           ADD 1 TO WS-Sect-Pending
                       WHEN SW-Action-Grade-Queued
                           MOVE 'GRADE CHANGE PENDING' TO SD-Action
                           ADD 1 TO WS-Sect-Pending
                       WHEN OTHER
                           MOVE 'PENDING' TO SD-Action
                           ADD 1 TO WS-Sect-Pending
                   END-EVALUATE
               END-IF.
               WRITE Summary-Line FROM Summary-Detail-Line.

           WRITE_SECTION_HEADER.
               INITIALIZE WS-Section-Totals.
               MOVE SW-Course-code TO WS-Break-Course.
               MOVE SW-Term TO WS-Break-Term.
               MOVE SPACES TO Summary-Line.
               WRITE Summary-Line.
               MOVE SW-Course-code TO SS-Course-Code.
               MOVE SW-Term TO SS-Term.
               IF SW-Action-No-Term
                   MOVE 'UNKNOWN' TO SS-Term-End
               ELSE
                   MOVE SW-Term-End TO SS-Term-End
               END-IF.
               WRITE Summary-Line FROM Summary-Section-Header.

           WRITE_SECTION_TOTAL.
               MOVE 'COURSE TOTAL' TO ST-Label.
               MOVE WS-Sect-Count TO ST-Count.
               MOVE WS-Sect-Lapsed TO ST-Lapsed.
               MOVE WS-Sect-Warned TO ST-Warned.
               MOVE WS-Sect-Pending TO ST-Pending.
               WRITE Summary-Line FROM Summary-Total-Line.

           CLOSE_ROUTINE.
               CLOSE ENROLL-MASTER.
               CLOSE STUDENT.
               CLOSE ENROLL-TRANS.
               CLOSE INCOMPLETE-NOTICES.
               CLOSE INCOMPLETE-SUMMARY.
               DISPLAY 'ENROLLMENTS READ:     ' WS-Read-Count.
               DISPLAY 'INCOMPLETES FOUND:    ' WS-Incomplete-Count.
               DISPLAY 'LAPSED TO F:          ' WS-Lapsed-Count.
               DISPLAY 'WARNING NOTICES:      ' WS-Warned-Count.
               DISPLAY 'PENDING:              ' WS-Pending-Count.
               DISPLAY 'GRADE CHANGE PENDING: ' WS-Grade-Queued-Count.
               DISPLAY 'TERM NOT ON CALENDAR: ' WS-No-Term-Count.
               DISPLAY 'INCOMPLETE WITHOUT STUDENT: '
                   WS-No-Student-Count.
               IF WS-No-Term-Count > 0
                   OR WS-No-Student-Count > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.
       END PROGRAM IncLapse.
