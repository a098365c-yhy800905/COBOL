      *   sequencing checks, an end record with the final
      *   RETURN-CODE. A refused start ends the run with
      *   RETURN-CODE 8 before any file is touched.
      * - Add transactions are now refused while the student has an
      *   active registration hold (scope R or B) on the HOLDS file
      *   HoldMaint maintains. The reject names the hold type and
      *   reason; the override code does not lift a hold - the hold
      *   has to be released first.
      * - Course repeat limit: a course may be attempted at most
      *   three times. An add for a course the student already has
      *   three ENROLL-MASTER rows for (any term, any grade) is
      *   rejected unless it carries the 'O' override code, which
      *   forces it through flagged OVERRIDE APPLIED. Every add that
      *   repeats a course is flagged REPEAT ADD on the rejects/
      *   override listing with its attempt number, so advising can
      *   see who is retaking what.
      * - Add transactions are now checked for time conflicts against
      *   the SECTION-SCHEDULE file SchedMaint maintains: a section
      *   that shares a meeting day and overlapping hours with one of
      *   the student's other rows for the same term (W rows aside)
      *   is rejected, naming the clashing course. The 'O' override
      *   forces it through, flagged OVERRIDE APPLIED. Sections with
      *   no schedule on file are not checked.
      * - Closed terms are locked: once TermClose has marked a term
      *   closed on the TERM-STATUS file, adds, drops and grade
      *   changes on it are rejected unless the transaction carries
      *   a grade-change authorization code (ET-Auth-Code, new at
      *   the end of the ENROLL-TRANS record). Every authorized
      *   change applied to a closed term is appended to the
      *   permanent GRADE-CHANGE-REGISTER with the old and new grade,
      *   the authorization and the run-id. A drop on a closed term
      *   does not enroll anyone from the waitlist.
      * - A student number StuMerge has retired (status M) takes no
      *   more transactions: they are rejected naming the survivor
      *   number, so the merged identity is not split again.
      * - An authorized add on a closed term is enrolled directly,
      *   past the seat cap, and registered: no drop on a closed term
      *   promotes from the waitlist, so a waitlist entry there would
      *   never be seated. The REPEAT ADD / OVERRIDE APPLIED repeat
      *   line is now written only once the add has actually been
      *   enrolled or waitlisted, not for an add a later check
      *   rejects.
      * - A grade-change register write that fails is displayed with
      *   the student, course and term, counted apart from the
      *   changes registered, and sets RETURN-CODE 4; only a record
      *   written with status 00 counts as registered.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EnrollMaint.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Prereq-Status.

           SELECT HOLDS
           ASSIGN TO WS-Holds-File-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HLD-Key
           FILE STATUS IS WS-Holds-Status.

           SELECT SECTION-SCHEDULE
           ASSIGN TO WS-Schedule-File-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCH-Key
           FILE STATUS IS WS-Schedule-Status.

           SELECT TERM-STATUS
           ASSIGN TO WS-Term-Status-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Term-Status-Status.

           SELECT GRADE-CHANGE-REGISTER
           ASSIGN TO WS-Register-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Register-Status.

       DATA DIVISION.
       FILE SECTION.
       FD ENROLL-MASTER.
                   BY ==05 ET-Course-Enrollment-Record.==
               ==05 :PREFIX:== BY ==09 ET-==.
           05 ET-Override-Code      PIC X(1).
           05 ET-Auth-Code          PIC X(8).

       FD ENROLL-REJECTS.
       01 Reject-Line               PIC X(120).
       FD COURSE-PREREQS.
           COPY CRSEPREQ REPLACING ==:PREFIX:== BY == ==.

       FD HOLDS.
           COPY HOLDS REPLACING ==:PREFIX:== BY == ==.

       FD SECTION-SCHEDULE.
           COPY SECTSCHED REPLACING ==:PREFIX:== BY == ==.

       FD TERM-STATUS.
           COPY TERMSTAT REPLACING ==:PREFIX:== BY == ==.

       FD GRADE-CHANGE-REGISTER.
           COPY GRADEREG REPLACING ==:PREFIX:== BY == ==.

       WORKING-STORAGE SECTION.

       01 WS-EOF                    PIC X(1)  VALUE 'N'.
       01 WS-Waitlist-File-Path     PIC X(250).
       01 WS-Fill-File-Path         PIC X(250).
       01 WS-Prereq-File-Path       PIC X(250).
       01 WS-Holds-File-Path        PIC X(250).
       01 WS-Schedule-File-Path     PIC X(250).
       01 WS-Term-Status-File-Path  PIC X(250).
       01 WS-Register-File-Path     PIC X(250).

       01 WS-Master-Status          PIC X(2).
       01 WS-Student-Status         PIC X(2).
       01 WS-Waitlist-Status        PIC X(2).
       01 WS-Fill-Status            PIC X(2).
       01 WS-Prereq-Status          PIC X(2).
       01 WS-Holds-Status           PIC X(2).
       01 WS-Schedule-Status        PIC X(2).
       01 WS-Term-Status-Status     PIC X(2).
       01 WS-Register-Status        PIC X(2).

       01 WS-Student-Found-Flag     PIC X(1).
       01 WS-Valid-Trans-Flag       PIC X(1).
       01 WS-Prereq-Reject-Count    PIC 9(6)  VALUE 0.
       01 WS-Override-Count         PIC 9(6)  VALUE 0.

       01 WS-Holds-Open-Flag        PIC X(1)  VALUE 'N'.
       01 WS-Hold-Scan-EOF          PIC X(1).
       01 WS-Reg-Hold-Flag          PIC X(1).
       01 WS-Hold-Reject-Count      PIC 9(6)  VALUE 0.

       01 WS-Prior-Attempts         PIC 9(3)  VALUE 0.
       01 WS-Attempt-Number         PIC 9(3)  VALUE 0.
       01 WS-Attempt-Display        PIC ZZ9.
       01 WS-Max-Attempts           PIC 9(3)  VALUE 3.
       01 WS-Repeat-Add-Count       PIC 9(6)  VALUE 0.
       01 WS-Repeat-Reject-Count    PIC 9(6)  VALUE 0.
       01 WS-Repeat-Override-Count  PIC 9(6)  VALUE 0.

      ******************************************************************
      * Schedule-conflict work fields: the meeting pattern of the
      * section being added, and the first of the student's other
      * courses that term found meeting at the same time.
      ******************************************************************
       01 WS-Schedule-Open-Flag     PIC X(1)  VALUE 'N'.
       01 WS-New-Scheduled-Flag     PIC X(1).
       01 WS-New-Meeting-days       PIC X(7).
       01 WS-New-Start-time         PIC 9(4).
       01 WS-New-End-time           PIC 9(4).
       01 WS-Conflict-Course        PIC X(8).
       01 WS-Day-Sub                PIC 9(1).
       01 WS-Conflict-Reject-Count  PIC 9(6)  VALUE 0.
       01 WS-Conflict-Override-Count PIC 9(6) VALUE 0.

      ******************************************************************
      * Closed terms, from TERM-STATUS: the last record on file for a
      * term is its current status. WS-Old-Grade carries the row's
      * grade before the change for the grade-change register.
      ******************************************************************
       01 WS-Term-Status-EOF        PIC X(1).
       01 WS-Term-Closed-Flag       PIC X(1).
       01 WS-Old-Grade              PIC X(2).
       01 WS-Closed-Reject-Count    PIC 9(6)  VALUE 0.
       01 WS-Registered-Count       PIC 9(6)  VALUE 0.
       01 WS-Register-Failed-Count  PIC 9(6)  VALUE 0.
       01 WS-Term-Count             PIC 9(4)  VALUE 0.
       01 WS-Term-Max               PIC 9(4)  VALUE 500.
       01 WS-Term-Sub               PIC 9(4)  VALUE 0.
       01 WS-Term-Found-Sub         PIC 9(4)  VALUE 0.
       01 WS-Term-Table.
           05 WS-Term-Entry OCCURS 500 TIMES.
               10 WS-Tst-Term       PIC X(6).
               10 WS-Tst-Status     PIC X(1).

      ******************************************************************
      * Grade-point work fields for the prerequisite check: the same
      * letter-grade to grade-points scale Transcript encodes, used

      ******************************************************************
      * Rejected-transactions listing layout (ENROLL-REJECTS), in the
      * style of the Lab2 student rejects report. Prerequisite and
      * repeat-limit and time-conflict overrides land here too,
      * flagged OVERRIDE APPLIED, so forced enrollments are on file
      * instead of only on the console, and repeat adds are flagged
      * REPEAT ADD.
      ******************************************************************
       01 Reject-Detail-Line.
           05 RJ-Trans-Code          PIC X(1).
               IF WS-Prereq-File-Path = SPACES
                   MOVE 'COURSE-PREREQS.txt' TO WS-Prereq-File-Path
               END-IF.
               ACCEPT WS-Holds-File-Path
                   FROM ENVIRONMENT 'HOLDS_FILE'.
               IF WS-Holds-File-Path = SPACES
                   MOVE 'HOLDS.txt' TO WS-Holds-File-Path
               END-IF.
               ACCEPT WS-Schedule-File-Path
                   FROM ENVIRONMENT 'SECTION_SCHEDULE_FILE'.
               IF WS-Schedule-File-Path = SPACES
                   MOVE 'SECTION-SCHEDULE.txt' TO WS-Schedule-File-Path
               END-IF.
               ACCEPT WS-Term-Status-File-Path
                   FROM ENVIRONMENT 'TERM_STATUS_FILE'.
               IF WS-Term-Status-File-Path = SPACES
                   MOVE 'TERM-STATUS.txt' TO WS-Term-Status-File-Path
               END-IF.
               ACCEPT WS-Register-File-Path
                   FROM ENVIRONMENT 'GRADE_CHANGE_REGISTER_FILE'.
               IF WS-Register-File-Path = SPACES
                   MOVE 'GRADE-CHANGE-REGISTER.txt'
                       TO WS-Register-File-Path
               END-IF.
               ACCEPT WS-Run-Mode FROM ENVIRONMENT 'ENROLL_RUN_MODE'.
               IF WS-Run-Mode = SPACE
                   MOVE '1' TO WS-Run-Mode
                       WS-Rejects-Status
                   STOP RUN
               END-IF.
               PERFORM OPEN_HOLDS_ROUTINE.
               PERFORM OPEN_SCHEDULE_ROUTINE.
               PERFORM OPEN_REGISTER_ROUTINE.
               PERFORM LOAD_TERM_STATUS_ROUTINE.
               PERFORM LOAD_CAPACITY_ROUTINE.
               PERFORM LOAD_PREREQS_ROUTINE.
               PERFORM BUILD_SECTION_COUNTS.
                   CLOSE ENROLL-MASTER
                   CLOSE STUDENT
                   CLOSE ENROLL-REJECTS
                   PERFORM CLOSE_HOLDS_ROUTINE
                   PERFORM CLOSE_SCHEDULE_ROUTINE
                   CLOSE GRADE-CHANGE-REGISTER
               ELSE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                   CLOSE ENROLL-MASTER
                   CLOSE STUDENT
                   CLOSE ENROLL-REJECTS
                   PERFORM CLOSE_HOLDS_ROUTINE
                   PERFORM CLOSE_SCHEDULE_ROUTINE
                   CLOSE GRADE-CHANGE-REGISTER
                   PERFORM REWRITE_WAITLIST_ROUTINE
                   PERFORM WRITE_FILL_REPORT
                   DISPLAY 'ADDS WAITLISTED:        '
                       WS-Prereq-Reject-Count
                   DISPLAY 'PREREQ OVERRIDES:       '
                       WS-Override-Count
                   DISPLAY 'HOLD REJECTS:           '
                       WS-Hold-Reject-Count
                   DISPLAY 'REPEAT ADDS FLAGGED:    '
                       WS-Repeat-Add-Count
                   DISPLAY 'REPEAT LIMIT REJECTS:   '
                       WS-Repeat-Reject-Count
                   DISPLAY 'REPEAT LIMIT OVERRIDES: '
                       WS-Repeat-Override-Count
                   DISPLAY 'TIME CONFLICT REJECTS:  '
                       WS-Conflict-Reject-Count
                   DISPLAY 'TIME CONFLICT OVERRIDES:'
                       WS-Conflict-Override-Count
                   DISPLAY 'CLOSED TERM REJECTS:    '
                       WS-Closed-Reject-Count
                   DISPLAY 'GRADE CHANGES REGISTERED:'
                       WS-Registered-Count
                   DISPLAY 'REGISTER WRITES FAILED: '
                       WS-Register-Failed-Count
               END-IF.

      ******************************************************************
      * The HOLDS file is read only. A shop that has never placed a
      * hold has no file yet, which means no student is held.
      ******************************************************************
           OPEN_HOLDS_ROUTINE.
               MOVE 'N' TO WS-Holds-Open-Flag.
               OPEN INPUT HOLDS.
               IF WS-Holds-Status = '35'
                   DISPLAY 'HOLDS NOT ON FILE - NO HOLD CHECKING'
               ELSE
                   IF WS-Holds-Status NOT = '00'
                       DISPLAY 'ERROR OPENING HOLDS - STATUS: '
                           WS-Holds-Status
                       STOP RUN
                   END-IF
                   MOVE 'Y' TO WS-Holds-Open-Flag
               END-IF.

           CLOSE_HOLDS_ROUTINE.
               IF WS-Holds-Open-Flag = 'Y'
                   CLOSE HOLDS
               END-IF.

      ******************************************************************
      * SECTION-SCHEDULE is read only, and optional in the same way:
      * with no file, no section has a meeting time to clash.
      ******************************************************************
           OPEN_SCHEDULE_ROUTINE.
               MOVE 'N' TO WS-Schedule-Open-Flag.
               OPEN INPUT SECTION-SCHEDULE.
               IF WS-Schedule-Status = '35'
                   DISPLAY 'SECTION-SCHEDULE NOT ON FILE -'
                       ' NO CONFLICT CHECKING'
               ELSE
                   IF WS-Schedule-Status NOT = '00'
                       DISPLAY 'ERROR OPENING SECTION-SCHEDULE -'
                           ' STATUS: ' WS-Schedule-Status
                       STOP RUN
                   END-IF
                   MOVE 'Y' TO WS-Schedule-Open-Flag
               END-IF.

           CLOSE_SCHEDULE_ROUTINE.
               IF WS-Schedule-Open-Flag = 'Y'
                   CLOSE SECTION-SCHEDULE
               END-IF.

      ******************************************************************
      * The grade-change register is permanent: each run appends
      * behind what earlier runs wrote.
      ******************************************************************
           OPEN_REGISTER_ROUTINE.
               OPEN EXTEND GRADE-CHANGE-REGISTER.
               IF WS-Register-Status = '35'
                   OPEN OUTPUT GRADE-CHANGE-REGISTER
               END-IF.
               IF WS-Register-Status NOT = '00'
                   DISPLAY 'ERROR OPENING GRADE-CHANGE-REGISTER -'
                       ' STATUS: ' WS-Register-Status
                   STOP RUN
               END-IF.

      ******************************************************************
      * Term status: a shop that has never closed a term has no file
      * yet, which means every term is open.
      ******************************************************************
           LOAD_TERM_STATUS_ROUTINE.
               MOVE 0 TO WS-Term-Count.
               OPEN INPUT TERM-STATUS.
               IF WS-Term-Status-Status = '35'
                   CONTINUE
               ELSE
                   IF WS-Term-Status-Status NOT = '00'
                       DISPLAY 'ERROR OPENING TERM-STATUS -'
                           ' STATUS: ' WS-Term-Status-Status
                       STOP RUN
                   END-IF
                   MOVE 'N' TO WS-Term-Status-EOF
                   PERFORM UNTIL WS-Term-Status-EOF = 'Y'
                       READ TERM-STATUS
                           AT END MOVE 'Y' TO WS-Term-Status-EOF
                           NOT AT END PERFORM NOTE_TERM_STATUS
                       END-READ
                   END-PERFORM
                   CLOSE TERM-STATUS
               END-IF.

           NOTE_TERM_STATUS.
               PERFORM FIND_TERM_STATUS_ENTRY.
               IF WS-Term-Found-Sub = 0
                   IF WS-Term-Count < WS-Term-Max
                       ADD 1 TO WS-Term-Count
                       MOVE WS-Term-Count TO WS-Term-Found-Sub
                       MOVE TS-Term TO WS-Tst-Term(WS-Term-Found-Sub)
                   ELSE
                       DISPLAY 'TERM-STATUS TABLE FULL -'
                           ' TERM IGNORED: ' TS-Term
                   END-IF
               END-IF.
               IF WS-Term-Found-Sub > 0
                   MOVE TS-Status TO WS-Tst-Status(WS-Term-Found-Sub)
               END-IF.

           FIND_TERM_STATUS_ENTRY.
               MOVE 0 TO WS-Term-Found-Sub.
               MOVE 1 TO WS-Term-Sub.
               PERFORM UNTIL WS-Term-Sub > WS-Term-Count
                   IF WS-Tst-Term(WS-Term-Sub) = TS-Term
                       MOVE WS-Term-Sub TO WS-Term-Found-Sub
                       MOVE WS-Term-Count TO WS-Term-Sub
                   END-IF
                   ADD 1 TO WS-Term-Sub
               END-PERFORM.

      ******************************************************************
      * Seat caps: one table entry per capped section. Sections never
                                       TO WS-Reject-Reason
                                   PERFORM WRITE_REJECT_RECORD
                               NOT INVALID KEY
                                   MOVE EM-Grade TO WS-Old-Grade
                                   MOVE ET-CE-Grade TO EM-Grade
                                   REWRITE Enrollment-Master-Record
                                       INVALID KEY
                                           MOVE 'GRADE CHANGE FAILED'
                                               TO WS-Reject-Reason
                                           PERFORM WRITE_REJECT_RECORD
                                       NOT INVALID KEY
                                           PERFORM
                                               WRITE_REGISTER_RECORD
                                   END-REWRITE
                           END-READ
                   END-EVALUATE
      * adds in the same run see it.
      ******************************************************************
           APPLY_ADD_TRANSACTION.
               PERFORM CHECK_REGISTRATION_HOLD.
               IF WS-Reg-Hold-Flag = 'Y'
                   ADD 1 TO WS-Hold-Reject-Count
                   MOVE SPACES TO WS-Reject-Reason
                   STRING 'REGISTRATION HOLD ON FILE: ' HLD-Hold-type
                       ' ' HLD-Reason
                       DELIMITED BY SIZE INTO WS-Reject-Reason
                   PERFORM WRITE_REJECT_RECORD
               ELSE
                   PERFORM CHECK_REPEAT_ATTEMPTS
                   IF WS-Attempt-Number > WS-Max-Attempts
                       AND ET-Override-Code NOT = 'O'
                       ADD 1 TO WS-Repeat-Reject-Count
                       MOVE WS-Prior-Attempts TO WS-Attempt-Display
                       MOVE SPACES TO WS-Reject-Reason
                       STRING 'REPEAT LIMIT - ATTEMPTS ON FILE: '
                           WS-Attempt-Display
                           DELIMITED BY SIZE INTO WS-Reject-Reason
                       PERFORM WRITE_REJECT_RECORD
                   ELSE
                       PERFORM APPLY_ELIGIBLE_ADD
                   END-IF
               END-IF.

      ******************************************************************
      * Repeat check: the student's rows for the course being added
      * are walked through the master key (student, course, term)
      * with a START, as the prerequisite check does. Every row in
      * another term is an earlier attempt, whatever its grade; a
      * row in the same term is the duplicate the add itself
      * rejects.
      ******************************************************************
           CHECK_REPEAT_ATTEMPTS.
               MOVE 0 TO WS-Prior-Attempts.
               MOVE ET-CE-Student-number TO EM-Student-number.
               MOVE ET-CE-Course-code TO EM-Course-code.
               MOVE SPACES TO EM-Term.
               START ENROLL-MASTER KEY IS NOT LESS THAN EM-Key
                   INVALID KEY
                       MOVE 'Y' TO WS-Scan-EOF
                   NOT INVALID KEY
                       MOVE 'N' TO WS-Scan-EOF
               END-START.
               PERFORM UNTIL WS-Scan-EOF = 'Y'
                   READ ENROLL-MASTER NEXT RECORD
                       AT END MOVE 'Y' TO WS-Scan-EOF
                       NOT AT END
                           IF EM-Student-number = ET-CE-Student-number
                               AND EM-Course-code = ET-CE-Course-code
                               IF EM-Term NOT = ET-CE-Term
                                   ADD 1 TO WS-Prior-Attempts
                               END-IF
                           ELSE
                               MOVE 'Y' TO WS-Scan-EOF
                           END-IF
                   END-READ
               END-PERFORM.
               COMPUTE WS-Attempt-Number = WS-Prior-Attempts + 1.

      ******************************************************************
      * A repeat add goes onto the listing for advising once it has
      * been enrolled or waitlisted, with the attempt number the
      * repeat check left in WS-Attempt-Number; over the limit it is
      * the override that is recorded, as for a prerequisite
      * override. An add rejected further on is not flagged.
      ******************************************************************
           FLAG_REPEAT_ADD.
               MOVE WS-Attempt-Number TO WS-Attempt-Display.
               MOVE SPACES TO WS-Reject-Reason.
               IF WS-Attempt-Number > WS-Max-Attempts
                   ADD 1 TO WS-Repeat-Override-Count
                   STRING 'OVERRIDE APPLIED - REPEAT ATTEMPT '
                       WS-Attempt-Display
                       DELIMITED BY SIZE INTO WS-Reject-Reason
                   DISPLAY 'REPEAT OVERRIDE APPLIED: '
                       ET-CE-Student-number ' '
                       ET-CE-Course-code ' ' ET-CE-Term
                       ' - ATTEMPT ' WS-Attempt-Display
               ELSE
                   ADD 1 TO WS-Repeat-Add-Count
                   STRING 'REPEAT ADD - ATTEMPT ' WS-Attempt-Display
                       DELIMITED BY SIZE INTO WS-Reject-Reason
               END-IF.
               PERFORM WRITE_REJECT_RECORD.

           APPLY_ELIGIBLE_ADD.
               PERFORM CHECK_PREREQUISITES.
               IF WS-Prereq-OK-Flag = 'N'
                   IF ET-Override-Code = 'O'
                   END-IF
               END-IF.
               IF WS-Prereq-OK-Flag = 'Y' OR ET-Override-Code = 'O'
                   PERFORM APPLY_SCHEDULED_ADD
               END-IF.

           APPLY_SCHEDULED_ADD.
               PERFORM CHECK_SCHEDULE_CONFLICT.
               IF WS-Conflict-Course NOT = SPACES
                   MOVE SPACES TO WS-Reject-Reason
                   IF ET-Override-Code = 'O'
                       ADD 1 TO WS-Conflict-Override-Count
                       STRING 'OVERRIDE APPLIED - TIME CONFLICT: '
                           WS-Conflict-Course
                           DELIMITED BY SIZE INTO WS-Reject-Reason
                       PERFORM WRITE_REJECT_RECORD
                       DISPLAY 'CONFLICT OVERRIDE APPLIED: '
                           ET-CE-Student-number ' '
                           ET-CE-Course-code ' ' ET-CE-Term
                           ' - CLASHES WITH: ' WS-Conflict-Course
                   ELSE
                       ADD 1 TO WS-Conflict-Reject-Count
                       STRING 'TIME CONFLICT WITH ' WS-Conflict-Course
                           DELIMITED BY SIZE INTO WS-Reject-Reason
                       PERFORM WRITE_REJECT_RECORD
                   END-IF
               END-IF.
               IF WS-Conflict-Course = SPACES
                   OR ET-Override-Code = 'O'
                   PERFORM ENROLL_ADD_TRANSACTION
               END-IF.

      ******************************************************************
      * Schedule-conflict check: the meeting pattern of the section
      * being added is read from SECTION-SCHEDULE, then the student's
      * master rows are walked through the key with a START, as the
      * repeat check does. Each other course in the same term -
      * withdrawn (W) rows aside, since the student no longer attends
      * - is looked up in turn; two sections clash when they share a
      * meeting day and each starts before the other ends. Courses
      * with no schedule on file cannot clash.
      ******************************************************************
           CHECK_SCHEDULE_CONFLICT.
               MOVE SPACES TO WS-Conflict-Course.
               MOVE 'N' TO WS-New-Scheduled-Flag.
               IF WS-Schedule-Open-Flag = 'Y'
                   MOVE ET-CE-Course-code TO SCH-Course-code
                   MOVE ET-CE-Term TO SCH-Term
                   READ SECTION-SCHEDULE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-New-Scheduled-Flag
                           MOVE SCH-Meeting-days
                               TO WS-New-Meeting-days
                           MOVE SCH-Start-time TO WS-New-Start-time
                           MOVE SCH-End-time TO WS-New-End-time
                   END-READ
               END-IF.
               IF WS-New-Scheduled-Flag = 'Y'
                   MOVE ET-CE-Student-number TO EM-Student-number
                   MOVE SPACES TO EM-Course-code
                   MOVE SPACES TO EM-Term
                   START ENROLL-MASTER KEY IS NOT LESS THAN EM-Key
                       INVALID KEY
                           MOVE 'Y' TO WS-Scan-EOF
                       NOT INVALID KEY
                           MOVE 'N' TO WS-Scan-EOF
                   END-START
                   PERFORM UNTIL WS-Scan-EOF = 'Y'
                       READ ENROLL-MASTER NEXT RECORD
                           AT END MOVE 'Y' TO WS-Scan-EOF
                           NOT AT END
                               IF EM-Student-number
                                   = ET-CE-Student-number
                                   IF EM-Term = ET-CE-Term
                                       AND EM-Course-code
                                           NOT = ET-CE-Course-code
                                       AND EM-Grade NOT = 'W'
                                       PERFORM CHECK_SECTION_CLASH
                                   END-IF
                               ELSE
                                   MOVE 'Y' TO WS-Scan-EOF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.

           CHECK_SECTION_CLASH.
               MOVE EM-Course-code TO SCH-Course-code.
               MOVE EM-Term TO SCH-Term.
               READ SECTION-SCHEDULE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SCH-Start-time < WS-New-End-time
                           AND WS-New-Start-time < SCH-End-time
                           MOVE 1 TO WS-Day-Sub
                           PERFORM UNTIL WS-Day-Sub > 7
                               IF SCH-Meeting-days(WS-Day-Sub:1)
                                   NOT = SPACE
                                   AND WS-New-Meeting-days
                                       (WS-Day-Sub:1) NOT = SPACE
                                   MOVE EM-Course-code
                                       TO WS-Conflict-Course
                                   MOVE 7 TO WS-Day-Sub
                                   MOVE 'Y' TO WS-Scan-EOF
                               END-IF
                               ADD 1 TO WS-Day-Sub
                           END-PERFORM
                       END-IF
               END-READ.

      ******************************************************************
      * A full section waitlists the add - except on a closed term,
      * where no drop ever promotes from the waitlist: an authorized
      * add there is enrolled directly past the cap and registered.
      ******************************************************************
           ENROLL_ADD_TRANSACTION.
               MOVE ET-CE-Student-number TO EM-Student-number.
               MOVE ET-CE-Course-code TO EM-Course-code.
                   AND WS-Sec-Capacity(WS-Section-Found-Sub) > 0
                   AND WS-Sec-Enrolled(WS-Section-Found-Sub)
                       >= WS-Sec-Capacity(WS-Section-Found-Sub)
                   AND WS-Term-Closed-Flag = 'N'
                   PERFORM CHECK_DUPLICATE_BEFORE_WAITLIST
                   EVALUATE WS-Dup-Add-Flag
                       WHEN 'E'
                               ADD 1 TO WS-Sec-Enrolled
                                   (WS-Section-Found-Sub)
                           END-IF
                           MOVE SPACES TO WS-Old-Grade
                           PERFORM WRITE_REGISTER_RECORD
                           IF WS-Prior-Attempts > 0
                               PERFORM FLAG_REPEAT_ADD
                           END-IF
                   END-WRITE
               END-IF.

                   DISPLAY 'SECTION FULL - WAITLISTED: '
                       ET-CE-Student-number ' ' ET-CE-Course-code
                       ' ' ET-CE-Term
                   IF WS-Prior-Attempts > 0
                       PERFORM FLAG_REPEAT_ADD
                   END-IF
               ELSE
                   MOVE 'ADD FAILED - WAITLIST FULL'
                       TO WS-Reject-Reason
                   PERFORM WRITE_REJECT_RECORD
               END-IF.

      ******************************************************************
      * Registration-hold check: the HOLDS key leads with the
      * student, so positioning at the student with a low type and
      * date and reading NEXT walks all of the student's holds. The
      * first unreleased hold scoped R (registration) or B (both)
      * stops the add and stays in the record area for the reject.
      ******************************************************************
           CHECK_REGISTRATION_HOLD.
               MOVE 'N' TO WS-Reg-Hold-Flag.
               IF WS-Holds-Open-Flag = 'Y'
                   MOVE ET-CE-Student-number TO HLD-Student-number
                   MOVE SPACES TO HLD-Hold-type
                   MOVE 0 TO HLD-Placed-date
                   START HOLDS KEY IS NOT LESS THAN HLD-Key
                       INVALID KEY
                           MOVE 'Y' TO WS-Hold-Scan-EOF
                       NOT INVALID KEY
                           MOVE 'N' TO WS-Hold-Scan-EOF
                   END-START
                   PERFORM UNTIL WS-Hold-Scan-EOF = 'Y'
                       READ HOLDS NEXT RECORD
                           AT END MOVE 'Y' TO WS-Hold-Scan-EOF
                           NOT AT END
                               IF HLD-Student-number
                                   = ET-CE-Student-number
                                   IF HLD-Released-date = 0
                                       AND (HLD-Hold-scope = 'R'
                                           OR HLD-Hold-scope = 'B')
                                       MOVE 'Y' TO WS-Reg-Hold-Flag
                                       MOVE 'Y' TO WS-Hold-Scan-EOF
                                   END-IF
                               ELSE
                                   MOVE 'Y' TO WS-Hold-Scan-EOF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.

      ******************************************************************
      * Prerequisite check: every rule for the course being added
      * must be satisfied by a completed ENROLL-MASTER row for the
      * and reported.
      ******************************************************************
           APPLY_DROP_TRANSACTION.
               MOVE SPACES TO WS-Old-Grade.
               IF WS-Term-Closed-Flag = 'Y'
                   READ ENROLL-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EM-Grade TO WS-Old-Grade
                   END-READ
               END-IF.
               DELETE ENROLL-MASTER
                   INVALID KEY
                       MOVE 'DROP FAILED - NOT ENROLLED'
                           TO WS-Reject-Reason
                       PERFORM WRITE_REJECT_RECORD
                   NOT INVALID KEY
                       PERFORM WRITE_REGISTER_RECORD
                       MOVE ET-CE-Course-code
                           TO WS-Section-Key-Course
                       MOVE ET-CE-Term TO WS-Section-Key-Term
                                   (WS-Section-Found-Sub)
                           END-IF
                           IF WS-Sec-Waiting(WS-Section-Found-Sub) > 0
                               AND WS-Term-Closed-Flag = 'N'
                               PERFORM PROMOTE_FROM_WAITLIST
                           END-IF
                       END-IF
                           TO WS-Reject-Reason
                   END-IF
               END-IF.
               IF WS-Valid-Trans-Flag = 'Y'
                   AND Student_status = 'M'
                   MOVE 'N' TO WS-Valid-Trans-Flag
                   MOVE SPACES TO WS-Reject-Reason
                   STRING 'STUDENT MERGED INTO ' Survivor_number
                       DELIMITED BY SIZE INTO WS-Reject-Reason
               END-IF.
               MOVE 'N' TO WS-Term-Closed-Flag.
               IF WS-Valid-Trans-Flag = 'Y'
                   PERFORM CHECK_TERM_CLOSED
                   IF WS-Term-Closed-Flag = 'Y'
                       AND ET-Auth-Code = SPACES
                       ADD 1 TO WS-Closed-Reject-Count
                       MOVE 'N' TO WS-Valid-Trans-Flag
                       MOVE 'TERM CLOSED - AUTHORIZATION CODE REQUIRED'
                           TO WS-Reject-Reason
                   END-IF
               END-IF.

           CHECK_TERM_CLOSED.
               MOVE ET-CE-Term TO TS-Term.
               PERFORM FIND_TERM_STATUS_ENTRY.
               IF WS-Term-Found-Sub > 0
                   AND WS-Tst-Status(WS-Term-Found-Sub) = 'C'
                   MOVE 'Y' TO WS-Term-Closed-Flag
               END-IF.

      ******************************************************************
      * Grade-change register: a change applied to a closed term -
      * which only an authorized transaction gets as far as - is
      * appended with the grade before and after.
      ******************************************************************
           WRITE_REGISTER_RECORD.
               IF WS-Term-Closed-Flag = 'Y'
                   MOVE SPACES TO Grade-Register-Record
                   MOVE WS-Run-Id TO GR-Run-Id
                   MOVE WS-Full-Timestamp(1:8) TO GR-Change-date
                   MOVE ET-Trans-Code TO GR-Trans-Code
                   MOVE ET-CE-Student-number TO GR-Student-number
                   MOVE ET-CE-Course-code TO GR-Course-code
                   MOVE ET-CE-Term TO GR-Term
                   MOVE WS-Old-Grade TO GR-Old-grade
                   IF ET-Trans-Code = 'D'
                       MOVE SPACES TO GR-New-grade
                   ELSE
                       MOVE ET-CE-Grade TO GR-New-grade
                   END-IF
                   MOVE ET-Auth-Code TO GR-Auth-code
                   WRITE Grade-Register-Record
                   IF WS-Register-Status = '00'
                       ADD 1 TO WS-Registered-Count
                   ELSE
                       ADD 1 TO WS-Register-Failed-Count
                       DISPLAY 'GRADE-CHANGE-REGISTER WRITE FAILED - '
                           'STATUS: ' WS-Register-Status ' '
                           ET-CE-Student-number ' '
                           ET-CE-Course-code ' ' ET-CE-Term
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.

           CHECK_STUDENT_EXISTS.
               MOVE ET-CE-Student-number TO Student_number.
