      *   HX-Archive-Date and status; reinstatement itself is a
      *   journaled 'R' transaction through the Lab2 maintenance
      *   pass so it can be backed out.
      * - The student display now lists the student's active holds
      *   from the HOLDS file (type, scope, reason, placed date and
      *   placed-by), so the desk can tell a caller why registration
      *   or a transcript is blocked and who to see about it.
      * - A student merged away as a duplicate identity (status M)
      *   shows the Student_number it was merged into, so the desk
      *   can look up the surviving record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudentInq.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-History-Status.

           SELECT HOLDS
           ASSIGN TO WS-Holds-File-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HLD-Key
           FILE STATUS IS WS-Holds-Status.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
               ==10 :PREFIX:== BY ==13 HX-==
               ==15 :PREFIX:== BY ==17 HX-==.

       FD HOLDS.
           COPY HOLDS REPLACING ==:PREFIX:== BY == ==.

       WORKING-STORAGE SECTION.

       01 WS-Student-File-Path      PIC X(250).
       01 WS-Master-File-Path       PIC X(250).
       01 WS-History-File-Path      PIC X(250).
       01 WS-Holds-File-Path        PIC X(250).

       01 WS-Student-Status         PIC X(2).
       01 WS-Master-Status          PIC X(2).
       01 WS-History-Status         PIC X(2).
       01 WS-Holds-Status           PIC X(2).

       01 WS-Quit-Flag              PIC X(1)  VALUE 'N'.
           88 WS-Quit-Yes                     VALUE 'Y'.
       01 WS-History-Match-Count    PIC 9(4).
       01 WS-History-Search-Mode    PIC X(1).

       01 WS-Holds-Open-Flag        PIC X(1)  VALUE 'N'.
       01 WS-Hold-Scan-EOF          PIC X(1).
       01 WS-Hold-Count             PIC 9(3).

       PROCEDURE DIVISION.
           MAIN_PROGRAM.
               PERFORM INITIALIZE_ROUTINE.
               IF WS-History-File-Path = SPACES
                   MOVE 'STUDENT-HISTORY.txt' TO WS-History-File-Path
               END-IF.
               ACCEPT WS-Holds-File-Path
                   FROM ENVIRONMENT 'HOLDS_FILE'.
               IF WS-Holds-File-Path = SPACES
                   MOVE 'HOLDS.txt' TO WS-Holds-File-Path
               END-IF.

           OPEN_ROUTINE.
               OPEN INPUT STUDENT.
                       WS-Master-Status
                   STOP RUN
               END-IF.
               OPEN INPUT HOLDS.
               IF WS-Holds-Status = '00'
                   MOVE 'Y' TO WS-Holds-Open-Flag
               ELSE
                   IF WS-Holds-Status NOT = '35'
                       DISPLAY 'ERROR OPENING HOLDS - STATUS: '
                           WS-Holds-Status
                       STOP RUN
                   END-IF
               END-IF.

           INQUIRY_LOOP.
               DISPLAY ' '.
                       END-IF
                   NOT INVALID KEY
                       PERFORM DISPLAY_STUDENT_DETAIL
                       PERFORM DISPLAY_HOLDS
                       PERFORM DISPLAY_ENROLLMENTS
               END-READ.

               DISPLAY 'PROGRAM:  ' Student_program
                   '  YEAR: ' Student_year
                   '  STATUS: ' Student_status.
               IF Student_status = 'M'
                   DISPLAY 'MERGED INTO STUDENT: ' Survivor_number
               END-IF.

      ******************************************************************
      * Active holds: the HOLDS key leads with the student, so the
      * same START-and-read-NEXT walk as the enrollment rows lists
      * the student's holds. Released holds are history and are not
      * shown.
      ******************************************************************
           DISPLAY_HOLDS.
               MOVE 0 TO WS-Hold-Count.
               IF WS-Holds-Open-Flag = 'Y'
                   MOVE WS-Inquiry-Number TO HLD-Student-number
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
                                   = WS-Inquiry-Number
                                   IF HLD-Released-date = 0
                                       ADD 1 TO WS-Hold-Count
                                       DISPLAY 'HOLD:     '
                                           HLD-Hold-type
                                           ' SCOPE: ' HLD-Hold-scope
                                           ' ' HLD-Reason
                                           ' PLACED: ' HLD-Placed-date
                                           ' BY ' HLD-Placed-by
                                   END-IF
                               ELSE
                                   MOVE 'Y' TO WS-Hold-Scan-EOF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.
               IF WS-Hold-Count = 0
                   DISPLAY 'NO ACTIVE HOLDS'
               END-IF.

      ******************************************************************
      * Enrollment rows: the master key leads with EM-Student-number,
           CLOSE_ROUTINE.
               CLOSE STUDENT.
               CLOSE ENROLL-MASTER.
               IF WS-Holds-Open-Flag = 'Y'
                   CLOSE HOLDS
               END-IF.
       END PROGRAM StudentInq.
