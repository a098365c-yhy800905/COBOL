      *   reflect what maintenance just applied. Source mode 2 keeps
      *   the flat COURSE-ENROLLMENT path as a fallback for the
      *   parallel-run term.
      * - A student with an active transcript hold (scope T or B) on
      *   the HOLDS file gets the name and address lines followed by
      *   TRANSCRIPT WITHHELD - HOLD ON FILE in place of the course
      *   detail, GPA and standing lines. The GPA arithmetic and the
      *   STANDING-HISTORY records are still produced for a held
      *   student, so the history has no gap when the hold lifts.
      * - Repeated courses: the most recent graded attempt at a
      *   course replaces the earlier ones for GPA and credits.
      *   Earlier attempts stay on the transcript marked
      *   R - REPEATED and are left out of the term, cumulative and
      *   standing-history GPAs. A later W, I or ungraded attempt
      *   does not replace a graded one. Each student's rows are
      *   now collected before printing so the repeats can be found
      *   whichever order the source delivers them in.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Transcript.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Standing-Status.

           SELECT HOLDS
           ASSIGN TO WS-Holds-File-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HLD-Key
           FILE STATUS IS WS-Holds-Status.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
       FD STANDING-HISTORY.
           COPY STANDHX REPLACING ==:PREFIX:== BY == ==.

       FD HOLDS.
           COPY HOLDS REPLACING ==:PREFIX:== BY == ==.

       WORKING-STORAGE SECTION.

       01 WS-EOF                       PIC X(1) VALUE 'N'.
       01 WS-Catalog-File-Path         PIC X(250).
       01 WS-Transcript-File-Path      PIC X(250).
       01 WS-Standing-File-Path        PIC X(250).
       01 WS-Holds-File-Path           PIC X(250).

       01 WS-Student-Status            PIC X(2).
       01 WS-Course-Status             PIC X(2).
       01 WS-Catalog-Status            PIC X(2).
       01 WS-Transcript-Status         PIC X(2).
       01 WS-Standing-Status           PIC X(2).
       01 WS-Holds-Status              PIC X(2).

       01 WS-Current-Student-Number    PIC 9(10) VALUE 0.

      ******************************************************************
      * The current student's enrollment rows, collected during the
      * control break and printed from the table once repeated
      * attempts are marked. An attempt is repeated when the same
      * course has a graded attempt (one carrying grade points) in a
      * later term; terms collate in calendar order.
      ******************************************************************
       01 WS-Row-Count                 PIC 9(3)  VALUE 0.
       01 WS-Row-Max                   PIC 9(3)  VALUE 200.
       01 WS-Row-Sub                   PIC 9(3)  VALUE 0.
       01 WS-Later-Sub                 PIC 9(3)  VALUE 0.
       01 WS-Row-Table.
           05 WS-Row-Entry OCCURS 200 TIMES.
               10 WS-Row-Course-code   PIC X(8).
               10 WS-Row-Term          PIC X(6).
               10 WS-Row-Grade         PIC X(2).
                   88 WS-Row-Graded    VALUE 'A+' 'A ' 'A-' 'B+'
                                             'B ' 'B-' 'C+' 'C '
                                             'C-' 'D+' 'D ' 'F '.
               10 WS-Row-Repeat-Flag   PIC X(1).
           COPY COURSEENR REPLACING ==:PREFIX:== BY ==RW-==.
       01 WS-Student-Found-Flag        PIC X(1).

       01 WS-Holds-Open-Flag           PIC X(1)  VALUE 'N'.
       01 WS-Hold-Scan-EOF             PIC X(1).
       01 WS-Withheld-Flag             PIC X(1)  VALUE 'N'.
       01 WS-Withheld-Count            PIC 9(6)  VALUE 0.

       01 WS-Full-Timestamp            PIC X(21).
       01 WS-Run-Id                    PIC X(18).

           05 FILLER                   PIC X(20) VALUE SPACES.
           05 TH-Address               PIC X(70).

       01 Transcript-Withheld-Line.
           05 FILLER                   PIC X(20) VALUE SPACES.
           05 FILLER                   PIC X(40)
                            VALUE 'TRANSCRIPT WITHHELD - HOLD ON FILE'.

       01 Transcript-Column-Header.
           05 FILLER                   PIC X(10) VALUE 'COURSE'.
           05 FILLER                   PIC X(10) VALUE 'TERM'.
           05 TD-Term                  PIC X(10).
           05 TD-Grade                 PIC X(8).
           05 TD-Credits               PIC Z9.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 TD-Repeat                PIC X(14).

       01 Transcript-Term-GPA-Line.
           05 FILLER                   PIC X(10) VALUE 'TERM'.
                   MOVE 'TRANSCRIPT-REPORT.txt'
                       TO WS-Transcript-File-Path
               END-IF.
               ACCEPT WS-Holds-File-Path
                   FROM ENVIRONMENT 'HOLDS_FILE'.
               IF WS-Holds-File-Path = SPACES
                   MOVE 'HOLDS.txt' TO WS-Holds-File-Path
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO WS-Full-Timestamp.
               STRING 'RUN-' WS-Full-Timestamp(1:14)
                   DELIMITED BY SIZE INTO WS-Run-Id.
                       WS-Standing-Status
                   STOP RUN
               END-IF.
               OPEN INPUT HOLDS.
               IF WS-Holds-Status = '35'
                   DISPLAY 'HOLDS NOT ON FILE - NO TRANSCRIPTS WITHHELD'
               ELSE
                   IF WS-Holds-Status NOT = '00'
                       DISPLAY 'ERROR OPENING HOLDS - STATUS: '
                           WS-Holds-Status
                       STOP RUN
                   END-IF
                   MOVE 'Y' TO WS-Holds-Open-Flag
               END-IF.
               PERFORM LOAD_CATALOG_ROUTINE.
               PERFORM READ_COURSE_RECORD.

               MOVE CE-Student-number TO WS-Current-Student-Number.
               PERFORM INIT_GPA_ACCUMULATORS.
               PERFORM WRITE_TRANSCRIPT_HEADER.
               MOVE 0 TO WS-Row-Count.
               PERFORM STORE_COURSE_ROW.
               PERFORM READ_COURSE_RECORD.
               PERFORM UNTIL WS-EOF = 'Y'
                   OR CE-Student-number NOT = WS-Current-Student-Number
                   PERFORM STORE_COURSE_ROW
                   PERFORM READ_COURSE_RECORD
               END-PERFORM.
               PERFORM MARK_REPEATED_ATTEMPTS.
               MOVE 1 TO WS-Row-Sub.
               PERFORM UNTIL WS-Row-Sub > WS-Row-Count
                   MOVE WS-Current-Student-Number
                       TO RW-CE-Student-number
                   MOVE WS-Row-Course-code(WS-Row-Sub)
                       TO RW-CE-Course-code
                   MOVE WS-Row-Term(WS-Row-Sub) TO RW-CE-Term
                   MOVE WS-Row-Grade(WS-Row-Sub) TO RW-CE-Grade
                   PERFORM WRITE_COURSE_DETAIL_LINE
                   ADD 1 TO WS-Row-Sub
               END-PERFORM.
               PERFORM WRITE_GPA_SUMMARY.

           STORE_COURSE_ROW.
               IF WS-Row-Count < WS-Row-Max
                   ADD 1 TO WS-Row-Count
                   MOVE CE-Course-code
                       TO WS-Row-Course-code(WS-Row-Count)
                   MOVE CE-Term TO WS-Row-Term(WS-Row-Count)
                   MOVE CE-Grade TO WS-Row-Grade(WS-Row-Count)
                   MOVE 'N' TO WS-Row-Repeat-Flag(WS-Row-Count)
               ELSE
                   DISPLAY 'COURSE ROW TABLE FULL FOR STUDENT: '
                       WS-Current-Student-Number
                       ' - ROW ' CE-Course-code ' ' CE-Term
                       ' NOT PRINTED'
               END-IF.

           MARK_REPEATED_ATTEMPTS.
               MOVE 1 TO WS-Row-Sub.
               PERFORM UNTIL WS-Row-Sub > WS-Row-Count
                   MOVE 1 TO WS-Later-Sub
                   PERFORM UNTIL WS-Later-Sub > WS-Row-Count
                       IF WS-Row-Course-code(WS-Later-Sub)
                           = WS-Row-Course-code(WS-Row-Sub)
                           AND WS-Row-Term(WS-Later-Sub)
                               > WS-Row-Term(WS-Row-Sub)
                           AND WS-Row-Graded(WS-Later-Sub)
                           MOVE 'Y' TO WS-Row-Repeat-Flag(WS-Row-Sub)
                           MOVE WS-Row-Count TO WS-Later-Sub
                       END-IF
                       ADD 1 TO WS-Later-Sub
                   END-PERFORM
                   ADD 1 TO WS-Row-Sub
               END-PERFORM.

           WRITE_TRANSCRIPT_HEADER.
               MOVE WS-Current-Student-Number TO Student_number.
               MOVE 'Y' TO WS-Student-Found-Flag.
                   MOVE 'STUDENT NOT FOUND' TO TH-Name
                   MOVE SPACES TO TH-Address
               END-IF.
               PERFORM CHECK_TRANSCRIPT_HOLD.
               MOVE SPACES TO Transcript-Line.
               WRITE Transcript-Line FROM Transcript-Header-Line-1.
               WRITE Transcript-Line FROM Transcript-Header-Line-2.
               IF WS-Withheld-Flag = 'Y'
                   ADD 1 TO WS-Withheld-Count
                   WRITE Transcript-Line FROM Transcript-Withheld-Line
               ELSE
                   WRITE Transcript-Line FROM Transcript-Column-Header
               END-IF.

      ******************************************************************
      * Transcript-hold check: the HOLDS key leads with the student,
      * so positioning at the student with a low type and date and
      * reading NEXT walks all of the student's holds. Any unreleased
      * hold scoped T (transcript) or B (both) withholds the
      * transcript.
      ******************************************************************
           CHECK_TRANSCRIPT_HOLD.
               MOVE 'N' TO WS-Withheld-Flag.
               IF WS-Holds-Open-Flag = 'Y'
                   MOVE WS-Current-Student-Number TO HLD-Student-number
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
                                   = WS-Current-Student-Number
                                   IF HLD-Released-date = 0
                                       AND (HLD-Hold-scope = 'T'
                                           OR HLD-Hold-scope = 'B')
                                       MOVE 'Y' TO WS-Withheld-Flag
                                       MOVE 'Y' TO WS-Hold-Scan-EOF
                                   END-IF
                               ELSE
                                   MOVE 'Y' TO WS-Hold-Scan-EOF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.

           WRITE_COURSE_DETAIL_LINE.
               PERFORM LOOKUP_COURSE_CREDITS.
               MOVE RW-CE-Course-code TO TD-Course-Code.
               MOVE RW-CE-Term TO TD-Term.
               MOVE RW-CE-Grade TO TD-Grade.
               MOVE WS-Course-Credits TO TD-Credits.
               IF WS-Row-Repeat-Flag(WS-Row-Sub) = 'Y'
                   MOVE 'R - REPEATED' TO TD-Repeat
               ELSE
                   MOVE SPACES TO TD-Repeat
               END-IF.
               IF WS-Withheld-Flag = 'N'
                   WRITE Transcript-Line FROM Transcript-Detail-Line
               END-IF.
               PERFORM CONVERT_GRADE_TO_POINTS.
               IF WS-Graded-Flag = 'Y' AND WS-Course-Credits > 0
                   AND WS-Row-Repeat-Flag(WS-Row-Sub) = 'N'
                   PERFORM ACCUMULATE_GPA_TOTALS
               END-IF.

               MOVE 1 TO WS-Catalog-Sub.
               PERFORM UNTIL WS-Catalog-Sub > WS-Catalog-Count
                   IF WS-Cat-Course-code(WS-Catalog-Sub)
                       = RW-CE-Course-code
                       MOVE WS-Cat-Credit-hours(WS-Catalog-Sub)
                           TO WS-Course-Credits
                       MOVE WS-Catalog-Count TO WS-Catalog-Sub
           CONVERT_GRADE_TO_POINTS.
               MOVE 'Y' TO WS-Graded-Flag.
               MOVE 0 TO WS-Grade-Points.
               EVALUATE RW-CE-Grade
                   WHEN 'A+' MOVE 4.00 TO WS-Grade-Points
                   WHEN 'A ' MOVE 4.00 TO WS-Grade-Points
                   WHEN 'A-' MOVE 3.70 TO WS-Grade-Points
               MOVE 0 TO WS-Term-Found-Sub.
               MOVE 1 TO WS-Term-Sub.
               PERFORM UNTIL WS-Term-Sub > WS-Term-Count
                   IF WS-Term-Id(WS-Term-Sub) = RW-CE-Term
                       MOVE WS-Term-Sub TO WS-Term-Found-Sub
                       MOVE WS-Term-Count TO WS-Term-Sub
                   END-IF
                   IF WS-Term-Count < WS-Term-Max
                       ADD 1 TO WS-Term-Count
                       MOVE WS-Term-Count TO WS-Term-Found-Sub
                       MOVE RW-CE-Term TO WS-Term-Id(WS-Term-Found-Sub)
                       MOVE 0 TO WS-Term-Credits(WS-Term-Found-Sub)
                       MOVE 0 TO WS-Term-Quality-Pts(WS-Term-Found-Sub)
                   ELSE
                       DISPLAY 'TERM TABLE FULL FOR STUDENT: '
                           WS-Current-Student-Number
                           ' - TERM ' RW-CE-Term
                           ' FOLDED INTO LAST ENTRY'
                       MOVE WS-Term-Count TO WS-Term-Found-Sub
                   END-IF
               END-IF.

           WRITE_GPA_SUMMARY.
               MOVE SPACES TO Transcript-Line.
               IF WS-Withheld-Flag = 'N'
                   WRITE Transcript-Line
               END-IF.
               MOVE 0 TO WS-Running-Credits.
               MOVE 0 TO WS-Running-Quality-Pts.
               MOVE 1 TO WS-Term-Sub.
               END-IF.
               MOVE WS-Cum-Credits TO CG-Credits.
               MOVE WS-GPA TO CG-GPA.
               IF WS-Withheld-Flag = 'N'
                   WRITE Transcript-Line FROM Transcript-Cum-GPA-Line
               END-IF.
               IF WS-Cum-Credits = 0
                   MOVE 'NO GRADED WORK' TO TS-Standing
               ELSE
                       END-IF
                   END-IF
               END-IF.
               IF WS-Withheld-Flag = 'N'
                   WRITE Transcript-Line FROM Transcript-Standing-Line
               END-IF.
               MOVE SPACES TO Transcript-Line.
               WRITE Transcript-Line.

               MOVE WS-Term-Credits(WS-Term-Sub) TO TG-Credits.
               MOVE WS-GPA TO TG-GPA.
               MOVE WS-GPA TO WS-Term-GPA-Save.
               IF WS-Withheld-Flag = 'N'
                   WRITE Transcript-Line FROM Transcript-Term-GPA-Line
               END-IF.

      ******************************************************************
      * One standing-history record per term: the term GPA just
               END-IF.
               CLOSE TRANSCRIPT-REPORT.
               CLOSE STANDING-HISTORY.
               IF WS-Holds-Open-Flag = 'Y'
                   CLOSE HOLDS
               END-IF.
               DISPLAY 'TRANSCRIPTS WITHHELD:   ' WS-Withheld-Count.
       END PROGRAM Transcript.
