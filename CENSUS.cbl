      ******************************************************************
      * Author:
      * Date:
      * Purpose: Census-date snapshot. Freezes the term named by
      *          CENSUS_TERM onto the CENSUS-SNAPSHOT file: one record
      *          per active student (lifecycle status A, or blank
      *          from the old layout) holding at least one row for
      *          the term on ENROLL-MASTER, with
      *            - enrolled credit hours - the COURSE-CATALOG credit
      *              hours of each of the term's rows, a W excepted;
      *            - full-time (F) when the credit hours reach the
      *              CENSUS_FT_CREDITS threshold (default 12), else
      *              part-time (P);
      *            - Student_program and Student_year as they stand
      *              on the census date.
      *          The census report prints headcount, full-time,
      *          part-time, credit hours and FTE by program and year,
      *          with program and grand totals. A full-time student
      *          counts one FTE; a part-time student counts credit
      *          hours over the threshold. The snapshot keeps every
      *          frozen term, each record carrying its FTE and the
      *          threshold it was figured against, and a term is
      *          frozen once: a run for a term already on the file
      *          freezes nothing and reprints the report from the
      *          term's snapshot records, with the census date, run-id
      *          and threshold of the freezing run, so a submitted
      *          figure can be reproduced exactly at any time. A run
      *          with no CENSUS_TERM is refused (RETURN-CODE 8). A
      *          course missing from the catalog counts no credit
      *          hours and, like a master row with no STUDENT record,
      *          is listed on the console and gives RETURN-CODE 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Census.
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

           SELECT COURSE-CATALOG
           ASSIGN TO WS-Catalog-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Catalog-Status.

           SELECT CENSUS-SNAPSHOT
           ASSIGN TO WS-Snapshot-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Snapshot-Status.

           SELECT CENSUS-REPORT
           ASSIGN TO WS-Report-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Report-Status.

           SELECT SORT-WORK-FILE
           ASSIGN TO WS-Sort-Work-Path.

       DATA DIVISION.
       FILE SECTION.
       FD ENROLL-MASTER.
           COPY ENROLLMST REPLACING ==:PREFIX:== BY == ==.

       FD STUDENT.
           COPY STUDENTREC REPLACING ==:PREFIX:== BY == ==.

       FD COURSE-CATALOG.
           COPY COURSECAT REPLACING ==:PREFIX:== BY == ==.

       FD CENSUS-SNAPSHOT.
           COPY CENSUSSNP REPLACING ==:PREFIX:== BY == ==.

       FD CENSUS-REPORT.
       01 Report-Line               PIC X(120).

       SD SORT-WORK-FILE.
       01 SW-Census-Record.
           05 SW-Program            PIC X(8).
           05 SW-Year               PIC 9(6).
           05 SW-Load               PIC X(1).
           05 SW-Credit-hours       PIC 9(3).
           05 SW-FTE                PIC 9V9(4).

       WORKING-STORAGE SECTION.

       01 WS-EOF                    PIC X(1)  VALUE 'N'.
       01 WS-Catalog-EOF            PIC X(1)  VALUE 'N'.
       01 WS-Snapshot-EOF           PIC X(1)  VALUE 'N'.
       01 WS-Sort-EOF               PIC X(1)  VALUE 'N'.

       01 WS-Master-File-Path       PIC X(250).
       01 WS-Student-File-Path      PIC X(250).
       01 WS-Catalog-File-Path      PIC X(250).
       01 WS-Snapshot-File-Path     PIC X(250).
       01 WS-Report-File-Path       PIC X(250).
       01 WS-Sort-Work-Path         PIC X(250).

       01 WS-Master-Status          PIC X(2).
       01 WS-Student-Status         PIC X(2).
       01 WS-Catalog-Status         PIC X(2).
       01 WS-Snapshot-Status        PIC X(2).
       01 WS-Report-Status          PIC X(2).

       01 WS-Full-Timestamp         PIC X(21).
       01 WS-Run-Id                 PIC X(18).

           COPY RUNCTLLK REPLACING ==:PREFIX:== BY == ==.

      ******************************************************************
      * Census term and the full-time threshold in credit hours.
      ******************************************************************
       01 WS-Census-Term            PIC X(6).
       01 WS-FT-Credits-Input       PIC X(5).
       01 WS-FT-Credits             PIC 9(3)  VALUE 12.
       01 WS-Term-Frozen-Flag       PIC X(1)  VALUE 'N'.

      ******************************************************************
      * What the report header shows: this run's date, run-id and
      * threshold on a freezing run, the freezing run's on a reprint.
      ******************************************************************
       01 WS-Header-Census-Date     PIC X(8).
       01 WS-Header-Run-Id          PIC X(18).
       01 WS-Header-FT-Credits      PIC 9(3).
       01 WS-Reprint-Count          PIC 9(6)  VALUE 0.

       01 WS-Current-Student-Number PIC 9(10).
       01 WS-Student-Credits        PIC 9(3).
       01 WS-Student-Rows           PIC 9(4).
       01 WS-Course-Credits         PIC 9(2).
       01 WS-Course-Found-Flag      PIC X(1).

       01 WS-Read-Count             PIC 9(6)  VALUE 0.
       01 WS-Frozen-Count           PIC 9(6)  VALUE 0.
       01 WS-Inactive-Count         PIC 9(6)  VALUE 0.
       01 WS-No-Student-Count       PIC 9(6)  VALUE 0.
       01 WS-No-Catalog-Count       PIC 9(6)  VALUE 0.

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
      * Control-break fields and totals for the census report: year
      * within program, program, and the whole term.
      ******************************************************************
       01 WS-Break-Program          PIC X(8)  VALUE SPACES.
       01 WS-Break-Year             PIC 9(6)  VALUE 0.
       01 WS-First-Record-Flag      PIC X(1)  VALUE 'Y'.

       01 WS-Year-Totals.
           05 WS-Yr-Headcount       PIC 9(6).
           05 WS-Yr-Full-Time       PIC 9(6).
           05 WS-Yr-Part-Time       PIC 9(6).
           05 WS-Yr-Credits         PIC 9(7).
           05 WS-Yr-FTE             PIC 9(6)V9(4).

       01 WS-Program-Totals.
           05 WS-Pg-Headcount       PIC 9(6).
           05 WS-Pg-Full-Time       PIC 9(6).
           05 WS-Pg-Part-Time       PIC 9(6).
           05 WS-Pg-Credits         PIC 9(7).
           05 WS-Pg-FTE             PIC 9(6)V9(4).

       01 WS-Grand-Totals.
           05 WS-Gr-Headcount       PIC 9(6)      VALUE 0.
           05 WS-Gr-Full-Time       PIC 9(6)      VALUE 0.
           05 WS-Gr-Part-Time       PIC 9(6)      VALUE 0.
           05 WS-Gr-Credits         PIC 9(7)      VALUE 0.
           05 WS-Gr-FTE             PIC 9(6)V9(4) VALUE 0.

      ******************************************************************
      * Census report layouts (CENSUS-REPORT)
      ******************************************************************
       01 Report-Header-Line.
           05 FILLER                PIC X(22)
                   VALUE 'CENSUS SNAPSHOT - TERM'.
           05 RH-Term               PIC X(6).
           05 FILLER                PIC X(16) VALUE '  CENSUS DATE:'.
           05 RH-Census-Date        PIC X(8).
           05 FILLER                PIC X(10) VALUE '  RUN-ID:'.
           05 RH-Run-Id             PIC X(18).

       01 Report-Policy-Line.
           05 FILLER                PIC X(30)
                   VALUE 'FULL-TIME AT CREDIT HOURS OF:'.
           05 RP-FT-Credits         PIC ZZ9.

       01 Report-Column-Header.
           05 FILLER                PIC X(10) VALUE 'PROGRAM'.
           05 FILLER                PIC X(8)  VALUE 'YEAR'.
           05 FILLER                PIC X(12) VALUE '   HEADCOUNT'.
           05 FILLER                PIC X(12) VALUE '   FULL-TIME'.
           05 FILLER                PIC X(12) VALUE '   PART-TIME'.
           05 FILLER                PIC X(12) VALUE '     CREDITS'.
           05 FILLER                PIC X(12) VALUE '         FTE'.

       01 Report-Detail-Line.
           05 RD-Program            PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 RD-Year               PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 RD-Headcount          PIC Z(8)9.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 RD-Full-Time          PIC Z(8)9.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 RD-Part-Time          PIC Z(8)9.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 RD-Credits            PIC Z(8)9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 RD-FTE                PIC Z(6)9.99.

       PROCEDURE DIVISION.
           MAIN_PROGRAM.
               PERFORM INITIALIZE_ROUTINE.
               PERFORM BOOK_RUN_START.
               PERFORM CHECK_FROZEN_ROUTINE.
               IF WS-Term-Frozen-Flag = 'Y'
                   DISPLAY 'CENSUS ALREADY FROZEN FOR TERM -'
                       ' REPRINTED FROM SNAPSHOT: ' WS-Census-Term
                   PERFORM OPEN_REPRINT_ROUTINE
                   SORT SORT-WORK-FILE
                       ON ASCENDING KEY SW-Program
                       ON ASCENDING KEY SW-Year
                       INPUT PROCEDURE IS REPRINT_SNAPSHOT_ROUTINE
                       OUTPUT PROCEDURE IS REPORT_OUTPUT_ROUTINE
                   PERFORM CLOSE_REPRINT_ROUTINE
               ELSE
                   PERFORM LOAD_CATALOG_ROUTINE
                   PERFORM OPEN_ROUTINE
                   SORT SORT-WORK-FILE
                       ON ASCENDING KEY SW-Program
                       ON ASCENDING KEY SW-Year
                       INPUT PROCEDURE IS SCAN_MASTER_ROUTINE
                       OUTPUT PROCEDURE IS REPORT_OUTPUT_ROUTINE
                   PERFORM CLOSE_ROUTINE
               END-IF.
               PERFORM BOOK_RUN_END.
               STOP RUN.

      ******************************************************************
      * Run-control bookkeeping through the shared RunCtl subprogram:
      * a start record after the sequencing checks, an end record
      * carrying the final RETURN-CODE.
      ******************************************************************
           BOOK_RUN_START.
               MOVE 'S' TO RCL-Function.
               MOVE 'CENSUS' TO RCL-Program-Name.
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
               ACCEPT WS-Census-Term FROM ENVIRONMENT 'CENSUS_TERM'.
               IF WS-Census-Term = SPACES
                   DISPLAY 'CENSUS_TERM NOT SET - NO TERM TO FREEZE'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
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
               ACCEPT WS-Catalog-File-Path
                   FROM ENVIRONMENT 'COURSE_CATALOG_FILE'.
               IF WS-Catalog-File-Path = SPACES
                   MOVE 'COURSE-CATALOG.txt' TO WS-Catalog-File-Path
               END-IF.
               ACCEPT WS-Snapshot-File-Path
                   FROM ENVIRONMENT 'CENSUS_SNAPSHOT_FILE'.
               IF WS-Snapshot-File-Path = SPACES
                   MOVE 'CENSUS-SNAPSHOT.txt' TO WS-Snapshot-File-Path
               END-IF.
               ACCEPT WS-Report-File-Path
                   FROM ENVIRONMENT 'CENSUS_REPORT_FILE'.
               IF WS-Report-File-Path = SPACES
                   MOVE 'CENSUS-REPORT.txt' TO WS-Report-File-Path
               END-IF.
               ACCEPT WS-Sort-Work-Path
                   FROM ENVIRONMENT 'CENSUS_SORT_WORK_FILE'.
               IF WS-Sort-Work-Path = SPACES
                   MOVE 'CENSUS-SORTWORK.tmp' TO WS-Sort-Work-Path
               END-IF.
               ACCEPT WS-FT-Credits-Input
                   FROM ENVIRONMENT 'CENSUS_FT_CREDITS'.
               IF WS-FT-Credits-Input NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-FT-Credits-Input) = 0
                       AND FUNCTION NUMVAL(WS-FT-Credits-Input) > 0
                       COMPUTE WS-FT-Credits =
                           FUNCTION NUMVAL(WS-FT-Credits-Input)
                   ELSE
                       DISPLAY 'INVALID CENSUS_FT_CREDITS - '
                           'DEFAULT USED: ' WS-FT-Credits-Input
                   END-IF
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO WS-Full-Timestamp.
               STRING 'RUN-' WS-Full-Timestamp(1:14)
                   DELIMITED BY SIZE INTO WS-Run-Id.

      ******************************************************************
      * A term with any record on the snapshot file is already
      * frozen; the first record gives the freezing run's census
      * date, run-id and threshold for the reprint header. No file
      * yet means no census has ever been taken.
      ******************************************************************
           CHECK_FROZEN_ROUTINE.
               OPEN INPUT CENSUS-SNAPSHOT.
               IF WS-Snapshot-Status = '35'
                   CONTINUE
               ELSE
                   IF WS-Snapshot-Status NOT = '00'
                       DISPLAY 'ERROR OPENING CENSUS-SNAPSHOT -'
                           ' STATUS: ' WS-Snapshot-Status
                       STOP RUN
                   END-IF
                   PERFORM UNTIL WS-Snapshot-EOF = 'Y'
                       READ CENSUS-SNAPSHOT
                           AT END MOVE 'Y' TO WS-Snapshot-EOF
                           NOT AT END
                               IF CS-Term = WS-Census-Term
                                   MOVE 'Y' TO WS-Term-Frozen-Flag
                                   MOVE 'Y' TO WS-Snapshot-EOF
                                   MOVE CS-Census-date
                                       TO WS-Header-Census-Date
                                   MOVE CS-Run-Id TO WS-Header-Run-Id
                                   MOVE CS-FT-Threshold
                                       TO WS-Header-FT-Credits
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CENSUS-SNAPSHOT
               END-IF.

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

      ******************************************************************
      * The snapshot file is kept across terms: this term's records
      * are appended behind the terms already frozen.
      ******************************************************************
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
               OPEN EXTEND CENSUS-SNAPSHOT.
               IF WS-Snapshot-Status = '35'
                   OPEN OUTPUT CENSUS-SNAPSHOT
               END-IF.
               IF WS-Snapshot-Status NOT = '00'
                   DISPLAY 'ERROR OPENING CENSUS-SNAPSHOT - STATUS: '
                       WS-Snapshot-Status
                   STOP RUN
               END-IF.
               MOVE WS-Full-Timestamp(1:8) TO WS-Header-Census-Date.
               MOVE WS-Run-Id TO WS-Header-Run-Id.
               MOVE WS-FT-Credits TO WS-Header-FT-Credits.
               PERFORM OPEN_REPORT_ROUTINE.

      ******************************************************************
      * Reprint of a frozen term: only the snapshot and the report
      * are opened; nothing is read from the live masters.
      ******************************************************************
           OPEN_REPRINT_ROUTINE.
               OPEN INPUT CENSUS-SNAPSHOT.
               IF WS-Snapshot-Status NOT = '00'
                   DISPLAY 'ERROR OPENING CENSUS-SNAPSHOT - STATUS: '
                       WS-Snapshot-Status
                   STOP RUN
               END-IF.
               PERFORM OPEN_REPORT_ROUTINE.

           OPEN_REPORT_ROUTINE.
               OPEN OUTPUT CENSUS-REPORT.
               IF WS-Report-Status NOT = '00'
                   DISPLAY 'ERROR OPENING CENSUS-REPORT - STATUS: '
                       WS-Report-Status
                   STOP RUN
               END-IF.
               MOVE WS-Census-Term TO RH-Term.
               MOVE WS-Header-Census-Date TO RH-Census-Date.
               MOVE WS-Header-Run-Id TO RH-Run-Id.
               WRITE Report-Line FROM Report-Header-Line.
               MOVE WS-Header-FT-Credits TO RP-FT-Credits.
               WRITE Report-Line FROM Report-Policy-Line.
               MOVE SPACES TO Report-Line.
               WRITE Report-Line.
               WRITE Report-Line FROM Report-Column-Header.

      ******************************************************************
      * Master pass: ENROLL-MASTER in EM-Key order delivers each
      * student's rows together; the census term's rows are totalled
      * at each change of student.
      ******************************************************************
           SCAN_MASTER_ROUTINE.
               MOVE 'N' TO WS-EOF.
               MOVE 0 TO EM-Student-number.
               MOVE SPACES TO EM-Course-code.
               MOVE SPACES TO EM-Term.
               START ENROLL-MASTER KEY IS NOT LESS THAN EM-Key
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START.
               PERFORM READ_MASTER_RECORD.
               PERFORM UNTIL WS-EOF = 'Y'
                   PERFORM PROCESS_STUDENT_BREAK
               END-PERFORM.

           READ_MASTER_RECORD.
               IF WS-EOF NOT = 'Y'
                   READ ENROLL-MASTER NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END ADD 1 TO WS-Read-Count
                   END-READ
               END-IF.

           PROCESS_STUDENT_BREAK.
               MOVE EM-Student-number TO WS-Current-Student-Number.
               MOVE 0 TO WS-Student-Credits.
               MOVE 0 TO WS-Student-Rows.
               PERFORM UNTIL WS-EOF = 'Y'
                   OR EM-Student-number NOT = WS-Current-Student-Number
                   IF EM-Term = WS-Census-Term
                       AND EM-Grade NOT = 'W'
                       PERFORM ADD_ROW_CREDITS
                   END-IF
                   PERFORM READ_MASTER_RECORD
               END-PERFORM.
               IF WS-Student-Rows > 0
                   PERFORM FREEZE_STUDENT
               END-IF.

           ADD_ROW_CREDITS.
               ADD 1 TO WS-Student-Rows.
               MOVE 0 TO WS-Course-Credits.
               MOVE 'N' TO WS-Course-Found-Flag.
               MOVE 1 TO WS-Catalog-Sub.
               PERFORM UNTIL WS-Catalog-Sub > WS-Catalog-Count
                   IF WS-Cat-Course-code(WS-Catalog-Sub)
                       = EM-Course-code
                       MOVE WS-Cat-Credit-hours(WS-Catalog-Sub)
                           TO WS-Course-Credits
                       MOVE 'Y' TO WS-Course-Found-Flag
                       MOVE WS-Catalog-Count TO WS-Catalog-Sub
                   END-IF
                   ADD 1 TO WS-Catalog-Sub
               END-PERFORM.
               IF WS-Course-Found-Flag = 'N'
                   ADD 1 TO WS-No-Catalog-Count
                   DISPLAY 'COURSE NOT IN CATALOG - NO CREDITS: '
                       EM-Student-number ' ' EM-Course-code
               END-IF.
               ADD WS-Course-Credits TO WS-Student-Credits.

      ******************************************************************
      * Only active students are frozen; the student's program and
      * year are taken from the STUDENT master as they stand today.
      ******************************************************************
           FREEZE_STUDENT.
               MOVE WS-Current-Student-Number TO Student_number.
               READ STUDENT
                   INVALID KEY
                       ADD 1 TO WS-No-Student-Count
                       DISPLAY 'ENROLLED STUDENT NOT ON MASTER: '
                           WS-Current-Student-Number
                   NOT INVALID KEY
                       IF Student_status = 'A'
                           OR Student_status = SPACE
                           PERFORM WRITE_SNAPSHOT_RECORD
                       ELSE
                           ADD 1 TO WS-Inactive-Count
                       END-IF
               END-READ.

           WRITE_SNAPSHOT_RECORD.
               ADD 1 TO WS-Frozen-Count.
               MOVE SPACES TO Census-Snapshot-Record.
               MOVE WS-Census-Term TO CS-Term.
               MOVE WS-Full-Timestamp(1:8) TO CS-Census-date.
               MOVE WS-Run-Id TO CS-Run-Id.
               MOVE Student_number TO CS-Student-number.
               MOVE Student_program TO CS-Program.
               MOVE Student_year TO CS-Year.
               MOVE WS-Student-Credits TO CS-Credit-hours.
               MOVE WS-FT-Credits TO CS-FT-Threshold.
               MOVE SPACES TO SW-Census-Record.
               MOVE Student_program TO SW-Program.
               MOVE Student_year TO SW-Year.
               MOVE WS-Student-Credits TO SW-Credit-hours.
               IF WS-Student-Credits NOT < WS-FT-Credits
                   MOVE 'F' TO CS-Load
                   MOVE 1 TO SW-FTE
               ELSE
                   MOVE 'P' TO CS-Load
                   COMPUTE SW-FTE ROUNDED =
                       WS-Student-Credits / WS-FT-Credits
               END-IF.
               MOVE CS-Load TO SW-Load.
               MOVE SW-FTE TO CS-FTE.
               WRITE Census-Snapshot-Record.
               RELEASE SW-Census-Record.

      ******************************************************************
      * Reprint pass: the frozen term's snapshot records go to the
      * sort exactly as frozen - program, year, load, credit hours
      * and FTE are read back, never recomputed.
      ******************************************************************
           REPRINT_SNAPSHOT_ROUTINE.
               MOVE 'N' TO WS-Snapshot-EOF.
               PERFORM UNTIL WS-Snapshot-EOF = 'Y'
                   READ CENSUS-SNAPSHOT
                       AT END MOVE 'Y' TO WS-Snapshot-EOF
                       NOT AT END
                           IF CS-Term = WS-Census-Term
                               PERFORM RELEASE_SNAPSHOT_RECORD
                           END-IF
                   END-READ
               END-PERFORM.

           RELEASE_SNAPSHOT_RECORD.
               ADD 1 TO WS-Reprint-Count.
               MOVE SPACES TO SW-Census-Record.
               MOVE CS-Program TO SW-Program.
               MOVE CS-Year TO SW-Year.
               MOVE CS-Load TO SW-Load.
               MOVE CS-Credit-hours TO SW-Credit-hours.
               MOVE CS-FTE TO SW-FTE.
               RELEASE SW-Census-Record.

      ******************************************************************
      * Census report: the frozen students by program and year, with
      * a line per year, a total per program and a grand total.
      ******************************************************************
           REPORT_OUTPUT_ROUTINE.
               PERFORM UNTIL WS-Sort-EOF = 'Y'
                   RETURN SORT-WORK-FILE
                       AT END MOVE 'Y' TO WS-Sort-EOF
                       NOT AT END PERFORM ACCUMULATE_CENSUS
                   END-RETURN
               END-PERFORM.
               IF WS-First-Record-Flag = 'N'
                   PERFORM WRITE_YEAR_LINE
                   PERFORM WRITE_PROGRAM_TOTAL
               END-IF.
               MOVE SPACES TO Report-Line.
               WRITE Report-Line.
               MOVE 'ALL' TO RD-Program.
               MOVE SPACES TO RD-Year.
               MOVE WS-Gr-Headcount TO RD-Headcount.
               MOVE WS-Gr-Full-Time TO RD-Full-Time.
               MOVE WS-Gr-Part-Time TO RD-Part-Time.
               MOVE WS-Gr-Credits TO RD-Credits.
               MOVE WS-Gr-FTE TO RD-FTE.
               WRITE Report-Line FROM Report-Detail-Line.

           ACCUMULATE_CENSUS.
               IF WS-First-Record-Flag = 'Y'
                   MOVE 'N' TO WS-First-Record-Flag
                   PERFORM START_PROGRAM
                   PERFORM START_YEAR
               END-IF.
               IF SW-Program NOT = WS-Break-Program
                   PERFORM WRITE_YEAR_LINE
                   PERFORM WRITE_PROGRAM_TOTAL
                   PERFORM START_PROGRAM
                   PERFORM START_YEAR
               ELSE
                   IF SW-Year NOT = WS-Break-Year
                       PERFORM WRITE_YEAR_LINE
                       PERFORM START_YEAR
                   END-IF
               END-IF.
               ADD 1 TO WS-Yr-Headcount WS-Pg-Headcount
                   WS-Gr-Headcount.
               IF SW-Load = 'F'
                   ADD 1 TO WS-Yr-Full-Time WS-Pg-Full-Time
                       WS-Gr-Full-Time
               ELSE
                   ADD 1 TO WS-Yr-Part-Time WS-Pg-Part-Time
                       WS-Gr-Part-Time
               END-IF.
               ADD SW-Credit-hours TO WS-Yr-Credits WS-Pg-Credits
                   WS-Gr-Credits.
               ADD SW-FTE TO WS-Yr-FTE WS-Pg-FTE WS-Gr-FTE.

           START_PROGRAM.
               INITIALIZE WS-Program-Totals.
               MOVE SW-Program TO WS-Break-Program.

           START_YEAR.
               INITIALIZE WS-Year-Totals.
               MOVE SW-Year TO WS-Break-Year.

           WRITE_YEAR_LINE.
               MOVE WS-Break-Program TO RD-Program.
               MOVE WS-Break-Year TO RD-Year.
               MOVE WS-Yr-Headcount TO RD-Headcount.
               MOVE WS-Yr-Full-Time TO RD-Full-Time.
               MOVE WS-Yr-Part-Time TO RD-Part-Time.
               MOVE WS-Yr-Credits TO RD-Credits.
               MOVE WS-Yr-FTE TO RD-FTE.
               WRITE Report-Line FROM Report-Detail-Line.

           WRITE_PROGRAM_TOTAL.
               MOVE WS-Break-Program TO RD-Program.
               MOVE 'TOTAL' TO RD-Year.
               MOVE WS-Pg-Headcount TO RD-Headcount.
               MOVE WS-Pg-Full-Time TO RD-Full-Time.
               MOVE WS-Pg-Part-Time TO RD-Part-Time.
               MOVE WS-Pg-Credits TO RD-Credits.
               MOVE WS-Pg-FTE TO RD-FTE.
               WRITE Report-Line FROM Report-Detail-Line.
               MOVE SPACES TO Report-Line.
               WRITE Report-Line.

           CLOSE_ROUTINE.
               CLOSE ENROLL-MASTER.
               CLOSE STUDENT.
               CLOSE CENSUS-SNAPSHOT.
               CLOSE CENSUS-REPORT.
               DISPLAY 'CENSUS TERM:            ' WS-Census-Term.
               DISPLAY 'ENROLLMENTS READ:       ' WS-Read-Count.
               DISPLAY 'STUDENTS FROZEN:        ' WS-Frozen-Count.
               DISPLAY 'FULL-TIME:              ' WS-Gr-Full-Time.
               DISPLAY 'PART-TIME:              ' WS-Gr-Part-Time.
               DISPLAY 'NOT ACTIVE - SKIPPED:   ' WS-Inactive-Count.
               DISPLAY 'STUDENT NOT ON MASTER:  ' WS-No-Student-Count.
               DISPLAY 'COURSE NOT IN CATALOG:  ' WS-No-Catalog-Count.
               IF WS-No-Student-Count > 0
                   OR WS-No-Catalog-Count > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.

           CLOSE_REPRINT_ROUTINE.
               CLOSE CENSUS-SNAPSHOT.
               CLOSE CENSUS-REPORT.
               DISPLAY 'CENSUS TERM:            ' WS-Census-Term.
               DISPLAY 'FROZEN BY RUN:          ' WS-Header-Run-Id.
               DISPLAY 'STUDENTS REPRINTED:     ' WS-Reprint-Count.
               DISPLAY 'FULL-TIME:              ' WS-Gr-Full-Time.
               DISPLAY 'PART-TIME:              ' WS-Gr-Part-Time.
       END PROGRAM Census.
