      ******************************************************************
      * Author:
      * Date:
      * Purpose: Likely-duplicates report. Lists every group of
      *          STUDENT records that share Last_name, First_name and
      *          Postal_code under different Student_numbers - the
      *          same person admitted twice - so the registrar can
      *          confirm each and feed the StuMerge run a survivor
      *          and retired number. Names and postal codes are
      *          compared in upper case; records already merged away
      *          (status M) are left out, so a settled group drops
      *          off the next report. A group prints with each
      *          number's program, year and lifecycle status; the
      *          report ends with the group and record counts.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DupStudent.
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

           SELECT DUPLICATE-REPORT
           ASSIGN TO WS-Report-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Report-Status.

           SELECT SORT-WORK-FILE
           ASSIGN TO WS-Sort-Work-Path.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
           COPY STUDENTREC REPLACING ==:PREFIX:== BY == ==.

       FD DUPLICATE-REPORT.
       01 Report-Line               PIC X(120).

       SD SORT-WORK-FILE.
       01 Sort-Record.
           05 SW-Match-Key.
               10 SW-Last-name      PIC X(28).
               10 SW-First-name     PIC X(15).
               10 SW-Postal-code    PIC X(7).
           05 SW-Student-number     PIC 9(10).
           05 SW-Program            PIC X(8).
           05 SW-Year               PIC 9(6).
           05 SW-Status             PIC X(1).

       WORKING-STORAGE SECTION.

       01 WS-EOF                    PIC X(1)  VALUE 'N'.
       01 WS-Sort-EOF               PIC X(1)  VALUE 'N'.

       01 WS-Student-File-Path      PIC X(250).
       01 WS-Report-File-Path       PIC X(250).
       01 WS-Sort-Work-Path         PIC X(250).

       01 WS-Student-Status         PIC X(2).
       01 WS-Report-Status          PIC X(2).

       01 WS-Full-Timestamp         PIC X(21).
       01 WS-Run-Id                 PIC X(18).

           COPY RUNCTLLK REPLACING ==:PREFIX:== BY == ==.

       01 WS-Read-Count             PIC 9(6)  VALUE 0.
       01 WS-Group-Count            PIC 9(6)  VALUE 0.
       01 WS-Listed-Count           PIC 9(6)  VALUE 0.

       01 WS-Break-Key              PIC X(50) VALUE SPACES.
       01 WS-First-Record-Flag      PIC X(1)  VALUE 'Y'.

      ******************************************************************
      * The records of the current name/postal-code group, held until
      * the break shows whether there is more than one.
      ******************************************************************
       01 WS-Grp-Count              PIC 9(4)  VALUE 0.
       01 WS-Grp-Max                PIC 9(4)  VALUE 100.
       01 WS-Grp-Sub                PIC 9(4)  VALUE 0.
       01 WS-Grp-Overflow-Count     PIC 9(6)  VALUE 0.
       01 WS-Group-Table.
           05 WS-Grp-Entry OCCURS 100 TIMES.
               10 WS-Grp-Student-number PIC 9(10).
               10 WS-Grp-Program        PIC X(8).
               10 WS-Grp-Year           PIC 9(6).
               10 WS-Grp-Status         PIC X(1).

      ******************************************************************
      * Duplicate report layouts (DUPLICATE-REPORT)
      ******************************************************************
       01 Report-Header-Line.
           05 FILLER                PIC X(36)
                   VALUE 'LIKELY DUPLICATE STUDENTS - PRINTED'.
           05 RH-Print-Date         PIC X(8).

       01 Report-Group-Header.
           05 FILLER                PIC X(6)  VALUE 'NAME:'.
           05 GH-Name               PIC X(45).
           05 FILLER                PIC X(9)  VALUE '  POSTAL:'.
           05 GH-Postal-Code        PIC X(7).

       01 Report-Column-Header.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FILLER                PIC X(12) VALUE 'STUDENT'.
           05 FILLER                PIC X(10) VALUE 'PROGRAM'.
           05 FILLER                PIC X(8)  VALUE 'YEAR'.
           05 FILLER                PIC X(12) VALUE 'STATUS'.

       01 Report-Detail-Line.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 RD-Student-Number     PIC Z(9)9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 RD-Program            PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 RD-Year               PIC Z(5)9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 RD-Status             PIC X(12).

       01 Report-Total-Line.
           05 RT-Label              PIC X(24).
           05 RT-Count              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           MAIN_PROGRAM.
               PERFORM INITIALIZE_ROUTINE.
               PERFORM BOOK_RUN_START.
               PERFORM OPEN_ROUTINE.
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-Last-name
                   ON ASCENDING KEY SW-First-name
                   ON ASCENDING KEY SW-Postal-code
                   ON ASCENDING KEY SW-Student-number
                   INPUT PROCEDURE IS SELECT_STUDENT_ROUTINE
                   OUTPUT PROCEDURE IS REPORT_OUTPUT_ROUTINE.
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
               MOVE 'DUPSTUDENT' TO RCL-Program-Name.
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
               ACCEPT WS-Report-File-Path
                   FROM ENVIRONMENT 'DUPLICATE_REPORT_FILE'.
               IF WS-Report-File-Path = SPACES
                   MOVE 'DUPLICATE-STUDENTS.txt'
                       TO WS-Report-File-Path
               END-IF.
               ACCEPT WS-Sort-Work-Path
                   FROM ENVIRONMENT 'DUPLICATE_SORT_WORK_FILE'.
               IF WS-Sort-Work-Path = SPACES
                   MOVE 'DUPLICATE-SORTWORK.tmp' TO WS-Sort-Work-Path
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO WS-Full-Timestamp.
               STRING 'RUN-' WS-Full-Timestamp(1:14)
                   DELIMITED BY SIZE INTO WS-Run-Id.

           OPEN_ROUTINE.
               OPEN INPUT STUDENT.
               IF WS-Student-Status NOT = '00'
                   DISPLAY 'ERROR OPENING STUDENT FILE - STATUS: '
                       WS-Student-Status
                   STOP RUN
               END-IF.
               OPEN OUTPUT DUPLICATE-REPORT.
               IF WS-Report-Status NOT = '00'
                   DISPLAY 'ERROR OPENING DUPLICATE-REPORT - STATUS: '
                       WS-Report-Status
                   STOP RUN
               END-IF.
               MOVE WS-Full-Timestamp(1:8) TO RH-Print-Date.
               WRITE Report-Line FROM Report-Header-Line.

      ******************************************************************
      * Student pass: every record not already merged away goes to
      * the sort under its upper-cased name and postal code.
      ******************************************************************
           SELECT_STUDENT_ROUTINE.
               PERFORM UNTIL WS-EOF = 'Y'
                   READ STUDENT NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-Read-Count
                           IF Student_status NOT = 'M'
                               PERFORM RELEASE_STUDENT
                           END-IF
                   END-READ
               END-PERFORM.

           RELEASE_STUDENT.
               MOVE Last_name TO SW-Last-name.
               MOVE First_name TO SW-First-name.
               MOVE Postal_code TO SW-Postal-code.
               INSPECT SW-Match-Key CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
               MOVE Student_number TO SW-Student-number.
               MOVE Student_program TO SW-Program.
               MOVE Student_year TO SW-Year.
               MOVE Student_status TO SW-Status.
               RELEASE Sort-Record.

      ******************************************************************
      * Report: the sorted records, grouped on name and postal code;
      * only a group of two or more numbers prints.
      ******************************************************************
           REPORT_OUTPUT_ROUTINE.
               PERFORM UNTIL WS-Sort-EOF = 'Y'
                   RETURN SORT-WORK-FILE
                       AT END MOVE 'Y' TO WS-Sort-EOF
                       NOT AT END PERFORM COLLECT_GROUP_RECORD
                   END-RETURN
               END-PERFORM.
               IF WS-First-Record-Flag = 'N'
                   PERFORM WRITE_GROUP
               END-IF.
               MOVE SPACES TO Report-Line.
               WRITE Report-Line.
               MOVE 'DUPLICATE GROUPS:' TO RT-Label.
               MOVE WS-Group-Count TO RT-Count.
               WRITE Report-Line FROM Report-Total-Line.
               MOVE 'STUDENT NUMBERS LISTED:' TO RT-Label.
               MOVE WS-Listed-Count TO RT-Count.
               WRITE Report-Line FROM Report-Total-Line.

           COLLECT_GROUP_RECORD.
               IF WS-First-Record-Flag = 'Y'
                   MOVE 'N' TO WS-First-Record-Flag
                   MOVE SW-Match-Key TO WS-Break-Key
               END-IF.
               IF SW-Match-Key NOT = WS-Break-Key
                   PERFORM WRITE_GROUP
                   MOVE SW-Match-Key TO WS-Break-Key
               END-IF.
               IF WS-Grp-Count < WS-Grp-Max
                   ADD 1 TO WS-Grp-Count
                   MOVE SW-Student-number
                       TO WS-Grp-Student-number(WS-Grp-Count)
                   MOVE SW-Program TO WS-Grp-Program(WS-Grp-Count)
                   MOVE SW-Year TO WS-Grp-Year(WS-Grp-Count)
                   MOVE SW-Status TO WS-Grp-Status(WS-Grp-Count)
               ELSE
                   ADD 1 TO WS-Grp-Overflow-Count
                   DISPLAY 'DUPLICATE GROUP TOO LARGE - NOT LISTED: '
                       SW-Student-number
               END-IF.

           WRITE_GROUP.
               IF WS-Grp-Count > 1
                   ADD 1 TO WS-Group-Count
                   MOVE SPACES TO Report-Line
                   WRITE Report-Line
                   MOVE SPACES TO GH-Name
                   STRING FUNCTION TRIM(WS-Break-Key(1:28)) ', '
                       FUNCTION TRIM(WS-Break-Key(29:15))
                       DELIMITED BY SIZE INTO GH-Name
                   MOVE WS-Break-Key(44:7) TO GH-Postal-Code
                   WRITE Report-Line FROM Report-Group-Header
                   WRITE Report-Line FROM Report-Column-Header
                   MOVE 1 TO WS-Grp-Sub
                   PERFORM UNTIL WS-Grp-Sub > WS-Grp-Count
                       PERFORM WRITE_GROUP_DETAIL
                       ADD 1 TO WS-Grp-Sub
                   END-PERFORM
               END-IF.
               MOVE 0 TO WS-Grp-Count.

           WRITE_GROUP_DETAIL.
               ADD 1 TO WS-Listed-Count.
               MOVE WS-Grp-Student-number(WS-Grp-Sub)
                   TO RD-Student-Number.
               MOVE WS-Grp-Program(WS-Grp-Sub) TO RD-Program.
               MOVE WS-Grp-Year(WS-Grp-Sub) TO RD-Year.
               EVALUATE WS-Grp-Status(WS-Grp-Sub)
                   WHEN 'A'
                   WHEN SPACE
                       MOVE 'ACTIVE' TO RD-Status
                   WHEN 'W'
                       MOVE 'WITHDRAWN' TO RD-Status
                   WHEN 'L'
                       MOVE 'LEAVE' TO RD-Status
                   WHEN 'G'
                       MOVE 'GRADUATED' TO RD-Status
                   WHEN OTHER
                       MOVE WS-Grp-Status(WS-Grp-Sub) TO RD-Status
               END-EVALUATE.
               WRITE Report-Line FROM Report-Detail-Line.

           CLOSE_ROUTINE.
               CLOSE STUDENT.
               CLOSE DUPLICATE-REPORT.
               DISPLAY 'STUDENT RECORDS READ:  ' WS-Read-Count.
               DISPLAY 'DUPLICATE GROUPS:      ' WS-Group-Count.
               DISPLAY 'STUDENT NUMBERS LISTED:' WS-Listed-Count.
               IF WS-Grp-Overflow-Count > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.
       END PROGRAM DupStudent.
