      ******************************************************************
      * Author:
      * Date:
      * Purpose: Grade-change register listing for the dean's office
      *          and the external auditors. Prints the permanent
      *          GRADE-CHANGE-REGISTER EnrollMaint appends to - every
      *          add, drop and grade change applied to a closed term
      *          under a grade-change authorization - by term, then
      *          course and student, with the grade before and after,
      *          the authorization code, and the date and run-id of
      *          the EnrollMaint run that applied it. The student's
      *          name comes from the STUDENT master. REGISTER_TERM
      *          limits the listing to one term; left blank, every
      *          term on the register is printed, each with its own
      *          heading and total. Before the first authorized change
      *          there is no register file yet; the listing then
      *          prints empty, with zero totals.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GradeChgReg.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-CHANGE-REGISTER
           ASSIGN TO WS-Register-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Register-Status.

           SELECT STUDENT
           ASSIGN TO WS-Student-File-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Student_number
           ALTERNATE RECORD KEY IS Last_name WITH DUPLICATES
           FILE STATUS IS WS-Student-Status.

           SELECT REGISTER-LISTING
           ASSIGN TO WS-Listing-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Listing-Status.

           SELECT SORT-WORK-FILE
           ASSIGN TO WS-Sort-Work-Path.

       DATA DIVISION.
       FILE SECTION.
       FD GRADE-CHANGE-REGISTER.
           COPY GRADEREG REPLACING ==:PREFIX:== BY == ==.

       FD STUDENT.
           COPY STUDENTREC REPLACING ==:PREFIX:== BY == ==.

       FD REGISTER-LISTING.
       01 Listing-Line              PIC X(120).

       SD SORT-WORK-FILE.
           COPY GRADEREG REPLACING ==:PREFIX:== BY ==SW-==.

       WORKING-STORAGE SECTION.

       01 WS-EOF                    PIC X(1)  VALUE 'N'.
       01 WS-Sort-EOF               PIC X(1)  VALUE 'N'.
       01 WS-Register-Open-Flag     PIC X(1)  VALUE 'N'.

       01 WS-Register-File-Path     PIC X(250).
       01 WS-Student-File-Path      PIC X(250).
       01 WS-Listing-File-Path      PIC X(250).
       01 WS-Sort-Work-Path         PIC X(250).

       01 WS-Register-Status        PIC X(2).
       01 WS-Student-Status         PIC X(2).
       01 WS-Listing-Status         PIC X(2).

       01 WS-Full-Timestamp         PIC X(21).
       01 WS-Run-Id                 PIC X(18).

           COPY RUNCTLLK REPLACING ==:PREFIX:== BY == ==.

       01 WS-Register-Term          PIC X(6).

       01 WS-Read-Count             PIC 9(6)  VALUE 0.
       01 WS-Listed-Count           PIC 9(6)  VALUE 0.
       01 WS-Term-Listed-Count      PIC 9(6)  VALUE 0.
       01 WS-No-Student-Count       PIC 9(6)  VALUE 0.

       01 WS-Break-Term             PIC X(6)  VALUE SPACES.
       01 WS-First-Record-Flag      PIC X(1)  VALUE 'Y'.

      ******************************************************************
      * Register listing layouts (REGISTER-LISTING)
      ******************************************************************
       01 Listing-Header-Line.
           05 FILLER                PIC X(33)
                   VALUE 'GRADE-CHANGE REGISTER - PRINTED'.
           05 LH-Print-Date         PIC X(8).
           05 FILLER                PIC X(9)  VALUE '  TERMS:'.
           05 LH-Terms              PIC X(6).

       01 Listing-Term-Header.
           05 FILLER                PIC X(6)  VALUE 'TERM:'.
           05 TH-Term               PIC X(6).

       01 Listing-Column-Header.
           05 FILLER                PIC X(12) VALUE 'STUDENT'.
           05 FILLER                PIC X(32) VALUE 'NAME'.
           05 FILLER                PIC X(10) VALUE 'COURSE'.
           05 FILLER                PIC X(14) VALUE 'CHANGE'.
           05 FILLER                PIC X(5)  VALUE 'OLD'.
           05 FILLER                PIC X(5)  VALUE 'NEW'.
           05 FILLER                PIC X(10) VALUE 'AUTH'.
           05 FILLER                PIC X(10) VALUE 'DATE'.
           05 FILLER                PIC X(18) VALUE 'RUN-ID'.

       01 Listing-Detail-Line.
           05 LD-Student-Number     PIC Z(9)9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 LD-Name               PIC X(30).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 LD-Course-Code        PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 LD-Change             PIC X(12).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 LD-Old-Grade          PIC X(3).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 LD-New-Grade          PIC X(3).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 LD-Auth-Code          PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 LD-Change-Date        PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 LD-Run-Id             PIC X(18).

       01 Listing-Total-Line.
           05 LT-Label              PIC X(24).
           05 LT-Count              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           MAIN_PROGRAM.
               PERFORM INITIALIZE_ROUTINE.
               PERFORM BOOK_RUN_START.
               PERFORM OPEN_ROUTINE.
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-GR-Term
                   ON ASCENDING KEY SW-GR-Course-code
                   ON ASCENDING KEY SW-GR-Student-number
                   ON ASCENDING KEY SW-GR-Change-date
                   ON ASCENDING KEY SW-GR-Run-Id
                   INPUT PROCEDURE IS SELECT_REGISTER_ROUTINE
                   OUTPUT PROCEDURE IS LISTING_OUTPUT_ROUTINE.
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
               MOVE 'GRADECHGREG' TO RCL-Program-Name.
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
               ACCEPT WS-Register-File-Path
                   FROM ENVIRONMENT 'GRADE_CHANGE_REGISTER_FILE'.
               IF WS-Register-File-Path = SPACES
                   MOVE 'GRADE-CHANGE-REGISTER.txt'
                       TO WS-Register-File-Path
               END-IF.
               ACCEPT WS-Student-File-Path
                   FROM ENVIRONMENT 'STUDENT_FILE'.
               IF WS-Student-File-Path = SPACES
                   MOVE 'STUDENT.txt' TO WS-Student-File-Path
               END-IF.
               ACCEPT WS-Listing-File-Path
                   FROM ENVIRONMENT 'REGISTER_LISTING_FILE'.
               IF WS-Listing-File-Path = SPACES
                   MOVE 'GRADE-CHANGE-LISTING.txt'
                       TO WS-Listing-File-Path
               END-IF.
               ACCEPT WS-Sort-Work-Path
                   FROM ENVIRONMENT 'REGISTER_SORT_WORK_FILE'.
               IF WS-Sort-Work-Path = SPACES
                   MOVE 'REGISTER-SORTWORK.tmp' TO WS-Sort-Work-Path
               END-IF.
               ACCEPT WS-Register-Term
                   FROM ENVIRONMENT 'REGISTER_TERM'.
               MOVE FUNCTION CURRENT-DATE TO WS-Full-Timestamp.
               STRING 'RUN-' WS-Full-Timestamp(1:14)
                   DELIMITED BY SIZE INTO WS-Run-Id.

           OPEN_ROUTINE.
               OPEN INPUT GRADE-CHANGE-REGISTER.
               IF WS-Register-Status = '35'
                   DISPLAY 'GRADE-CHANGE-REGISTER NOT ON FILE -'
                       ' NO CHANGES REGISTERED'
               ELSE
                   IF WS-Register-Status NOT = '00'
                       DISPLAY 'ERROR OPENING GRADE-CHANGE-REGISTER -'
                           ' STATUS: ' WS-Register-Status
                       STOP RUN
                   END-IF
                   MOVE 'Y' TO WS-Register-Open-Flag
               END-IF.
               OPEN INPUT STUDENT.
               IF WS-Student-Status NOT = '00'
                   DISPLAY 'ERROR OPENING STUDENT FILE - STATUS: '
                       WS-Student-Status
                   STOP RUN
               END-IF.
               OPEN OUTPUT REGISTER-LISTING.
               IF WS-Listing-Status NOT = '00'
                   DISPLAY 'ERROR OPENING REGISTER-LISTING - STATUS: '
                       WS-Listing-Status
                   STOP RUN
               END-IF.
               MOVE WS-Full-Timestamp(1:8) TO LH-Print-Date.
               IF WS-Register-Term = SPACES
                   MOVE 'ALL' TO LH-Terms
               ELSE
                   MOVE WS-Register-Term TO LH-Terms
               END-IF.
               WRITE Listing-Line FROM Listing-Header-Line.

      ******************************************************************
      * Register pass: every register record, or only the asked-for
      * term's, goes to the sort. No register file, nothing to sort.
      ******************************************************************
           SELECT_REGISTER_ROUTINE.
               IF WS-Register-Open-Flag = 'N'
                   MOVE 'Y' TO WS-EOF
               END-IF.
               PERFORM UNTIL WS-EOF = 'Y'
                   READ GRADE-CHANGE-REGISTER
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-Read-Count
                           IF WS-Register-Term = SPACES
                               OR GR-Term = WS-Register-Term
                               RELEASE SW-Grade-Register-Record
                                   FROM Grade-Register-Record
                           END-IF
                   END-READ
               END-PERFORM.

      ******************************************************************
      * Listing: the sorted register, with a control break on term
      * and a count of changes for each.
      ******************************************************************
           LISTING_OUTPUT_ROUTINE.
               PERFORM UNTIL WS-Sort-EOF = 'Y'
                   RETURN SORT-WORK-FILE
                       AT END MOVE 'Y' TO WS-Sort-EOF
                       NOT AT END PERFORM WRITE_LISTING_DETAIL
                   END-RETURN
               END-PERFORM.
               IF WS-First-Record-Flag = 'N'
                   PERFORM WRITE_TERM_TOTAL
               END-IF.
               MOVE SPACES TO Listing-Line.
               WRITE Listing-Line.
               MOVE 'TOTAL CHANGES LISTED:' TO LT-Label.
               MOVE WS-Listed-Count TO LT-Count.
               WRITE Listing-Line FROM Listing-Total-Line.

           WRITE_LISTING_DETAIL.
               IF WS-First-Record-Flag = 'Y'
                   MOVE 'N' TO WS-First-Record-Flag
                   PERFORM WRITE_TERM_HEADER
               END-IF.
               IF SW-GR-Term NOT = WS-Break-Term
                   PERFORM WRITE_TERM_TOTAL
                   PERFORM WRITE_TERM_HEADER
               END-IF.
               ADD 1 TO WS-Listed-Count.
               ADD 1 TO WS-Term-Listed-Count.
               MOVE SW-GR-Student-number TO LD-Student-Number.
               MOVE SW-GR-Student-number TO Student_number.
               READ STUDENT
                   INVALID KEY
                       ADD 1 TO WS-No-Student-Count
                       MOVE 'STUDENT NOT FOUND' TO LD-Name
                   NOT INVALID KEY
                       MOVE SPACES TO LD-Name
                       STRING FUNCTION TRIM(Last_name) ', '
                           FUNCTION TRIM(First_name)
                           DELIMITED BY SIZE INTO LD-Name
               END-READ.
               MOVE SW-GR-Course-code TO LD-Course-Code.
               EVALUATE SW-GR-Trans-Code
                   WHEN 'A'
                       MOVE 'ADD' TO LD-Change
                   WHEN 'D'
                       MOVE 'DROP' TO LD-Change
                   WHEN 'G'
                       MOVE 'GRADE CHANGE' TO LD-Change
                   WHEN OTHER
                       MOVE SW-GR-Trans-Code TO LD-Change
               END-EVALUATE.
               MOVE SW-GR-Old-grade TO LD-Old-Grade.
               MOVE SW-GR-New-grade TO LD-New-Grade.
               MOVE SW-GR-Auth-code TO LD-Auth-Code.
               MOVE SW-GR-Change-date TO LD-Change-Date.
               MOVE SW-GR-Run-Id TO LD-Run-Id.
               WRITE Listing-Line FROM Listing-Detail-Line.

           WRITE_TERM_HEADER.
               MOVE 0 TO WS-Term-Listed-Count.
               MOVE SW-GR-Term TO WS-Break-Term.
               MOVE SPACES TO Listing-Line.
               WRITE Listing-Line.
               MOVE SW-GR-Term TO TH-Term.
               WRITE Listing-Line FROM Listing-Term-Header.
               WRITE Listing-Line FROM Listing-Column-Header.

           WRITE_TERM_TOTAL.
               MOVE 'CHANGES FOR TERM:' TO LT-Label.
               MOVE WS-Term-Listed-Count TO LT-Count.
               WRITE Listing-Line FROM Listing-Total-Line.

           CLOSE_ROUTINE.
               IF WS-Register-Open-Flag = 'Y'
                   CLOSE GRADE-CHANGE-REGISTER
               END-IF.
               CLOSE STUDENT.
               CLOSE REGISTER-LISTING.
               DISPLAY 'REGISTER RECORDS READ: ' WS-Read-Count.
               DISPLAY 'CHANGES LISTED:        ' WS-Listed-Count.
               DISPLAY 'STUDENT NOT FOUND:     ' WS-No-Student-Count.
       END PROGRAM GradeChgReg.
