      ******************************************************************
      * Author:
      * Date:
      * Purpose: Term close. Marks the term named by CLOSE_TERM closed
      *          on the TERM-STATUS file, which locks its enrollment
      *          rows: from then on EnrollMaint rejects adds, drops
      *          and grade changes on the term unless the transaction
      *          carries a grade-change authorization code, and
      *          registers every authorized change. A term is only
      *          closed once its grade roster exceptions are cleared:
      *            - no ENROLL-MASTER row for the term is still
      *              ungraded (I and W are grades; an incomplete is
      *              left to IncLapse);
      *            - no grade change (G) for the term is still
      *              waiting on ENROLL-TRANS for the next EnrollMaint
      *              run. The queue is kept, not emptied, once
      *              applied, so a grade waits only while the row it
      *              is for carries a different grade - judged on the
      *              last grade queued for each course. Adds and
      *              drops do not hold the term: one EnrollMaint
      *              rejected or waitlisted would stay on the queue
      *              unapplied for good, and an authorized add or
      *              drop can still be keyed once the term is closed.
      *          Every row or transaction holding the term open is
      *          listed on the term-close report and the term stays
      *          open (RETURN-CODE 4). A term already closed, or no
      *          CLOSE_TERM given, is refused (RETURN-CODE 8).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TermClose.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLL-MASTER
           ASSIGN TO WS-Master-File-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-Key
           FILE STATUS IS WS-Master-Status.

           SELECT ENROLL-TRANS
           ASSIGN TO WS-Trans-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Trans-Status.

           SELECT TERM-STATUS
           ASSIGN TO WS-Term-Status-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Term-Status-Status.

           SELECT TERM-CLOSE-REPORT
           ASSIGN TO WS-Report-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD ENROLL-MASTER.
           COPY ENROLLMST REPLACING ==:PREFIX:== BY == ==.

       FD ENROLL-TRANS.
       01 Enroll-Trans-Record.
           05 GT-Trans-Code         PIC X(1).
           COPY COURSEENR REPLACING
               ==01 :PREFIX:Course-Enrollment-Record.==
                   BY ==05 GT-Course-Enrollment-Record.==
               ==05 :PREFIX:== BY ==09 GT-==.
           05 GT-Override-Code      PIC X(1).
           05 GT-Auth-Code          PIC X(8).

       FD TERM-STATUS.
           COPY TERMSTAT REPLACING ==:PREFIX:== BY == ==.

       FD TERM-CLOSE-REPORT.
       01 Report-Line               PIC X(120).

       WORKING-STORAGE SECTION.

       01 WS-EOF                    PIC X(1)  VALUE 'N'.
       01 WS-Trans-EOF              PIC X(1)  VALUE 'N'.
       01 WS-Term-Status-EOF        PIC X(1)  VALUE 'N'.

       01 WS-Master-File-Path       PIC X(250).
       01 WS-Trans-File-Path        PIC X(250).
       01 WS-Term-Status-File-Path  PIC X(250).
       01 WS-Report-File-Path       PIC X(250).

       01 WS-Master-Status          PIC X(2).
       01 WS-Trans-Status           PIC X(2).
       01 WS-Term-Status-Status     PIC X(2).
       01 WS-Report-Status          PIC X(2).

       01 WS-Full-Timestamp         PIC X(21).
       01 WS-Run-Id                 PIC X(18).

           COPY RUNCTLLK REPLACING ==:PREFIX:== BY == ==.

       01 WS-Close-Term             PIC X(6).
       01 WS-Current-Status         PIC X(1)  VALUE SPACE.
           88 WS-Term-Already-Closed          VALUE 'C'.

       01 WS-Read-Count             PIC 9(6)  VALUE 0.
       01 WS-Term-Row-Count         PIC 9(6)  VALUE 0.
       01 WS-Ungraded-Count         PIC 9(6)  VALUE 0.
       01 WS-Trans-Read-Count       PIC 9(6)  VALUE 0.
       01 WS-Pending-Trans-Count    PIC 9(6)  VALUE 0.
       01 WS-Applied-Trans-Count    PIC 9(6)  VALUE 0.
       01 WS-Row-Found-Flag         PIC X(1).

      ******************************************************************
      * The term's queued grade changes, the last one per student and
      * course, held until the whole queue has been read.
      ******************************************************************
       01 WS-Qt-Count               PIC 9(5)  VALUE 0.
       01 WS-Qt-Max                 PIC 9(5)  VALUE 5000.
       01 WS-Qt-Sub                 PIC 9(5)  VALUE 0.
       01 WS-Qt-Found-Sub           PIC 9(5)  VALUE 0.
       01 WS-Qt-Overflow-Count      PIC 9(6)  VALUE 0.
       01 WS-Queued-Trans-Table.
           05 WS-Qt-Entry OCCURS 5000 TIMES.
               10 WS-Qt-Student-number PIC 9(10).
               10 WS-Qt-Course-code    PIC X(8).
               10 WS-Qt-Grade          PIC X(2).

      ******************************************************************
      * Term-close report layouts (TERM-CLOSE-REPORT)
      ******************************************************************
       01 Report-Header-Line.
           05 FILLER                PIC X(20)
                   VALUE 'TERM CLOSE - TERM:'.
           05 RH-Term               PIC X(6).
           05 FILLER                PIC X(10) VALUE '  RUN-ID:'.
           05 RH-Run-Id             PIC X(18).

       01 Report-Column-Header.
           05 FILLER                PIC X(12) VALUE 'STUDENT'.
           05 FILLER                PIC X(10) VALUE 'COURSE'.
           05 FILLER                PIC X(8)  VALUE 'TERM'.
           05 FILLER                PIC X(50) VALUE 'HOLDS TERM OPEN'.

       01 Report-Detail-Line.
           05 RD-Student-Number     PIC Z(9)9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 RD-Course-Code        PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 RD-Term               PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 RD-Reason             PIC X(50).

       01 Report-Total-Line.
           05 RT-Label              PIC X(30).
           05 RT-Count              PIC ZZZ,ZZ9.

       01 Report-Result-Line.
           05 FILLER                PIC X(8)  VALUE 'RESULT:'.
           05 RR-Result             PIC X(60).

       PROCEDURE DIVISION.
           MAIN_PROGRAM.
               PERFORM INITIALIZE_ROUTINE.
               PERFORM BOOK_RUN_START.
               PERFORM CHECK_TERM_STATUS_ROUTINE.
               IF WS-Term-Already-Closed
                   DISPLAY 'TERM ALREADY CLOSED - RUN REFUSED: '
                       WS-Close-Term
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM OPEN_ROUTINE
                   PERFORM SCAN_MASTER_ROUTINE
                   PERFORM SCAN_TRANS_ROUTINE
                   PERFORM CLOSE_TERM_ROUTINE
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
               MOVE 'TERMCLOSE' TO RCL-Program-Name.
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
               ACCEPT WS-Close-Term FROM ENVIRONMENT 'CLOSE_TERM'.
               IF WS-Close-Term = SPACES
                   DISPLAY 'CLOSE_TERM NOT SET - NO TERM TO CLOSE'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ACCEPT WS-Master-File-Path
                   FROM ENVIRONMENT 'ENROLL_MASTER_FILE'.
               IF WS-Master-File-Path = SPACES
                   MOVE 'ENROLL-MASTER.txt' TO WS-Master-File-Path
               END-IF.
               ACCEPT WS-Trans-File-Path
                   FROM ENVIRONMENT 'ENROLL_TRANS_FILE'.
               IF WS-Trans-File-Path = SPACES
                   MOVE 'ENROLL-TRANS.txt' TO WS-Trans-File-Path
               END-IF.
               ACCEPT WS-Term-Status-File-Path
                   FROM ENVIRONMENT 'TERM_STATUS_FILE'.
               IF WS-Term-Status-File-Path = SPACES
                   MOVE 'TERM-STATUS.txt' TO WS-Term-Status-File-Path
               END-IF.
               ACCEPT WS-Report-File-Path
                   FROM ENVIRONMENT 'TERM_CLOSE_REPORT_FILE'.
               IF WS-Report-File-Path = SPACES
                   MOVE 'TERM-CLOSE-REPORT.txt' TO WS-Report-File-Path
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO WS-Full-Timestamp.
               STRING 'RUN-' WS-Full-Timestamp(1:14)
                   DELIMITED BY SIZE INTO WS-Run-Id.

      ******************************************************************
      * The last TERM-STATUS record for the term is its status. No
      * file yet means no term has ever been closed.
      ******************************************************************
           CHECK_TERM_STATUS_ROUTINE.
               OPEN INPUT TERM-STATUS.
               IF WS-Term-Status-Status = '35'
                   CONTINUE
               ELSE
                   IF WS-Term-Status-Status NOT = '00'
                       DISPLAY 'ERROR OPENING TERM-STATUS - STATUS: '
                           WS-Term-Status-Status
                       STOP RUN
                   END-IF
                   PERFORM UNTIL WS-Term-Status-EOF = 'Y'
                       READ TERM-STATUS
                           AT END MOVE 'Y' TO WS-Term-Status-EOF
                           NOT AT END
                               IF TS-Term = WS-Close-Term
                                   MOVE TS-Status
                                       TO WS-Current-Status
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TERM-STATUS
               END-IF.

           OPEN_ROUTINE.
               OPEN INPUT ENROLL-MASTER.
               IF WS-Master-Status NOT = '00'
                   DISPLAY 'ERROR OPENING ENROLL-MASTER - STATUS: '
                       WS-Master-Status
                   STOP RUN
               END-IF.
               OPEN OUTPUT TERM-CLOSE-REPORT.
               IF WS-Report-Status NOT = '00'
                   DISPLAY 'ERROR OPENING TERM-CLOSE-REPORT - STATUS: '
                       WS-Report-Status
                   STOP RUN
               END-IF.
               MOVE WS-Close-Term TO RH-Term.
               MOVE WS-Run-Id TO RH-Run-Id.
               WRITE Report-Line FROM Report-Header-Line.
               MOVE SPACES TO Report-Line.
               WRITE Report-Line.
               WRITE Report-Line FROM Report-Column-Header.

      ******************************************************************
      * Master pass: every row for the term still without a grade is
      * a roster exception GradeRoster would report as ungraded.
      ******************************************************************
           SCAN_MASTER_ROUTINE.
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ENROLL-MASTER NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-Read-Count
                           IF EM-Term = WS-Close-Term
                               ADD 1 TO WS-Term-Row-Count
                               IF EM-Grade = SPACES
                                   PERFORM WRITE_UNGRADED_LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.

           WRITE_UNGRADED_LINE.
               ADD 1 TO WS-Ungraded-Count.
               MOVE EM-Student-number TO RD-Student-Number.
               MOVE EM-Course-code TO RD-Course-Code.
               MOVE EM-Term TO RD-Term.
               MOVE 'NO GRADE ON ENROLL-MASTER' TO RD-Reason.
               WRITE Report-Line FROM Report-Detail-Line.

      ******************************************************************
      * Transaction pass: a grade queued by GradeRoster (or keyed by
      * hand) not yet applied by EnrollMaint would be locked out once
      * the term closes, so it holds the term open. ENROLL-TRANS
      * keeps what EnrollMaint has already applied, so the last grade
      * change for each of the term's student/course pairs is checked
      * against ENROLL-MASTER: only one the row does not carry yet is
      * waiting. A grade for a row no longer on the master (dropped,
      * or moved by a merge) can never be applied and does not wait.
      * Adds and drops are not queued here at all. A term with more
      * queued pairs than the table holds counts the overflow as
      * waiting, so the term stays open rather than close on an
      * unchecked queue. No ENROLL-TRANS file means nothing is
      * waiting.
      ******************************************************************
           SCAN_TRANS_ROUTINE.
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
                               ADD 1 TO WS-Trans-Read-Count
                               IF GT-CE-Term = WS-Close-Term
                                   AND GT-Trans-Code = 'G'
                                   PERFORM QUEUE_TERM_TRANSACTION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ENROLL-TRANS
               END-IF.
               MOVE 1 TO WS-Qt-Sub.
               PERFORM UNTIL WS-Qt-Sub > WS-Qt-Count
                   PERFORM CHECK_QUEUED_TRANSACTION
                   ADD 1 TO WS-Qt-Sub
               END-PERFORM.

           QUEUE_TERM_TRANSACTION.
               MOVE 0 TO WS-Qt-Found-Sub.
               MOVE 1 TO WS-Qt-Sub.
               PERFORM UNTIL WS-Qt-Sub > WS-Qt-Count
                   IF WS-Qt-Student-number(WS-Qt-Sub)
                       = GT-CE-Student-number
                       AND WS-Qt-Course-code(WS-Qt-Sub)
                           = GT-CE-Course-code
                       MOVE WS-Qt-Sub TO WS-Qt-Found-Sub
                       MOVE WS-Qt-Count TO WS-Qt-Sub
                   END-IF
                   ADD 1 TO WS-Qt-Sub
               END-PERFORM.
               IF WS-Qt-Found-Sub = 0
                   IF WS-Qt-Count < WS-Qt-Max
                       ADD 1 TO WS-Qt-Count
                       MOVE WS-Qt-Count TO WS-Qt-Found-Sub
                   ELSE
                       ADD 1 TO WS-Qt-Overflow-Count
                       MOVE GT-CE-Student-number TO RD-Student-Number
                       MOVE GT-CE-Course-code TO RD-Course-Code
                       MOVE SPACES TO RD-Reason
                       MOVE 'QUEUE TABLE FULL - GRADE NOT CHECKED'
                           TO RD-Reason
                       PERFORM WRITE_PENDING_DETAIL
                   END-IF
               END-IF.
               IF WS-Qt-Found-Sub > 0
                   MOVE GT-CE-Student-number
                       TO WS-Qt-Student-number(WS-Qt-Found-Sub)
                   MOVE GT-CE-Course-code
                       TO WS-Qt-Course-code(WS-Qt-Found-Sub)
                   MOVE GT-CE-Grade TO WS-Qt-Grade(WS-Qt-Found-Sub)
               END-IF.

           CHECK_QUEUED_TRANSACTION.
               MOVE WS-Qt-Student-number(WS-Qt-Sub)
                   TO EM-Student-number.
               MOVE WS-Qt-Course-code(WS-Qt-Sub) TO EM-Course-code.
               MOVE WS-Close-Term TO EM-Term.
               MOVE 'Y' TO WS-Row-Found-Flag.
               READ ENROLL-MASTER
                   INVALID KEY MOVE 'N' TO WS-Row-Found-Flag
               END-READ.
               IF WS-Row-Found-Flag = 'Y'
                   AND EM-Grade NOT = WS-Qt-Grade(WS-Qt-Sub)
                   PERFORM WRITE_PENDING_LINE
               ELSE
                   ADD 1 TO WS-Applied-Trans-Count
               END-IF.

           WRITE_PENDING_LINE.
               MOVE WS-Qt-Student-number(WS-Qt-Sub)
                   TO RD-Student-Number.
               MOVE WS-Qt-Course-code(WS-Qt-Sub) TO RD-Course-Code.
               MOVE SPACES TO RD-Reason.
               STRING 'GRADE CHANGE NOT YET APPLIED: '
                   WS-Qt-Grade(WS-Qt-Sub)
                   DELIMITED BY SIZE INTO RD-Reason.
               PERFORM WRITE_PENDING_DETAIL.

           WRITE_PENDING_DETAIL.
               ADD 1 TO WS-Pending-Trans-Count.
               MOVE WS-Close-Term TO RD-Term.
               WRITE Report-Line FROM Report-Detail-Line.

      ******************************************************************
      * With nothing holding it open the term is closed by appending
      * a 'C' record to TERM-STATUS.
      ******************************************************************
           CLOSE_TERM_ROUTINE.
               MOVE SPACES TO Report-Line.
               WRITE Report-Line.
               MOVE 'ENROLLMENTS FOR TERM:' TO RT-Label.
               MOVE WS-Term-Row-Count TO RT-Count.
               WRITE Report-Line FROM Report-Total-Line.
               MOVE 'UNGRADED ENROLLMENTS:' TO RT-Label.
               MOVE WS-Ungraded-Count TO RT-Count.
               WRITE Report-Line FROM Report-Total-Line.
               MOVE 'GRADE CHANGES NOT YET APPLIED:' TO RT-Label.
               MOVE WS-Pending-Trans-Count TO RT-Count.
               WRITE Report-Line FROM Report-Total-Line.
               IF WS-Ungraded-Count > 0
                   OR WS-Pending-Trans-Count > 0
                   MOVE 'TERM NOT CLOSED - EXCEPTIONS OUTSTANDING'
                       TO RR-Result
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM WRITE_TERM_STATUS
                   MOVE 'TERM CLOSED - GRADES LOCKED' TO RR-Result
               END-IF.
               WRITE Report-Line FROM Report-Result-Line.
               DISPLAY RR-Result.

           WRITE_TERM_STATUS.
               OPEN EXTEND TERM-STATUS.
               IF WS-Term-Status-Status = '35'
                   OPEN OUTPUT TERM-STATUS
               END-IF.
               IF WS-Term-Status-Status NOT = '00'
                   DISPLAY 'ERROR OPENING TERM-STATUS - STATUS: '
                       WS-Term-Status-Status
                   STOP RUN
               END-IF.
               MOVE SPACES TO Term-Status-Record.
               MOVE WS-Close-Term TO TS-Term.
               MOVE 'C' TO TS-Status.
               MOVE WS-Full-Timestamp(1:8) TO TS-Status-date.
               MOVE WS-Run-Id TO TS-Run-Id.
               WRITE Term-Status-Record.
               CLOSE TERM-STATUS.

           CLOSE_ROUTINE.
               CLOSE ENROLL-MASTER.
               CLOSE TERM-CLOSE-REPORT.
               DISPLAY 'TERM:                   ' WS-Close-Term.
               DISPLAY 'ENROLLMENTS READ:       ' WS-Read-Count.
               DISPLAY 'ENROLLMENTS FOR TERM:   ' WS-Term-Row-Count.
               DISPLAY 'UNGRADED ENROLLMENTS:   ' WS-Ungraded-Count.
               DISPLAY 'TRANSACTIONS READ:      ' WS-Trans-Read-Count.
               DISPLAY 'GRADES ALREADY APPLIED: '
                   WS-Applied-Trans-Count.
               DISPLAY 'GRADES NOT YET APPLIED: '
                   WS-Pending-Trans-Count.
               IF WS-Qt-Overflow-Count > 0
                   DISPLAY 'QUEUED - NOT CHECKED:   '
                       WS-Qt-Overflow-Count
               END-IF.
       END PROGRAM TermClose.
