      *          zero and reported on the console rather than priced
      *          wrong.
      * Tectonics: cobc
      *
      * Modification History:
      * - Each STUDENT-BALANCE record now carries BAL-Bill-Date, the
      *   date of this billing run, so the PayPost aged-receivables
      *   report can age what is still owing.
      * - A student billed more than the FINANCIAL_HOLD_THRESHOLD
      *   (whole dollars, default 500) now gets a financial hold
      *   (type F, scope B, placed-by BILLING) written to the HOLDS
      *   file, unless an active financial hold is already on file.
      *   PayPost releases these holds once payments clear the
      *   balance.
      * - Re-billing no longer wipes posted payments: the previous
      *   STUDENT-BALANCE is loaded before the file is rewritten, each
      *   student's BAL-Paid is carried forward and BAL-Balance is
      *   assessed less paid. The financial-hold threshold is tested
      *   on that net balance, so a student PayPost has cleared is
      *   not put back on hold. A balance record for a student with
      *   no enrollment rows this run is carried forward unchanged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TuitionBill.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Balance-Status.

           SELECT HOLDS
           ASSIGN TO WS-Holds-File-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HLD-Key
           FILE STATUS IS WS-Holds-Status.

       DATA DIVISION.
       FILE SECTION.
       FD ENROLL-MASTER.
       FD STUDENT-BALANCE.
           COPY STUBAL REPLACING ==:PREFIX:== BY == ==.

       FD HOLDS.
           COPY HOLDS REPLACING ==:PREFIX:== BY == ==.

       WORKING-STORAGE SECTION.

       01 WS-EOF                       PIC X(1) VALUE 'N'.
       01 WS-Catalog-EOF               PIC X(1) VALUE 'N'.
       01 WS-Fees-EOF                  PIC X(1) VALUE 'N'.
       01 WS-Balance-EOF               PIC X(1) VALUE 'N'.

       01 WS-Master-File-Path          PIC X(250).
       01 WS-Student-File-Path         PIC X(250).
       01 WS-Fees-File-Path            PIC X(250).
       01 WS-Statement-File-Path       PIC X(250).
       01 WS-Balance-File-Path         PIC X(250).
       01 WS-Holds-File-Path           PIC X(250).

       01 WS-Master-Status             PIC X(2).
       01 WS-Student-Status            PIC X(2).
       01 WS-Fees-Status               PIC X(2).
       01 WS-Statement-Status          PIC X(2).
       01 WS-Balance-Status            PIC X(2).
       01 WS-Holds-Status              PIC X(2).

       01 WS-Full-Timestamp            PIC X(21).

       01 WS-Current-Student-Number    PIC 9(10) VALUE 0.
       01 WS-Student-Found-Flag        PIC X(1).
               10 WS-Fee-Program-code  PIC X(8).
               10 WS-Fee-Per-Credit    PIC 9(4)V99.

      ******************************************************************
      * Prior-balance table: the STUDENT-BALANCE file as the last
      * billing and payment runs left it, loaded once before the file
      * is rewritten, so payments already posted are carried forward.
      ******************************************************************
       01 WS-Prior-Count               PIC 9(4)  VALUE 0.
       01 WS-Prior-Max                 PIC 9(4)  VALUE 5000.
       01 WS-Prior-Sub                 PIC 9(4)  VALUE 0.
       01 WS-Prior-Found-Sub           PIC 9(4)  VALUE 0.
       01 WS-Prior-Table.
           05 WS-Prior-Entry OCCURS 5000 TIMES.
               10 WS-Pri-Student-number PIC 9(10).
               10 WS-Pri-Assessed      PIC 9(7)V99.
               10 WS-Pri-Paid          PIC 9(7)V99.
               10 WS-Pri-Balance       PIC S9(7)V99.
               10 WS-Pri-Bill-Date     PIC 9(8).
               10 WS-Pri-Billed-Flag   PIC X(1).
       01 WS-Carried-Count             PIC 9(6)  VALUE 0.

      ******************************************************************
      * Billing work fields: each enrollment row is priced at the
      * catalog credit hours times the student's program rate, then
       01 WS-Credits-Found-Flag        PIC X(1).
       01 WS-No-Catalog-Count          PIC 9(6)  VALUE 0.

      ******************************************************************
      * Financial-hold work fields: a balance over the threshold
      * places an F hold unless one is already active for the
      * student.
      ******************************************************************
       01 WS-Hold-Threshold-Input      PIC X(9).
       01 WS-Hold-Threshold            PIC 9(7)V99 VALUE 500.
       01 WS-Hold-Scan-EOF             PIC X(1).
       01 WS-Hold-Found-Flag           PIC X(1).
       01 WS-Holds-Placed-Count        PIC 9(6)  VALUE 0.

       01 Statement-Header-Line-1.
           05 FILLER                   PIC X(20)
                                        VALUE 'STATEMENT FOR:'.
               IF WS-Balance-File-Path = SPACES
                   MOVE 'STUDENT-BALANCE.txt' TO WS-Balance-File-Path
               END-IF.
               ACCEPT WS-Holds-File-Path
                   FROM ENVIRONMENT 'HOLDS_FILE'.
               IF WS-Holds-File-Path = SPACES
                   MOVE 'HOLDS.txt' TO WS-Holds-File-Path
               END-IF.
               ACCEPT WS-Hold-Threshold-Input
                   FROM ENVIRONMENT 'FINANCIAL_HOLD_THRESHOLD'.
               IF WS-Hold-Threshold-Input NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-Hold-Threshold-Input) = 0
                       COMPUTE WS-Hold-Threshold =
                           FUNCTION NUMVAL(WS-Hold-Threshold-Input)
                   ELSE
                       DISPLAY 'INVALID FINANCIAL_HOLD_THRESHOLD - '
                           'DEFAULT USED: ' WS-Hold-Threshold-Input
                   END-IF
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO WS-Full-Timestamp.

           OPEN_ROUTINE.
               OPEN INPUT ENROLL-MASTER.
                       WS-Statement-Status
                   STOP RUN
               END-IF.
               PERFORM LOAD_PRIOR_BALANCE_ROUTINE.
               OPEN OUTPUT STUDENT-BALANCE.
               IF WS-Balance-Status NOT = '00'
                   DISPLAY 'ERROR OPENING STUDENT-BALANCE - STATUS: '
                       WS-Balance-Status
                   STOP RUN
               END-IF.
               OPEN I-O HOLDS.
               IF WS-Holds-Status = '35'
                   OPEN OUTPUT HOLDS
                   CLOSE HOLDS
                   OPEN I-O HOLDS
               END-IF.
               IF WS-Holds-Status NOT = '00'
                   DISPLAY 'ERROR OPENING HOLDS - STATUS: '
                       WS-Holds-Status
                   STOP RUN
               END-IF.
               PERFORM LOAD_CATALOG_ROUTINE.
               PERFORM LOAD_FEES_ROUTINE.
               PERFORM READ_MASTER_RECORD.

      ******************************************************************
      * Prior balances: no STUDENT-BALANCE file yet (the first billing
      * run) means nothing has been paid. A file larger than the
      * table stops the run before the file is rewritten, rather than
      * lose the payments on the records that did not fit.
      ******************************************************************
           LOAD_PRIOR_BALANCE_ROUTINE.
               OPEN INPUT STUDENT-BALANCE.
               IF WS-Balance-Status = '35'
                   CONTINUE
               ELSE
                   IF WS-Balance-Status NOT = '00'
                       DISPLAY 'ERROR OPENING STUDENT-BALANCE - '
                           'STATUS: ' WS-Balance-Status
                       STOP RUN
                   END-IF
                   PERFORM UNTIL WS-Balance-EOF = 'Y'
                       READ STUDENT-BALANCE
                           AT END MOVE 'Y' TO WS-Balance-EOF
                           NOT AT END
                               IF WS-Prior-Count < WS-Prior-Max
                                   ADD 1 TO WS-Prior-Count
                                   PERFORM STORE_PRIOR_BALANCE
                               ELSE
                                   DISPLAY 'STUDENT-BALANCE TABLE'
                                       ' FULL AT: ' BAL-Student-number
                                   CLOSE STUDENT-BALANCE
                                   MOVE 8 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE STUDENT-BALANCE
               END-IF.

           STORE_PRIOR_BALANCE.
               MOVE BAL-Student-number
                   TO WS-Pri-Student-number(WS-Prior-Count).
               MOVE BAL-Assessed TO WS-Pri-Assessed(WS-Prior-Count).
               MOVE BAL-Paid TO WS-Pri-Paid(WS-Prior-Count).
               MOVE BAL-Balance TO WS-Pri-Balance(WS-Prior-Count).
               IF BAL-Bill-Date NUMERIC
                   MOVE BAL-Bill-Date
                       TO WS-Pri-Bill-Date(WS-Prior-Count)
               ELSE
                   MOVE 0 TO WS-Pri-Bill-Date(WS-Prior-Count)
               END-IF.
               MOVE 'N' TO WS-Pri-Billed-Flag(WS-Prior-Count).

           LOAD_CATALOG_ROUTINE.
               OPEN INPUT COURSE-CATALOG.
               IF WS-Catalog-Status NOT = '00'
               WRITE Statement-Line.
               ADD 1 TO WS-Statement-Count.

      ******************************************************************
      * Balance record: the assessment is this run's, the payments
      * are whatever PayPost has posted against the student so far,
      * and the hold test is on what is still owing after them.
      ******************************************************************
           WRITE_BALANCE_RECORD.
               MOVE WS-Current-Student-Number TO BAL-Student-number.
               MOVE WS-Statement-Total TO BAL-Assessed.
               MOVE 0 TO BAL-Paid.
               PERFORM FIND_PRIOR_BALANCE.
               IF WS-Prior-Found-Sub > 0
                   MOVE WS-Pri-Paid(WS-Prior-Found-Sub) TO BAL-Paid
                   MOVE 'Y' TO WS-Pri-Billed-Flag(WS-Prior-Found-Sub)
               END-IF.
               COMPUTE BAL-Balance = BAL-Assessed - BAL-Paid.
               MOVE WS-Full-Timestamp(1:8) TO BAL-Bill-Date.
               WRITE Student-Balance-Record.
               IF WS-Student-Found-Flag = 'Y'
                   AND BAL-Balance > WS-Hold-Threshold
                   PERFORM PLACE_FINANCIAL_HOLD
               END-IF.

           FIND_PRIOR_BALANCE.
               MOVE 0 TO WS-Prior-Found-Sub.
               MOVE 1 TO WS-Prior-Sub.
               PERFORM UNTIL WS-Prior-Sub > WS-Prior-Count
                   IF WS-Pri-Student-number(WS-Prior-Sub)
                       = WS-Current-Student-Number
                       MOVE WS-Prior-Sub TO WS-Prior-Found-Sub
                       MOVE WS-Prior-Count TO WS-Prior-Sub
                   END-IF
                   ADD 1 TO WS-Prior-Sub
               END-PERFORM.

      ******************************************************************
      * A student on the old file with no enrollment rows this run
      * still owes (or is owed) what the old record says, so the
      * record is written back as it was, payments and bill date
      * included.
      ******************************************************************
           CARRY_UNBILLED_BALANCES.
               MOVE 1 TO WS-Prior-Sub.
               PERFORM UNTIL WS-Prior-Sub > WS-Prior-Count
                   IF WS-Pri-Billed-Flag(WS-Prior-Sub) = 'N'
                       MOVE WS-Pri-Student-number(WS-Prior-Sub)
                           TO BAL-Student-number
                       MOVE WS-Pri-Assessed(WS-Prior-Sub)
                           TO BAL-Assessed
                       MOVE WS-Pri-Paid(WS-Prior-Sub) TO BAL-Paid
                       MOVE WS-Pri-Balance(WS-Prior-Sub) TO BAL-Balance
                       MOVE WS-Pri-Bill-Date(WS-Prior-Sub)
                           TO BAL-Bill-Date
                       WRITE Student-Balance-Record
                       ADD 1 TO WS-Carried-Count
                   END-IF
                   ADD 1 TO WS-Prior-Sub
               END-PERFORM.

      ******************************************************************
      * Financial hold: the HOLDS key leads with student and hold
      * type, so a START at (student, F, zero date) and reading NEXT
      * walks the student's financial holds. Only when none of them
      * is still active is a new one placed, so re-billing a student
      * who has not paid does not stack up holds.
      ******************************************************************
           PLACE_FINANCIAL_HOLD.
               MOVE 'N' TO WS-Hold-Found-Flag.
               MOVE WS-Current-Student-Number TO HLD-Student-number.
               MOVE 'F' TO HLD-Hold-type.
               MOVE 0 TO HLD-Placed-date.
               START HOLDS KEY IS NOT LESS THAN HLD-Key
                   INVALID KEY
                       MOVE 'Y' TO WS-Hold-Scan-EOF
                   NOT INVALID KEY
                       MOVE 'N' TO WS-Hold-Scan-EOF
               END-START.
               PERFORM UNTIL WS-Hold-Scan-EOF = 'Y'
                   READ HOLDS NEXT RECORD
                       AT END MOVE 'Y' TO WS-Hold-Scan-EOF
                       NOT AT END
                           IF HLD-Student-number
                               = WS-Current-Student-Number
                               AND HLD-Hold-type = 'F'
                               IF HLD-Released-date = 0
                                   MOVE 'Y' TO WS-Hold-Found-Flag
                                   MOVE 'Y' TO WS-Hold-Scan-EOF
                               END-IF
                           ELSE
                               MOVE 'Y' TO WS-Hold-Scan-EOF
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-Hold-Found-Flag = 'N'
                   MOVE WS-Current-Student-Number TO HLD-Student-number
                   MOVE 'F' TO HLD-Hold-type
                   MOVE WS-Full-Timestamp(1:8) TO HLD-Placed-date
                   MOVE 'B' TO HLD-Hold-scope
                   MOVE 'BALANCE OWING OVER THRESHOLD' TO HLD-Reason
                   MOVE 'BILLING' TO HLD-Placed-by
                   MOVE 0 TO HLD-Released-date
                   MOVE SPACES TO HLD-Released-by
                   WRITE Hold-Record
                       INVALID KEY
                           DISPLAY 'FINANCIAL HOLD NOT PLACED -'
                               ' KEY ON FILE: '
                               WS-Current-Student-Number
                       NOT INVALID KEY
                           ADD 1 TO WS-Holds-Placed-Count
                   END-WRITE
               END-IF.

           CLOSE_ROUTINE.
               PERFORM CARRY_UNBILLED_BALANCES.
               CLOSE ENROLL-MASTER.
               CLOSE STUDENT.
               CLOSE STUDENT-STATEMENTS.
               CLOSE STUDENT-BALANCE.
               CLOSE HOLDS.
               DISPLAY 'STATEMENTS PRODUCED:  ' WS-Statement-Count.
               DISPLAY 'BALANCES CARRIED:     ' WS-Carried-Count.
               DISPLAY 'FINANCIAL HOLDS PLACED:' WS-Holds-Placed-Count.
               DISPLAY 'STUDENTS WITH NO RATE: ' WS-No-Rate-Count.
               DISPLAY 'ROWS NOT IN CATALOG:   ' WS-No-Catalog-Count.
               IF WS-No-Rate-Count > 0
