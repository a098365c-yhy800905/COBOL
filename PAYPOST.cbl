      ******************************************************************
      * Author:
      * Date:
      * Purpose: Payment posting run over the STUDENT-BALANCE file
      *          TuitionBill writes, so receipts taken at the
      *          bursar's counter reach the system instead of a
      *          spreadsheet. Reads the daily cashier PAYMENTS file
      *          (student, amount, date, receipt number, tender
      *          type), applies each payment to the student's balance
      *          record - BAL-Paid up, BAL-Balance down - and lists
      *          anything it cannot post on a PAYMENT-EXCEPTIONS
      *          listing in the EnrollMaint rejects style:
      *            - students not on the STUDENT master, or with no
      *              balance record to post against;
      *            - receipt numbers already posted, this run or any
      *              earlier one (the PAYMENT-HISTORY register);
      *            - payments larger than the balance owing.
      *          The balance file is loaded into a table, maintained
      *          in place and written back in full, the way
      *          CatalogMaint maintains the catalog. Every posted
      *          receipt is appended to PAYMENT-HISTORY with the
      *          run-id. The run ends with an aged-receivables report
      *          of what is still owing - current, 30, 60 and 90+
      *          days from the billing date - by Student_program, for
      *          collections to work from.
      * Tectonics: cobc
      *
      * Modification History:
      * - A payment that clears the balance (nothing left owing) now
      *   releases the student's active financial holds placed by
      *   the TuitionBill run (type F, placed-by BILLING) on the
      *   HOLDS file, released-by PAYPOST with today's date. Holds
      *   the bursar placed by hand through HoldMaint are left for
      *   the bursar to release.
      * - A payment is only applied once its receipt is safely on the
      *   PAYMENT-HISTORY register: a failed register write, or a
      *   receipt table filled during the run, now sends the payment
      *   to the exceptions listing unposted instead of posting a
      *   payment the duplicate check could not see.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayPost.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENTS
           ASSIGN TO WS-Payments-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Payments-Status.

           SELECT STUDENT-BALANCE
           ASSIGN TO WS-Balance-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Balance-Status.

           SELECT PAYMENT-HISTORY
           ASSIGN TO WS-History-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-History-Status.

           SELECT PAYMENT-EXCEPTIONS
           ASSIGN TO WS-Exceptions-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Exceptions-Status.

           SELECT AGED-RECEIVABLES
           ASSIGN TO WS-Aging-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Aging-Status.

           SELECT STUDENT
           ASSIGN TO WS-Student-File-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Student_number
           ALTERNATE RECORD KEY IS Last_name WITH DUPLICATES
           FILE STATUS IS WS-Student-Status.

           SELECT HOLDS
           ASSIGN TO WS-Holds-File-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HLD-Key
           FILE STATUS IS WS-Holds-Status.

           SELECT SORT-WORK-FILE
           ASSIGN TO WS-Sort-Work-Path.

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENTS.
           COPY PAYMENT REPLACING ==:PREFIX:== BY == ==.

       FD STUDENT-BALANCE.
           COPY STUBAL REPLACING ==:PREFIX:== BY == ==.

       FD PAYMENT-HISTORY.
       01 Payment-History-Record.
           05 PH-Run-Id             PIC X(18).
           COPY PAYMENT REPLACING
               ==01 :PREFIX:Payment-Record.==
                   BY ==05 PH-Payment-Record.==
               ==05 :PREFIX:== BY ==09 PH-==.

       FD PAYMENT-EXCEPTIONS.
       01 Exception-Line            PIC X(120).

       FD AGED-RECEIVABLES.
       01 Aging-Line                PIC X(132).

       FD STUDENT.
           COPY STUDENTREC REPLACING ==:PREFIX:== BY == ==.

       FD HOLDS.
           COPY HOLDS REPLACING ==:PREFIX:== BY == ==.

       SD SORT-WORK-FILE.
       01 SW-Aging-Record.
           05 SW-Program            PIC X(8).
           05 SW-Student-number     PIC 9(10).
           05 SW-Name               PIC X(30).
           05 SW-Bill-Date          PIC 9(8).
           05 SW-Days-Old           PIC 9(5).
           05 SW-Balance            PIC S9(7)V99.

       WORKING-STORAGE SECTION.

       01 WS-EOF                    PIC X(1)  VALUE 'N'.
       01 WS-Balance-EOF            PIC X(1)  VALUE 'N'.
       01 WS-History-EOF            PIC X(1)  VALUE 'N'.
       01 WS-Sort-EOF               PIC X(1)  VALUE 'N'.

       01 WS-Payments-File-Path     PIC X(250).
       01 WS-Balance-File-Path      PIC X(250).
       01 WS-History-File-Path      PIC X(250).
       01 WS-Exceptions-File-Path   PIC X(250).
       01 WS-Aging-File-Path        PIC X(250).
       01 WS-Student-File-Path      PIC X(250).
       01 WS-Sort-Work-Path         PIC X(250).
       01 WS-Holds-File-Path        PIC X(250).

       01 WS-Payments-Status        PIC X(2).
       01 WS-Balance-Status         PIC X(2).
       01 WS-History-Status         PIC X(2).
       01 WS-Exceptions-Status      PIC X(2).
       01 WS-Aging-Status           PIC X(2).
       01 WS-Student-Status         PIC X(2).
       01 WS-Holds-Status           PIC X(2).

       01 WS-Full-Timestamp         PIC X(21).
       01 WS-Run-Id                 PIC X(18).
       01 WS-As-Of-Date             PIC X(8).
       01 WS-As-Of-Date-Num REDEFINES WS-As-Of-Date
                                    PIC 9(8).

           COPY RUNCTLLK REPLACING ==:PREFIX:== BY == ==.

       01 WS-Valid-Payment-Flag     PIC X(1).
       01 WS-Student-Found-Flag     PIC X(1).
       01 WS-Exception-Reason       PIC X(60).
       01 WS-Found-Sub              PIC 9(4).
       01 WS-Load-Overflow-Flag     PIC X(1)  VALUE 'N'.

       01 WS-Read-Count             PIC 9(6)  VALUE 0.
       01 WS-Posted-Count           PIC 9(6)  VALUE 0.
       01 WS-Exception-Count        PIC 9(6)  VALUE 0.
       01 WS-Posted-Total           PIC 9(9)V99 VALUE 0.

       01 WS-Holds-Open-Flag        PIC X(1)  VALUE 'N'.
       01 WS-Hold-Scan-EOF          PIC X(1).
       01 WS-Holds-Released-Count   PIC 9(6)  VALUE 0.

      ******************************************************************
      * Student-balance table: the whole file, loaded once, posted
      * against in place, then written back. A file larger than the
      * table is fatal (RETURN-CODE 8, no posting, no rewrite):
      * writing the balances back minus the overflow rows would lose
      * what those students owe.
      ******************************************************************
       01 WS-Balance-Count          PIC 9(4)  VALUE 0.
       01 WS-Balance-Max            PIC 9(4)  VALUE 5000.
       01 WS-Balance-Sub            PIC 9(4)  VALUE 0.
       01 WS-Balance-Table.
           05 WS-Balance-Entry OCCURS 5000 TIMES.
               10 WS-Bal-Student-number PIC 9(10).
               10 WS-Bal-Assessed       PIC 9(7)V99.
               10 WS-Bal-Paid           PIC 9(7)V99.
               10 WS-Bal-Balance        PIC S9(7)V99.
               10 WS-Bal-Bill-Date      PIC 9(8).

      ******************************************************************
      * Receipt numbers already posted: every receipt on the
      * PAYMENT-HISTORY register, plus each receipt as this run
      * posts it, so a slip keyed twice in one day is caught as
      * surely as one re-sent a week later. Overflow on the load is
      * fatal for the same reason as the balance table - a receipt
      * the check cannot see could be posted twice. A table filled
      * by this run's own postings leaves every later payment
      * unposted on the exceptions listing, for the next run.
      ******************************************************************
       01 WS-Receipt-Count          PIC 9(5)  VALUE 0.
       01 WS-Receipt-Max            PIC 9(5)  VALUE 20000.
       01 WS-Receipt-Sub            PIC 9(5)  VALUE 0.
       01 WS-Receipt-Found-Flag     PIC X(1).
       01 WS-Receipt-Table.
           05 WS-Receipt-Entry OCCURS 20000 TIMES.
               10 WS-Rcpt-Number    PIC X(10).

      ******************************************************************
      * Aging work fields and control-break totals. A balance is aged
      * from BAL-Bill-Date to the as-of date (today, unless
      * AGING_AS_OF_DATE asks for a re-run as at an earlier day);
      * one carried over from before bill dates were recorded has
      * no date to age from and reports as current.
      ******************************************************************
       01 WS-Days-Old               PIC S9(7).
       01 WS-Break-Program          PIC X(8)  VALUE SPACES.
       01 WS-First-Record-Flag      PIC X(1)  VALUE 'Y'.

       01 WS-Program-Totals.
           05 WS-Prog-Count         PIC 9(6).
           05 WS-Prog-Current       PIC 9(9)V99.
           05 WS-Prog-30            PIC 9(9)V99.
           05 WS-Prog-60            PIC 9(9)V99.
           05 WS-Prog-90            PIC 9(9)V99.
           05 WS-Prog-Total         PIC 9(9)V99.

       01 WS-Grand-Totals.
           05 WS-Grand-Count        PIC 9(6)  VALUE 0.
           05 WS-Grand-Current      PIC 9(9)V99 VALUE 0.
           05 WS-Grand-30           PIC 9(9)V99 VALUE 0.
           05 WS-Grand-60           PIC 9(9)V99 VALUE 0.
           05 WS-Grand-90           PIC 9(9)V99 VALUE 0.
           05 WS-Grand-Total        PIC 9(9)V99 VALUE 0.

      ******************************************************************
      * Exceptions listing layout (PAYMENT-EXCEPTIONS), in the style
      * of the EnrollMaint rejects listing.
      ******************************************************************
       01 Exception-Detail-Line.
           05 EX-Student-Number      PIC 9(10).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 EX-Receipt-Number      PIC X(10).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 EX-Amount              PIC Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 EX-Reason              PIC X(60).

      ******************************************************************
      * Aged-receivables report layouts (AGED-RECEIVABLES)
      ******************************************************************
       01 Aging-Header-Line.
           05 FILLER                PIC X(36)
                   VALUE 'AGED RECEIVABLES BY PROGRAM - AS AT'.
           05 AH-As-Of-Date         PIC X(8).

       01 Aging-Column-Header.
           05 FILLER                PIC X(12) VALUE 'STUDENT'.
           05 FILLER                PIC X(32) VALUE 'NAME'.
           05 FILLER                PIC X(10) VALUE 'BILLED'.
           05 FILLER                PIC X(14) VALUE '     CURRENT'.
           05 FILLER                PIC X(14) VALUE '     30 DAYS'.
           05 FILLER                PIC X(14) VALUE '     60 DAYS'.
           05 FILLER                PIC X(14) VALUE '    90+ DAYS'.

       01 Aging-Program-Header.
           05 FILLER                PIC X(9)  VALUE 'PROGRAM:'.
           05 AP-Program            PIC X(8).

       01 Aging-Detail-Line.
           05 AD-Student-Number     PIC Z(9)9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 AD-Name               PIC X(30).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 AD-Bill-Date          PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 AD-Current            PIC Z,ZZZ,ZZ9.99
                                    BLANK WHEN ZERO.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 AD-30                 PIC Z,ZZZ,ZZ9.99
                                    BLANK WHEN ZERO.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 AD-60                 PIC Z,ZZZ,ZZ9.99
                                    BLANK WHEN ZERO.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 AD-90                 PIC Z,ZZZ,ZZ9.99
                                    BLANK WHEN ZERO.

       01 Aging-Total-Line.
           05 AT-Label              PIC X(22).
           05 AT-Count              PIC ZZZ,ZZ9.
           05 FILLER                PIC X(25) VALUE ' STUDENTS'.
           05 AT-Current            PIC ZZZ,ZZZ,ZZ9.99.
           05 AT-30                 PIC ZZZ,ZZZ,ZZ9.99.
           05 AT-60                 PIC ZZZ,ZZZ,ZZ9.99.
           05 AT-90                 PIC ZZZ,ZZZ,ZZ9.99.

       01 Aging-Owing-Line.
           05 FILLER                PIC X(22) VALUE SPACES.
           05 FILLER                PIC X(14) VALUE 'TOTAL OWING:'.
           05 AO-Total              PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           MAIN_PROGRAM.
               PERFORM INITIALIZE_ROUTINE.
               PERFORM BOOK_RUN_START.
               PERFORM LOAD_BALANCE_ROUTINE.
               PERFORM LOAD_RECEIPTS_ROUTINE.
               IF WS-Load-Overflow-Flag = 'Y'
                   DISPLAY 'FILE LARGER THAN LOAD TABLE -'
                       ' RUN ABANDONED, FILES UNCHANGED'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM POSTING_ROUTINE
                   PERFORM REWRITE_BALANCE_ROUTINE
                   PERFORM AGING_REPORT_ROUTINE
                   DISPLAY 'PAYMENTS READ:        ' WS-Read-Count
                   DISPLAY 'PAYMENTS POSTED:      ' WS-Posted-Count
                   DISPLAY 'PAYMENT EXCEPTIONS:   ' WS-Exception-Count
                   DISPLAY 'TOTAL POSTED:         ' WS-Posted-Total
                   DISPLAY 'FINANCIAL HOLDS RELEASED: '
                       WS-Holds-Released-Count
                   IF WS-Exception-Count > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
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
               MOVE 'PAYPOST' TO RCL-Program-Name.
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
               ACCEPT WS-Payments-File-Path
                   FROM ENVIRONMENT 'PAYMENTS_FILE'.
               IF WS-Payments-File-Path = SPACES
                   MOVE 'PAYMENTS.txt' TO WS-Payments-File-Path
               END-IF.
               ACCEPT WS-Balance-File-Path
                   FROM ENVIRONMENT 'STUDENT_BALANCE_FILE'.
               IF WS-Balance-File-Path = SPACES
                   MOVE 'STUDENT-BALANCE.txt' TO WS-Balance-File-Path
               END-IF.
               ACCEPT WS-History-File-Path
                   FROM ENVIRONMENT 'PAYMENT_HISTORY_FILE'.
               IF WS-History-File-Path = SPACES
                   MOVE 'PAYMENT-HISTORY.txt' TO WS-History-File-Path
               END-IF.
               ACCEPT WS-Exceptions-File-Path
                   FROM ENVIRONMENT 'PAYMENT_EXCEPTIONS_FILE'.
               IF WS-Exceptions-File-Path = SPACES
                   MOVE 'PAYMENT-EXCEPTIONS.txt'
                       TO WS-Exceptions-File-Path
               END-IF.
               ACCEPT WS-Aging-File-Path
                   FROM ENVIRONMENT 'AGED_RECEIVABLES_FILE'.
               IF WS-Aging-File-Path = SPACES
                   MOVE 'AGED-RECEIVABLES.txt' TO WS-Aging-File-Path
               END-IF.
               ACCEPT WS-Student-File-Path
                   FROM ENVIRONMENT 'STUDENT_FILE'.
               IF WS-Student-File-Path = SPACES
                   MOVE 'STUDENT.txt' TO WS-Student-File-Path
               END-IF.
               ACCEPT WS-Sort-Work-Path
                   FROM ENVIRONMENT 'AGING_SORT_WORK_FILE'.
               IF WS-Sort-Work-Path = SPACES
                   MOVE 'AGING-SORTWORK.tmp' TO WS-Sort-Work-Path
               END-IF.
               ACCEPT WS-Holds-File-Path
                   FROM ENVIRONMENT 'HOLDS_FILE'.
               IF WS-Holds-File-Path = SPACES
                   MOVE 'HOLDS.txt' TO WS-Holds-File-Path
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO WS-Full-Timestamp.
               STRING 'RUN-' WS-Full-Timestamp(1:14)
                   DELIMITED BY SIZE INTO WS-Run-Id.
               ACCEPT WS-As-Of-Date
                   FROM ENVIRONMENT 'AGING_AS_OF_DATE'.
               IF WS-As-Of-Date = SPACES
                   OR WS-As-Of-Date NOT NUMERIC
                   MOVE WS-Full-Timestamp(1:8) TO WS-As-Of-Date
               END-IF.

           LOAD_BALANCE_ROUTINE.
               OPEN INPUT STUDENT-BALANCE.
               IF WS-Balance-Status NOT = '00'
                   DISPLAY 'ERROR OPENING STUDENT-BALANCE - STATUS: '
                       WS-Balance-Status
                   STOP RUN
               END-IF.
               MOVE 'N' TO WS-Balance-EOF.
               MOVE 0 TO WS-Balance-Count.
               PERFORM UNTIL WS-Balance-EOF = 'Y'
                   READ STUDENT-BALANCE
                       AT END MOVE 'Y' TO WS-Balance-EOF
                       NOT AT END
                           IF WS-Balance-Count < WS-Balance-Max
                               ADD 1 TO WS-Balance-Count
                               PERFORM STORE_BALANCE_ENTRY
                           ELSE
                               MOVE 'Y' TO WS-Load-Overflow-Flag
                               DISPLAY 'STUDENT-BALANCE TABLE FULL'
                                   ' AT: ' BAL-Student-number
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE STUDENT-BALANCE.

           STORE_BALANCE_ENTRY.
               MOVE BAL-Student-number
                   TO WS-Bal-Student-number(WS-Balance-Count).
               MOVE BAL-Assessed TO WS-Bal-Assessed(WS-Balance-Count).
               MOVE BAL-Paid TO WS-Bal-Paid(WS-Balance-Count).
               MOVE BAL-Balance TO WS-Bal-Balance(WS-Balance-Count).
               IF BAL-Bill-Date NUMERIC
                   MOVE BAL-Bill-Date
                       TO WS-Bal-Bill-Date(WS-Balance-Count)
               ELSE
                   MOVE 0 TO WS-Bal-Bill-Date(WS-Balance-Count)
               END-IF.

      ******************************************************************
      * PAYMENT-HISTORY does not exist until the first posting run;
      * an empty receipt table is then the right answer.
      ******************************************************************
           LOAD_RECEIPTS_ROUTINE.
               MOVE 0 TO WS-Receipt-Count.
               OPEN INPUT PAYMENT-HISTORY.
               IF WS-History-Status = '35'
                   DISPLAY 'PAYMENT-HISTORY NOT ON FILE -'
                       ' TREATED AS EMPTY'
               ELSE
                   IF WS-History-Status NOT = '00'
                       DISPLAY 'ERROR OPENING PAYMENT-HISTORY -'
                           ' STATUS: ' WS-History-Status
                       STOP RUN
                   END-IF
                   MOVE 'N' TO WS-History-EOF
                   PERFORM UNTIL WS-History-EOF = 'Y'
                       READ PAYMENT-HISTORY
                           AT END MOVE 'Y' TO WS-History-EOF
                           NOT AT END
                               IF WS-Receipt-Count < WS-Receipt-Max
                                   ADD 1 TO WS-Receipt-Count
                                   MOVE PH-PAY-Receipt-number
                                       TO WS-Rcpt-Number
                                           (WS-Receipt-Count)
                               ELSE
                                   MOVE 'Y' TO WS-Load-Overflow-Flag
                                   DISPLAY 'RECEIPT TABLE FULL AT: '
                                       PH-PAY-Receipt-number
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PAYMENT-HISTORY
               END-IF.

           POSTING_ROUTINE.
               OPEN INPUT PAYMENTS.
               IF WS-Payments-Status NOT = '00'
                   DISPLAY 'ERROR OPENING PAYMENTS - STATUS: '
                       WS-Payments-Status
                   STOP RUN
               END-IF.
               OPEN INPUT STUDENT.
               IF WS-Student-Status NOT = '00'
                   DISPLAY 'ERROR OPENING STUDENT FILE - STATUS: '
                       WS-Student-Status
                   STOP RUN
               END-IF.
               OPEN OUTPUT PAYMENT-EXCEPTIONS.
               IF WS-Exceptions-Status NOT = '00'
                   DISPLAY 'ERROR OPENING PAYMENT-EXCEPTIONS - STATUS: '
                       WS-Exceptions-Status
                   STOP RUN
               END-IF.
               OPEN EXTEND PAYMENT-HISTORY.
               IF WS-History-Status = '35'
                   OPEN OUTPUT PAYMENT-HISTORY
               END-IF.
               IF WS-History-Status NOT = '00'
                   DISPLAY 'ERROR OPENING PAYMENT-HISTORY - STATUS: '
                       WS-History-Status
                   STOP RUN
               END-IF.
               MOVE 'N' TO WS-Holds-Open-Flag.
               OPEN I-O HOLDS.
               IF WS-Holds-Status = '35'
                   DISPLAY 'HOLDS NOT ON FILE - NO HOLDS TO RELEASE'
               ELSE
                   IF WS-Holds-Status NOT = '00'
                       DISPLAY 'ERROR OPENING HOLDS - STATUS: '
                           WS-Holds-Status
                       STOP RUN
                   END-IF
                   MOVE 'Y' TO WS-Holds-Open-Flag
               END-IF.
               MOVE 'N' TO WS-EOF.
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAYMENTS
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-Read-Count
                           PERFORM APPLY_PAYMENT
                   END-READ
               END-PERFORM.
               CLOSE PAYMENTS.
               CLOSE STUDENT.
               CLOSE PAYMENT-EXCEPTIONS.
               CLOSE PAYMENT-HISTORY.
               IF WS-Holds-Open-Flag = 'Y'
                   CLOSE HOLDS
               END-IF.

           APPLY_PAYMENT.
               PERFORM VALIDATE_PAYMENT.
               IF WS-Valid-Payment-Flag = 'N'
                   PERFORM WRITE_EXCEPTION_RECORD
               ELSE
                   PERFORM POST_PAYMENT
               END-IF.

      ******************************************************************
      * Payment edits, in the order the bursar works an exception:
      * a malformed slip first, then who it is for, then whether the
      * receipt was already posted, then whether it overpays. The
      * first failure names the exception.
      ******************************************************************
           VALIDATE_PAYMENT.
               MOVE 'Y' TO WS-Valid-Payment-Flag.
               MOVE SPACES TO WS-Exception-Reason.
               IF PAY-Student-number NOT NUMERIC
                   OR PAY-Student-number = 0
                   MOVE 'N' TO WS-Valid-Payment-Flag
                   MOVE 'INVALID STUDENT NUMBER' TO WS-Exception-Reason
               END-IF.
               IF WS-Valid-Payment-Flag = 'Y'
                   AND (PAY-Amount NOT NUMERIC OR PAY-Amount = 0)
                   MOVE 'N' TO WS-Valid-Payment-Flag
                   MOVE 'INVALID PAYMENT AMOUNT' TO WS-Exception-Reason
               END-IF.
               IF WS-Valid-Payment-Flag = 'Y'
                   AND PAY-Date NOT NUMERIC
                   MOVE 'N' TO WS-Valid-Payment-Flag
                   MOVE 'INVALID PAYMENT DATE' TO WS-Exception-Reason
               END-IF.
               IF WS-Valid-Payment-Flag = 'Y'
                   AND PAY-Receipt-number = SPACES
                   MOVE 'N' TO WS-Valid-Payment-Flag
                   MOVE 'MISSING RECEIPT NUMBER' TO WS-Exception-Reason
               END-IF.
               IF WS-Valid-Payment-Flag = 'Y'
                   AND PAY-Tender-type NOT = 'CA'
                   AND PAY-Tender-type NOT = 'CQ'
                   AND PAY-Tender-type NOT = 'DC'
                   AND PAY-Tender-type NOT = 'CC'
                   AND PAY-Tender-type NOT = 'WT'
                   MOVE 'N' TO WS-Valid-Payment-Flag
                   MOVE 'INVALID TENDER TYPE' TO WS-Exception-Reason
               END-IF.
               IF WS-Valid-Payment-Flag = 'Y'
                   PERFORM CHECK_STUDENT_EXISTS
                   IF WS-Student-Found-Flag = 'N'
                       MOVE 'N' TO WS-Valid-Payment-Flag
                       MOVE 'UNKNOWN STUDENT' TO WS-Exception-Reason
                   END-IF
               END-IF.
               IF WS-Valid-Payment-Flag = 'Y'
                   PERFORM FIND_BALANCE_ENTRY
                   IF WS-Found-Sub = 0
                       MOVE 'N' TO WS-Valid-Payment-Flag
                       MOVE 'NO BALANCE ON FILE FOR STUDENT'
                           TO WS-Exception-Reason
                   END-IF
               END-IF.
               IF WS-Valid-Payment-Flag = 'Y'
                   PERFORM CHECK_DUPLICATE_RECEIPT
                   IF WS-Receipt-Found-Flag = 'Y'
                       MOVE 'N' TO WS-Valid-Payment-Flag
                       MOVE 'DUPLICATE RECEIPT NUMBER'
                           TO WS-Exception-Reason
                   END-IF
               END-IF.
               IF WS-Valid-Payment-Flag = 'Y'
                   AND PAY-Amount > WS-Bal-Balance(WS-Found-Sub)
                   MOVE 'N' TO WS-Valid-Payment-Flag
                   MOVE 'OVERPAYMENT - EXCEEDS BALANCE OWING'
                       TO WS-Exception-Reason
               END-IF.
               IF WS-Valid-Payment-Flag = 'Y'
                   AND WS-Receipt-Count NOT < WS-Receipt-Max
                   MOVE 'N' TO WS-Valid-Payment-Flag
                   MOVE 'RECEIPT TABLE FULL - NOT POSTED'
                       TO WS-Exception-Reason
               END-IF.

           CHECK_STUDENT_EXISTS.
               MOVE PAY-Student-number TO Student_number.
               MOVE 'Y' TO WS-Student-Found-Flag.
               READ STUDENT
                   INVALID KEY MOVE 'N' TO WS-Student-Found-Flag
               END-READ.

           FIND_BALANCE_ENTRY.
               MOVE 0 TO WS-Found-Sub.
               MOVE 1 TO WS-Balance-Sub.
               PERFORM UNTIL WS-Balance-Sub > WS-Balance-Count
                   IF WS-Bal-Student-number(WS-Balance-Sub)
                       = PAY-Student-number
                       MOVE WS-Balance-Sub TO WS-Found-Sub
                       MOVE WS-Balance-Count TO WS-Balance-Sub
                   END-IF
                   ADD 1 TO WS-Balance-Sub
               END-PERFORM.

           CHECK_DUPLICATE_RECEIPT.
               MOVE 'N' TO WS-Receipt-Found-Flag.
               MOVE 1 TO WS-Receipt-Sub.
               PERFORM UNTIL WS-Receipt-Sub > WS-Receipt-Count
                   IF WS-Rcpt-Number(WS-Receipt-Sub)
                       = PAY-Receipt-number
                       MOVE 'Y' TO WS-Receipt-Found-Flag
                       MOVE WS-Receipt-Count TO WS-Receipt-Sub
                   END-IF
                   ADD 1 TO WS-Receipt-Sub
               END-PERFORM.

      ******************************************************************
      * Posting: the receipt is written to the permanent register
      * first; only once it is there is the balance entry updated in
      * the table and the receipt noted in the receipt table, so a
      * second keying later in the same file is caught as a
      * duplicate. A register write that fails leaves the payment
      * unposted on the exceptions listing.
      ******************************************************************
           POST_PAYMENT.
               MOVE WS-Run-Id TO PH-Run-Id.
               MOVE Payment-Record TO PH-Payment-Record.
               WRITE Payment-History-Record.
               IF WS-History-Status NOT = '00'
                   MOVE SPACES TO WS-Exception-Reason
                   STRING 'RECEIPT REGISTER WRITE FAILED - STATUS: '
                       WS-History-Status
                       DELIMITED BY SIZE INTO WS-Exception-Reason
                   PERFORM WRITE_EXCEPTION_RECORD
               ELSE
                   PERFORM APPLY_POSTED_PAYMENT
               END-IF.

           APPLY_POSTED_PAYMENT.
               ADD PAY-Amount TO WS-Bal-Paid(WS-Found-Sub).
               SUBTRACT PAY-Amount FROM WS-Bal-Balance(WS-Found-Sub).
               ADD 1 TO WS-Receipt-Count.
               MOVE PAY-Receipt-number
                   TO WS-Rcpt-Number(WS-Receipt-Count).
               ADD 1 TO WS-Posted-Count.
               ADD PAY-Amount TO WS-Posted-Total.
               IF WS-Bal-Balance(WS-Found-Sub) NOT > 0
                   AND WS-Holds-Open-Flag = 'Y'
                   PERFORM RELEASE_FINANCIAL_HOLDS
               END-IF.

      ******************************************************************
      * Balance cleared: the HOLDS key leads with student and hold
      * type, so a START at (student, F, zero date) and reading NEXT
      * walks the student's financial holds. Each active one the
      * billing run placed is released in place.
      ******************************************************************
           RELEASE_FINANCIAL_HOLDS.
               MOVE PAY-Student-number TO HLD-Student-number.
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
                           IF HLD-Student-number = PAY-Student-number
                               AND HLD-Hold-type = 'F'
                               IF HLD-Released-date = 0
                                   AND HLD-Placed-by = 'BILLING'
                                   PERFORM RELEASE_ONE_HOLD
                               END-IF
                           ELSE
                               MOVE 'Y' TO WS-Hold-Scan-EOF
                           END-IF
                   END-READ
               END-PERFORM.

           RELEASE_ONE_HOLD.
               MOVE WS-Full-Timestamp(1:8) TO HLD-Released-date.
               MOVE 'PAYPOST' TO HLD-Released-by.
               REWRITE Hold-Record
                   INVALID KEY
                       DISPLAY 'FINANCIAL HOLD RELEASE FAILED: '
                           HLD-Student-number
                   NOT INVALID KEY
                       ADD 1 TO WS-Holds-Released-Count
               END-REWRITE.

           WRITE_EXCEPTION_RECORD.
               ADD 1 TO WS-Exception-Count.
               MOVE PAY-Student-number TO EX-Student-Number.
               MOVE PAY-Receipt-number TO EX-Receipt-Number.
               IF PAY-Amount NUMERIC
                   MOVE PAY-Amount TO EX-Amount
               ELSE
                   MOVE 0 TO EX-Amount
               END-IF.
               MOVE WS-Exception-Reason TO EX-Reason.
               WRITE Exception-Line FROM Exception-Detail-Line.

      ******************************************************************
      * Write-back: the posted table replaces the balance file in
      * full, in exactly the layout TuitionBill writes.
      ******************************************************************
           REWRITE_BALANCE_ROUTINE.
               OPEN OUTPUT STUDENT-BALANCE.
               IF WS-Balance-Status NOT = '00'
                   DISPLAY 'ERROR REWRITING STUDENT-BALANCE - STATUS: '
                       WS-Balance-Status
                   STOP RUN
               END-IF.
               MOVE 1 TO WS-Balance-Sub.
               PERFORM UNTIL WS-Balance-Sub > WS-Balance-Count
                   MOVE WS-Bal-Student-number(WS-Balance-Sub)
                       TO BAL-Student-number
                   MOVE WS-Bal-Assessed(WS-Balance-Sub) TO BAL-Assessed
                   MOVE WS-Bal-Paid(WS-Balance-Sub) TO BAL-Paid
                   MOVE WS-Bal-Balance(WS-Balance-Sub) TO BAL-Balance
                   MOVE WS-Bal-Bill-Date(WS-Balance-Sub)
                       TO BAL-Bill-Date
                   WRITE Student-Balance-Record
                   ADD 1 TO WS-Balance-Sub
               END-PERFORM.
               CLOSE STUDENT-BALANCE.

      ******************************************************************
      * Aged receivables: every balance still owing is sorted by
      * Student_program and Student_number and printed with a
      * control break on the program - the same sorted-pass style
      * CourseStat uses - with per-program and grand totals in each
      * aging column.
      ******************************************************************
           AGING_REPORT_ROUTINE.
               OPEN OUTPUT AGED-RECEIVABLES.
               IF WS-Aging-Status NOT = '00'
                   DISPLAY 'ERROR OPENING AGED-RECEIVABLES - STATUS: '
                       WS-Aging-Status
                   STOP RUN
               END-IF.
               MOVE WS-As-Of-Date TO AH-As-Of-Date.
               WRITE Aging-Line FROM Aging-Header-Line.
               WRITE Aging-Line FROM Aging-Column-Header.
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-Program
                   ON ASCENDING KEY SW-Student-number
                   INPUT PROCEDURE IS AGING_INPUT_ROUTINE
                   OUTPUT PROCEDURE IS AGING_OUTPUT_ROUTINE.
               IF WS-First-Record-Flag = 'N'
                   PERFORM WRITE_PROGRAM_TOTAL
               END-IF.
               MOVE SPACES TO Aging-Line.
               WRITE Aging-Line.
               MOVE 'GRAND TOTAL' TO AT-Label.
               MOVE WS-Grand-Count TO AT-Count.
               MOVE WS-Grand-Current TO AT-Current.
               MOVE WS-Grand-30 TO AT-30.
               MOVE WS-Grand-60 TO AT-60.
               MOVE WS-Grand-90 TO AT-90.
               WRITE Aging-Line FROM Aging-Total-Line.
               MOVE WS-Grand-Total TO AO-Total.
               WRITE Aging-Line FROM Aging-Owing-Line.
               CLOSE AGED-RECEIVABLES.

           AGING_INPUT_ROUTINE.
               OPEN INPUT STUDENT.
               IF WS-Student-Status NOT = '00'
                   DISPLAY 'ERROR OPENING STUDENT FILE - STATUS: '
                       WS-Student-Status
                   STOP RUN
               END-IF.
               MOVE 1 TO WS-Balance-Sub.
               PERFORM UNTIL WS-Balance-Sub > WS-Balance-Count
                   IF WS-Bal-Balance(WS-Balance-Sub) > 0
                       PERFORM RELEASE_AGING_RECORD
                   END-IF
                   ADD 1 TO WS-Balance-Sub
               END-PERFORM.
               CLOSE STUDENT.

           RELEASE_AGING_RECORD.
               MOVE WS-Bal-Student-number(WS-Balance-Sub)
                   TO Student_number.
               MOVE 'Y' TO WS-Student-Found-Flag.
               READ STUDENT
                   INVALID KEY MOVE 'N' TO WS-Student-Found-Flag
               END-READ.
               MOVE SPACES TO SW-Aging-Record.
               MOVE WS-Bal-Student-number(WS-Balance-Sub)
                   TO SW-Student-number.
               IF WS-Student-Found-Flag = 'Y'
                   MOVE Student_program TO SW-Program
                   STRING FUNCTION TRIM(First_name) ' '
                       FUNCTION TRIM(Last_name)
                       DELIMITED BY SIZE INTO SW-Name
               ELSE
                   MOVE 'UNKNOWN' TO SW-Program
                   MOVE 'STUDENT NOT FOUND' TO SW-Name
               END-IF.
               MOVE WS-Bal-Bill-Date(WS-Balance-Sub) TO SW-Bill-Date.
               MOVE 0 TO WS-Days-Old.
               IF WS-Bal-Bill-Date(WS-Balance-Sub) > 0
                   AND WS-Bal-Bill-Date(WS-Balance-Sub)
                       NOT > WS-As-Of-Date-Num
                   COMPUTE WS-Days-Old =
                       FUNCTION INTEGER-OF-DATE(WS-As-Of-Date-Num)
                       - FUNCTION INTEGER-OF-DATE
                           (WS-Bal-Bill-Date(WS-Balance-Sub))
               END-IF.
               MOVE WS-Days-Old TO SW-Days-Old.
               MOVE WS-Bal-Balance(WS-Balance-Sub) TO SW-Balance.
               RELEASE SW-Aging-Record.

           AGING_OUTPUT_ROUTINE.
               MOVE 'N' TO WS-Sort-EOF.
               PERFORM UNTIL WS-Sort-EOF = 'Y'
                   RETURN SORT-WORK-FILE
                       AT END MOVE 'Y' TO WS-Sort-EOF
                       NOT AT END PERFORM ACCUMULATE_AGING_LINE
                   END-RETURN
               END-PERFORM.

           ACCUMULATE_AGING_LINE.
               IF WS-First-Record-Flag = 'Y'
                   MOVE 'N' TO WS-First-Record-Flag
                   MOVE SW-Program TO WS-Break-Program
                   PERFORM WRITE_PROGRAM_HEADER
               END-IF.
               IF SW-Program NOT = WS-Break-Program
                   PERFORM WRITE_PROGRAM_TOTAL
                   MOVE SW-Program TO WS-Break-Program
                   PERFORM WRITE_PROGRAM_HEADER
               END-IF.
               MOVE SW-Student-number TO AD-Student-Number.
               MOVE SW-Name TO AD-Name.
               IF SW-Bill-Date = 0
                   MOVE SPACES TO AD-Bill-Date
               ELSE
                   MOVE SW-Bill-Date TO AD-Bill-Date
               END-IF.
               MOVE 0 TO AD-Current.
               MOVE 0 TO AD-30.
               MOVE 0 TO AD-60.
               MOVE 0 TO AD-90.
               EVALUATE TRUE
                   WHEN SW-Days-Old < 30
                       MOVE SW-Balance TO AD-Current
                       ADD SW-Balance TO WS-Prog-Current
                   WHEN SW-Days-Old < 60
                       MOVE SW-Balance TO AD-30
                       ADD SW-Balance TO WS-Prog-30
                   WHEN SW-Days-Old < 90
                       MOVE SW-Balance TO AD-60
                       ADD SW-Balance TO WS-Prog-60
                   WHEN OTHER
                       MOVE SW-Balance TO AD-90
                       ADD SW-Balance TO WS-Prog-90
               END-EVALUATE.
               ADD 1 TO WS-Prog-Count.
               ADD SW-Balance TO WS-Prog-Total.
               WRITE Aging-Line FROM Aging-Detail-Line.

           WRITE_PROGRAM_HEADER.
               INITIALIZE WS-Program-Totals.
               MOVE SPACES TO Aging-Line.
               WRITE Aging-Line.
               MOVE WS-Break-Program TO AP-Program.
               WRITE Aging-Line FROM Aging-Program-Header.

           WRITE_PROGRAM_TOTAL.
               MOVE 'PROGRAM TOTAL' TO AT-Label.
               MOVE WS-Prog-Count TO AT-Count.
               MOVE WS-Prog-Current TO AT-Current.
               MOVE WS-Prog-30 TO AT-30.
               MOVE WS-Prog-60 TO AT-60.
               MOVE WS-Prog-90 TO AT-90.
               WRITE Aging-Line FROM Aging-Total-Line.
               MOVE WS-Prog-Total TO AO-Total.
               WRITE Aging-Line FROM Aging-Owing-Line.
               ADD WS-Prog-Count TO WS-Grand-Count.
               ADD WS-Prog-Current TO WS-Grand-Current.
               ADD WS-Prog-30 TO WS-Grand-30.
               ADD WS-Prog-60 TO WS-Grand-60.
               ADD WS-Prog-90 TO WS-Grand-90.
               ADD WS-Prog-Total TO WS-Grand-Total.
       END PROGRAM PayPost.
