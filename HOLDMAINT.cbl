      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintains the indexed HOLDS file through add and
      *          release transactions, so a student who owes money
      *          or has an unresolved disciplinary, library or
      *          academic matter can be stopped from registering or
      *          getting a transcript. Each HOLD-TRANS record either
      *          places a hold (type, scope, reason, placed-by,
      *          placed date) or releases the student's active hold
      *          of a type (released date, released-by). Released
      *          holds stay on file as history. Anything that cannot
      *          be applied goes to a HOLD-REJECTS listing in the
      *          EnrollMaint rejects style. EnrollMaint refuses adds
      *          while a registration hold is active and Transcript
      *          withholds the transcript while a transcript hold is
      *          active; TuitionBill places and PayPost releases the
      *          automatic financial holds on the same file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HoldMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDS
           ASSIGN TO WS-Holds-File-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HLD-Key
           FILE STATUS IS WS-Holds-Status.

           SELECT STUDENT
           ASSIGN TO WS-Student-File-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Student_number
           ALTERNATE RECORD KEY IS Last_name WITH DUPLICATES
           FILE STATUS IS WS-Student-Status.

           SELECT HOLD-TRANS
           ASSIGN TO WS-Trans-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Trans-Status.

           SELECT HOLD-REJECTS
           ASSIGN TO WS-Rejects-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Rejects-Status.

       DATA DIVISION.
       FILE SECTION.
       FD HOLDS.
           COPY HOLDS REPLACING ==:PREFIX:== BY == ==.

       FD STUDENT.
           COPY STUDENTREC REPLACING ==:PREFIX:== BY == ==.

       FD HOLD-TRANS.
       01 Hold-Trans-Record.
           05 HT-Trans-Code         PIC X(1).
           COPY HOLDS REPLACING
               ==01 :PREFIX:Hold-Record.==
                   BY ==05 HT-Hold-Record.==
               ==05 :PREFIX:== BY ==09 HT-==
               ==10 :PREFIX:== BY ==13 HT-==.

       FD HOLD-REJECTS.
       01 Reject-Line               PIC X(120).

       WORKING-STORAGE SECTION.

       01 WS-EOF                    PIC X(1)  VALUE 'N'.

       01 WS-Holds-File-Path        PIC X(250).
       01 WS-Student-File-Path      PIC X(250).
       01 WS-Trans-File-Path        PIC X(250).
       01 WS-Rejects-File-Path      PIC X(250).

       01 WS-Holds-Status           PIC X(2).
       01 WS-Student-Status         PIC X(2).
       01 WS-Trans-Status           PIC X(2).
       01 WS-Rejects-Status         PIC X(2).

       01 WS-Student-Found-Flag     PIC X(1).
       01 WS-Valid-Trans-Flag       PIC X(1).
       01 WS-Reject-Reason          PIC X(60).
       01 WS-Hold-Found-Flag        PIC X(1).
       01 WS-Hold-Scan-EOF          PIC X(1).

       01 WS-Read-Count             PIC 9(6)  VALUE 0.
       01 WS-Placed-Count           PIC 9(6)  VALUE 0.
       01 WS-Released-Count         PIC 9(6)  VALUE 0.
       01 WS-Rejected-Count         PIC 9(6)  VALUE 0.

       01 WS-Full-Timestamp         PIC X(21).
       01 WS-Run-Id                 PIC X(18).

           COPY RUNCTLLK REPLACING ==:PREFIX:== BY == ==.

      ******************************************************************
      * Rejected-transactions listing layout (HOLD-REJECTS), in the
      * style of the EnrollMaint rejects listing.
      ******************************************************************
       01 Reject-Detail-Line.
           05 RJ-Trans-Code          PIC X(1).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 RJ-Student-Number      PIC 9(10).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 RJ-Hold-Type           PIC X(1).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 RJ-Reason              PIC X(60).

       PROCEDURE DIVISION.
           MAIN_PROGRAM.
               PERFORM INITIALIZE_ROUTINE.
               PERFORM BOOK_RUN_START.
               PERFORM MAINTENANCE_ROUTINE.
               PERFORM BOOK_RUN_END.
               STOP RUN.

      ******************************************************************
      * Run-control bookkeeping through the shared RunCtl subprogram:
      * a start record after the sequencing checks, an end record
      * carrying the final RETURN-CODE.
      ******************************************************************
           BOOK_RUN_START.
               MOVE 'S' TO RCL-Function.
               MOVE 'HOLDMAINT' TO RCL-Program-Name.
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
               ACCEPT WS-Holds-File-Path
                   FROM ENVIRONMENT 'HOLDS_FILE'.
               IF WS-Holds-File-Path = SPACES
                   MOVE 'HOLDS.txt' TO WS-Holds-File-Path
               END-IF.
               ACCEPT WS-Student-File-Path
                   FROM ENVIRONMENT 'STUDENT_FILE'.
               IF WS-Student-File-Path = SPACES
                   MOVE 'STUDENT.txt' TO WS-Student-File-Path
               END-IF.
               ACCEPT WS-Trans-File-Path
                   FROM ENVIRONMENT 'HOLD_TRANS_FILE'.
               IF WS-Trans-File-Path = SPACES
                   MOVE 'HOLD-TRANS.txt' TO WS-Trans-File-Path
               END-IF.
               ACCEPT WS-Rejects-File-Path
                   FROM ENVIRONMENT 'HOLD_REJECTS_FILE'.
               IF WS-Rejects-File-Path = SPACES
                   MOVE 'HOLD-REJECTS.txt' TO WS-Rejects-File-Path
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO WS-Full-Timestamp.
               STRING 'RUN-' WS-Full-Timestamp(1:14)
                   DELIMITED BY SIZE INTO WS-Run-Id.

      ******************************************************************
      * The HOLDS file is created empty on the first-ever run, so the
      * first hold placed does not need a separate load step.
      ******************************************************************
           MAINTENANCE_ROUTINE.
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
               OPEN INPUT STUDENT.
               IF WS-Student-Status NOT = '00'
                   DISPLAY 'ERROR OPENING STUDENT FILE - STATUS: '
                       WS-Student-Status
                   STOP RUN
               END-IF.
               OPEN INPUT HOLD-TRANS.
               IF WS-Trans-Status NOT = '00'
                   DISPLAY 'ERROR OPENING HOLD-TRANS - STATUS: '
                       WS-Trans-Status
                   STOP RUN
               END-IF.
               OPEN OUTPUT HOLD-REJECTS.
               IF WS-Rejects-Status NOT = '00'
                   DISPLAY 'ERROR OPENING HOLD-REJECTS - STATUS: '
                       WS-Rejects-Status
                   STOP RUN
               END-IF.
               MOVE 'N' TO WS-EOF.
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HOLD-TRANS
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-Read-Count
                           PERFORM APPLY_TRANSACTION
                   END-READ
               END-PERFORM.
               CLOSE HOLDS.
               CLOSE STUDENT.
               CLOSE HOLD-TRANS.
               CLOSE HOLD-REJECTS.
               DISPLAY 'TRANSACTIONS READ:    ' WS-Read-Count.
               DISPLAY 'HOLDS PLACED:         ' WS-Placed-Count.
               DISPLAY 'HOLDS RELEASED:       ' WS-Released-Count.
               DISPLAY 'TRANSACTIONS REJECTED:' WS-Rejected-Count.
               IF WS-Rejected-Count > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.

           APPLY_TRANSACTION.
               PERFORM VALIDATE_TRANSACTION.
               IF WS-Valid-Trans-Flag = 'N'
                   PERFORM WRITE_REJECT_RECORD
               ELSE
                   PERFORM FIND_ACTIVE_HOLD
                   IF HT-Trans-Code = 'A'
                       PERFORM APPLY_ADD_TRANSACTION
                   ELSE
                       PERFORM APPLY_RELEASE_TRANSACTION
                   END-IF
               END-IF.

      ******************************************************************
      * Transaction edits ahead of any HOLDS I-O: the code must be A
      * (place) or R (release), the hold type one of F/D/L/A/R, and
      * the Student_number on the STUDENT master. An add needs a
      * reason; a blank scope defaults to B (both), and a blank
      * placed date to today.
      ******************************************************************
           VALIDATE_TRANSACTION.
               MOVE 'Y' TO WS-Valid-Trans-Flag.
               MOVE SPACES TO WS-Reject-Reason.
               IF HT-Trans-Code NOT = 'A' AND NOT = 'R'
                   MOVE 'N' TO WS-Valid-Trans-Flag
                   MOVE 'INVALID TRANSACTION CODE' TO WS-Reject-Reason
               END-IF.
               IF WS-Valid-Trans-Flag = 'Y'
                   AND (HT-HLD-Student-number NOT NUMERIC
                       OR HT-HLD-Student-number = 0)
                   MOVE 'N' TO WS-Valid-Trans-Flag
                   MOVE 'INVALID STUDENT NUMBER' TO WS-Reject-Reason
               END-IF.
               IF WS-Valid-Trans-Flag = 'Y'
                   AND HT-HLD-Hold-type NOT = 'F'
                   AND HT-HLD-Hold-type NOT = 'D'
                   AND HT-HLD-Hold-type NOT = 'L'
                   AND HT-HLD-Hold-type NOT = 'A'
                   AND HT-HLD-Hold-type NOT = 'R'
                   MOVE 'N' TO WS-Valid-Trans-Flag
                   MOVE 'INVALID HOLD TYPE' TO WS-Reject-Reason
               END-IF.
               IF WS-Valid-Trans-Flag = 'Y'
                   AND HT-Trans-Code = 'A'
                   IF HT-HLD-Hold-scope = SPACE
                       MOVE 'B' TO HT-HLD-Hold-scope
                   END-IF
                   IF HT-HLD-Hold-scope NOT = 'R'
                       AND HT-HLD-Hold-scope NOT = 'T'
                       AND HT-HLD-Hold-scope NOT = 'B'
                       MOVE 'N' TO WS-Valid-Trans-Flag
                       MOVE 'INVALID HOLD SCOPE' TO WS-Reject-Reason
                   END-IF
               END-IF.
               IF WS-Valid-Trans-Flag = 'Y'
                   AND HT-Trans-Code = 'A'
                   AND HT-HLD-Reason = SPACES
                   MOVE 'N' TO WS-Valid-Trans-Flag
                   MOVE 'MISSING HOLD REASON' TO WS-Reject-Reason
               END-IF.
               IF WS-Valid-Trans-Flag = 'Y'
                   PERFORM CHECK_STUDENT_EXISTS
                   IF WS-Student-Found-Flag = 'N'
                       MOVE 'N' TO WS-Valid-Trans-Flag
                       MOVE 'STUDENT NOT ON MASTER'
                           TO WS-Reject-Reason
                   END-IF
               END-IF.

           CHECK_STUDENT_EXISTS.
               MOVE HT-HLD-Student-number TO Student_number.
               MOVE 'Y' TO WS-Student-Found-Flag.
               READ STUDENT
                   INVALID KEY MOVE 'N' TO WS-Student-Found-Flag
               END-READ.

      ******************************************************************
      * Active-hold lookup: the HOLDS key leads with the student and
      * the hold type, so positioning at (student, type, zero date)
      * and reading NEXT walks that student's holds of the type,
      * oldest first. The first one with no released date is the
      * active hold, left in the record area for the release path to
      * rewrite.
      ******************************************************************
           FIND_ACTIVE_HOLD.
               MOVE 'N' TO WS-Hold-Found-Flag.
               MOVE HT-HLD-Student-number TO HLD-Student-number.
               MOVE HT-HLD-Hold-type TO HLD-Hold-type.
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
                               = HT-HLD-Student-number
                               AND HLD-Hold-type = HT-HLD-Hold-type
                               IF HLD-Released-date = 0
                                   MOVE 'Y' TO WS-Hold-Found-Flag
                                   MOVE 'Y' TO WS-Hold-Scan-EOF
                               END-IF
                           ELSE
                               MOVE 'Y' TO WS-Hold-Scan-EOF
                           END-IF
                   END-READ
               END-PERFORM.

           APPLY_ADD_TRANSACTION.
               IF WS-Hold-Found-Flag = 'Y'
                   MOVE 'ADD FAILED - ACTIVE HOLD OF TYPE ON FILE'
                       TO WS-Reject-Reason
                   PERFORM WRITE_REJECT_RECORD
               ELSE
                   MOVE HT-Hold-Record TO Hold-Record
                   IF HT-HLD-Placed-date NOT NUMERIC
                       OR HT-HLD-Placed-date = 0
                       MOVE WS-Full-Timestamp(1:8) TO HLD-Placed-date
                   END-IF
                   MOVE 0 TO HLD-Released-date
                   MOVE SPACES TO HLD-Released-by
                   WRITE Hold-Record
                       INVALID KEY
                           MOVE 'ADD FAILED - HOLD ALREADY ON FILE'
                               TO WS-Reject-Reason
                           PERFORM WRITE_REJECT_RECORD
                       NOT INVALID KEY
                           ADD 1 TO WS-Placed-Count
                   END-WRITE
               END-IF.

           APPLY_RELEASE_TRANSACTION.
               IF WS-Hold-Found-Flag = 'N'
                   MOVE 'RELEASE FAILED - NO ACTIVE HOLD OF TYPE'
                       TO WS-Reject-Reason
                   PERFORM WRITE_REJECT_RECORD
               ELSE
                   IF HT-HLD-Released-date NUMERIC
                       AND HT-HLD-Released-date > 0
                       MOVE HT-HLD-Released-date TO HLD-Released-date
                   ELSE
                       MOVE WS-Full-Timestamp(1:8)
                           TO HLD-Released-date
                   END-IF
                   MOVE HT-HLD-Released-by TO HLD-Released-by
                   REWRITE Hold-Record
                       INVALID KEY
                           MOVE 'RELEASE FAILED'
                               TO WS-Reject-Reason
                           PERFORM WRITE_REJECT_RECORD
                       NOT INVALID KEY
                           ADD 1 TO WS-Released-Count
                   END-REWRITE
               END-IF.

           WRITE_REJECT_RECORD.
               ADD 1 TO WS-Rejected-Count.
               MOVE HT-Trans-Code TO RJ-Trans-Code.
               MOVE HT-HLD-Student-number TO RJ-Student-Number.
               MOVE HT-HLD-Hold-type TO RJ-Hold-Type.
               MOVE WS-Reject-Reason TO RJ-Reason.
               WRITE Reject-Line FROM Reject-Detail-Line.
       END PROGRAM HoldMaint.
