      *   every other applied transaction (before-image SPACES, like
      *   an add) and backed out the same way - the backout deletes
      *   the reinstated record.
      * - STUDENTREC gains the M merged status, set by the StuMerge
      *   run on a retired duplicate identity, and Survivor_number,
      *   the student it was merged into. Loads and adds keep an M
      *   status instead of defaulting it to active, and the backout
      *   journal entry is widened for the longer record. Changes,
      *   deletes and withdrawals against a merged record are
      *   rejected - it stays M, pointing at its survivor.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Lab2.
       01 WS-History-EOF             PIC X(1) VALUE 'N'.
       01 WS-Reinstate-Found-Flag    PIC X(1).
       01 WS-Master-Found-Flag       PIC X(1).
       01 WS-Merged-Flag             PIC X(1).
       01 WS-Reinstate-History       PIC X(200).

       01 WS-Full-Timestamp         PIC X(21).
       01 WS-Jrn-Sub                PIC 9(4)  VALUE 0.
       01 WS-Journal-Table.
           05 WS-Jrn-Entry OCCURS 2000 TIMES.
               10 WS-Jrn-Entry-Line PIC X(360).

      ******************************************************************
      * Report Writer layout - enrollment report (STUDENT-REPORT)
               MOVE 'MAINTENANCE' TO CTL-Mode.
               PERFORM WRITE_CONTROL_REPORT.

      ******************************************************************
      * A record StuMerge has retired (status M) is kept as the
      * pointer to its survivor: changes, deletes and withdrawals
      * belong on the survivor and are rejected here.
      ******************************************************************
           APPLY_TRANSACTION.
               MOVE 'N' TO WS-Merged-Flag.
               IF TR-Trans-Code = 'C' OR TR-Trans-Code = 'D'
                   OR TR-Trans-Code = 'W'
                   MOVE TR-Student_number TO Student_number
                   READ STUDENT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF Student_status = 'M'
                               MOVE 'Y' TO WS-Merged-Flag
                           END-IF
                   END-READ
               END-IF.
               IF WS-Merged-Flag = 'Y'
                   MOVE 'STUDENT MERGED - USE SURVIVOR'
                       TO WS-Reject-Reason
                   PERFORM REJECT_TRANSACTION
               ELSE
                   PERFORM APPLY_TRANSACTION_CODE
               END-IF.

           APPLY_TRANSACTION_CODE.
               MOVE TR-Student_number TO Student_number.
               EVALUATE TR-Trans-Code
                   WHEN 'A'
      ******************************************************************
           DEFAULT_STUDENT_STATUS.
               IF Student_status NOT = 'A' AND NOT = 'W'
                   AND NOT = 'L' AND NOT = 'G' AND NOT = 'M'
                   MOVE 'A' TO Student_status
                   MOVE WS-Run-Date TO Status_date
               END-IF.
