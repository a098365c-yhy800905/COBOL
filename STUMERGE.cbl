      ******************************************************************
      * Author:
      * Date:
      * Purpose: Duplicate-identity student merge. Each MERGE-TRANS
      *          record names a survivor and a retired Student_number
      *          for one person who ended up on the STUDENT master
      *          twice. The merge moves the retired number's
      *          ENROLL-MASTER rows, active HOLDS, STUDENT-BALANCE
      *          record and STANDING-HISTORY records onto the
      *          survivor, then sets the retired STUDENT record to
      *          status M (merged) with Survivor_number pointing at
      *          the survivor:
      *            - enrollment rows are re-keyed to the survivor. A
      *              course and term the survivor already holds is a
      *              collision: every collision is listed and the
      *              whole merge is refused, so no row is overwritten
      *              and nothing moves until the registrar has
      *              settled which row stands;
      *            - active holds are re-keyed to the survivor, so a
      *              financial hold follows the debt it was placed
      *              for; a hold of the same type placed the same day
      *              already on the survivor refuses the merge the
      *              same way; released holds stay as history;
      *            - a retired balance is added into the survivor's
      *              (assessed, paid and balance), or renumbered when
      *              the survivor has none;
      *            - standing history is renumbered as it stands.
      *          Every change is journaled on MERGE-JOURNAL with its
      *          before-image and after-image and the run-id, as the
      *          Lab2 maintenance pass journals STUDENT. Run mode 2
      *          (MERGE_RUN_MODE) backs out the run named by
      *          MERGE_BACKOUT_RUN_ID - or only that run's merge of
      *          MERGE_BACKOUT_RETIRED - restoring each record's
      *          before-image newest-first. A survivor balance that
      *          has changed since the merge (payments posted) has
      *          only the merged-in amounts backed out, so later
      *          postings stand; one that can no longer be backed out
      *          that way (re-billed since) is not restored and is
      *          listed, and the retired balance merged into it is
      *          not put back either, so its amounts are never on
      *          file twice. A record already back in place - the same
      *          run backed out twice - is listed and left alone.
      *          A merge whose file updates fail part way is reported
      *          MERGE INCOMPLETE, is not marked M, and is counted
      *          with the refused merges; what it did move is on the
      *          journal and is undone by a backout of that merge.
      *          Refused and incomplete merges and failed restores
      *          are listed on the MERGE-REPORT (RETURN-CODE 4).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StuMerge.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-TRANS
           ASSIGN TO WS-Trans-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Trans-Status.

           SELECT STUDENT
           ASSIGN TO WS-Student-File-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Student_number
           ALTERNATE RECORD KEY IS Last_name WITH DUPLICATES
           FILE STATUS IS WS-Student-Status.

           SELECT ENROLL-MASTER
           ASSIGN TO WS-Master-File-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-Key
           FILE STATUS IS WS-Master-Status.

           SELECT HOLDS
           ASSIGN TO WS-Holds-File-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HLD-Key
           FILE STATUS IS WS-Holds-Status.

           SELECT STUDENT-BALANCE
           ASSIGN TO WS-Balance-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Balance-Status.

           SELECT STANDING-HISTORY
           ASSIGN TO WS-Standing-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Standing-Status.

           SELECT MERGE-JOURNAL
           ASSIGN TO WS-Journal-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Journal-Status.

           SELECT MERGE-REPORT
           ASSIGN TO WS-Report-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD MERGE-TRANS.
       01 Merge-Trans-Record.
           05 MT-Survivor-number    PIC 9(10).
           05 MT-Retired-number     PIC 9(10).

       FD STUDENT.
           COPY STUDENTREC REPLACING ==:PREFIX:== BY == ==.

       FD ENROLL-MASTER.
           COPY ENROLLMST REPLACING ==:PREFIX:== BY == ==.

       FD HOLDS.
           COPY HOLDS REPLACING ==:PREFIX:== BY == ==.

       FD STUDENT-BALANCE.
           COPY STUBAL REPLACING ==:PREFIX:== BY == ==.

       FD STANDING-HISTORY.
           COPY STANDHX REPLACING ==:PREFIX:== BY == ==.

      ******************************************************************
      * Merge journal: one line per record the merge changed. The
      * file id says which file (S STUDENT, E ENROLL-MASTER,
      * K HOLDS, B STUDENT-BALANCE, H STANDING-HISTORY) and the
      * action what was done to it (A added, C changed, D deleted);
      * the images are the whole record before and after, SPACES
      * where there is none. The image width leaves headroom over
      * the longest record, STUDENT, for record-layout growth.
      ******************************************************************
       FD MERGE-JOURNAL.
       01 Journal-Record.
           05 MJ-Run-Id             PIC X(18).
           05 MJ-File-Id            PIC X(1).
           05 MJ-Action             PIC X(1).
           05 MJ-Survivor-number    PIC 9(10).
           05 MJ-Retired-number     PIC 9(10).
           05 MJ-Before-Image       PIC X(160).
           05 MJ-After-Image        PIC X(160).

       FD MERGE-REPORT.
       01 Report-Line               PIC X(120).

       WORKING-STORAGE SECTION.

       01 WS-EOF                    PIC X(1)  VALUE 'N'.
       01 WS-Master-EOF             PIC X(1)  VALUE 'N'.
       01 WS-Holds-EOF              PIC X(1)  VALUE 'N'.
       01 WS-Balance-EOF            PIC X(1)  VALUE 'N'.
       01 WS-Standing-EOF           PIC X(1)  VALUE 'N'.

       01 WS-Run-Mode               PIC X(1)  VALUE '1'.
           88 WS-Mode-Merge                   VALUE '1'.
           88 WS-Mode-Backout                 VALUE '2'.

       01 WS-Trans-File-Path        PIC X(250).
       01 WS-Student-File-Path      PIC X(250).
       01 WS-Master-File-Path       PIC X(250).
       01 WS-Holds-File-Path        PIC X(250).
       01 WS-Balance-File-Path      PIC X(250).
       01 WS-Standing-File-Path     PIC X(250).
       01 WS-Journal-File-Path      PIC X(250).
       01 WS-Report-File-Path       PIC X(250).

       01 WS-Trans-Status           PIC X(2).
       01 WS-Student-Status         PIC X(2).
       01 WS-Master-Status          PIC X(2).
       01 WS-Holds-Status           PIC X(2).
       01 WS-Balance-Status         PIC X(2).
       01 WS-Standing-Status        PIC X(2).
       01 WS-Journal-Status         PIC X(2).
       01 WS-Report-Status          PIC X(2).

       01 WS-Full-Timestamp         PIC X(21).
       01 WS-Run-Id                 PIC X(18).
       01 WS-Run-Date               PIC 9(8).

           COPY RUNCTLLK REPLACING ==:PREFIX:== BY == ==.

       COPY STUDENTREC REPLACING ==:PREFIX:== BY ==WS-Retired-==.

       COPY STUBAL REPLACING ==:PREFIX:== BY ==WS-Work-==.

       COPY STUBAL REPLACING ==:PREFIX:== BY ==WS-Add-==.

       COPY STUBAL REPLACING ==:PREFIX:== BY ==WS-Cur-==.

      ******************************************************************
      * Amounts a merge added into the survivor's balance, backed out
      * of a balance that has changed since.
      ******************************************************************
       01 WS-Delta-Assessed         PIC S9(7)V99.
       01 WS-Delta-Paid             PIC S9(7)V99.
       01 WS-Delta-Balance          PIC S9(7)V99.

       01 WS-Holds-Open-Flag        PIC X(1)  VALUE 'N'.
       01 WS-Apply-Failed-Flag      PIC X(1).
       01 WS-Find-Number            PIC 9(10).
       01 WS-Save-Image             PIC X(160).
       01 WS-Valid-Merge-Flag       PIC X(1).
       01 WS-Reject-Reason          PIC X(60).
       01 WS-Survivor-Number        PIC 9(10).
       01 WS-Retired-Number         PIC 9(10).
       01 WS-Survivor-Sub           PIC 9(5).
       01 WS-Found-Sub              PIC 9(5).
       01 WS-Collision-Count        PIC 9(4).
       01 WS-Moved-Rows             PIC 9(4).
       01 WS-Moved-Holds            PIC 9(4).
       01 WS-Moved-Balances         PIC 9(4).
       01 WS-Moved-History          PIC 9(5).

       01 WS-Read-Count             PIC 9(6)  VALUE 0.
       01 WS-Merged-Count           PIC 9(6)  VALUE 0.
       01 WS-Refused-Count          PIC 9(6)  VALUE 0.
       01 WS-Restored-Count         PIC 9(6)  VALUE 0.
       01 WS-Restore-Failed-Count   PIC 9(6)  VALUE 0.

      ******************************************************************
      * The retired number's enrollment rows, gathered before any is
      * moved so collisions can be found first.
      ******************************************************************
       01 WS-Row-Count              PIC 9(4)  VALUE 0.
       01 WS-Row-Max                PIC 9(4)  VALUE 300.
       01 WS-Row-Sub                PIC 9(4)  VALUE 0.
       01 WS-Row-Table.
           05 WS-Row-Entry OCCURS 300 TIMES.
               10 WS-Row-Course-code PIC X(8).
               10 WS-Row-Term        PIC X(6).
               10 WS-Row-Grade       PIC X(2).

      ******************************************************************
      * The retired number's active holds, gathered the same way.
      ******************************************************************
       01 WS-Hold-Count             PIC 9(4)  VALUE 0.
       01 WS-Hold-Max               PIC 9(4)  VALUE 50.
       01 WS-Hold-Sub               PIC 9(4)  VALUE 0.
       01 WS-Hold-Table.
           05 WS-Hold-Entry OCCURS 50 TIMES.
               10 WS-Hold-Image      PIC X(74).

      ******************************************************************
      * STUDENT-BALANCE and STANDING-HISTORY are line sequential: each
      * is loaded whole, changed in the table and written back at the
      * end of the run, as PayPost does with the balances. A file
      * larger than its table is fatal (RETURN-CODE 8, nothing
      * merged, nothing rewritten): writing it back minus the
      * overflow rows would lose them. A file not yet created is
      * left uncreated. A balance merged into the survivor's is
      * flagged deleted and not written back.
      ******************************************************************
       01 WS-Load-Overflow-Flag     PIC X(1)  VALUE 'N'.
       01 WS-Balance-Loaded-Flag    PIC X(1)  VALUE 'N'.
       01 WS-Standing-Loaded-Flag   PIC X(1)  VALUE 'N'.

       01 WS-Balance-Count          PIC 9(5)  VALUE 0.
       01 WS-Balance-Max            PIC 9(5)  VALUE 5000.
       01 WS-Balance-Sub            PIC 9(5)  VALUE 0.
       01 WS-Balance-Table.
           05 WS-Balance-Entry OCCURS 5000 TIMES.
               10 WS-Bal-Image.
                   15 WS-Bal-Student-number PIC 9(10).
                   15 FILLER                PIC X(35).
               10 WS-Bal-Deleted-Flag       PIC X(1).

       01 WS-Standing-Count         PIC 9(5)  VALUE 0.
       01 WS-Standing-Max           PIC 9(5)  VALUE 20000.
       01 WS-Standing-Sub           PIC 9(5)  VALUE 0.
       01 WS-Standing-Table.
           05 WS-Standing-Entry OCCURS 20000 TIMES.
               10 WS-Sx-Image.
                   15 WS-Sx-Student-number  PIC 9(10).
                   15 FILLER                PIC X(27).

      ******************************************************************
      * Backout work fields: the journal lines for the named run are
      * loaded into this table, then applied in reverse.
      ******************************************************************
       01 WS-Backout-Run-Id         PIC X(18).
       01 WS-Backout-Retired        PIC X(10).
       01 WS-Backout-Retired-Num REDEFINES WS-Backout-Retired
                                    PIC 9(10).
       01 WS-Backout-Select-Flag    PIC X(1)  VALUE 'N'.
       01 WS-Bal-Failed-Retired     PIC 9(10) VALUE 0.
       01 WS-Jrn-Count              PIC 9(4)  VALUE 0.
       01 WS-Jrn-Max                PIC 9(4)  VALUE 2000.
       01 WS-Jrn-Sub                PIC 9(4)  VALUE 0.
       01 WS-Journal-Table.
           05 WS-Jrn-Entry OCCURS 2000 TIMES.
               10 WS-Jrn-Entry-Line PIC X(360).

      ******************************************************************
      * Merge report layouts (MERGE-REPORT)
      ******************************************************************
       01 Report-Header-Line.
           05 FILLER                PIC X(16) VALUE 'STUDENT MERGE -'.
           05 RH-Mode               PIC X(10).
           05 FILLER                PIC X(10) VALUE '  RUN-ID:'.
           05 RH-Run-Id             PIC X(18).

       01 Report-Column-Header.
           05 FILLER                PIC X(12) VALUE 'SURVIVOR'.
           05 FILLER                PIC X(12) VALUE 'RETIRED'.
           05 FILLER                PIC X(90) VALUE 'RESULT'.

       01 Report-Detail-Line.
           05 RD-Survivor-Number    PIC Z(9)9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 RD-Retired-Number     PIC Z(9)9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 RD-Text               PIC X(90).

       01 Report-Total-Line.
           05 RT-Label              PIC X(24).
           05 RT-Count              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           MAIN_PROGRAM.
               PERFORM INITIALIZE_ROUTINE.
               PERFORM BOOK_RUN_START.
               PERFORM LOAD_BALANCE_ROUTINE.
               PERFORM LOAD_STANDING_ROUTINE.
               IF WS-Load-Overflow-Flag = 'Y'
                   DISPLAY 'BALANCE OR STANDING FILE EXCEEDS TABLE -'
                       ' RUN ABANDONED, FILES UNCHANGED'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   EVALUATE TRUE
                       WHEN WS-Mode-Backout
                           PERFORM BACKOUT_ROUTINE
                       WHEN OTHER
                           PERFORM MERGE_ROUTINE
                   END-EVALUATE
                   PERFORM REWRITE_BALANCE_ROUTINE
                   PERFORM REWRITE_STANDING_ROUTINE
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
               MOVE 'STUMERGE' TO RCL-Program-Name.
               MOVE WS-Run-Id TO RCL-Run-Id.
               MOVE WS-Run-Mode TO RCL-Run-Mode.
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
               ACCEPT WS-Trans-File-Path
                   FROM ENVIRONMENT 'MERGE_TRANS_FILE'.
               IF WS-Trans-File-Path = SPACES
                   MOVE 'MERGE-TRANS.txt' TO WS-Trans-File-Path
               END-IF.
               ACCEPT WS-Student-File-Path
                   FROM ENVIRONMENT 'STUDENT_FILE'.
               IF WS-Student-File-Path = SPACES
                   MOVE 'STUDENT.txt' TO WS-Student-File-Path
               END-IF.
               ACCEPT WS-Master-File-Path
                   FROM ENVIRONMENT 'ENROLL_MASTER_FILE'.
               IF WS-Master-File-Path = SPACES
                   MOVE 'ENROLL-MASTER.txt' TO WS-Master-File-Path
               END-IF.
               ACCEPT WS-Holds-File-Path
                   FROM ENVIRONMENT 'HOLDS_FILE'.
               IF WS-Holds-File-Path = SPACES
                   MOVE 'HOLDS.txt' TO WS-Holds-File-Path
               END-IF.
               ACCEPT WS-Balance-File-Path
                   FROM ENVIRONMENT 'STUDENT_BALANCE_FILE'.
               IF WS-Balance-File-Path = SPACES
                   MOVE 'STUDENT-BALANCE.txt' TO WS-Balance-File-Path
               END-IF.
               ACCEPT WS-Standing-File-Path
                   FROM ENVIRONMENT 'STANDING_HISTORY_FILE'.
               IF WS-Standing-File-Path = SPACES
                   MOVE 'STANDING-HISTORY.txt'
                       TO WS-Standing-File-Path
               END-IF.
               ACCEPT WS-Journal-File-Path
                   FROM ENVIRONMENT 'MERGE_JOURNAL_FILE'.
               IF WS-Journal-File-Path = SPACES
                   MOVE 'MERGE-JOURNAL.txt' TO WS-Journal-File-Path
               END-IF.
               ACCEPT WS-Report-File-Path
                   FROM ENVIRONMENT 'MERGE_REPORT_FILE'.
               IF WS-Report-File-Path = SPACES
                   MOVE 'MERGE-REPORT.txt' TO WS-Report-File-Path
               END-IF.
               ACCEPT WS-Run-Mode FROM ENVIRONMENT 'MERGE_RUN_MODE'.
               IF WS-Run-Mode = SPACE
                   MOVE '1' TO WS-Run-Mode
               END-IF.
               IF NOT WS-Mode-Merge AND NOT WS-Mode-Backout
                   DISPLAY 'INVALID MERGE_RUN_MODE: ' WS-Run-Mode
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO WS-Full-Timestamp.
               STRING 'RUN-' WS-Full-Timestamp(1:14)
                   DELIMITED BY SIZE INTO WS-Run-Id.
               MOVE WS-Full-Timestamp(1:8) TO WS-Run-Date.

           LOAD_BALANCE_ROUTINE.
               OPEN INPUT STUDENT-BALANCE.
               IF WS-Balance-Status = '35'
                   DISPLAY 'STUDENT-BALANCE NOT ON FILE -'
                       ' NO BALANCES TO MERGE'
               ELSE
                   IF WS-Balance-Status NOT = '00'
                       DISPLAY 'ERROR OPENING STUDENT-BALANCE -'
                           ' STATUS: ' WS-Balance-Status
                       STOP RUN
                   END-IF
                   MOVE 'Y' TO WS-Balance-Loaded-Flag
                   PERFORM UNTIL WS-Balance-EOF = 'Y'
                       READ STUDENT-BALANCE
                           AT END MOVE 'Y' TO WS-Balance-EOF
                           NOT AT END
                               IF WS-Balance-Count < WS-Balance-Max
                                   ADD 1 TO WS-Balance-Count
                                   MOVE Student-Balance-Record
                                       TO WS-Bal-Image(WS-Balance-Count)
                                   MOVE 'N' TO WS-Bal-Deleted-Flag
                                       (WS-Balance-Count)
                               ELSE
                                   MOVE 'Y' TO WS-Load-Overflow-Flag
                                   DISPLAY 'STUDENT-BALANCE TABLE FULL'
                                       ' AT: ' BAL-Student-number
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE STUDENT-BALANCE
               END-IF.

           LOAD_STANDING_ROUTINE.
               OPEN INPUT STANDING-HISTORY.
               IF WS-Standing-Status = '35'
                   DISPLAY 'STANDING-HISTORY NOT ON FILE -'
                       ' NO HISTORY TO MERGE'
               ELSE
                   IF WS-Standing-Status NOT = '00'
                       DISPLAY 'ERROR OPENING STANDING-HISTORY -'
                           ' STATUS: ' WS-Standing-Status
                       STOP RUN
                   END-IF
                   MOVE 'Y' TO WS-Standing-Loaded-Flag
                   PERFORM UNTIL WS-Standing-EOF = 'Y'
                       READ STANDING-HISTORY
                           AT END MOVE 'Y' TO WS-Standing-EOF
                           NOT AT END
                               IF WS-Standing-Count < WS-Standing-Max
                                   ADD 1 TO WS-Standing-Count
                                   MOVE Standing-History-Record
                                       TO WS-Sx-Image(WS-Standing-Count)
                               ELSE
                                   MOVE 'Y' TO WS-Load-Overflow-Flag
                                   DISPLAY 'STANDING-HISTORY TABLE'
                                       ' FULL AT: ' SX-Student-number
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE STANDING-HISTORY
               END-IF.

           OPEN_MASTERS_ROUTINE.
               OPEN I-O STUDENT.
               IF WS-Student-Status NOT = '00'
                   DISPLAY 'ERROR OPENING STUDENT FILE - STATUS: '
                       WS-Student-Status
                   STOP RUN
               END-IF.
               OPEN I-O ENROLL-MASTER.
               IF WS-Master-Status NOT = '00'
                   DISPLAY 'ERROR OPENING ENROLL-MASTER - STATUS: '
                       WS-Master-Status
                   STOP RUN
               END-IF.
      *    A shop that has never placed a hold has no HOLDS file and
      *    no holds to move.
               OPEN I-O HOLDS.
               IF WS-Holds-Status = '35'
                   DISPLAY 'HOLDS NOT ON FILE - NO HOLDS TO MOVE'
               ELSE
                   IF WS-Holds-Status NOT = '00'
                       DISPLAY 'ERROR OPENING HOLDS - STATUS: '
                           WS-Holds-Status
                       STOP RUN
                   END-IF
                   MOVE 'Y' TO WS-Holds-Open-Flag
               END-IF.
               OPEN OUTPUT MERGE-REPORT.
               IF WS-Report-Status NOT = '00'
                   DISPLAY 'ERROR OPENING MERGE-REPORT - STATUS: '
                       WS-Report-Status
                   STOP RUN
               END-IF.
               IF WS-Mode-Backout
                   MOVE 'BACKOUT' TO RH-Mode
               ELSE
                   MOVE 'MERGE' TO RH-Mode
               END-IF.
               MOVE WS-Run-Id TO RH-Run-Id.
               WRITE Report-Line FROM Report-Header-Line.
               MOVE SPACES TO Report-Line.
               WRITE Report-Line.
               WRITE Report-Line FROM Report-Column-Header.

           CLOSE_MASTERS_ROUTINE.
               CLOSE STUDENT.
               CLOSE ENROLL-MASTER.
               IF WS-Holds-Open-Flag = 'Y'
                   CLOSE HOLDS
               END-IF.
               CLOSE MERGE-REPORT.

      ******************************************************************
      * Merge pass: one merge per MERGE-TRANS record, journaled to
      * MERGE-JOURNAL behind the merges of earlier runs.
      ******************************************************************
           MERGE_ROUTINE.
               OPEN INPUT MERGE-TRANS.
               IF WS-Trans-Status NOT = '00'
                   DISPLAY 'ERROR OPENING MERGE-TRANS - STATUS: '
                       WS-Trans-Status
                   STOP RUN
               END-IF.
               OPEN EXTEND MERGE-JOURNAL.
               IF WS-Journal-Status = '35'
                   OPEN OUTPUT MERGE-JOURNAL
               END-IF.
               IF WS-Journal-Status NOT = '00'
                   DISPLAY 'ERROR OPENING MERGE-JOURNAL - STATUS: '
                       WS-Journal-Status
                   STOP RUN
               END-IF.
               PERFORM OPEN_MASTERS_ROUTINE.
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MERGE-TRANS
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM PROCESS_MERGE_TRANS
                   END-READ
               END-PERFORM.
               MOVE SPACES TO Report-Line.
               WRITE Report-Line.
               MOVE 'MERGES READ:' TO RT-Label.
               MOVE WS-Read-Count TO RT-Count.
               WRITE Report-Line FROM Report-Total-Line.
               MOVE 'MERGES APPLIED:' TO RT-Label.
               MOVE WS-Merged-Count TO RT-Count.
               WRITE Report-Line FROM Report-Total-Line.
               MOVE 'REFUSED OR INCOMPLETE:' TO RT-Label.
               MOVE WS-Refused-Count TO RT-Count.
               WRITE Report-Line FROM Report-Total-Line.
               PERFORM CLOSE_MASTERS_ROUTINE.
               CLOSE MERGE-TRANS.
               CLOSE MERGE-JOURNAL.
               DISPLAY 'MERGES READ:          ' WS-Read-Count.
               DISPLAY 'MERGES APPLIED:       ' WS-Merged-Count.
               DISPLAY 'REFUSED OR INCOMPLETE:' WS-Refused-Count.
               IF WS-Refused-Count > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.

           PROCESS_MERGE_TRANS.
               ADD 1 TO WS-Read-Count.
               MOVE 'Y' TO WS-Valid-Merge-Flag.
               MOVE SPACES TO WS-Reject-Reason.
               MOVE 0 TO WS-Collision-Count.
               PERFORM VALIDATE_MERGE.
               IF WS-Valid-Merge-Flag = 'Y'
                   PERFORM LOAD_RETIRED_ROWS
               END-IF.
               IF WS-Valid-Merge-Flag = 'Y'
                   PERFORM CHECK_COLLISIONS
               END-IF.
               IF WS-Valid-Merge-Flag = 'Y'
                   PERFORM LOAD_RETIRED_HOLDS
               END-IF.
               IF WS-Valid-Merge-Flag = 'Y'
                   PERFORM APPLY_MERGE
               ELSE
                   ADD 1 TO WS-Refused-Count
                   MOVE SPACES TO RD-Text
                   STRING 'REFUSED - ' WS-Reject-Reason
                       DELIMITED BY SIZE INTO RD-Text
                   PERFORM WRITE_REPORT_LINE
               END-IF.

      ******************************************************************
      * Both numbers must be on the master and neither may already be
      * merged away. The retired record is read last and kept as the
      * before-image of its status change.
      ******************************************************************
           VALIDATE_MERGE.
               IF MT-Survivor-number NOT NUMERIC
                   OR MT-Retired-number NOT NUMERIC
                   MOVE 0 TO WS-Survivor-Number
                   MOVE 0 TO WS-Retired-Number
                   MOVE 'N' TO WS-Valid-Merge-Flag
                   MOVE 'STUDENT NUMBER NOT NUMERIC'
                       TO WS-Reject-Reason
               ELSE
                   MOVE MT-Survivor-number TO WS-Survivor-Number
                   MOVE MT-Retired-number TO WS-Retired-Number
               END-IF.
               IF WS-Valid-Merge-Flag = 'Y'
                   AND WS-Survivor-Number = WS-Retired-Number
                   MOVE 'N' TO WS-Valid-Merge-Flag
                   MOVE 'SURVIVOR AND RETIRED ARE THE SAME NUMBER'
                       TO WS-Reject-Reason
               END-IF.
               IF WS-Valid-Merge-Flag = 'Y'
                   MOVE WS-Survivor-Number TO Student_number
                   READ STUDENT
                       INVALID KEY
                           MOVE 'N' TO WS-Valid-Merge-Flag
                           MOVE 'SURVIVOR NOT ON MASTER'
                               TO WS-Reject-Reason
                       NOT INVALID KEY
                           IF Student_status = 'M'
                               MOVE 'N' TO WS-Valid-Merge-Flag
                               STRING 'SURVIVOR ALREADY MERGED INTO '
                                   Survivor_number
                                   DELIMITED BY SIZE
                                   INTO WS-Reject-Reason
                           END-IF
                   END-READ
               END-IF.
               IF WS-Valid-Merge-Flag = 'Y'
                   MOVE WS-Retired-Number TO Student_number
                   READ STUDENT
                       INVALID KEY
                           MOVE 'N' TO WS-Valid-Merge-Flag
                           MOVE 'RETIRED NOT ON MASTER'
                               TO WS-Reject-Reason
                       NOT INVALID KEY
                           IF Student_status = 'M'
                               MOVE 'N' TO WS-Valid-Merge-Flag
                               STRING 'RETIRED ALREADY MERGED INTO '
                                   Survivor_number
                                   DELIMITED BY SIZE
                                   INTO WS-Reject-Reason
                           ELSE
                               MOVE Student_input
                                   TO WS-Retired-Student_input
                           END-IF
                   END-READ
               END-IF.

      ******************************************************************
      * EM-Key leads with the student, so the retired number's rows
      * are one START-and-read-NEXT walk.
      ******************************************************************
           LOAD_RETIRED_ROWS.
               MOVE 0 TO WS-Row-Count.
               MOVE 'N' TO WS-Master-EOF.
               MOVE WS-Retired-Number TO EM-Student-number.
               MOVE SPACES TO EM-Course-code.
               MOVE SPACES TO EM-Term.
               START ENROLL-MASTER KEY IS NOT LESS THAN EM-Key
                   INVALID KEY MOVE 'Y' TO WS-Master-EOF
               END-START.
               PERFORM UNTIL WS-Master-EOF = 'Y'
                   READ ENROLL-MASTER NEXT RECORD
                       AT END MOVE 'Y' TO WS-Master-EOF
                       NOT AT END
                           IF EM-Student-number NOT = WS-Retired-Number
                               MOVE 'Y' TO WS-Master-EOF
                           ELSE
                               PERFORM STORE_RETIRED_ROW
                           END-IF
                   END-READ
               END-PERFORM.

           STORE_RETIRED_ROW.
               IF WS-Row-Count < WS-Row-Max
                   ADD 1 TO WS-Row-Count
                   MOVE EM-Course-code
                       TO WS-Row-Course-code(WS-Row-Count)
                   MOVE EM-Term TO WS-Row-Term(WS-Row-Count)
                   MOVE EM-Grade TO WS-Row-Grade(WS-Row-Count)
               ELSE
                   MOVE 'Y' TO WS-Master-EOF
                   MOVE 'N' TO WS-Valid-Merge-Flag
                   MOVE 'TOO MANY ENROLLMENT ROWS TO MERGE'
                       TO WS-Reject-Reason
               END-IF.

      ******************************************************************
      * A course and term held under both numbers is a collision.
      * Each one is listed with both grades; any collision refuses
      * the whole merge rather than overwrite either row.
      ******************************************************************
           CHECK_COLLISIONS.
               MOVE 1 TO WS-Row-Sub.
               PERFORM UNTIL WS-Row-Sub > WS-Row-Count
                   MOVE WS-Survivor-Number TO EM-Student-number
                   MOVE WS-Row-Course-code(WS-Row-Sub)
                       TO EM-Course-code
                   MOVE WS-Row-Term(WS-Row-Sub) TO EM-Term
                   READ ENROLL-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM WRITE_COLLISION_LINE
                   END-READ
                   ADD 1 TO WS-Row-Sub
               END-PERFORM.
               IF WS-Collision-Count > 0
                   MOVE 'N' TO WS-Valid-Merge-Flag
                   MOVE SPACES TO WS-Reject-Reason
                   STRING 'COURSE/TERM COLLISIONS: '
                       WS-Collision-Count
                       DELIMITED BY SIZE INTO WS-Reject-Reason
               END-IF.

           WRITE_COLLISION_LINE.
               ADD 1 TO WS-Collision-Count.
               MOVE SPACES TO RD-Text.
               STRING 'COLLISION - COURSE ' EM-Course-code
                   ' TERM ' EM-Term
                   ' RETIRED GRADE ' WS-Row-Grade(WS-Row-Sub)
                   ' SURVIVOR GRADE ' EM-Grade
                   DELIMITED BY SIZE INTO RD-Text.
               PERFORM WRITE_REPORT_LINE.

      ******************************************************************
      * Active holds on the retired number are re-keyed with it. A
      * hold of the same type placed the same day already on the
      * survivor would collide on HLD-Key and refuses the merge.
      ******************************************************************
           LOAD_RETIRED_HOLDS.
               MOVE 0 TO WS-Hold-Count.
               IF WS-Holds-Open-Flag = 'Y'
                   MOVE 'N' TO WS-Holds-EOF
                   MOVE WS-Retired-Number TO HLD-Student-number
                   MOVE LOW-VALUES TO HLD-Hold-type
                   MOVE 0 TO HLD-Placed-date
                   START HOLDS KEY IS NOT LESS THAN HLD-Key
                       INVALID KEY MOVE 'Y' TO WS-Holds-EOF
                   END-START
                   PERFORM UNTIL WS-Holds-EOF = 'Y'
                       READ HOLDS NEXT RECORD
                           AT END MOVE 'Y' TO WS-Holds-EOF
                           NOT AT END
                               IF HLD-Student-number
                                   NOT = WS-Retired-Number
                                   MOVE 'Y' TO WS-Holds-EOF
                               ELSE
                                   IF HLD-Released-date = 0
                                       PERFORM STORE_RETIRED_HOLD
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.
               MOVE 1 TO WS-Hold-Sub.
               PERFORM UNTIL WS-Hold-Sub > WS-Hold-Count
                   OR WS-Valid-Merge-Flag = 'N'
                   MOVE WS-Hold-Image(WS-Hold-Sub) TO Hold-Record
                   MOVE WS-Survivor-Number TO HLD-Student-number
                   READ HOLDS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'N' TO WS-Valid-Merge-Flag
                           STRING 'HOLD ' HLD-Hold-type ' PLACED '
                               HLD-Placed-date ' ALREADY ON SURVIVOR'
                               DELIMITED BY SIZE INTO WS-Reject-Reason
                   END-READ
                   ADD 1 TO WS-Hold-Sub
               END-PERFORM.

           STORE_RETIRED_HOLD.
               IF WS-Hold-Count < WS-Hold-Max
                   ADD 1 TO WS-Hold-Count
                   MOVE Hold-Record TO WS-Hold-Image(WS-Hold-Count)
               ELSE
                   MOVE 'Y' TO WS-Holds-EOF
                   MOVE 'N' TO WS-Valid-Merge-Flag
                   MOVE 'TOO MANY ACTIVE HOLDS TO MERGE'
                       TO WS-Reject-Reason
               END-IF.

      ******************************************************************
      * Apply one merge: enrollment rows and holds, then balance,
      * standing history and the retired STUDENT record itself. A
      * failed master update stops the merge where it is: it is
      * reported MERGE INCOMPLETE and the retired record is not
      * marked merged. The journal holds whatever was moved, for a
      * backout of this merge.
      ******************************************************************
           APPLY_MERGE.
               MOVE 'N' TO WS-Apply-Failed-Flag.
               MOVE 0 TO WS-Moved-Rows.
               MOVE 0 TO WS-Moved-Holds.
               MOVE 0 TO WS-Moved-Balances.
               MOVE 0 TO WS-Moved-History.
               MOVE 1 TO WS-Row-Sub.
               PERFORM UNTIL WS-Row-Sub > WS-Row-Count
                   OR WS-Apply-Failed-Flag = 'Y'
                   PERFORM MOVE_ENROLLMENT_ROW
                   ADD 1 TO WS-Row-Sub
               END-PERFORM.
               MOVE 1 TO WS-Hold-Sub.
               PERFORM UNTIL WS-Hold-Sub > WS-Hold-Count
                   OR WS-Apply-Failed-Flag = 'Y'
                   PERFORM MOVE_HOLD
                   ADD 1 TO WS-Hold-Sub
               END-PERFORM.
               IF WS-Apply-Failed-Flag = 'N'
                   PERFORM MERGE_BALANCES
                   PERFORM MERGE_STANDING_HISTORY
                   PERFORM RETIRE_STUDENT_RECORD
               END-IF.
               MOVE SPACES TO RD-Text.
               IF WS-Apply-Failed-Flag = 'N'
                   ADD 1 TO WS-Merged-Count
                   STRING 'MERGED - ENROLLMENTS ' WS-Moved-Rows
                       '  HOLDS ' WS-Moved-Holds
                       '  BALANCES ' WS-Moved-Balances
                       '  STANDING HISTORY ' WS-Moved-History
                       DELIMITED BY SIZE INTO RD-Text
               ELSE
                   ADD 1 TO WS-Refused-Count
                   STRING 'MERGE INCOMPLETE - ' WS-Reject-Reason
                       DELIMITED BY SIZE INTO RD-Text
               END-IF.
               PERFORM WRITE_REPORT_LINE.

           MOVE_ENROLLMENT_ROW.
               MOVE WS-Retired-Number TO EM-Student-number.
               MOVE WS-Row-Course-code(WS-Row-Sub) TO EM-Course-code.
               MOVE WS-Row-Term(WS-Row-Sub) TO EM-Term.
               MOVE WS-Row-Grade(WS-Row-Sub) TO EM-Grade.
               MOVE Enrollment-Master-Record TO WS-Save-Image.
               MOVE SPACES TO Journal-Record.
               MOVE Enrollment-Master-Record TO MJ-Before-Image.
               DELETE ENROLL-MASTER
                   INVALID KEY
                       MOVE 'Y' TO WS-Apply-Failed-Flag
                       STRING 'ENROLLMENT DELETE FAILED: '
                           EM-Course-code ' ' EM-Term
                           DELIMITED BY SIZE INTO WS-Reject-Reason
                   NOT INVALID KEY
                       MOVE 'E' TO MJ-File-Id
                       MOVE 'D' TO MJ-Action
                       PERFORM WRITE_JOURNAL_RECORD
                       MOVE WS-Survivor-Number TO EM-Student-number
                       MOVE WS-Row-Grade(WS-Row-Sub) TO EM-Grade
                       PERFORM WRITE_SURVIVOR_ROW
               END-DELETE.

      *    A survivor row that will not write puts the retired row
      *    back, journaled as an add, so the row is never lost.
           WRITE_SURVIVOR_ROW.
               WRITE Enrollment-Master-Record
                   INVALID KEY
                       MOVE 'Y' TO WS-Apply-Failed-Flag
                       STRING 'ENROLLMENT WRITE FAILED: '
                           EM-Course-code ' ' EM-Term
                           DELIMITED BY SIZE INTO WS-Reject-Reason
                       MOVE WS-Save-Image TO Enrollment-Master-Record
                       PERFORM PUT_BACK_RETIRED_ROW
                   NOT INVALID KEY
                       ADD 1 TO WS-Moved-Rows
                       MOVE SPACES TO Journal-Record
                       MOVE 'E' TO MJ-File-Id
                       MOVE 'A' TO MJ-Action
                       MOVE Enrollment-Master-Record
                           TO MJ-After-Image
                       PERFORM WRITE_JOURNAL_RECORD
               END-WRITE.

           PUT_BACK_RETIRED_ROW.
               WRITE Enrollment-Master-Record
                   INVALID KEY
                       DISPLAY 'RETIRED ROW NOT PUT BACK: '
                           EM-Student-number ' ' EM-Course-code
                           ' ' EM-Term
                   NOT INVALID KEY
                       MOVE SPACES TO Journal-Record
                       MOVE 'E' TO MJ-File-Id
                       MOVE 'A' TO MJ-Action
                       MOVE Enrollment-Master-Record
                           TO MJ-After-Image
                       PERFORM WRITE_JOURNAL_RECORD
               END-WRITE.

           MOVE_HOLD.
               MOVE WS-Hold-Image(WS-Hold-Sub) TO Hold-Record.
               MOVE Hold-Record TO WS-Save-Image.
               MOVE SPACES TO Journal-Record.
               MOVE Hold-Record TO MJ-Before-Image.
               DELETE HOLDS
                   INVALID KEY
                       MOVE 'Y' TO WS-Apply-Failed-Flag
                       STRING 'HOLD DELETE FAILED: ' HLD-Hold-type
                           ' ' HLD-Placed-date
                           DELIMITED BY SIZE INTO WS-Reject-Reason
                   NOT INVALID KEY
                       MOVE 'K' TO MJ-File-Id
                       MOVE 'D' TO MJ-Action
                       PERFORM WRITE_JOURNAL_RECORD
                       MOVE WS-Survivor-Number TO HLD-Student-number
                       PERFORM WRITE_SURVIVOR_HOLD
               END-DELETE.

           WRITE_SURVIVOR_HOLD.
               WRITE Hold-Record
                   INVALID KEY
                       MOVE 'Y' TO WS-Apply-Failed-Flag
                       STRING 'HOLD WRITE FAILED: ' HLD-Hold-type
                           ' ' HLD-Placed-date
                           DELIMITED BY SIZE INTO WS-Reject-Reason
                       MOVE WS-Save-Image TO Hold-Record
                       PERFORM PUT_BACK_RETIRED_HOLD
                   NOT INVALID KEY
                       ADD 1 TO WS-Moved-Holds
                       MOVE SPACES TO Journal-Record
                       MOVE 'K' TO MJ-File-Id
                       MOVE 'A' TO MJ-Action
                       MOVE Hold-Record TO MJ-After-Image
                       PERFORM WRITE_JOURNAL_RECORD
               END-WRITE.

           PUT_BACK_RETIRED_HOLD.
               WRITE Hold-Record
                   INVALID KEY
                       DISPLAY 'RETIRED HOLD NOT PUT BACK: '
                           HLD-Student-number ' ' HLD-Hold-type
                           ' ' HLD-Placed-date
                   NOT INVALID KEY
                       MOVE SPACES TO Journal-Record
                       MOVE 'K' TO MJ-File-Id
                       MOVE 'A' TO MJ-Action
                       MOVE Hold-Record TO MJ-After-Image
                       PERFORM WRITE_JOURNAL_RECORD
               END-WRITE.

      ******************************************************************
      * Balances: a retired balance is added into the survivor's when
      * the survivor has one (the later bill date is kept) and the
      * retired record is dropped; otherwise it is renumbered. The
      * drop is journaled ahead of the survivor's change, so a
      * backout, newest-first, settles the survivor before it puts
      * the retired balance back.
      ******************************************************************
           MERGE_BALANCES.
               MOVE 0 TO WS-Survivor-Sub.
               MOVE 1 TO WS-Balance-Sub.
               PERFORM UNTIL WS-Balance-Sub > WS-Balance-Count
                   IF WS-Bal-Student-number(WS-Balance-Sub)
                       = WS-Survivor-Number
                       AND WS-Bal-Deleted-Flag(WS-Balance-Sub) = 'N'
                       MOVE WS-Balance-Sub TO WS-Survivor-Sub
                       MOVE WS-Balance-Count TO WS-Balance-Sub
                   END-IF
                   ADD 1 TO WS-Balance-Sub
               END-PERFORM.
               MOVE 1 TO WS-Balance-Sub.
               PERFORM UNTIL WS-Balance-Sub > WS-Balance-Count
                   IF WS-Bal-Student-number(WS-Balance-Sub)
                       = WS-Retired-Number
                       AND WS-Bal-Deleted-Flag(WS-Balance-Sub) = 'N'
                       PERFORM MERGE_ONE_BALANCE
                   END-IF
                   ADD 1 TO WS-Balance-Sub
               END-PERFORM.

           MERGE_ONE_BALANCE.
               ADD 1 TO WS-Moved-Balances.
               IF WS-Survivor-Sub = 0
                   MOVE SPACES TO Journal-Record
                   MOVE WS-Bal-Image(WS-Balance-Sub) TO MJ-Before-Image
                   MOVE WS-Survivor-Number
                       TO WS-Bal-Student-number(WS-Balance-Sub)
                   MOVE WS-Bal-Image(WS-Balance-Sub) TO MJ-After-Image
                   MOVE 'B' TO MJ-File-Id
                   MOVE 'C' TO MJ-Action
                   PERFORM WRITE_JOURNAL_RECORD
                   MOVE WS-Balance-Sub TO WS-Survivor-Sub
               ELSE
                   MOVE SPACES TO Journal-Record
                   MOVE WS-Bal-Image(WS-Balance-Sub) TO MJ-Before-Image
                   MOVE 'B' TO MJ-File-Id
                   MOVE 'D' TO MJ-Action
                   PERFORM WRITE_JOURNAL_RECORD
                   MOVE WS-Bal-Image(WS-Survivor-Sub)
                       TO WS-Work-Student-Balance-Record
                   MOVE WS-Bal-Image(WS-Balance-Sub)
                       TO WS-Add-Student-Balance-Record
                   MOVE SPACES TO Journal-Record
                   MOVE WS-Bal-Image(WS-Survivor-Sub) TO MJ-Before-Image
                   ADD WS-Add-BAL-Assessed TO WS-Work-BAL-Assessed
                   ADD WS-Add-BAL-Paid TO WS-Work-BAL-Paid
                   ADD WS-Add-BAL-Balance TO WS-Work-BAL-Balance
                   IF WS-Add-BAL-Bill-Date NUMERIC
                       AND (WS-Work-BAL-Bill-Date NOT NUMERIC
                           OR WS-Add-BAL-Bill-Date
                               > WS-Work-BAL-Bill-Date)
                       MOVE WS-Add-BAL-Bill-Date
                           TO WS-Work-BAL-Bill-Date
                   END-IF
                   MOVE WS-Work-Student-Balance-Record
                       TO WS-Bal-Image(WS-Survivor-Sub)
                   MOVE WS-Bal-Image(WS-Survivor-Sub) TO MJ-After-Image
                   MOVE 'B' TO MJ-File-Id
                   MOVE 'C' TO MJ-Action
                   PERFORM WRITE_JOURNAL_RECORD
                   MOVE 'Y' TO WS-Bal-Deleted-Flag(WS-Balance-Sub)
               END-IF.

           MERGE_STANDING_HISTORY.
               MOVE 1 TO WS-Standing-Sub.
               PERFORM UNTIL WS-Standing-Sub > WS-Standing-Count
                   IF WS-Sx-Student-number(WS-Standing-Sub)
                       = WS-Retired-Number
                       ADD 1 TO WS-Moved-History
                       MOVE SPACES TO Journal-Record
                       MOVE WS-Sx-Image(WS-Standing-Sub)
                           TO MJ-Before-Image
                       MOVE WS-Survivor-Number
                           TO WS-Sx-Student-number(WS-Standing-Sub)
                       MOVE WS-Sx-Image(WS-Standing-Sub)
                           TO MJ-After-Image
                       MOVE 'H' TO MJ-File-Id
                       MOVE 'C' TO MJ-Action
                       PERFORM WRITE_JOURNAL_RECORD
                   END-IF
                   ADD 1 TO WS-Standing-Sub
               END-PERFORM.

           RETIRE_STUDENT_RECORD.
               MOVE WS-Retired-Student_input TO Student_input.
               MOVE 'M' TO Student_status.
               MOVE WS-Run-Date TO Status_date.
               MOVE WS-Survivor-Number TO Survivor_number.
               REWRITE Student_input
                   INVALID KEY
                       MOVE 'Y' TO WS-Apply-Failed-Flag
                       MOVE 'RETIRED STATUS REWRITE FAILED'
                           TO WS-Reject-Reason
                   NOT INVALID KEY
                       MOVE SPACES TO Journal-Record
                       MOVE WS-Retired-Student_input TO MJ-Before-Image
                       MOVE Student_input TO MJ-After-Image
                       MOVE 'S' TO MJ-File-Id
                       MOVE 'C' TO MJ-Action
                       PERFORM WRITE_JOURNAL_RECORD
               END-REWRITE.

           WRITE_JOURNAL_RECORD.
               MOVE WS-Run-Id TO MJ-Run-Id.
               MOVE WS-Survivor-Number TO MJ-Survivor-number.
               MOVE WS-Retired-Number TO MJ-Retired-number.
               WRITE Journal-Record.

           WRITE_REPORT_LINE.
               MOVE WS-Survivor-Number TO RD-Survivor-Number.
               MOVE WS-Retired-Number TO RD-Retired-Number.
               WRITE Report-Line FROM Report-Detail-Line.

      ******************************************************************
      * Backout pass: restores every record the run named by
      * MERGE_BACKOUT_RUN_ID changed - or only its merge of
      * MERGE_BACKOUT_RETIRED - to its before-image, applying the
      * journal newest-first: an added row is deleted, a deleted row
      * or balance is written back, a changed record is restored.
      ******************************************************************
           BACKOUT_ROUTINE.
               ACCEPT WS-Backout-Run-Id
                   FROM ENVIRONMENT 'MERGE_BACKOUT_RUN_ID'.
               IF WS-Backout-Run-Id = SPACES
                   DISPLAY 'BACKOUT REQUIRES MERGE_BACKOUT_RUN_ID'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ACCEPT WS-Backout-Retired
                   FROM ENVIRONMENT 'MERGE_BACKOUT_RETIRED'.
               IF WS-Backout-Retired NOT = SPACES
                   AND WS-Backout-Retired IS NUMERIC
                   MOVE 'Y' TO WS-Backout-Select-Flag
               END-IF.
               OPEN INPUT MERGE-JOURNAL.
               IF WS-Journal-Status NOT = '00'
                   DISPLAY 'ERROR OPENING MERGE-JOURNAL - STATUS: '
                       WS-Journal-Status
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE 0 TO WS-Jrn-Count.
               MOVE 'N' TO WS-EOF.
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MERGE-JOURNAL
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM LOAD_JOURNAL_ENTRY
                   END-READ
               END-PERFORM.
               CLOSE MERGE-JOURNAL.
               IF WS-Jrn-Count = 0
                   DISPLAY 'NO JOURNAL ENTRIES FOR RUN: '
                       WS-Backout-Run-Id
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM OPEN_MASTERS_ROUTINE.
               MOVE WS-Jrn-Count TO WS-Jrn-Sub.
               PERFORM UNTIL WS-Jrn-Sub < 1
                   PERFORM APPLY_BACKOUT_ENTRY
                   SUBTRACT 1 FROM WS-Jrn-Sub
               END-PERFORM.
               MOVE SPACES TO Report-Line.
               WRITE Report-Line.
               MOVE 'JOURNAL ENTRIES:' TO RT-Label.
               MOVE WS-Jrn-Count TO RT-Count.
               WRITE Report-Line FROM Report-Total-Line.
               MOVE 'RECORDS RESTORED:' TO RT-Label.
               MOVE WS-Restored-Count TO RT-Count.
               WRITE Report-Line FROM Report-Total-Line.
               MOVE 'RESTORES FAILED:' TO RT-Label.
               MOVE WS-Restore-Failed-Count TO RT-Count.
               WRITE Report-Line FROM Report-Total-Line.
               PERFORM CLOSE_MASTERS_ROUTINE.
               DISPLAY 'JOURNAL ENTRIES:      ' WS-Jrn-Count.
               DISPLAY 'RECORDS RESTORED:     ' WS-Restored-Count.
               DISPLAY 'RESTORES FAILED:      '
                   WS-Restore-Failed-Count.
               IF WS-Restore-Failed-Count > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.

           LOAD_JOURNAL_ENTRY.
               IF MJ-Run-Id = WS-Backout-Run-Id
                   AND (WS-Backout-Select-Flag = 'N'
                       OR MJ-Retired-number = WS-Backout-Retired-Num)
                   IF WS-Jrn-Count < WS-Jrn-Max
                       ADD 1 TO WS-Jrn-Count
                       MOVE Journal-Record
                           TO WS-Jrn-Entry-Line(WS-Jrn-Count)
                   ELSE
                       DISPLAY 'JOURNAL TABLE FULL - RUN TOO LARGE'
                       CLOSE MERGE-JOURNAL
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

           APPLY_BACKOUT_ENTRY.
               MOVE WS-Jrn-Entry-Line(WS-Jrn-Sub) TO Journal-Record.
               MOVE MJ-Survivor-number TO WS-Survivor-Number.
               MOVE MJ-Retired-number TO WS-Retired-Number.
               MOVE 'N' TO WS-Valid-Merge-Flag.
               MOVE SPACES TO WS-Reject-Reason.
               EVALUATE MJ-File-Id ALSO MJ-Action
                   WHEN 'S' ALSO 'C'
                       PERFORM RESTORE_STUDENT
                   WHEN 'E' ALSO 'A'
                       PERFORM REMOVE_SURVIVOR_ROW
                   WHEN 'E' ALSO 'D'
                       PERFORM RESTORE_RETIRED_ROW
                   WHEN 'K' ALSO 'A'
                       PERFORM REMOVE_SURVIVOR_HOLD
                   WHEN 'K' ALSO 'D'
                       PERFORM RESTORE_RETIRED_HOLD
                   WHEN 'B' ALSO 'C'
                       PERFORM RESTORE_BALANCE
                       IF WS-Valid-Merge-Flag = 'Y'
                           MOVE 0 TO WS-Bal-Failed-Retired
                       ELSE
                           MOVE MJ-Retired-number
                               TO WS-Bal-Failed-Retired
                       END-IF
                   WHEN 'B' ALSO 'D'
                       IF MJ-Retired-number = WS-Bal-Failed-Retired
                           MOVE
                               'RETIRED BALANCE - SURVIVOR NOT RESTORED'
                               TO WS-Reject-Reason
                       ELSE
                           PERFORM RESTORE_DELETED_BALANCE
                       END-IF
                   WHEN 'H' ALSO 'C'
                       PERFORM RESTORE_STANDING
                   WHEN OTHER
                       STRING 'UNKNOWN JOURNAL ENTRY: ' MJ-File-Id
                           MJ-Action
                           DELIMITED BY SIZE INTO WS-Reject-Reason
               END-EVALUATE.
               IF WS-Valid-Merge-Flag = 'Y'
                   ADD 1 TO WS-Restored-Count
               ELSE
                   ADD 1 TO WS-Restore-Failed-Count
                   MOVE SPACES TO RD-Text
                   STRING 'NOT RESTORED - ' WS-Reject-Reason
                       DELIMITED BY SIZE INTO RD-Text
                   PERFORM WRITE_REPORT_LINE
               END-IF.

           RESTORE_STUDENT.
               MOVE MJ-Before-Image TO Student_input.
               REWRITE Student_input
                   INVALID KEY
                       MOVE 'STUDENT RECORD NOT ON MASTER'
                           TO WS-Reject-Reason
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-Valid-Merge-Flag
                       MOVE 'UNMERGED - STATUS RESTORED' TO RD-Text
                       PERFORM WRITE_REPORT_LINE
               END-REWRITE.

           REMOVE_SURVIVOR_ROW.
               MOVE MJ-After-Image TO Enrollment-Master-Record.
               DELETE ENROLL-MASTER
                   INVALID KEY
                       STRING 'SURVIVOR ROW GONE: ' EM-Course-code
                           ' ' EM-Term
                           DELIMITED BY SIZE INTO WS-Reject-Reason
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-Valid-Merge-Flag
               END-DELETE.

           RESTORE_RETIRED_ROW.
               MOVE MJ-Before-Image TO Enrollment-Master-Record.
               WRITE Enrollment-Master-Record
                   INVALID KEY
                       STRING 'RETIRED ROW ALREADY ON FILE: '
                           EM-Course-code ' ' EM-Term
                           DELIMITED BY SIZE INTO WS-Reject-Reason
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-Valid-Merge-Flag
               END-WRITE.

           REMOVE_SURVIVOR_HOLD.
               MOVE MJ-After-Image TO Hold-Record.
               IF WS-Holds-Open-Flag = 'N'
                   MOVE 'HOLDS NOT ON FILE' TO WS-Reject-Reason
               ELSE
                   DELETE HOLDS
                       INVALID KEY
                           STRING 'SURVIVOR HOLD GONE: '
                               HLD-Hold-type ' ' HLD-Placed-date
                               DELIMITED BY SIZE
                               INTO WS-Reject-Reason
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-Valid-Merge-Flag
                   END-DELETE
               END-IF.

           RESTORE_RETIRED_HOLD.
               MOVE MJ-Before-Image TO Hold-Record.
               IF WS-Holds-Open-Flag = 'N'
                   MOVE 'HOLDS NOT ON FILE' TO WS-Reject-Reason
               ELSE
                   WRITE Hold-Record
                       INVALID KEY
                           STRING 'RETIRED HOLD ALREADY ON FILE: '
                               HLD-Hold-type ' ' HLD-Placed-date
                               DELIMITED BY SIZE
                               INTO WS-Reject-Reason
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-Valid-Merge-Flag
                   END-WRITE
               END-IF.

      ******************************************************************
      * A changed balance is found by the student number of its
      * after-image. Untouched since the merge, it goes straight back
      * to its before-image. Changed since (payments posted), only
      * what the merge added is taken back out - the retired
      * balance added in, or the whole merged record where it was
      * renumbered - so the later postings stand; a renumbered
      * record's before-image is then put back under the retired
      * number. A change that leaves less than the merge added
      * (a re-bill since) cannot be backed out that way and is
      * listed instead. A balance already at its before-image is
      * left alone, and a retired balance is never put back while
      * one is live under that number - a run backed out twice.
      * Nor is a retired balance put back after the survivor change
      * journaled with it has failed: its amounts are still inside
      * the survivor's, and would otherwise be on file twice.
      ******************************************************************
           RESTORE_BALANCE.
               MOVE MJ-After-Image TO WS-Work-Student-Balance-Record.
               MOVE MJ-Before-Image TO WS-Add-Student-Balance-Record.
               MOVE WS-Work-BAL-Student-number TO WS-Find-Number.
               PERFORM FIND_LIVE_BALANCE.
               MOVE WS-Found-Sub TO WS-Survivor-Sub.
               MOVE 0 TO WS-Found-Sub.
               IF WS-Add-BAL-Student-number
                   NOT = WS-Work-BAL-Student-number
                   MOVE WS-Add-BAL-Student-number TO WS-Find-Number
                   PERFORM FIND_LIVE_BALANCE
               END-IF.
               EVALUATE TRUE
                   WHEN WS-Survivor-Sub = 0
                       MOVE 'SURVIVOR BALANCE NOT ON FILE'
                           TO WS-Reject-Reason
                   WHEN WS-Found-Sub > 0
                       MOVE 'RETIRED BALANCE ALREADY ON FILE'
                           TO WS-Reject-Reason
                   WHEN WS-Bal-Image(WS-Survivor-Sub)
                       = MJ-After-Image(1:45)
                       MOVE MJ-Before-Image
                           TO WS-Bal-Image(WS-Survivor-Sub)
                       MOVE 'Y' TO WS-Valid-Merge-Flag
                   WHEN WS-Bal-Image(WS-Survivor-Sub)
                       = MJ-Before-Image(1:45)
                       MOVE 'SURVIVOR BALANCE ALREADY RESTORED'
                           TO WS-Reject-Reason
                   WHEN OTHER
                       PERFORM BACK_OUT_BALANCE_DELTA
               END-EVALUATE.

           BACK_OUT_BALANCE_DELTA.
               MOVE WS-Bal-Image(WS-Survivor-Sub)
                   TO WS-Cur-Student-Balance-Record.
               IF WS-Add-BAL-Student-number
                   = WS-Work-BAL-Student-number
                   COMPUTE WS-Delta-Assessed =
                       WS-Work-BAL-Assessed - WS-Add-BAL-Assessed
                   COMPUTE WS-Delta-Paid =
                       WS-Work-BAL-Paid - WS-Add-BAL-Paid
                   COMPUTE WS-Delta-Balance =
                       WS-Work-BAL-Balance - WS-Add-BAL-Balance
               ELSE
                   MOVE WS-Work-BAL-Assessed TO WS-Delta-Assessed
                   MOVE WS-Work-BAL-Paid TO WS-Delta-Paid
                   MOVE WS-Work-BAL-Balance TO WS-Delta-Balance
               END-IF.
               EVALUATE TRUE
                   WHEN WS-Delta-Assessed > WS-Cur-BAL-Assessed
                       OR WS-Delta-Paid > WS-Cur-BAL-Paid
                       MOVE 'SURVIVOR BALANCE CHANGED SINCE MERGE'
                           TO WS-Reject-Reason
                   WHEN WS-Add-BAL-Student-number
                       NOT = WS-Work-BAL-Student-number
                       AND WS-Balance-Count NOT < WS-Balance-Max
                       MOVE 'STUDENT-BALANCE TABLE FULL'
                           TO WS-Reject-Reason
                   WHEN OTHER
                       SUBTRACT WS-Delta-Assessed
                           FROM WS-Cur-BAL-Assessed
                       SUBTRACT WS-Delta-Paid FROM WS-Cur-BAL-Paid
                       SUBTRACT WS-Delta-Balance
                           FROM WS-Cur-BAL-Balance
                       MOVE WS-Cur-Student-Balance-Record
                           TO WS-Bal-Image(WS-Survivor-Sub)
                       IF WS-Add-BAL-Student-number
                           NOT = WS-Work-BAL-Student-number
                           ADD 1 TO WS-Balance-Count
                           MOVE MJ-Before-Image
                               TO WS-Bal-Image(WS-Balance-Count)
                           MOVE 'N'
                               TO WS-Bal-Deleted-Flag(WS-Balance-Count)
                       END-IF
                       MOVE 'Y' TO WS-Valid-Merge-Flag
                       MOVE SPACES TO RD-Text
                       STRING 'SURVIVOR BALANCE CHANGED SINCE MERGE -'
                           ' MERGED AMOUNTS BACKED OUT'
                           DELIMITED BY SIZE INTO RD-Text
                       PERFORM WRITE_REPORT_LINE
               END-EVALUATE.

           RESTORE_DELETED_BALANCE.
               MOVE MJ-Before-Image TO WS-Add-Student-Balance-Record.
               MOVE WS-Add-BAL-Student-number TO WS-Find-Number.
               PERFORM FIND_LIVE_BALANCE.
               EVALUATE TRUE
                   WHEN WS-Found-Sub > 0
                       MOVE 'RETIRED BALANCE ALREADY ON FILE'
                           TO WS-Reject-Reason
                   WHEN WS-Balance-Count NOT < WS-Balance-Max
                       MOVE 'STUDENT-BALANCE TABLE FULL'
                           TO WS-Reject-Reason
                   WHEN OTHER
                       ADD 1 TO WS-Balance-Count
                       MOVE MJ-Before-Image
                           TO WS-Bal-Image(WS-Balance-Count)
                       MOVE 'N'
                           TO WS-Bal-Deleted-Flag(WS-Balance-Count)
                       MOVE 'Y' TO WS-Valid-Merge-Flag
               END-EVALUATE.

           FIND_LIVE_BALANCE.
               MOVE 0 TO WS-Found-Sub.
               MOVE 1 TO WS-Balance-Sub.
               PERFORM UNTIL WS-Balance-Sub > WS-Balance-Count
                   IF WS-Bal-Student-number(WS-Balance-Sub)
                       = WS-Find-Number
                       AND WS-Bal-Deleted-Flag(WS-Balance-Sub) = 'N'
                       MOVE WS-Balance-Sub TO WS-Found-Sub
                       MOVE WS-Balance-Count TO WS-Balance-Sub
                   END-IF
                   ADD 1 TO WS-Balance-Sub
               END-PERFORM.

      ******************************************************************
      * Standing history never changes once written, so a renumbered
      * record is found by its whole after-image.
      ******************************************************************
           RESTORE_STANDING.
               MOVE 0 TO WS-Found-Sub.
               MOVE 1 TO WS-Standing-Sub.
               PERFORM UNTIL WS-Standing-Sub > WS-Standing-Count
                   IF WS-Sx-Image(WS-Standing-Sub)
                       = MJ-After-Image(1:37)
                       MOVE WS-Standing-Sub TO WS-Found-Sub
                       MOVE WS-Standing-Count TO WS-Standing-Sub
                   END-IF
                   ADD 1 TO WS-Standing-Sub
               END-PERFORM.
               IF WS-Found-Sub = 0
                   MOVE 'STANDING HISTORY RECORD NOT ON FILE'
                       TO WS-Reject-Reason
               ELSE
                   MOVE MJ-Before-Image TO WS-Sx-Image(WS-Found-Sub)
                   MOVE 'Y' TO WS-Valid-Merge-Flag
               END-IF.

      ******************************************************************
      * Write-back: the tables replace the balance and standing files
      * in full, in exactly the layouts TuitionBill and Transcript
      * write.
      ******************************************************************
           REWRITE_BALANCE_ROUTINE.
               IF WS-Balance-Loaded-Flag = 'Y'
                   OPEN OUTPUT STUDENT-BALANCE
                   IF WS-Balance-Status NOT = '00'
                       DISPLAY 'ERROR REWRITING STUDENT-BALANCE -'
                           ' STATUS: ' WS-Balance-Status
                       STOP RUN
                   END-IF
                   MOVE 1 TO WS-Balance-Sub
                   PERFORM UNTIL WS-Balance-Sub > WS-Balance-Count
                       IF WS-Bal-Deleted-Flag(WS-Balance-Sub) = 'N'
                           MOVE WS-Bal-Image(WS-Balance-Sub)
                               TO Student-Balance-Record
                           WRITE Student-Balance-Record
                       END-IF
                       ADD 1 TO WS-Balance-Sub
                   END-PERFORM
                   CLOSE STUDENT-BALANCE
               END-IF.

           REWRITE_STANDING_ROUTINE.
               IF WS-Standing-Loaded-Flag = 'Y'
                   OPEN OUTPUT STANDING-HISTORY
                   IF WS-Standing-Status NOT = '00'
                       DISPLAY 'ERROR REWRITING STANDING-HISTORY -'
                           ' STATUS: ' WS-Standing-Status
                       STOP RUN
                   END-IF
                   MOVE 1 TO WS-Standing-Sub
                   PERFORM UNTIL WS-Standing-Sub > WS-Standing-Count
                       MOVE WS-Sx-Image(WS-Standing-Sub)
                           TO Standing-History-Record
                       WRITE Standing-History-Record
                       ADD 1 TO WS-Standing-Sub
                   END-PERFORM
                   CLOSE STANDING-HISTORY
               END-IF.
       END PROGRAM StuMerge.
