      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintains the indexed SECTION-SCHEDULE file through
      *          add, change and delete transactions: for each course
      *          and term, the days the section meets, its start and
      *          end times, room and instructor. EnrollMaint checks
      *          enrollment adds against it for time conflicts, and
      *          the Timetable run prints student timetables and room
      *          use from it. Edits on every add or change: the
      *          course must be on COURSE-CATALOG, the meeting days
      *          must be laid out Monday to Sunday (M T W R F S U),
      *          the times valid 24-hour HHMM with the start before
      *          the end, and the room must not already be booked in
      *          the same term at an overlapping time. Anything that
      *          cannot be applied goes to a SCHEDULE-REJECTS listing
      *          in the EnrollMaint rejects style.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SchedMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECTION-SCHEDULE
           ASSIGN TO WS-Schedule-File-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCH-Key
           FILE STATUS IS WS-Schedule-Status.

           SELECT COURSE-CATALOG
           ASSIGN TO WS-Catalog-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Catalog-Status.

           SELECT SCHEDULE-TRANS
           ASSIGN TO WS-Trans-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Trans-Status.

           SELECT SCHEDULE-REJECTS
           ASSIGN TO WS-Rejects-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Rejects-Status.

       DATA DIVISION.
       FILE SECTION.
       FD SECTION-SCHEDULE.
           COPY SECTSCHED REPLACING ==:PREFIX:== BY == ==.

       FD COURSE-CATALOG.
           COPY COURSECAT REPLACING ==:PREFIX:== BY == ==.

       FD SCHEDULE-TRANS.
       01 Schedule-Trans-Record.
           05 ST-Trans-Code         PIC X(1).
           COPY SECTSCHED REPLACING
               ==01 :PREFIX:Section-Schedule-Record.==
                   BY ==05 ST-Section-Schedule-Record.==
               ==05 :PREFIX:== BY ==09 ST-==
               ==10 :PREFIX:== BY ==13 ST-==.

       FD SCHEDULE-REJECTS.
       01 Reject-Line               PIC X(120).

       WORKING-STORAGE SECTION.

       01 WS-EOF                    PIC X(1)  VALUE 'N'.
       01 WS-Catalog-EOF            PIC X(1)  VALUE 'N'.
       01 WS-Schedule-Scan-EOF      PIC X(1).

       01 WS-Schedule-File-Path     PIC X(250).
       01 WS-Catalog-File-Path      PIC X(250).
       01 WS-Trans-File-Path        PIC X(250).
       01 WS-Rejects-File-Path      PIC X(250).

       01 WS-Schedule-Status        PIC X(2).
       01 WS-Catalog-Status         PIC X(2).
       01 WS-Trans-Status           PIC X(2).
       01 WS-Rejects-Status         PIC X(2).

       01 WS-Valid-Trans-Flag       PIC X(1).
       01 WS-Reject-Reason          PIC X(60).
       01 WS-Course-Found-Flag      PIC X(1).
       01 WS-Days-Overlap-Flag      PIC X(1).
       01 WS-Room-Clash-Course      PIC X(8).
       01 WS-Day-Sub                PIC 9(1).
       01 WS-Day-Letters            PIC X(7)  VALUE 'MTWRFSU'.
       01 WS-Days-Met               PIC 9(1).

       01 WS-Time-Work              PIC 9(4).
       01 WS-Time-Parts REDEFINES WS-Time-Work.
           05 WS-Time-HH            PIC 9(2).
           05 WS-Time-MM            PIC 9(2).

       01 WS-Read-Count             PIC 9(6)  VALUE 0.
       01 WS-Added-Count            PIC 9(6)  VALUE 0.
       01 WS-Changed-Count          PIC 9(6)  VALUE 0.
       01 WS-Deleted-Count          PIC 9(6)  VALUE 0.
       01 WS-Rejected-Count         PIC 9(6)  VALUE 0.

       01 WS-Full-Timestamp         PIC X(21).
       01 WS-Run-Id                 PIC X(18).

           COPY RUNCTLLK REPLACING ==:PREFIX:== BY == ==.

      ******************************************************************
      * Catalog course codes, loaded once to edit adds against.
      ******************************************************************
       01 WS-Course-Count           PIC 9(4)  VALUE 0.
       01 WS-Course-Max             PIC 9(4)  VALUE 1000.
       01 WS-Course-Sub             PIC 9(4)  VALUE 0.
       01 WS-Course-Table.
           05 WS-Course-Entry OCCURS 1000 TIMES.
               10 WS-Crs-Course-code PIC X(8).

      ******************************************************************
      * Rejected-transactions listing layout (SCHEDULE-REJECTS), in
      * the style of the EnrollMaint rejects listing.
      ******************************************************************
       01 Reject-Detail-Line.
           05 RJ-Trans-Code          PIC X(1).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 RJ-Course-Code         PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 RJ-Term                PIC X(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 RJ-Reason              PIC X(60).

       PROCEDURE DIVISION.
           MAIN_PROGRAM.
               PERFORM INITIALIZE_ROUTINE.
               PERFORM BOOK_RUN_START.
               PERFORM LOAD_CATALOG_ROUTINE.
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
               MOVE 'SCHEDMAINT' TO RCL-Program-Name.
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
               ACCEPT WS-Schedule-File-Path
                   FROM ENVIRONMENT 'SECTION_SCHEDULE_FILE'.
               IF WS-Schedule-File-Path = SPACES
                   MOVE 'SECTION-SCHEDULE.txt' TO WS-Schedule-File-Path
               END-IF.
               ACCEPT WS-Catalog-File-Path
                   FROM ENVIRONMENT 'COURSE_CATALOG_FILE'.
               IF WS-Catalog-File-Path = SPACES
                   MOVE 'COURSE-CATALOG.txt' TO WS-Catalog-File-Path
               END-IF.
               ACCEPT WS-Trans-File-Path
                   FROM ENVIRONMENT 'SCHEDULE_TRANS_FILE'.
               IF WS-Trans-File-Path = SPACES
                   MOVE 'SCHEDULE-TRANS.txt' TO WS-Trans-File-Path
               END-IF.
               ACCEPT WS-Rejects-File-Path
                   FROM ENVIRONMENT 'SCHEDULE_REJECTS_FILE'.
               IF WS-Rejects-File-Path = SPACES
                   MOVE 'SCHEDULE-REJECTS.txt' TO WS-Rejects-File-Path
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO WS-Full-Timestamp.
               STRING 'RUN-' WS-Full-Timestamp(1:14)
                   DELIMITED BY SIZE INTO WS-Run-Id.

           LOAD_CATALOG_ROUTINE.
               OPEN INPUT COURSE-CATALOG.
               IF WS-Catalog-Status NOT = '00'
                   DISPLAY 'ERROR OPENING COURSE-CATALOG - STATUS: '
                       WS-Catalog-Status
                   STOP RUN
               END-IF.
               PERFORM UNTIL WS-Catalog-EOF = 'Y'
                   READ COURSE-CATALOG
                       AT END MOVE 'Y' TO WS-Catalog-EOF
                       NOT AT END
                           IF WS-Course-Count < WS-Course-Max
                               ADD 1 TO WS-Course-Count
                               MOVE CAT-Course-code TO
                                   WS-Crs-Course-code(WS-Course-Count)
                           ELSE
                               DISPLAY 'CATALOG TABLE FULL -'
                                   ' COURSE IGNORED: '
                                   CAT-Course-code
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE COURSE-CATALOG.

      ******************************************************************
      * The SECTION-SCHEDULE file is created empty on the first-ever
      * run, so the first section scheduled does not need a separate
      * load step.
      ******************************************************************
           MAINTENANCE_ROUTINE.
               OPEN I-O SECTION-SCHEDULE.
               IF WS-Schedule-Status = '35'
                   OPEN OUTPUT SECTION-SCHEDULE
                   CLOSE SECTION-SCHEDULE
                   OPEN I-O SECTION-SCHEDULE
               END-IF.
               IF WS-Schedule-Status NOT = '00'
                   DISPLAY 'ERROR OPENING SECTION-SCHEDULE - STATUS: '
                       WS-Schedule-Status
                   STOP RUN
               END-IF.
               OPEN INPUT SCHEDULE-TRANS.
               IF WS-Trans-Status NOT = '00'
                   DISPLAY 'ERROR OPENING SCHEDULE-TRANS - STATUS: '
                       WS-Trans-Status
                   STOP RUN
               END-IF.
               OPEN OUTPUT SCHEDULE-REJECTS.
               IF WS-Rejects-Status NOT = '00'
                   DISPLAY 'ERROR OPENING SCHEDULE-REJECTS - STATUS: '
                       WS-Rejects-Status
                   STOP RUN
               END-IF.
               MOVE 'N' TO WS-EOF.
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SCHEDULE-TRANS
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-Read-Count
                           PERFORM APPLY_TRANSACTION
                   END-READ
               END-PERFORM.
               CLOSE SECTION-SCHEDULE.
               CLOSE SCHEDULE-TRANS.
               CLOSE SCHEDULE-REJECTS.
               DISPLAY 'TRANSACTIONS READ:    ' WS-Read-Count.
               DISPLAY 'SECTIONS ADDED:       ' WS-Added-Count.
               DISPLAY 'SECTIONS CHANGED:     ' WS-Changed-Count.
               DISPLAY 'SECTIONS DELETED:     ' WS-Deleted-Count.
               DISPLAY 'TRANSACTIONS REJECTED:' WS-Rejected-Count.
               IF WS-Rejected-Count > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.

           APPLY_TRANSACTION.
               PERFORM VALIDATE_TRANSACTION.
               IF WS-Valid-Trans-Flag = 'Y'
                   AND ST-Trans-Code NOT = 'D'
                   PERFORM CHECK_ROOM_BOOKING
               END-IF.
               IF WS-Valid-Trans-Flag = 'N'
                   PERFORM WRITE_REJECT_RECORD
               ELSE
                   EVALUATE ST-Trans-Code
                       WHEN 'A'
                           PERFORM APPLY_ADD_TRANSACTION
                       WHEN 'C'
                           PERFORM APPLY_CHANGE_TRANSACTION
                       WHEN 'D'
                           PERFORM APPLY_DELETE_TRANSACTION
                   END-EVALUATE
               END-IF.

      ******************************************************************
      * Transaction edits ahead of any SECTION-SCHEDULE I-O: the code
      * must be A, C or D and the course and term present. An add or
      * change must name a catalog course and carry a usable
      * meeting pattern - at least one day, each day letter in its
      * own position, times 0000-2359 with the start before the end.
      ******************************************************************
           VALIDATE_TRANSACTION.
               MOVE 'Y' TO WS-Valid-Trans-Flag.
               MOVE SPACES TO WS-Reject-Reason.
               IF ST-Trans-Code NOT = 'A' AND NOT = 'C'
                   AND NOT = 'D'
                   MOVE 'N' TO WS-Valid-Trans-Flag
                   MOVE 'INVALID TRANSACTION CODE' TO WS-Reject-Reason
               END-IF.
               IF WS-Valid-Trans-Flag = 'Y'
                   AND (ST-SCH-Course-code = SPACES
                       OR ST-SCH-Term = SPACES)
                   MOVE 'N' TO WS-Valid-Trans-Flag
                   MOVE 'MISSING COURSE OR TERM' TO WS-Reject-Reason
               END-IF.
               IF WS-Valid-Trans-Flag = 'Y'
                   AND ST-Trans-Code NOT = 'D'
                   PERFORM CHECK_CATALOG_COURSE
                   IF WS-Course-Found-Flag = 'N'
                       MOVE 'N' TO WS-Valid-Trans-Flag
                       MOVE 'COURSE NOT ON CATALOG' TO WS-Reject-Reason
                   END-IF
               END-IF.
               IF WS-Valid-Trans-Flag = 'Y'
                   AND ST-Trans-Code NOT = 'D'
                   PERFORM VALIDATE_MEETING_DAYS
               END-IF.
               IF WS-Valid-Trans-Flag = 'Y'
                   AND ST-Trans-Code NOT = 'D'
                   PERFORM VALIDATE_MEETING_TIMES
               END-IF.

           CHECK_CATALOG_COURSE.
               MOVE 'N' TO WS-Course-Found-Flag.
               MOVE 1 TO WS-Course-Sub.
               PERFORM UNTIL WS-Course-Sub > WS-Course-Count
                   IF WS-Crs-Course-code(WS-Course-Sub)
                       = ST-SCH-Course-code
                       MOVE 'Y' TO WS-Course-Found-Flag
                       MOVE WS-Course-Count TO WS-Course-Sub
                   END-IF
                   ADD 1 TO WS-Course-Sub
               END-PERFORM.

           VALIDATE_MEETING_DAYS.
               MOVE 0 TO WS-Days-Met.
               MOVE 1 TO WS-Day-Sub.
               PERFORM UNTIL WS-Day-Sub > 7
                   IF ST-SCH-Meeting-days(WS-Day-Sub:1) NOT = SPACE
                       IF ST-SCH-Meeting-days(WS-Day-Sub:1)
                           = WS-Day-Letters(WS-Day-Sub:1)
                           ADD 1 TO WS-Days-Met
                       ELSE
                           MOVE 'N' TO WS-Valid-Trans-Flag
                       END-IF
                   END-IF
                   ADD 1 TO WS-Day-Sub
               END-PERFORM.
               IF WS-Valid-Trans-Flag = 'N' OR WS-Days-Met = 0
                   MOVE 'N' TO WS-Valid-Trans-Flag
                   MOVE 'INVALID MEETING DAYS - USE MTWRFSU'
                       TO WS-Reject-Reason
               END-IF.

           VALIDATE_MEETING_TIMES.
               IF ST-SCH-Start-time NOT NUMERIC
                   OR ST-SCH-End-time NOT NUMERIC
                   MOVE 'N' TO WS-Valid-Trans-Flag
               ELSE
                   MOVE ST-SCH-Start-time TO WS-Time-Work
                   IF WS-Time-HH > 23 OR WS-Time-MM > 59
                       MOVE 'N' TO WS-Valid-Trans-Flag
                   END-IF
                   MOVE ST-SCH-End-time TO WS-Time-Work
                   IF WS-Time-HH > 23 OR WS-Time-MM > 59
                       MOVE 'N' TO WS-Valid-Trans-Flag
                   END-IF
                   IF ST-SCH-Start-time NOT < ST-SCH-End-time
                       MOVE 'N' TO WS-Valid-Trans-Flag
                   END-IF
               END-IF.
               IF WS-Valid-Trans-Flag = 'N'
                   MOVE 'INVALID MEETING TIMES' TO WS-Reject-Reason
               END-IF.

      ******************************************************************
      * Room booking: every other section in the same term and room
      * is compared with the transaction's meeting pattern. Two
      * sections clash when they share a meeting day and each starts
      * before the other ends. A section with no room assigned yet
      * books nothing. The file is keyed on course, so the whole
      * file is walked.
      ******************************************************************
           CHECK_ROOM_BOOKING.
               MOVE SPACES TO WS-Room-Clash-Course.
               IF ST-SCH-Room NOT = SPACES
                   MOVE LOW-VALUES TO SCH-Key
                   START SECTION-SCHEDULE
                       KEY IS NOT LESS THAN SCH-Key
                       INVALID KEY
                           MOVE 'Y' TO WS-Schedule-Scan-EOF
                       NOT INVALID KEY
                           MOVE 'N' TO WS-Schedule-Scan-EOF
                   END-START
                   PERFORM UNTIL WS-Schedule-Scan-EOF = 'Y'
                       READ SECTION-SCHEDULE NEXT RECORD
                           AT END MOVE 'Y' TO WS-Schedule-Scan-EOF
                           NOT AT END PERFORM CHECK_ROOM_ENTRY
                       END-READ
                   END-PERFORM
               END-IF.
               IF WS-Room-Clash-Course NOT = SPACES
                   MOVE 'N' TO WS-Valid-Trans-Flag
                   STRING 'ROOM ALREADY BOOKED BY '
                       WS-Room-Clash-Course
                       DELIMITED BY SIZE INTO WS-Reject-Reason
               END-IF.

           CHECK_ROOM_ENTRY.
               IF SCH-Term = ST-SCH-Term
                   AND SCH-Room = ST-SCH-Room
                   AND SCH-Course-code NOT = ST-SCH-Course-code
                   AND SCH-Start-time < ST-SCH-End-time
                   AND ST-SCH-Start-time < SCH-End-time
                   MOVE 'N' TO WS-Days-Overlap-Flag
                   MOVE 1 TO WS-Day-Sub
                   PERFORM UNTIL WS-Day-Sub > 7
                       IF SCH-Meeting-days(WS-Day-Sub:1) NOT = SPACE
                           AND ST-SCH-Meeting-days(WS-Day-Sub:1)
                               NOT = SPACE
                           MOVE 'Y' TO WS-Days-Overlap-Flag
                       END-IF
                       ADD 1 TO WS-Day-Sub
                   END-PERFORM
                   IF WS-Days-Overlap-Flag = 'Y'
                       MOVE SCH-Course-code TO WS-Room-Clash-Course
                       MOVE 'Y' TO WS-Schedule-Scan-EOF
                   END-IF
               END-IF.

           APPLY_ADD_TRANSACTION.
               MOVE ST-Section-Schedule-Record
                   TO Section-Schedule-Record.
               WRITE Section-Schedule-Record
                   INVALID KEY
                       MOVE 'ADD FAILED - SECTION ALREADY SCHEDULED'
                           TO WS-Reject-Reason
                       PERFORM WRITE_REJECT_RECORD
                   NOT INVALID KEY
                       ADD 1 TO WS-Added-Count
               END-WRITE.

           APPLY_CHANGE_TRANSACTION.
               MOVE ST-SCH-Key TO SCH-Key.
               READ SECTION-SCHEDULE
                   INVALID KEY
                       MOVE 'CHANGE FAILED - SECTION NOT SCHEDULED'
                           TO WS-Reject-Reason
                       PERFORM WRITE_REJECT_RECORD
                   NOT INVALID KEY
                       MOVE ST-Section-Schedule-Record
                           TO Section-Schedule-Record
                       REWRITE Section-Schedule-Record
                           INVALID KEY
                               MOVE 'CHANGE FAILED'
                                   TO WS-Reject-Reason
                               PERFORM WRITE_REJECT_RECORD
                           NOT INVALID KEY
                               ADD 1 TO WS-Changed-Count
                       END-REWRITE
               END-READ.

           APPLY_DELETE_TRANSACTION.
               MOVE ST-SCH-Key TO SCH-Key.
               READ SECTION-SCHEDULE
                   INVALID KEY
                       MOVE 'DELETE FAILED - SECTION NOT SCHEDULED'
                           TO WS-Reject-Reason
                       PERFORM WRITE_REJECT_RECORD
                   NOT INVALID KEY
                       DELETE SECTION-SCHEDULE
                           INVALID KEY
                               MOVE 'DELETE FAILED'
                                   TO WS-Reject-Reason
                               PERFORM WRITE_REJECT_RECORD
                           NOT INVALID KEY
                               ADD 1 TO WS-Deleted-Count
                       END-DELETE
               END-READ.

           WRITE_REJECT_RECORD.
               ADD 1 TO WS-Rejected-Count.
               MOVE ST-Trans-Code TO RJ-Trans-Code.
               MOVE ST-SCH-Course-code TO RJ-Course-Code.
               MOVE ST-SCH-Term TO RJ-Term.
               MOVE WS-Reject-Reason TO RJ-Reason.
               WRITE Reject-Line FROM Reject-Detail-Line.
       END PROGRAM SchedMaint.
