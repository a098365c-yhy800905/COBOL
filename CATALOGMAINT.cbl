      *          PR-Program-code carried by any active student on the
      *          STUDENT master, cannot be deleted.
      * Tectonics: cobc
      *
      * Modification History:
      * - Added the PROGRAM-COURSES file (file id R): per program,
      *   the required courses with their minimum grades and the
      *   elective groups ("N credits from this list") that the
      *   DegreeAudit report and the YearEnd candidates pass check.
      *   Rules for a program carried by an active student cannot
      *   be deleted, the same protection PROGRAM-REQS has; a rule
      *   must name a course on the catalog, an elective course must
      *   belong to a group already on file, and a group cannot be
      *   deleted while courses are listed under it. Catalog courses
      *   named in a rule, and programs that still have rules,
      *   cannot be deleted either.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CatalogMaint.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Reqs-Status.

           SELECT PROGRAM-COURSES
           ASSIGN TO WS-Rules-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Rules-Status.

           SELECT CATALOG-TRANS
           ASSIGN TO WS-Trans-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
       FD PROGRAM-REQS.
           COPY PROGREQS REPLACING ==:PREFIX:== BY == ==.

       FD PROGRAM-COURSES.
           COPY PROGCRS REPLACING ==:PREFIX:== BY == ==.

       FD CATALOG-TRANS.
       01 Catalog-Trans-Record.
           05 CT-Trans-Code         PIC X(1).
               10 CT-Program-code   PIC X(8).
               10 CT-Required-credits PIC 9(3).
               10 FILLER            PIC X(29).
           05 CT-Rules-Detail REDEFINES CT-Detail.
               10 CT-PC-Program-code  PIC X(8).
               10 CT-PC-Rule-type     PIC X(1).
               10 CT-PC-Group-id      PIC X(4).
               10 CT-PC-Course-code   PIC X(8).
               10 CT-PC-Min-grade     PIC X(2).
               10 CT-PC-Group-credits PIC 9(3).
               10 FILLER            PIC X(14).

       FD CATALOG-REJECTS.
       01 Reject-Line               PIC X(120).
       01 WS-EOF                    PIC X(1)  VALUE 'N'.
       01 WS-Catalog-EOF            PIC X(1)  VALUE 'N'.
       01 WS-Reqs-EOF               PIC X(1)  VALUE 'N'.
       01 WS-Rules-EOF              PIC X(1)  VALUE 'N'.

       01 WS-Catalog-File-Path      PIC X(250).
       01 WS-Reqs-File-Path         PIC X(250).
       01 WS-Rules-File-Path        PIC X(250).
       01 WS-Trans-File-Path        PIC X(250).
       01 WS-Rejects-File-Path      PIC X(250).
       01 WS-Master-File-Path       PIC X(250).

       01 WS-Catalog-Status         PIC X(2).
       01 WS-Reqs-Status            PIC X(2).
       01 WS-Rules-Status           PIC X(2).
       01 WS-Trans-Status           PIC X(2).
       01 WS-Rejects-Status         PIC X(2).
       01 WS-Master-Status          PIC X(2).
               10 WS-Req-Required-credits PIC 9(3).
               10 WS-Req-Deleted-Flag     PIC X(1).

      ******************************************************************
      * Program-course rules table, same scheme. The rule key is
      * program, rule type, group and course; a required-course rule
      * carries no group and a group header no course.
      ******************************************************************
       01 WS-Rules-Count            PIC 9(4)  VALUE 0.
       01 WS-Rules-Max              PIC 9(4)  VALUE 1000.
       01 WS-Rules-Sub              PIC 9(4)  VALUE 0.
       01 WS-Rules-Table.
           05 WS-Rules-Entry OCCURS 1000 TIMES.
               10 WS-Rule-Program-code    PIC X(8).
               10 WS-Rule-Type            PIC X(1).
               10 WS-Rule-Group-id        PIC X(4).
               10 WS-Rule-Course-code     PIC X(8).
               10 WS-Rule-Min-grade       PIC X(2).
               10 WS-Rule-Group-credits   PIC 9(3).
               10 WS-Rule-Deleted-Flag    PIC X(1).

      ******************************************************************
      * In-use tables for the delete protection: the distinct
      * EM-Course-code values on ENROLL-MASTER and the distinct
               PERFORM INITIALIZE_ROUTINE.
               PERFORM LOAD_CATALOG_ROUTINE.
               PERFORM LOAD_REQS_ROUTINE.
               PERFORM LOAD_RULES_ROUTINE.
               IF WS-Load-Overflow-Flag = 'Y'
                   DISPLAY 'MASTER LARGER THAN LOAD TABLE -'
                       ' RUN ABANDONED, FILES UNCHANGED'
               PERFORM MAINTENANCE_ROUTINE.
               PERFORM REWRITE_CATALOG_ROUTINE.
               PERFORM REWRITE_REQS_ROUTINE.
               PERFORM REWRITE_RULES_ROUTINE.
               DISPLAY 'TRANSACTIONS READ:    ' WS-Read-Count.
               DISPLAY 'TRANSACTIONS APPLIED: ' WS-Applied-Count.
               DISPLAY 'TRANSACTIONS REJECTED:' WS-Rejected-Count.
               IF WS-Reqs-File-Path = SPACES
                   MOVE 'PROGRAM-REQS.txt' TO WS-Reqs-File-Path
               END-IF.
               ACCEPT WS-Rules-File-Path
                   FROM ENVIRONMENT 'PROGRAM_COURSES_FILE'.
               IF WS-Rules-File-Path = SPACES
                   MOVE 'PROGRAM-COURSES.txt' TO WS-Rules-File-Path
               END-IF.
               ACCEPT WS-Trans-File-Path
                   FROM ENVIRONMENT 'CATALOG_TRANS_FILE'.
               IF WS-Trans-File-Path = SPACES
               END-PERFORM.
               CLOSE PROGRAM-REQS.

      ******************************************************************
      * The PROGRAM-COURSES file is created by the first run that
      * adds a rule, so a missing file loads as an empty table.
      ******************************************************************
           LOAD_RULES_ROUTINE.
               MOVE 0 TO WS-Rules-Count.
               OPEN INPUT PROGRAM-COURSES.
               IF WS-Rules-Status = '35'
                   DISPLAY 'PROGRAM-COURSES NOT ON FILE -'
                       ' STARTING EMPTY'
               ELSE
                   IF WS-Rules-Status NOT = '00'
                       DISPLAY 'ERROR OPENING PROGRAM-COURSES -'
                           ' STATUS: ' WS-Rules-Status
                       STOP RUN
                   END-IF
                   MOVE 'N' TO WS-Rules-EOF
                   PERFORM UNTIL WS-Rules-EOF = 'Y'
                       READ PROGRAM-COURSES
                           AT END MOVE 'Y' TO WS-Rules-EOF
                           NOT AT END PERFORM STORE_RULE_ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE PROGRAM-COURSES
               END-IF.

           STORE_RULE_ENTRY.
               IF WS-Rules-Count < WS-Rules-Max
                   ADD 1 TO WS-Rules-Count
                   MOVE PC-Program-code
                       TO WS-Rule-Program-code(WS-Rules-Count)
                   MOVE PC-Rule-type TO WS-Rule-Type(WS-Rules-Count)
                   MOVE PC-Group-id TO WS-Rule-Group-id(WS-Rules-Count)
                   MOVE PC-Course-code
                       TO WS-Rule-Course-code(WS-Rules-Count)
                   MOVE PC-Min-grade
                       TO WS-Rule-Min-grade(WS-Rules-Count)
                   MOVE PC-Group-credits
                       TO WS-Rule-Group-credits(WS-Rules-Count)
                   MOVE 'N' TO WS-Rule-Deleted-Flag(WS-Rules-Count)
               ELSE
                   MOVE 'Y' TO WS-Load-Overflow-Flag
                   DISPLAY 'PROGRAM-COURSES TABLE FULL'
                       ' AT: ' PC-Program-code ' ' PC-Course-code
               END-IF.

      ******************************************************************
      * Distinct course codes still carried on ENROLL-MASTER rows.
      * A catalog delete is refused while the code appears here.
               IF WS-Valid-Trans-Flag = 'N'
                   PERFORM REJECT_TRANSACTION
               ELSE
                   EVALUATE CT-File-Id
                       WHEN 'C'
                           PERFORM APPLY_CATALOG_TRANSACTION
                       WHEN 'P'
                           PERFORM APPLY_REQS_TRANSACTION
                       WHEN OTHER
                           PERFORM APPLY_RULES_TRANSACTION
                   END-EVALUATE
               END-IF.

      ******************************************************************
      * Transaction edits ahead of any table change: the code must be
      * one of A/C/D, the file id one of C (catalog) / P (program
      * requirements) / R (program-course rules), the key present,
      * and the credits numeric on adds and changes - the very typo
      * this program exists to stop. A rule must also carry a valid
      * rule type, the course or group its type needs, and a minimum
      * grade on the grade scale (or blank for any passing grade).
      ******************************************************************
           VALIDATE_TRANSACTION.
               MOVE 'Y' TO WS-Valid-Trans-Flag.
               END-IF.
               IF WS-Valid-Trans-Flag = 'Y'
                   AND CT-File-Id NOT = 'C' AND CT-File-Id NOT = 'P'
                   AND CT-File-Id NOT = 'R'
                   MOVE 'N' TO WS-Valid-Trans-Flag
                   MOVE 'INVALID FILE ID' TO WS-Reject-Reason
               END-IF.
                           TO WS-Reject-Reason
                   END-IF
               END-IF.
               IF WS-Valid-Trans-Flag = 'Y'
                   AND CT-File-Id = 'R'
                   PERFORM VALIDATE_RULE_TRANSACTION
               END-IF.

           VALIDATE_RULE_TRANSACTION.
               IF CT-PC-Rule-type NOT = 'R' AND NOT = 'G'
                   AND NOT = 'E'
                   MOVE 'N' TO WS-Valid-Trans-Flag
                   MOVE 'INVALID RULE TYPE' TO WS-Reject-Reason
               END-IF.
               IF WS-Valid-Trans-Flag = 'Y'
                   IF CT-PC-Rule-type = 'R'
                       MOVE SPACES TO CT-PC-Group-id
                   END-IF
                   IF CT-PC-Rule-type = 'G'
                       MOVE SPACES TO CT-PC-Course-code
                       MOVE SPACES TO CT-PC-Min-grade
                   END-IF
               END-IF.
               IF WS-Valid-Trans-Flag = 'Y'
                   AND CT-PC-Rule-type NOT = 'G'
                   AND CT-PC-Course-code = SPACES
                   MOVE 'N' TO WS-Valid-Trans-Flag
                   MOVE 'MISSING RULE COURSE CODE' TO WS-Reject-Reason
               END-IF.
               IF WS-Valid-Trans-Flag = 'Y'
                   AND CT-PC-Rule-type NOT = 'R'
                   AND CT-PC-Group-id = SPACES
                   MOVE 'N' TO WS-Valid-Trans-Flag
                   MOVE 'MISSING ELECTIVE GROUP ID' TO WS-Reject-Reason
               END-IF.
               IF WS-Valid-Trans-Flag = 'Y'
                   AND CT-Trans-Code NOT = 'D'
                   AND CT-PC-Rule-type = 'G'
                   AND (CT-PC-Group-credits NOT NUMERIC
                       OR CT-PC-Group-credits = 0)
                   MOVE 'N' TO WS-Valid-Trans-Flag
                   MOVE 'INVALID GROUP CREDITS' TO WS-Reject-Reason
               END-IF.
               IF WS-Valid-Trans-Flag = 'Y'
                   AND CT-Trans-Code NOT = 'D'
                   AND CT-PC-Rule-type NOT = 'G'
                   EVALUATE CT-PC-Min-grade
                       WHEN '  '
                       WHEN 'A+'
                       WHEN 'A '
                       WHEN 'A-'
                       WHEN 'B+'
                       WHEN 'B '
                       WHEN 'B-'
                       WHEN 'C+'
                       WHEN 'C '
                       WHEN 'C-'
                       WHEN 'D+'
                       WHEN 'D '
                           CONTINUE
                       WHEN OTHER
                           MOVE 'N' TO WS-Valid-Trans-Flag
                           MOVE 'INVALID MINIMUM GRADE'
                               TO WS-Reject-Reason
                   END-EVALUATE
               END-IF.
               IF WS-Valid-Trans-Flag = 'Y'
                   AND CT-PC-Rule-type NOT = 'G'
                   MOVE 0 TO CT-PC-Group-credits
               END-IF.

           APPLY_CATALOG_TRANSACTION.
               PERFORM FIND_CATALOG_ENTRY.
                           PERFORM REJECT_TRANSACTION
                       ELSE
                           PERFORM CHECK_COURSE_IN_USE
                           IF WS-In-Use-Flag = 'N'
                               PERFORM CHECK_COURSE_IN_RULES
                           END-IF
                           IF WS-In-Use-Flag = 'Y'
                               MOVE
                                   'DELETE FAILED - COURSE IN USE'
                           PERFORM REJECT_TRANSACTION
                       ELSE
                           PERFORM CHECK_PROGRAM_IN_USE
                           IF WS-In-Use-Flag = 'N'
                               PERFORM CHECK_PROGRAM_HAS_RULES
                           END-IF
                           IF WS-In-Use-Flag = 'Y'
                               MOVE
                                   'DELETE FAILED - PROGRAM IN USE'
                   ADD 1 TO WS-Used-Program-Sub
               END-PERFORM.

      ******************************************************************
      * Program-course rules. A delete is refused while an active
      * student carries the program, exactly as for PROGRAM-REQS -
      * pulling a requirement out from under a student mid-degree
      * changes their audit.
      ******************************************************************
           APPLY_RULES_TRANSACTION.
               PERFORM FIND_RULE_ENTRY.
               EVALUATE CT-Trans-Code
                   WHEN 'A'
                       IF WS-Found-Sub > 0
                           MOVE 'ADD FAILED - RULE ALREADY ON FILE'
                               TO WS-Reject-Reason
                           PERFORM REJECT_TRANSACTION
                       ELSE
                           PERFORM CHECK_RULE_REFERENCES
                           IF WS-Valid-Trans-Flag = 'Y'
                               PERFORM ADD_RULE_ENTRY
                           ELSE
                               PERFORM REJECT_TRANSACTION
                           END-IF
                       END-IF
                   WHEN 'C'
                       IF WS-Found-Sub = 0
                           MOVE 'CHANGE FAILED - RULE NOT ON FILE'
                               TO WS-Reject-Reason
                           PERFORM REJECT_TRANSACTION
                       ELSE
                           MOVE CT-PC-Min-grade TO
                               WS-Rule-Min-grade(WS-Found-Sub)
                           MOVE CT-PC-Group-credits TO
                               WS-Rule-Group-credits(WS-Found-Sub)
                           ADD 1 TO WS-Applied-Count
                       END-IF
                   WHEN 'D'
                       IF WS-Found-Sub = 0
                           MOVE 'DELETE FAILED - RULE NOT ON FILE'
                               TO WS-Reject-Reason
                           PERFORM REJECT_TRANSACTION
                       ELSE
                           PERFORM CHECK_PROGRAM_IN_USE
                           IF WS-In-Use-Flag = 'Y'
                               MOVE
                                   'DELETE FAILED - RULE IN USE'
                                   TO WS-Reject-Reason
                               PERFORM REJECT_TRANSACTION
                           ELSE
                               IF CT-PC-Rule-type = 'G'
                                   PERFORM CHECK_GROUP_HAS_MEMBERS
                               END-IF
                               IF WS-In-Use-Flag = 'Y'
                                   MOVE
                                   'DELETE FAILED - GROUP HAS MEMBERS'
                                       TO WS-Reject-Reason
                                   PERFORM REJECT_TRANSACTION
                               ELSE
                                   MOVE 'Y' TO WS-Rule-Deleted-Flag
                                       (WS-Found-Sub)
                                   ADD 1 TO WS-Applied-Count
                               END-IF
                           END-IF
                       END-IF
               END-EVALUATE.

           FIND_RULE_ENTRY.
               MOVE 0 TO WS-Found-Sub.
               MOVE 1 TO WS-Rules-Sub.
               PERFORM UNTIL WS-Rules-Sub > WS-Rules-Count
                   IF WS-Rule-Program-code(WS-Rules-Sub)
                       = CT-PC-Program-code
                       AND WS-Rule-Type(WS-Rules-Sub) = CT-PC-Rule-type
                       AND WS-Rule-Group-id(WS-Rules-Sub)
                           = CT-PC-Group-id
                       AND WS-Rule-Course-code(WS-Rules-Sub)
                           = CT-PC-Course-code
                       AND WS-Rule-Deleted-Flag(WS-Rules-Sub) = 'N'
                       MOVE WS-Rules-Sub TO WS-Found-Sub
                       MOVE WS-Rules-Count TO WS-Rules-Sub
                   END-IF
                   ADD 1 TO WS-Rules-Sub
               END-PERFORM.

      ******************************************************************
      * A new rule must name a course on the catalog (as maintained so
      * far this run), and an elective course must join a group whose
      * header is already on file for the program.
      ******************************************************************
           CHECK_RULE_REFERENCES.
               IF CT-PC-Rule-type NOT = 'G'
                   MOVE 'N' TO WS-In-Use-Flag
                   MOVE 1 TO WS-Catalog-Sub
                   PERFORM UNTIL WS-Catalog-Sub > WS-Catalog-Count
                       IF WS-Cat-Course-code(WS-Catalog-Sub)
                           = CT-PC-Course-code
                           AND WS-Cat-Deleted-Flag(WS-Catalog-Sub) = 'N'
                           MOVE 'Y' TO WS-In-Use-Flag
                           MOVE WS-Catalog-Count TO WS-Catalog-Sub
                       END-IF
                       ADD 1 TO WS-Catalog-Sub
                   END-PERFORM
                   IF WS-In-Use-Flag = 'N'
                       MOVE 'N' TO WS-Valid-Trans-Flag
                       MOVE 'ADD FAILED - COURSE NOT ON CATALOG'
                           TO WS-Reject-Reason
                   END-IF
               END-IF.
               IF WS-Valid-Trans-Flag = 'Y'
                   AND CT-PC-Rule-type = 'E'
                   MOVE 'N' TO WS-In-Use-Flag
                   MOVE 1 TO WS-Rules-Sub
                   PERFORM UNTIL WS-Rules-Sub > WS-Rules-Count
                       IF WS-Rule-Program-code(WS-Rules-Sub)
                           = CT-PC-Program-code
                           AND WS-Rule-Type(WS-Rules-Sub) = 'G'
                           AND WS-Rule-Group-id(WS-Rules-Sub)
                               = CT-PC-Group-id
                           AND WS-Rule-Deleted-Flag(WS-Rules-Sub) = 'N'
                           MOVE 'Y' TO WS-In-Use-Flag
                           MOVE WS-Rules-Count TO WS-Rules-Sub
                       END-IF
                       ADD 1 TO WS-Rules-Sub
                   END-PERFORM
                   IF WS-In-Use-Flag = 'N'
                       MOVE 'N' TO WS-Valid-Trans-Flag
                       MOVE 'ADD FAILED - ELECTIVE GROUP NOT ON FILE'
                           TO WS-Reject-Reason
                   END-IF
               END-IF.

           ADD_RULE_ENTRY.
               IF WS-Rules-Count < WS-Rules-Max
                   ADD 1 TO WS-Rules-Count
                   MOVE CT-PC-Program-code TO
                       WS-Rule-Program-code(WS-Rules-Count)
                   MOVE CT-PC-Rule-type TO WS-Rule-Type(WS-Rules-Count)
                   MOVE CT-PC-Group-id TO
                       WS-Rule-Group-id(WS-Rules-Count)
                   MOVE CT-PC-Course-code TO
                       WS-Rule-Course-code(WS-Rules-Count)
                   MOVE CT-PC-Min-grade TO
                       WS-Rule-Min-grade(WS-Rules-Count)
                   MOVE CT-PC-Group-credits TO
                       WS-Rule-Group-credits(WS-Rules-Count)
                   MOVE 'N' TO WS-Rule-Deleted-Flag(WS-Rules-Count)
                   ADD 1 TO WS-Applied-Count
               ELSE
                   MOVE 'ADD FAILED - RULES TABLE FULL'
                       TO WS-Reject-Reason
                   PERFORM REJECT_TRANSACTION
               END-IF.

           CHECK_GROUP_HAS_MEMBERS.
               MOVE 'N' TO WS-In-Use-Flag.
               MOVE 1 TO WS-Rules-Sub.
               PERFORM UNTIL WS-Rules-Sub > WS-Rules-Count
                   IF WS-Rule-Program-code(WS-Rules-Sub)
                       = CT-PC-Program-code
                       AND WS-Rule-Type(WS-Rules-Sub) = 'E'
                       AND WS-Rule-Group-id(WS-Rules-Sub)
                           = CT-PC-Group-id
                       AND WS-Rule-Deleted-Flag(WS-Rules-Sub) = 'N'
                       MOVE 'Y' TO WS-In-Use-Flag
                       MOVE WS-Rules-Count TO WS-Rules-Sub
                   END-IF
                   ADD 1 TO WS-Rules-Sub
               END-PERFORM.

      ******************************************************************
      * A catalog course named in a rule, or a program that still has
      * rules, counts as in use for the catalog and PROGRAM-REQS
      * deletes.
      ******************************************************************
           CHECK_COURSE_IN_RULES.
               MOVE 'N' TO WS-In-Use-Flag.
               MOVE 1 TO WS-Rules-Sub.
               PERFORM UNTIL WS-Rules-Sub > WS-Rules-Count
                   IF WS-Rule-Course-code(WS-Rules-Sub)
                       = CT-Course-code
                       AND WS-Rule-Deleted-Flag(WS-Rules-Sub) = 'N'
                       MOVE 'Y' TO WS-In-Use-Flag
                       MOVE WS-Rules-Count TO WS-Rules-Sub
                   END-IF
                   ADD 1 TO WS-Rules-Sub
               END-PERFORM.

           CHECK_PROGRAM_HAS_RULES.
               MOVE 'N' TO WS-In-Use-Flag.
               MOVE 1 TO WS-Rules-Sub.
               PERFORM UNTIL WS-Rules-Sub > WS-Rules-Count
                   IF WS-Rule-Program-code(WS-Rules-Sub)
                       = CT-Program-code
                       AND WS-Rule-Deleted-Flag(WS-Rules-Sub) = 'N'
                       MOVE 'Y' TO WS-In-Use-Flag
                       MOVE WS-Rules-Count TO WS-Rules-Sub
                   END-IF
                   ADD 1 TO WS-Rules-Sub
               END-PERFORM.

           REJECT_TRANSACTION.
               ADD 1 TO WS-Rejected-Count.
               MOVE CT-Trans-Code TO RJ-Trans-Code.
                   ADD 1 TO WS-Reqs-Sub
               END-PERFORM.
               CLOSE PROGRAM-REQS.

           REWRITE_RULES_ROUTINE.
               OPEN OUTPUT PROGRAM-COURSES.
               IF WS-Rules-Status NOT = '00'
                   DISPLAY 'ERROR REWRITING PROGRAM-COURSES - STATUS: '
                       WS-Rules-Status
                   STOP RUN
               END-IF.
               MOVE 1 TO WS-Rules-Sub.
               PERFORM UNTIL WS-Rules-Sub > WS-Rules-Count
                   IF WS-Rule-Deleted-Flag(WS-Rules-Sub) = 'N'
                       MOVE WS-Rule-Program-code(WS-Rules-Sub)
                           TO PC-Program-code
                       MOVE WS-Rule-Type(WS-Rules-Sub) TO PC-Rule-type
                       MOVE WS-Rule-Group-id(WS-Rules-Sub)
                           TO PC-Group-id
                       MOVE WS-Rule-Course-code(WS-Rules-Sub)
                           TO PC-Course-code
                       MOVE WS-Rule-Min-grade(WS-Rules-Sub)
                           TO PC-Min-grade
                       MOVE WS-Rule-Group-credits(WS-Rules-Sub)
                           TO PC-Group-credits
                       WRITE Program-Course-Record
                   END-IF
                   ADD 1 TO WS-Rules-Sub
               END-PERFORM.
               CLOSE PROGRAM-COURSES.
       END PROGRAM CatalogMaint.
