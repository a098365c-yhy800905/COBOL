      *          enrollment and enrolled students the roster left
      *          ungraded, so nothing falls through.
      * Tectonics: cobc
      *
      * Modification History:
      * - ENROLL-TRANS record gains GT-Auth-Code to match EnrollMaint's
      *   grade-change authorization code. Roster grades are queued
      *   with it blank: a roster for a term already closed is not
      *   authorized and EnrollMaint rejects it.
      * - A grade line left blank is not graded: ClassList pre-fills
      *   the roster with a 'D' line per enrolled student and no
      *   grade, and a line the department leaves blank queues
      *   nothing. The ungraded sweep still reports the row.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GradeRoster.
                   BY ==05 GT-Course-Enrollment-Record.==
               ==05 :PREFIX:== BY ==09 GT-==.
           05 GT-Override-Code      PIC X(1).
           05 GT-Auth-Code          PIC X(8).

       FD ROSTER-EXCEPTIONS.
       01 Exception-Line            PIC X(120).
       01 WS-Read-Count             PIC 9(6)  VALUE 0.
       01 WS-Trans-Count            PIC 9(6)  VALUE 0.
       01 WS-Exception-Count        PIC 9(6)  VALUE 0.
       01 WS-Blank-Grade-Count      PIC 9(6)  VALUE 0.

      ******************************************************************
      * Roster sections: every course and term named by an 'H' line,
      * A roster grade line becomes a 'G' transaction only when the
      * student holds exactly that enrollment row and the row is
      * still ungraded; anything else is an exception for the
      * department to resolve. A line with no grade is skipped.
      ******************************************************************
           PROCESS_GRADE_LINE.
               IF RO-Grade = SPACES
                   ADD 1 TO WS-Blank-Grade-Count
               ELSE
                   PERFORM PROCESS_GRADED_LINE
               END-IF.

           PROCESS_GRADED_LINE.
               IF WS-Header-Seen-Flag = 'N'
                   ADD 1 TO WS-Exception-Count
                   MOVE RO-Student-number TO EX-Student-Number
               DISPLAY 'ROSTER LINES READ:     ' WS-Read-Count.
               DISPLAY 'GRADE TRANS WRITTEN:   ' WS-Trans-Count.
               DISPLAY 'EXCEPTIONS LISTED:     ' WS-Exception-Count.
               DISPLAY 'BLANK GRADES SKIPPED:  ' WS-Blank-Grade-Count.
               IF WS-Exception-Count > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.
