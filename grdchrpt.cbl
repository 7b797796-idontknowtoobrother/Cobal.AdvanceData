       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRDCHRPT.
       AUTHOR. RLM.

      *****************************************************************
      *  GRDCHRPT                                                      *
      *  Grade-change audit report.  Reads the permanent grade-       *
      *  change history GRADPOST appends (copybooks/GRADCHG.CPY),     *
      *  SORTs it into course-within-term order and prints every      *
      *  change grouped by term and course - student, date, the old   *
      *  and new grade, the reason code and the authorizing           *
      *  instructor - with a count at each course break and a grand   *
      *  total.  The course title comes off the course reference      *
      *  master (copybooks/CRSEMAST.CPY).  Run on demand for the      *
      *  registrar's audit: the GCHGPARM run-control card narrows     *
      *  the report to one term, one course or one course in one      *
      *  term; a blank field (or no card) takes every term or every   *
      *  course.  Within a course the changes print in the order      *
      *  they were made.                                               *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  2026-09-26  RLM  Original program.                            *
      *  2026-09-28  RLM  Incompletes lapsed to F by INCLAPSE print    *
      *                   with their own source.                       *
      *  2026-10-15  RLM  Source label is tested on the sorted record; *
      *                   the grade-history record area is not used    *
      *                   once that file is closed.                    *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GRADE-HISTORY ASSIGN TO "GRADCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADCHG-STATUS.

           SELECT COURSE-MASTER ASSIGN TO "CRSEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-COURSE-CODE
               FILE STATUS IS WS-CRSEMAST-STATUS.

           SELECT OPTIONAL GCHG-PARM ASSIGN TO "GCHGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SORT-WORK ASSIGN TO "SRTWORK".

           SELECT SORTED-CHANGES ASSIGN TO "GCHGSRTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.

           SELECT GCHG-RPT ASSIGN TO "GCHGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY GRADCHG.

       FD  COURSE-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CRSEMAST.

      *    Run-control card - the term and/or course this run         *
      *    reports.  Spaces in either field take every value.         *
       FD  GCHG-PARM
           LABEL RECORDS ARE STANDARD.
       01  GCHG-PARM-REC.
           02  GCP-TERM-ID             PIC X(5).
           02  GCP-COURSE              PIC X(8).
           02  FILLER                  PIC X(12).

       SD  SORT-WORK.
       01  SORT-WORK-REC.
           02  SW-TERM              PIC X(5).
           02  SW-COURSE            PIC X(8).
           02  SW-SEQUENCE          PIC 9(7).
           02  SW-STUDENTID         PIC 9(8).
           02  SW-OLD-GRADE         PIC X.
           02  SW-NEW-GRADE         PIC X.
           02  SW-CHANGE-DATE       PIC 9(8).
           02  SW-REASON-CODE       PIC X(2).
           02  SW-AUTH-INSTRUCTOR   PIC X(10).
           02  SW-SOURCE            PIC X.

      *    The selected changes in course-within-term order, history  *
      *    sequence kept within a course - the SORT's GIVING file.    *
       FD  SORTED-CHANGES
           LABEL RECORDS ARE STANDARD.
       01  SORTED-CHANGE-REC.
           02  SC-TERM              PIC X(5).
           02  SC-COURSE            PIC X(8).
           02  SC-SEQUENCE          PIC 9(7).
           02  SC-STUDENTID         PIC 9(8).
           02  SC-OLD-GRADE         PIC X.
           02  SC-NEW-GRADE         PIC X.
           02  SC-CHANGE-DATE       PIC 9(8).
           02  SC-REASON-CODE       PIC X(2).
           02  SC-AUTH-INSTRUCTOR   PIC X(10).
           02  SC-SOURCE            PIC X.
               88  SC-FROM-GRADE-CARD       VALUE "G".
               88  SC-FROM-LAPSE            VALUE "L".

       FD  GCHG-RPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-GRADCHG-STATUS    PIC XX         VALUE ZEROS.
           88  WS-GRADCHG-OK                   VALUES "00" "05".
       01  WS-CRSEMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-CRSEMAST-OK                  VALUE "00".
       01  WS-PARM-STATUS       PIC XX         VALUE ZEROS.
           88  WS-PARM-OK                      VALUES "00" "05".
       01  WS-SORTED-STATUS     PIC XX         VALUE ZEROS.
           88  WS-SORTED-OK                    VALUE "00".
       01  WS-RPT-STATUS        PIC XX         VALUE ZEROS.

       01  WS-SWITCHES.
           02  WS-EOF-SWITCH    PIC X          VALUE "N".
               88  WS-EOF-YES                  VALUE "Y".
           02  WS-SORT-EOF-SWITCH PIC X        VALUE "N".
               88  WS-SORT-EOF-YES             VALUE "Y".

       01  WS-SELECT-TERM       PIC X(5)       VALUE SPACES.
       01  WS-SELECT-COURSE     PIC X(8)       VALUE SPACES.

       01  WS-COUNTERS.
           02  WS-HISTORY-COUNT     PIC 9(7)   VALUE ZEROS.
           02  WS-SELECTED-COUNT    PIC 9(7)   VALUE ZEROS.
           02  WS-COURSE-COUNT      PIC 9(5)   VALUE ZEROS.
           02  WS-COURSE-CHANGES    PIC 9(5)   VALUE ZEROS.

       01  WS-HOLD-KEYS.
           02  WS-PREV-TERM         PIC X(5)   VALUE SPACES.
           02  WS-PREV-COURSE       PIC X(8)   VALUE SPACES.

       01  WS-HEADING-1.
           02  FILLER            PIC X(40) VALUE
                   "GRADE-CHANGE AUDIT BY TERM AND COURSE".

       01  WS-SELECT-LINE.
           02  FILLER            PIC X(12) VALUE "  SELECTED: ".
           02  FILLER            PIC X(5)  VALUE "TERM ".
           02  SLL-TERM          PIC X(5).
           02  FILLER            PIC X(9)  VALUE "  COURSE ".
           02  SLL-COURSE        PIC X(8).

       01  WS-COURSE-HEADING.
           02  FILLER            PIC X(5)  VALUE "TERM ".
           02  CSH-TERM          PIC X(5).
           02  FILLER            PIC X(9)  VALUE "   COURSE".
           02  FILLER            PIC X     VALUE SPACE.
           02  CSH-COURSE        PIC X(8).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  CSH-TITLE         PIC X(20).

       01  WS-COLUMN-HEADING.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  FILLER            PIC X(10) VALUE "STUDENT ID".
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  FILLER            PIC X(8)  VALUE "CHANGED ".
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  FILLER            PIC X(7)  VALUE "OLD NEW".
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  FILLER            PIC X(6)  VALUE "REASON".
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  FILLER            PIC X(10) VALUE "AUTHORIZED".
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  FILLER            PIC X(6)  VALUE "SOURCE".

       01  WS-DETAIL-LINE.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  DTL-STUDENTID     PIC 9(8).
           02  FILLER            PIC X(4)  VALUE SPACES.
           02  DTL-CHANGE-DATE   PIC 9(8).
           02  FILLER            PIC X(3)  VALUE SPACES.
           02  DTL-OLD-GRADE     PIC X.
           02  FILLER            PIC X(3)  VALUE SPACES.
           02  DTL-NEW-GRADE     PIC X.
           02  FILLER            PIC X(4)  VALUE SPACES.
           02  DTL-REASON-CODE   PIC X(2).
           02  FILLER            PIC X(6)  VALUE SPACES.
           02  DTL-AUTH-INSTRUCTOR PIC X(10).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  DTL-SOURCE        PIC X(10).

       01  WS-COURSE-TOTAL-LINE.
           02  FILLER            PIC X(14) VALUE "  CHANGES   = ".
           02  CTL-COUNT         PIC ZZ,ZZ9.

       01  WS-GRAND-TOTAL-LINE.
           02  FILLER            PIC X(22)
                   VALUE "TOTAL GRADE CHANGES = ".
           02  GTL-COUNT         PIC Z,ZZZ,ZZ9.
           02  FILLER            PIC X(14) VALUE "   COURSES = ".
           02  GTL-COURSES       PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1050-READ-PARM THRU 1050-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PRINT-CHANGE THRU 2000-EXIT
               UNTIL WS-EOF-YES
           PERFORM 9000-TERMINATE
           STOP RUN.

      *****************************************************************
      *  1050-READ-PARM THRU 1050-EXIT                                *
      *  Reads the optional run-control card naming the term and/or   *
      *  course to report.  No card, an empty card or blank fields    *
      *  report the whole history.                                     *
      *****************************************************************
       1050-READ-PARM.
           OPEN INPUT GCHG-PARM
           IF NOT WS-PARM-OK
               DISPLAY "GCHG-PARM OPEN FAILED, STATUS = "
                   WS-PARM-STATUS " - WHOLE HISTORY REPORTED"
               GO TO 1050-EXIT
           END-IF
           READ GCHG-PARM
               AT END
                   CLOSE GCHG-PARM
                   GO TO 1050-EXIT
           END-READ
           MOVE GCP-TERM-ID TO WS-SELECT-TERM
           MOVE GCP-COURSE TO WS-SELECT-COURSE
           CLOSE GCHG-PARM.
       1050-EXIT.
           EXIT.

      *****************************************************************
      *  1000-INITIALIZE                                              *
      *  Heads the report with the selection in force, sorts the      *
      *  selected history rows into course-within-term order, then    *
      *  opens the sorted file and the course master for the report   *
      *  pass.                                                         *
      *****************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT GCHG-RPT
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           IF WS-SELECT-TERM = SPACES
               MOVE "ALL" TO SLL-TERM
           ELSE
               MOVE WS-SELECT-TERM TO SLL-TERM
           END-IF
           IF WS-SELECT-COURSE = SPACES
               MOVE "ALL" TO SLL-COURSE
           ELSE
               MOVE WS-SELECT-COURSE TO SLL-COURSE
           END-IF
           MOVE WS-SELECT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT GRADE-HISTORY
           IF NOT WS-GRADCHG-OK
               DISPLAY "GRADE-HISTORY OPEN FAILED, STATUS = "
                   WS-GRADCHG-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           SORT SORT-WORK
               ON ASCENDING KEY SW-TERM SW-COURSE SW-SEQUENCE
               INPUT PROCEDURE 1100-SORT-INPUT
               GIVING SORTED-CHANGES
           OPEN INPUT SORTED-CHANGES
           IF NOT WS-SORTED-OK
               DISPLAY "SORTED-CHANGES OPEN FAILED, STATUS = "
                   WS-SORTED-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT COURSE-MASTER
           IF NOT WS-CRSEMAST-OK
               DISPLAY "COURSE-MASTER OPEN FAILED, STATUS = "
                   WS-CRSEMAST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           PERFORM 2100-READ-SORTED
           IF NOT WS-EOF-YES
               MOVE SC-TERM TO WS-PREV-TERM
               MOVE SC-COURSE TO WS-PREV-COURSE
               PERFORM 3000-PRINT-COURSE-HEADING
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-SORT-INPUT                                              *
      *  SORT's input procedure - drains the grade-change history     *
      *  into the sort, keeping only the term and course asked for,   *
      *  and closes it when done.                                      *
      *****************************************************************
       1100-SORT-INPUT.
           PERFORM 1150-RELEASE-CHANGE THRU 1150-EXIT
               UNTIL WS-SORT-EOF-YES
           CLOSE GRADE-HISTORY.

      *****************************************************************
      *  1150-RELEASE-CHANGE THRU 1150-EXIT                           *
      *  The history's own record count is the sequence key, so two   *
      *  changes to one course on the same date keep their order.     *
      *****************************************************************
       1150-RELEASE-CHANGE.
           READ GRADE-HISTORY
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-READ
           IF WS-SORT-EOF-YES
               GO TO 1150-EXIT
           END-IF
           ADD 1 TO WS-HISTORY-COUNT
           IF WS-SELECT-TERM NOT = SPACES
                   AND GC-TERM NOT = WS-SELECT-TERM
               GO TO 1150-EXIT
           END-IF
           IF WS-SELECT-COURSE NOT = SPACES
                   AND GC-COURSE NOT = WS-SELECT-COURSE
               GO TO 1150-EXIT
           END-IF
           MOVE GC-TERM TO SW-TERM
           MOVE GC-COURSE TO SW-COURSE
           MOVE WS-HISTORY-COUNT TO SW-SEQUENCE
           MOVE GC-STUDENTID TO SW-STUDENTID
           MOVE GC-OLD-GRADE TO SW-OLD-GRADE
           MOVE GC-NEW-GRADE TO SW-NEW-GRADE
           MOVE GC-CHANGE-DATE TO SW-CHANGE-DATE
           MOVE GC-REASON-CODE TO SW-REASON-CODE
           MOVE GC-AUTH-INSTRUCTOR TO SW-AUTH-INSTRUCTOR
           MOVE GC-SOURCE TO SW-SOURCE
           RELEASE SORT-WORK-REC
           ADD 1 TO WS-SELECTED-COUNT.
       1150-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PRINT-CHANGE THRU 2000-EXIT                             *
      *  One sorted change - a change of term or course closes out    *
      *  the previous group with its count and opens a new one.       *
      *****************************************************************
       2000-PRINT-CHANGE.
           IF SC-TERM NOT = WS-PREV-TERM
                   OR SC-COURSE NOT = WS-PREV-COURSE
               PERFORM 3100-COURSE-BREAK
               MOVE SC-TERM TO WS-PREV-TERM
               MOVE SC-COURSE TO WS-PREV-COURSE
               PERFORM 3000-PRINT-COURSE-HEADING
           END-IF
           MOVE SC-STUDENTID TO DTL-STUDENTID
           MOVE SC-CHANGE-DATE TO DTL-CHANGE-DATE
           MOVE SC-OLD-GRADE TO DTL-OLD-GRADE
           MOVE SC-NEW-GRADE TO DTL-NEW-GRADE
           MOVE SC-REASON-CODE TO DTL-REASON-CODE
           MOVE SC-AUTH-INSTRUCTOR TO DTL-AUTH-INSTRUCTOR
           EVALUATE TRUE
               WHEN SC-FROM-GRADE-CARD
                   MOVE "GRADE CARD" TO DTL-SOURCE
               WHEN SC-FROM-LAPSE
                   MOVE "I LAPSE" TO DTL-SOURCE
               WHEN OTHER
                   MOVE SC-SOURCE TO DTL-SOURCE
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-COURSE-CHANGES
           PERFORM 2100-READ-SORTED.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-READ-SORTED                                             *
      *****************************************************************
       2100-READ-SORTED.
           READ SORTED-CHANGES
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *****************************************************************
      *  3000-PRINT-COURSE-HEADING                                    *
      *****************************************************************
       3000-PRINT-COURSE-HEADING.
           MOVE WS-PREV-TERM TO CSH-TERM
           MOVE WS-PREV-COURSE TO CSH-COURSE
           MOVE WS-PREV-COURSE TO CM-COURSE-CODE
           READ COURSE-MASTER
               INVALID KEY
                   MOVE "*TITLE NOT ON FILE*" TO CSH-TITLE
               NOT INVALID KEY
                   MOVE CM-COURSE-TITLE TO CSH-TITLE
           END-READ
           MOVE WS-COURSE-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COLUMN-HEADING TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-COURSE-COUNT.

      *****************************************************************
      *  3100-COURSE-BREAK                                            *
      *****************************************************************
       3100-COURSE-BREAK.
           MOVE WS-COURSE-CHANGES TO CTL-COUNT
           MOVE WS-COURSE-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE ZEROS TO WS-COURSE-CHANGES.

      *****************************************************************
      *  9000-TERMINATE                                               *
      *  End of file is the final course break.                       *
      *****************************************************************
       9000-TERMINATE.
           IF WS-COURSE-CHANGES > ZERO
               PERFORM 3100-COURSE-BREAK
           END-IF
           MOVE WS-SELECTED-COUNT TO GTL-COUNT
           MOVE WS-COURSE-COUNT TO GTL-COURSES
           MOVE WS-GRAND-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           CLOSE SORTED-CHANGES
           CLOSE COURSE-MASTER
           CLOSE GCHG-RPT
           DISPLAY "HISTORY ROWS READ  = " WS-HISTORY-COUNT
           DISPLAY "CHANGES REPORTED   = " WS-SELECTED-COUNT
           DISPLAY "COURSES REPORTED   = " WS-COURSE-COUNT.
