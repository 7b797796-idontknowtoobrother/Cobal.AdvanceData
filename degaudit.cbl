       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGAUDIT.
       AUTHOR. RLM.

      *****************************************************************
      *  DEGAUDIT                                                      *
      *  Degree audit.  Compares a student's enrollment master rows   *
      *  (copybooks/ENRLREC.CPY) against the requirements of the      *
      *  program declared on STUDENT-MASTER (PROGRAM-CODE), as laid   *
      *  down on the program-requirements master (copybooks/          *
      *  PROGREQ.CPY), and prints for each student every requirement  *
      *  as SATISFIED, IN PROGRESS or OPEN, followed by the courses   *
      *  still in progress.  Driven by AUDITREQ request cards:        *
      *     S + STUDENTID     - one student on request                *
      *     P + program code  - every student declared in the program *
      *  A course counts on its most recent graded attempt, the same  *
      *  repeat rule GPACALC applies: A through D (or a transfer      *
      *  grade, P included) passes, F does not, and a later attempt   *
      *  replaces an earlier one - later by the term's start date on  *
      *  the term calendar (copybooks/TERMCAL.CPY), never by term     *
      *  code.  An ungraded or incomplete row is in progress.  A      *
      *  course satisfies at most one requirement - required-course   *
      *  rows are applied first, then the elective pools in sequence  *
      *  order.  The total-hours requirement is held against the      *
      *  passed hours and the minimum-GPA requirement against the     *
      *  cumulative GPA GPACALC left on the master.  A requirement    *
      *  that in-progress work would complete is IN PROGRESS rather   *
      *  than OPEN.                                                   *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  2026-10-02  RLM  Original program.                            *
      *  2026-10-14  RLM  A course's latest attempt is chosen by the   *
      *                   term's TERMCAL start date, as GPACALC's      *
      *                   repeat rule now does, not by the order the   *
      *                   rows are read.  Added the TERMCAL file.      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-REQ ASSIGN TO "AUDITREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENTID
               ALTERNATE RECORD KEY IS SURNAME
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDMAST-STATUS.

           SELECT ENROLL-MASTER ASSIGN TO "ENRLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-ENROLL-KEY
               FILE STATUS IS WS-ENRLMAST-STATUS.

           SELECT PROGRAM-MASTER ASSIGN TO "PROGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-REQ-KEY
               FILE STATUS IS WS-PROGMAST-STATUS.

           SELECT TERM-CALENDAR ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TC-TERM-ID
               FILE STATUS IS WS-TERMCAL-STATUS.

           SELECT AUDIT-RPT ASSIGN TO "AUDITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Request card - "S" names one student, "P" one program.     *
       FD  AUDIT-REQ
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-REQ-REC.
           02  AR-REQ-TYPE             PIC X.
               88  AR-STUDENT-REQ              VALUE "S".
               88  AR-PROGRAM-REQ              VALUE "P".
           02  AR-STUDENTID            PIC 9(8).
       01  AUDIT-REQ-ALPHA.
           02  FILLER                  PIC X.
           02  ARA-STUDENTID           PIC X(8).
       01  AUDIT-REQ-PROGRAM.
           02  FILLER                  PIC X.
           02  ARP-PROGRAM-CODE        PIC X(6).
           02  FILLER                  PIC X(2).

       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY STUDREC.

       FD  ENROLL-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ENRLREC.

       FD  PROGRAM-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY PROGREQ.

       FD  TERM-CALENDAR
           LABEL RECORDS ARE STANDARD.
           COPY TERMCAL.

       FD  AUDIT-RPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-REQ-STATUS        PIC XX         VALUE ZEROS.
           88  WS-REQ-OK                       VALUE "00".
       01  WS-STUDMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-STUDMAST-OK                  VALUE "00".
       01  WS-ENRLMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-ENRLMAST-OK                  VALUE "00".
       01  WS-PROGMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-PROGMAST-OK                  VALUE "00".
       01  WS-TERMCAL-STATUS    PIC XX         VALUE ZEROS.
           88  WS-TERMCAL-OK                   VALUE "00".
       01  WS-RPT-STATUS        PIC XX         VALUE ZEROS.

       01  WS-SWITCHES.
           02  WS-EOF-SWITCH    PIC X          VALUE "N".
               88  WS-EOF-YES                  VALUE "Y".
           02  WS-SCAN-DONE-SWITCH PIC X       VALUE "N".
               88  WS-SCAN-DONE-YES            VALUE "Y".
           02  WS-HIST-DONE-SWITCH PIC X       VALUE "N".
               88  WS-HIST-DONE-YES            VALUE "Y".
           02  WS-REQS-DONE-SWITCH PIC X       VALUE "N".
               88  WS-REQS-DONE-YES            VALUE "Y".
           02  WS-PROGRAM-FOUND-SWITCH PIC X   VALUE "N".
               88  WS-PROGRAM-FOUND-YES        VALUE "Y".
           02  WS-COURSE-FULL-SWITCH PIC X     VALUE "N".
               88  WS-COURSE-FULL-YES          VALUE "Y".

       01  WS-COUNTERS.
           02  WS-REQUEST-COUNT     PIC 9(5)   VALUE ZEROS.
           02  WS-BAD-REQUEST-COUNT PIC 9(5)   VALUE ZEROS.
           02  WS-AUDITED-COUNT     PIC 9(5)   VALUE ZEROS.
           02  WS-COMPLETE-COUNT    PIC 9(5)   VALUE ZEROS.
           02  WS-NOTFOUND-COUNT    PIC 9(5)   VALUE ZEROS.
           02  WS-NO-PROGRAM-COUNT  PIC 9(5)   VALUE ZEROS.
           02  WS-STUDENT-OPEN      PIC 9(3)   VALUE ZEROS.
           02  WS-STUDENT-IN-PROG   PIC 9(3)   VALUE ZEROS.
           02  WS-PROGRAM-STUDENTS  PIC 9(5)   VALUE ZEROS.
           02  WS-UNKNOWN-TERM-COUNT PIC 9(5)  VALUE ZEROS.

       01  WS-RUN-DATE          PIC 9(8)       VALUE ZEROS.
       01  WS-AUDIT-PROGRAM     PIC X(6)       VALUE SPACES.
       01  WS-AUDIT-STUDENTID   PIC 9(8)       VALUE ZEROS.

      *    Program header values for the program in the table.        *
       01  WS-PROGRAM-HEADER.
           02  WS-PH-TITLE          PIC X(20)  VALUE SPACES.
           02  WS-PH-TOTAL-HOURS    PIC 9(3)V9 VALUE ZEROS.
           02  WS-PH-MIN-GPA        PIC 9V99   VALUE ZEROS.

      *    Requirement table - the R and E rows of one program in     *
      *    sequence order, with the result of the current audit.      *
       01  WS-REQ-TABLE.
           02  WS-REQ-MAX           PIC 9(3)   VALUE 50 COMP.
           02  WS-REQ-IX            PIC S9(4)  VALUE ZEROS COMP.
           02  WS-REQ-TALLY         PIC 9(3)   VALUE ZEROS.
           02  WS-REQ-ENTRY OCCURS 50 TIMES.
               03  WS-RQ-TYPE       PIC X.
                   88  WS-RQ-REQUIRED          VALUE "R".
                   88  WS-RQ-ELECTIVE          VALUE "E".
               03  WS-RQ-DESC       PIC X(20).
               03  WS-RQ-POOL-HOURS PIC 9(2)V9.
               03  WS-RQ-COURSE     PIC X(8)   OCCURS 10 TIMES.
               03  WS-RQ-RESULT     PIC X.
                   88  WS-RQ-SATISFIED         VALUE "S".
                   88  WS-RQ-IN-PROGRESS       VALUE "I".
                   88  WS-RQ-OPEN              VALUE "O".
               03  WS-RQ-USED-COURSE PIC X(8).
               03  WS-RQ-EARNED     PIC 9(3)V9.

      *    Course table - one entry per distinct course on the        *
      *    student's enrollment rows.  Rows arrive in term-code       *
      *    order, which is not date order, so each entry keeps the    *
      *    TERMCAL start date of the graded attempt that set its      *
      *    standing and of the in-progress row - a graded row only    *
      *    replaces the standing when its term started no earlier;    *
      *    an ungraded or incomplete row marks it in progress.        *
       01  WS-COURSE-TABLE.
           02  WS-COURSE-MAX        PIC 9(3)   VALUE 200 COMP.
           02  WS-COURSE-IX         PIC S9(4)  VALUE ZEROS COMP.
           02  WS-COURSE-HIT        PIC S9(4)  VALUE ZEROS COMP.
           02  WS-COURSE-TALLY      PIC 9(3)   VALUE ZEROS.
           02  WS-COURSE-ENTRY OCCURS 200 TIMES.
               03  WS-CT-COURSE     PIC X(8).
               03  WS-CT-PASSED-FLAG PIC X.
                   88  WS-CT-PASSED            VALUE "Y".
               03  WS-CT-HOURS      PIC 9V9.
               03  WS-CT-IP-FLAG    PIC X.
                   88  WS-CT-IN-PROGRESS       VALUE "Y".
               03  WS-CT-IP-TERM    PIC X(5).
               03  WS-CT-IP-HOURS   PIC 9V9.
               03  WS-CT-USED-FLAG  PIC X.
                   88  WS-CT-USED              VALUE "Y".
               03  WS-CT-GRADED-START PIC 9(8).
               03  WS-CT-IP-START   PIC 9(8).

      *    Start date of the term last looked up on the term calendar *
      *    - rows arrive a term at a time, so the calendar is read    *
      *    once per term rather than once per row.  Transfer credit   *
      *    and a term not on the calendar carry a zero start date.    *
       01  WS-TERM-START-WORK.
           02  WS-START-TERM        PIC X(5)   VALUE SPACES.
           02  WS-TERM-START        PIC 9(8)   VALUE ZEROS.

       01  WS-AUDIT-WORK.
           02  WS-POOL-IX           PIC S9(4)  VALUE ZEROS COMP.
           02  WS-EARNED-HOURS      PIC 9(3)V9 VALUE ZEROS.
           02  WS-IP-HOURS          PIC 9(3)V9 VALUE ZEROS.
           02  WS-POOL-EARNED       PIC 9(3)V9 VALUE ZEROS.
           02  WS-POOL-IP           PIC 9(3)V9 VALUE ZEROS.
           02  WS-REACH-HOURS       PIC 9(3)V9 VALUE ZEROS.
           02  WS-IP-COURSE         PIC X(8)   VALUE SPACES.
           02  WS-RESULT            PIC X      VALUE SPACE.

       01  WS-HEADING-1.
           02  FILLER            PIC X(32)
                   VALUE "DEGREE AUDIT          RUN DATE ".
           02  HDG-RUN-DATE      PIC 9999/99/99.

       01  WS-STUDENT-LINE.
           02  FILLER            PIC X(8)  VALUE "STUDENT ".
           02  STL-STUDENTID     PIC 9(8).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  STL-NAME          PIC X(14).
           02  FILLER            PIC X(11) VALUE "  PROGRAM  ".
           02  STL-PROGRAM       PIC X(6).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  STL-TITLE         PIC X(20).

       01  WS-STANDING-LINE.
           02  FILLER            PIC X(10) VALUE "  CUM GPA ".
           02  SDL-GPA           PIC 9.99.
           02  FILLER            PIC X(16) VALUE "   HOURS EARNED ".
           02  SDL-EARNED        PIC ZZ9.9.
           02  FILLER            PIC X(18) VALUE "   IN PROGRESS    ".
           02  SDL-IP            PIC ZZ9.9.

       01  WS-REQ-HEADING.
           02  FILLER            PIC X(24) VALUE "  REQUIREMENT".
           02  FILLER            PIC X(14) VALUE "STATUS".
           02  FILLER            PIC X(20) VALUE "DETAIL".

       01  WS-REQ-LINE.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  RQL-DESC          PIC X(20).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  RQL-STATUS        PIC X(12).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  RQL-DETAIL        PIC X(40).

      *    Hours detail for the pool, total-hours and GPA rows.       *
       01  WS-HOURS-DETAIL.
           02  HRD-HAVE          PIC ZZ9.9.
           02  FILLER            PIC X(4)  VALUE " OF ".
           02  HRD-NEED          PIC ZZ9.9.
           02  FILLER            PIC X(6)  VALUE " HOURS".
       01  WS-GPA-DETAIL.
           02  GPD-HAVE          PIC 9.99.
           02  FILLER            PIC X(8)  VALUE " VS MIN ".
           02  GPD-NEED          PIC 9.99.

       01  WS-IP-HEADING.
           02  FILLER            PIC X(36)
                   VALUE "  COURSES IN PROGRESS    TERM  HOURS".

       01  WS-IP-LINE.
           02  FILLER            PIC X(4)  VALUE SPACES.
           02  IPL-COURSE        PIC X(8).
           02  FILLER            PIC X(12) VALUE SPACES.
           02  IPL-TERM          PIC X(5).
           02  FILLER            PIC X(3)  VALUE SPACES.
           02  IPL-HOURS         PIC 9.9.

       01  WS-RESULT-LINE.
           02  FILLER            PIC X(10) VALUE "  RESULT: ".
           02  RSL-TEXT          PIC X(60).

       01  WS-RESULT-COUNTS.
           02  RSC-OPEN          PIC ZZ9.
           02  FILLER            PIC X(7)  VALUE " OPEN, ".
           02  RSC-IN-PROG       PIC ZZ9.
           02  FILLER            PIC X(12) VALUE " IN PROGRESS".

       01  WS-MESSAGE-LINE.
           02  FILLER            PIC X(8)  VALUE "REQUEST ".
           02  MSL-REQUEST       PIC X(9).
           02  FILLER            PIC X(3)  VALUE " - ".
           02  MSL-TEXT          PIC X(40).

       01  WS-TOTAL-LINE.
           02  FILLER            PIC X(4)  VALUE SPACES.
           02  TOT-LABEL         PIC X(28).
           02  TOT-COUNT         PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL WS-EOF-YES
           PERFORM 9000-TERMINATE
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE THRU 1000-EXIT                               *
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT AUDIT-RPT
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT STUDENT-MASTER
           IF NOT WS-STUDMAST-OK
               DISPLAY "STUDENT-MASTER OPEN FAILED, STATUS = "
                   WS-STUDMAST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT ENROLL-MASTER
           IF NOT WS-ENRLMAST-OK
               DISPLAY "ENROLL-MASTER OPEN FAILED, STATUS = "
                   WS-ENRLMAST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT PROGRAM-MASTER
           IF NOT WS-PROGMAST-OK
               DISPLAY "PROGRAM-MASTER OPEN FAILED, STATUS = "
                   WS-PROGMAST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT TERM-CALENDAR
           IF NOT WS-TERMCAL-OK
               DISPLAY "TERM-CALENDAR OPEN FAILED, STATUS = "
                   WS-TERMCAL-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT AUDIT-REQ
           IF NOT WS-REQ-OK
               DISPLAY "AUDIT-REQ OPEN FAILED, STATUS = "
                   WS-REQ-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           PERFORM 2100-READ-REQUEST.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROCESS-REQUEST THRU 2000-EXIT                          *
      *  One request card.  A card that is neither a numeric          *
      *  STUDENTID nor a program code is logged and skipped.          *
      *****************************************************************
       2000-PROCESS-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT
           EVALUATE TRUE
               WHEN AR-STUDENT-REQ AND ARA-STUDENTID NUMERIC
                   PERFORM 2200-STUDENT-REQUEST THRU 2200-EXIT
               WHEN AR-PROGRAM-REQ AND ARP-PROGRAM-CODE NOT = SPACES
                   PERFORM 2300-PROGRAM-REQUEST THRU 2300-EXIT
               WHEN OTHER
                   MOVE AUDIT-REQ-ALPHA TO MSL-REQUEST
                   MOVE "INVALID REQUEST CARD" TO MSL-TEXT
                   PERFORM 2900-PRINT-MESSAGE
                   ADD 1 TO WS-BAD-REQUEST-COUNT
           END-EVALUATE
           PERFORM 2100-READ-REQUEST.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-READ-REQUEST                                            *
      *****************************************************************
       2100-READ-REQUEST.
           READ AUDIT-REQ
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *****************************************************************
      *  2200-STUDENT-REQUEST THRU 2200-EXIT                          *
      *  One student on request - audited against whatever program    *
      *  the master says the student has declared.                    *
      *****************************************************************
       2200-STUDENT-REQUEST.
           MOVE AR-STUDENTID TO STUDENTID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE AUDIT-REQ-ALPHA TO MSL-REQUEST
                   MOVE "STUDENTID NOT ON FILE" TO MSL-TEXT
                   PERFORM 2900-PRINT-MESSAGE
                   ADD 1 TO WS-NOTFOUND-COUNT
                   GO TO 2200-EXIT
           END-READ
           IF PROGRAM-CODE = SPACES
               MOVE AUDIT-REQ-ALPHA TO MSL-REQUEST
               MOVE "NO PROGRAM DECLARED" TO MSL-TEXT
               PERFORM 2900-PRINT-MESSAGE
               ADD 1 TO WS-NO-PROGRAM-COUNT
               GO TO 2200-EXIT
           END-IF
           MOVE PROGRAM-CODE TO WS-AUDIT-PROGRAM
           PERFORM 2400-LOAD-PROGRAM THRU 2400-EXIT
           IF NOT WS-PROGRAM-FOUND-YES
               MOVE AUDIT-REQ-ALPHA TO MSL-REQUEST
               MOVE "DECLARED PROGRAM NOT ON FILE" TO MSL-TEXT
               PERFORM 2900-PRINT-MESSAGE
               ADD 1 TO WS-NO-PROGRAM-COUNT
               GO TO 2200-EXIT
           END-IF
           PERFORM 3000-AUDIT-STUDENT THRU 3000-EXIT.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-PROGRAM-REQUEST THRU 2300-EXIT                          *
      *  Every student declared in the program - the requirements     *
      *  are loaded once and the whole master is passed in STUDENTID  *
      *  order.                                                        *
      *****************************************************************
       2300-PROGRAM-REQUEST.
           MOVE ARP-PROGRAM-CODE TO WS-AUDIT-PROGRAM
           PERFORM 2400-LOAD-PROGRAM THRU 2400-EXIT
           IF NOT WS-PROGRAM-FOUND-YES
               MOVE AUDIT-REQ-ALPHA TO MSL-REQUEST
               MOVE "PROGRAM NOT ON FILE" TO MSL-TEXT
               PERFORM 2900-PRINT-MESSAGE
               ADD 1 TO WS-BAD-REQUEST-COUNT
               GO TO 2300-EXIT
           END-IF
           MOVE ZEROS TO WS-PROGRAM-STUDENTS
           MOVE "N" TO WS-SCAN-DONE-SWITCH
           MOVE ZEROS TO STUDENTID
           START STUDENT-MASTER KEY IS NOT LESS THAN STUDENTID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-SWITCH
           END-START
           PERFORM 2350-SCAN-STUDENT THRU 2350-EXIT
               UNTIL WS-SCAN-DONE-YES
           IF WS-PROGRAM-STUDENTS = ZERO
               MOVE AUDIT-REQ-ALPHA TO MSL-REQUEST
               MOVE "NO STUDENTS DECLARED IN PROGRAM" TO MSL-TEXT
               PERFORM 2900-PRINT-MESSAGE
           END-IF.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2350-SCAN-STUDENT THRU 2350-EXIT                             *
      *****************************************************************
       2350-SCAN-STUDENT.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-DONE-SWITCH
                   GO TO 2350-EXIT
           END-READ
           IF PROGRAM-CODE NOT = WS-AUDIT-PROGRAM
               GO TO 2350-EXIT
           END-IF
           ADD 1 TO WS-PROGRAM-STUDENTS
           PERFORM 3000-AUDIT-STUDENT THRU 3000-EXIT.
       2350-EXIT.
           EXIT.

      *****************************************************************
      *  2400-LOAD-PROGRAM THRU 2400-EXIT                             *
      *  Reads the program header row and tables the requirement      *
      *  rows behind it.  The table is kept when the program asked    *
      *  for is already loaded.                                        *
      *****************************************************************
       2400-LOAD-PROGRAM.
           IF WS-PROGRAM-FOUND-YES
                   AND PQ-PROGRAM-CODE = WS-AUDIT-PROGRAM
               GO TO 2400-EXIT
           END-IF
           MOVE "N" TO WS-PROGRAM-FOUND-SWITCH
           MOVE ZEROS TO WS-REQ-TALLY
           MOVE WS-AUDIT-PROGRAM TO PQ-PROGRAM-CODE
           MOVE ZERO TO PQ-REQ-SEQ
           READ PROGRAM-MASTER
               INVALID KEY
                   GO TO 2400-EXIT
           END-READ
           IF NOT PQ-HEADER-ROW
               GO TO 2400-EXIT
           END-IF
           MOVE PQ-REQ-DESC TO WS-PH-TITLE
           MOVE PQ-TOTAL-HOURS TO WS-PH-TOTAL-HOURS
           MOVE PQ-MIN-GPA TO WS-PH-MIN-GPA
           MOVE "N" TO WS-REQS-DONE-SWITCH
           PERFORM 2450-LOAD-REQ-ROW THRU 2450-EXIT
               UNTIL WS-REQS-DONE-YES
           MOVE WS-AUDIT-PROGRAM TO PQ-PROGRAM-CODE
           MOVE "Y" TO WS-PROGRAM-FOUND-SWITCH.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  2450-LOAD-REQ-ROW THRU 2450-EXIT                             *
      *****************************************************************
       2450-LOAD-REQ-ROW.
           READ PROGRAM-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-REQS-DONE-SWITCH
                   GO TO 2450-EXIT
           END-READ
           IF PQ-PROGRAM-CODE NOT = WS-AUDIT-PROGRAM
               MOVE "Y" TO WS-REQS-DONE-SWITCH
               GO TO 2450-EXIT
           END-IF
           IF NOT PQ-REQUIRED-ROW AND NOT PQ-ELECTIVE-ROW
               DISPLAY "*** PROGRAM " PQ-PROGRAM-CODE " ROW "
                   PQ-REQ-SEQ " HAS INVALID TYPE - IGNORED ***"
               GO TO 2450-EXIT
           END-IF
           IF WS-REQ-TALLY = WS-REQ-MAX
               DISPLAY "*** PROGRAM " PQ-PROGRAM-CODE " HAS MORE THAN "
                   WS-REQ-MAX " REQUIREMENTS - ROW " PQ-REQ-SEQ
                   " IGNORED ***"
               GO TO 2450-EXIT
           END-IF
           ADD 1 TO WS-REQ-TALLY
           MOVE WS-REQ-TALLY TO WS-REQ-IX
           MOVE PQ-REQ-TYPE TO WS-RQ-TYPE(WS-REQ-IX)
           MOVE PQ-REQ-DESC TO WS-RQ-DESC(WS-REQ-IX)
           MOVE PQ-POOL-HOURS TO WS-RQ-POOL-HOURS(WS-REQ-IX)
           MOVE 1 TO WS-POOL-IX
           PERFORM 2460-LOAD-REQ-COURSE 10 TIMES.
       2450-EXIT.
           EXIT.

      *****************************************************************
      *  2460-LOAD-REQ-COURSE                                         *
      *****************************************************************
       2460-LOAD-REQ-COURSE.
           MOVE PQ-POOL-COURSE(WS-POOL-IX)
               TO WS-RQ-COURSE(WS-REQ-IX, WS-POOL-IX)
           ADD 1 TO WS-POOL-IX.

      *****************************************************************
      *  2900-PRINT-MESSAGE                                           *
      *****************************************************************
       2900-PRINT-MESSAGE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-MESSAGE-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *****************************************************************
      *  3000-AUDIT-STUDENT THRU 3000-EXIT                            *
      *  The student on STUDENTREC against the program in the         *
      *  requirement table.  Required-course rows are resolved first  *
      *  so a named course is never spent on an elective pool.        *
      *****************************************************************
       3000-AUDIT-STUDENT.
           MOVE STUDENTID TO WS-AUDIT-STUDENTID
           PERFORM 3100-LOAD-HISTORY THRU 3100-EXIT
           MOVE ZEROS TO WS-STUDENT-OPEN
           MOVE ZEROS TO WS-STUDENT-IN-PROG
           MOVE 1 TO WS-REQ-IX
           PERFORM 3200-EVAL-REQUIRED WS-REQ-TALLY TIMES
           MOVE 1 TO WS-REQ-IX
           PERFORM 3300-EVAL-ELECTIVE WS-REQ-TALLY TIMES
           PERFORM 3400-PRINT-AUDIT THRU 3400-EXIT
           ADD 1 TO WS-AUDITED-COUNT
           IF WS-STUDENT-OPEN = ZERO AND WS-STUDENT-IN-PROG = ZERO
               ADD 1 TO WS-COMPLETE-COUNT
           END-IF.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-LOAD-HISTORY THRU 3100-EXIT                             *
      *  Tables the student's enrollment rows, one entry per course,  *
      *  and totals the passed and in-progress hours.                 *
      *****************************************************************
       3100-LOAD-HISTORY.
           MOVE ZEROS TO WS-COURSE-TALLY
           MOVE ZEROS TO WS-EARNED-HOURS
           MOVE ZEROS TO WS-IP-HOURS
           MOVE "N" TO WS-COURSE-FULL-SWITCH
           MOVE "N" TO WS-HIST-DONE-SWITCH
           MOVE WS-AUDIT-STUDENTID TO EN-STUDENTID
           MOVE LOW-VALUES TO EN-TERM
           MOVE LOW-VALUES TO EN-COURSE
           START ENROLL-MASTER KEY IS NOT LESS THAN EN-ENROLL-KEY
               INVALID KEY
                   GO TO 3100-TOTAL
           END-START
           PERFORM 3150-TABLE-ENROLL-ROW THRU 3150-EXIT
               UNTIL WS-HIST-DONE-YES.
       3100-TOTAL.
           MOVE 1 TO WS-COURSE-IX
           PERFORM 3180-TOTAL-COURSE WS-COURSE-TALLY TIMES.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3150-TABLE-ENROLL-ROW THRU 3150-EXIT                         *
      *  A graded (or transfer) row sets the course's standing from   *
      *  its latest attempt - latest by TERMCAL start date, the same  *
      *  order GPACALC's repeat rule uses - so a graded row from a    *
      *  term that started before the attempt already counted is      *
      *  passed over.  An ungraded or incomplete row marks the course *
      *  in progress unless a later attempt is already graded, and a  *
      *  graded row clears an in-progress mark from an earlier term.  *
      *  A W changes nothing.                                         *
      *****************************************************************
       3150-TABLE-ENROLL-ROW.
           READ ENROLL-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HIST-DONE-SWITCH
                   GO TO 3150-EXIT
           END-READ
           IF EN-STUDENTID NOT = WS-AUDIT-STUDENTID
               MOVE "Y" TO WS-HIST-DONE-SWITCH
               GO TO 3150-EXIT
           END-IF
           IF EN-GRADE = "W"
               GO TO 3150-EXIT
           END-IF
           MOVE ZEROS TO WS-COURSE-HIT
           MOVE 1 TO WS-COURSE-IX
           PERFORM 3160-FIND-COURSE
               UNTIL WS-COURSE-HIT > ZERO
                   OR WS-COURSE-IX > WS-COURSE-TALLY
           IF WS-COURSE-HIT = ZERO
               IF WS-COURSE-TALLY = WS-COURSE-MAX
                   IF NOT WS-COURSE-FULL-YES
                       DISPLAY "*** STUDENT " EN-STUDENTID
                           " HAS MORE THAN " WS-COURSE-MAX
                           " COURSES - AUDIT INCOMPLETE ***"
                   END-IF
                   MOVE "Y" TO WS-COURSE-FULL-SWITCH
                   GO TO 3150-EXIT
               END-IF
               ADD 1 TO WS-COURSE-TALLY
               MOVE WS-COURSE-TALLY TO WS-COURSE-HIT
               MOVE EN-COURSE TO WS-CT-COURSE(WS-COURSE-HIT)
               MOVE "N" TO WS-CT-PASSED-FLAG(WS-COURSE-HIT)
               MOVE ZEROS TO WS-CT-HOURS(WS-COURSE-HIT)
               MOVE "N" TO WS-CT-IP-FLAG(WS-COURSE-HIT)
               MOVE SPACES TO WS-CT-IP-TERM(WS-COURSE-HIT)
               MOVE ZEROS TO WS-CT-IP-HOURS(WS-COURSE-HIT)
               MOVE "N" TO WS-CT-USED-FLAG(WS-COURSE-HIT)
               MOVE ZEROS TO WS-CT-GRADED-START(WS-COURSE-HIT)
               MOVE ZEROS TO WS-CT-IP-START(WS-COURSE-HIT)
           END-IF
           PERFORM 3190-LOOKUP-TERM-START THRU 3190-EXIT
           IF WS-TERM-START < WS-CT-GRADED-START(WS-COURSE-HIT)
               GO TO 3150-EXIT
           END-IF
           EVALUATE TRUE
               WHEN EN-TRANSFER-TERM
                   MOVE "Y" TO WS-CT-PASSED-FLAG(WS-COURSE-HIT)
                   MOVE EN-CREDIT-HOURS TO WS-CT-HOURS(WS-COURSE-HIT)
                   MOVE WS-TERM-START
                       TO WS-CT-GRADED-START(WS-COURSE-HIT)
               WHEN EN-GRADE-GRADED
                   IF EN-GRADE = "F"
                       MOVE "N" TO WS-CT-PASSED-FLAG(WS-COURSE-HIT)
                       MOVE ZEROS TO WS-CT-HOURS(WS-COURSE-HIT)
                   ELSE
                       MOVE "Y" TO WS-CT-PASSED-FLAG(WS-COURSE-HIT)
                       MOVE EN-CREDIT-HOURS
                           TO WS-CT-HOURS(WS-COURSE-HIT)
                   END-IF
                   MOVE WS-TERM-START
                       TO WS-CT-GRADED-START(WS-COURSE-HIT)
                   IF WS-CT-IP-START(WS-COURSE-HIT)
                           NOT > WS-TERM-START
                       MOVE "N" TO WS-CT-IP-FLAG(WS-COURSE-HIT)
                       MOVE SPACES TO WS-CT-IP-TERM(WS-COURSE-HIT)
                       MOVE ZEROS TO WS-CT-IP-HOURS(WS-COURSE-HIT)
                       MOVE ZEROS TO WS-CT-IP-START(WS-COURSE-HIT)
                   END-IF
               WHEN OTHER
                   MOVE "Y" TO WS-CT-IP-FLAG(WS-COURSE-HIT)
                   MOVE EN-TERM TO WS-CT-IP-TERM(WS-COURSE-HIT)
                   MOVE EN-CREDIT-HOURS
                       TO WS-CT-IP-HOURS(WS-COURSE-HIT)
                   MOVE WS-TERM-START TO WS-CT-IP-START(WS-COURSE-HIT)
           END-EVALUATE.
       3150-EXIT.
           EXIT.

      *****************************************************************
      *  3160-FIND-COURSE                                             *
      *****************************************************************
       3160-FIND-COURSE.
           IF WS-CT-COURSE(WS-COURSE-IX) = EN-COURSE
               MOVE WS-COURSE-IX TO WS-COURSE-HIT
           END-IF
           ADD 1 TO WS-COURSE-IX.

      *****************************************************************
      *  3170-FIND-REQ-COURSE                                         *
      *  The same search keyed on the requirement's course entry.     *
      *****************************************************************
       3170-FIND-REQ-COURSE.
           IF WS-CT-COURSE(WS-COURSE-IX)
                   = WS-RQ-COURSE(WS-REQ-IX, WS-POOL-IX)
               MOVE WS-COURSE-IX TO WS-COURSE-HIT
           END-IF
           ADD 1 TO WS-COURSE-IX.

      *****************************************************************
      *  3180-TOTAL-COURSE                                            *
      *****************************************************************
       3180-TOTAL-COURSE.
           IF WS-CT-PASSED(WS-COURSE-IX)
               ADD WS-CT-HOURS(WS-COURSE-IX) TO WS-EARNED-HOURS
           END-IF
           IF WS-CT-IN-PROGRESS(WS-COURSE-IX)
               ADD WS-CT-IP-HOURS(WS-COURSE-IX) TO WS-IP-HOURS
           END-IF
           ADD 1 TO WS-COURSE-IX.

      *****************************************************************
      *  3190-LOOKUP-TERM-START THRU 3190-EXIT                        *
      *  Sets WS-TERM-START to the TERMCAL start date of EN-TERM, the *
      *  date attempts are ordered by.  Transfer credit has no term   *
      *  of attendance and takes a zero date, so any attempt here     *
      *  supersedes it; a term missing from the calendar is reported  *
      *  and also taken as zero.                                       *
      *****************************************************************
       3190-LOOKUP-TERM-START.
           IF EN-TERM = WS-START-TERM
               GO TO 3190-EXIT
           END-IF
           MOVE EN-TERM TO WS-START-TERM
           MOVE ZEROS TO WS-TERM-START
           IF EN-TRANSFER-TERM
               GO TO 3190-EXIT
           END-IF
           MOVE EN-TERM TO TC-TERM-ID
           READ TERM-CALENDAR
               INVALID KEY
                   DISPLAY "*** TERM " EN-TERM
                       " ON STUDENTID " EN-STUDENTID
                       " NOT ON TERM CALENDAR ***"
                   ADD 1 TO WS-UNKNOWN-TERM-COUNT
               NOT INVALID KEY
                   MOVE TC-START-DATE TO WS-TERM-START
           END-READ.
       3190-EXIT.
           EXIT.

      *****************************************************************
      *  3200-EVAL-REQUIRED                                           *
      *  A required-course row is satisfied by a pass in any course   *
      *  it lists, in progress when one is being taken, else open.    *
      *****************************************************************
       3200-EVAL-REQUIRED.
           IF WS-RQ-REQUIRED(WS-REQ-IX)
               MOVE "O" TO WS-RQ-RESULT(WS-REQ-IX)
               MOVE SPACES TO WS-RQ-USED-COURSE(WS-REQ-IX)
               MOVE ZEROS TO WS-RQ-EARNED(WS-REQ-IX)
               MOVE 1 TO WS-POOL-IX
               PERFORM 3250-CHECK-REQ-COURSE THRU 3250-EXIT 10 TIMES
           END-IF
           ADD 1 TO WS-REQ-IX.

      *****************************************************************
      *  3250-CHECK-REQ-COURSE THRU 3250-EXIT                         *
      *****************************************************************
       3250-CHECK-REQ-COURSE.
           IF WS-RQ-COURSE(WS-REQ-IX, WS-POOL-IX) = SPACES
                   OR WS-RQ-SATISFIED(WS-REQ-IX)
               GO TO 3250-NEXT
           END-IF
           PERFORM 3260-LOOKUP-REQ-COURSE
           IF WS-COURSE-HIT = ZERO
               GO TO 3250-NEXT
           END-IF
           IF WS-CT-USED(WS-COURSE-HIT)
               GO TO 3250-NEXT
           END-IF
           IF WS-CT-PASSED(WS-COURSE-HIT)
               MOVE "S" TO WS-RQ-RESULT(WS-REQ-IX)
               MOVE WS-CT-COURSE(WS-COURSE-HIT)
                   TO WS-RQ-USED-COURSE(WS-REQ-IX)
               MOVE "Y" TO WS-CT-USED-FLAG(WS-COURSE-HIT)
           ELSE
               IF WS-CT-IN-PROGRESS(WS-COURSE-HIT)
                       AND WS-RQ-OPEN(WS-REQ-IX)
                   MOVE "I" TO WS-RQ-RESULT(WS-REQ-IX)
                   MOVE WS-CT-COURSE(WS-COURSE-HIT)
                       TO WS-RQ-USED-COURSE(WS-REQ-IX)
               END-IF
           END-IF.
       3250-NEXT.
           ADD 1 TO WS-POOL-IX.
       3250-EXIT.
           EXIT.

      *****************************************************************
      *  3260-LOOKUP-REQ-COURSE                                       *
      *  Sets WS-COURSE-HIT to the course-table entry for the         *
      *  requirement's current course entry, zero when never taken.   *
      *****************************************************************
       3260-LOOKUP-REQ-COURSE.
           MOVE ZEROS TO WS-COURSE-HIT
           MOVE 1 TO WS-COURSE-IX
           PERFORM 3170-FIND-REQ-COURSE
               UNTIL WS-COURSE-HIT > ZERO
                   OR WS-COURSE-IX > WS-COURSE-TALLY.

      *****************************************************************
      *  3300-EVAL-ELECTIVE                                           *
      *  An elective pool draws passed hours from the courses it      *
      *  lists that no earlier requirement has spent, until the pool  *
      *  hours are met.  Short of that, the pool is in progress when  *
      *  the listed courses being taken would make up the shortfall.  *
      *****************************************************************
       3300-EVAL-ELECTIVE.
           IF WS-RQ-ELECTIVE(WS-REQ-IX)
               MOVE ZEROS TO WS-POOL-EARNED
               MOVE ZEROS TO WS-POOL-IP
               MOVE 1 TO WS-POOL-IX
               PERFORM 3350-CHECK-POOL-COURSE THRU 3350-EXIT
                   10 TIMES
               MOVE WS-POOL-EARNED TO WS-RQ-EARNED(WS-REQ-IX)
               MOVE SPACES TO WS-RQ-USED-COURSE(WS-REQ-IX)
               COMPUTE WS-REACH-HOURS = WS-POOL-EARNED + WS-POOL-IP
               EVALUATE TRUE
                   WHEN WS-POOL-EARNED NOT < WS-RQ-POOL-HOURS(WS-REQ-IX)
                       MOVE "S" TO WS-RQ-RESULT(WS-REQ-IX)
                   WHEN WS-REACH-HOURS NOT < WS-RQ-POOL-HOURS(WS-REQ-IX)
                       MOVE "I" TO WS-RQ-RESULT(WS-REQ-IX)
                   WHEN OTHER
                       MOVE "O" TO WS-RQ-RESULT(WS-REQ-IX)
               END-EVALUATE
           END-IF
           ADD 1 TO WS-REQ-IX.

      *****************************************************************
      *  3350-CHECK-POOL-COURSE THRU 3350-EXIT                        *
      *****************************************************************
       3350-CHECK-POOL-COURSE.
           IF WS-RQ-COURSE(WS-REQ-IX, WS-POOL-IX) = SPACES
                   OR WS-POOL-EARNED NOT < WS-RQ-POOL-HOURS(WS-REQ-IX)
               GO TO 3350-NEXT
           END-IF
           PERFORM 3260-LOOKUP-REQ-COURSE
           IF WS-COURSE-HIT = ZERO
               GO TO 3350-NEXT
           END-IF
           IF WS-CT-USED(WS-COURSE-HIT)
               GO TO 3350-NEXT
           END-IF
           IF WS-CT-PASSED(WS-COURSE-HIT)
               ADD WS-CT-HOURS(WS-COURSE-HIT) TO WS-POOL-EARNED
               MOVE "Y" TO WS-CT-USED-FLAG(WS-COURSE-HIT)
           ELSE
               IF WS-CT-IN-PROGRESS(WS-COURSE-HIT)
                   ADD WS-CT-IP-HOURS(WS-COURSE-HIT) TO WS-POOL-IP
               END-IF
           END-IF.
       3350-NEXT.
           ADD 1 TO WS-POOL-IX.
       3350-EXIT.
           EXIT.

      *****************************************************************
      *  3400-PRINT-AUDIT THRU 3400-EXIT                              *
      *  The student's audit: identification, the program rows in     *
      *  sequence order, total hours and minimum GPA, the courses     *
      *  in progress and a one-line result.                            *
      *****************************************************************
       3400-PRINT-AUDIT.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE STUDENTID TO STL-STUDENTID
           MOVE STUDENTNAME TO STL-NAME
           MOVE WS-AUDIT-PROGRAM TO STL-PROGRAM
           MOVE WS-PH-TITLE TO STL-TITLE
           MOVE WS-STUDENT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE GPA TO SDL-GPA
           MOVE WS-EARNED-HOURS TO SDL-EARNED
           MOVE WS-IP-HOURS TO SDL-IP
           MOVE WS-STANDING-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-REQ-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE 1 TO WS-REQ-IX
           PERFORM 3450-PRINT-REQ-LINE WS-REQ-TALLY TIMES
           MOVE "TOTAL HOURS" TO RQL-DESC
           COMPUTE WS-REACH-HOURS = WS-EARNED-HOURS + WS-IP-HOURS
           EVALUATE TRUE
               WHEN WS-EARNED-HOURS NOT < WS-PH-TOTAL-HOURS
                   MOVE "S" TO WS-RESULT
               WHEN WS-REACH-HOURS NOT < WS-PH-TOTAL-HOURS
                   MOVE "I" TO WS-RESULT
               WHEN OTHER
                   MOVE "O" TO WS-RESULT
           END-EVALUATE
           MOVE WS-EARNED-HOURS TO HRD-HAVE
           MOVE WS-PH-TOTAL-HOURS TO HRD-NEED
           MOVE WS-HOURS-DETAIL TO RQL-DETAIL
           PERFORM 3480-WRITE-REQ-LINE
           MOVE "MINIMUM GPA" TO RQL-DESC
           IF GPA NOT < WS-PH-MIN-GPA
               MOVE "S" TO WS-RESULT
           ELSE
               MOVE "O" TO WS-RESULT
           END-IF
           MOVE GPA TO GPD-HAVE
           MOVE WS-PH-MIN-GPA TO GPD-NEED
           MOVE WS-GPA-DETAIL TO RQL-DETAIL
           PERFORM 3480-WRITE-REQ-LINE
           IF WS-IP-HOURS > ZERO
               MOVE WS-IP-HEADING TO RPT-LINE
               WRITE RPT-LINE
               MOVE 1 TO WS-COURSE-IX
               PERFORM 3500-PRINT-IP-COURSE WS-COURSE-TALLY TIMES
           END-IF
           IF WS-STUDENT-OPEN = ZERO AND WS-STUDENT-IN-PROG = ZERO
               MOVE "ALL REQUIREMENTS SATISFIED" TO RSL-TEXT
           ELSE
               MOVE WS-STUDENT-OPEN TO RSC-OPEN
               MOVE WS-STUDENT-IN-PROG TO RSC-IN-PROG
               MOVE WS-RESULT-COUNTS TO RSL-TEXT
           END-IF
           IF WS-COURSE-FULL-YES
               MOVE "COURSE TABLE FULL - AUDIT INCOMPLETE" TO RSL-TEXT
           END-IF
           MOVE WS-RESULT-LINE TO RPT-LINE
           WRITE RPT-LINE.
       3400-EXIT.
           EXIT.

      *****************************************************************
      *  3450-PRINT-REQ-LINE                                          *
      *****************************************************************
       3450-PRINT-REQ-LINE.
           MOVE WS-RQ-DESC(WS-REQ-IX) TO RQL-DESC
           MOVE WS-RQ-RESULT(WS-REQ-IX) TO WS-RESULT
           IF WS-RQ-REQUIRED(WS-REQ-IX)
               IF WS-RQ-OPEN(WS-REQ-IX)
                   MOVE SPACES TO RQL-DETAIL
                   STRING "NEEDS " DELIMITED BY SIZE
                       WS-RQ-COURSE(WS-REQ-IX, 1) DELIMITED BY SPACE
                       INTO RQL-DETAIL
               ELSE
                   MOVE WS-RQ-USED-COURSE(WS-REQ-IX) TO RQL-DETAIL
               END-IF
           ELSE
               MOVE WS-RQ-EARNED(WS-REQ-IX) TO HRD-HAVE
               MOVE WS-RQ-POOL-HOURS(WS-REQ-IX) TO HRD-NEED
               MOVE WS-HOURS-DETAIL TO RQL-DETAIL
           END-IF
           PERFORM 3480-WRITE-REQ-LINE
           ADD 1 TO WS-REQ-IX.

      *****************************************************************
      *  3480-WRITE-REQ-LINE                                          *
      *  Prints one requirement with the result in WS-RESULT and      *
      *  counts it against the student.                                *
      *****************************************************************
       3480-WRITE-REQ-LINE.
           EVALUATE WS-RESULT
               WHEN "S"
                   MOVE "SATISFIED" TO RQL-STATUS
               WHEN "I"
                   MOVE "IN PROGRESS" TO RQL-STATUS
                   ADD 1 TO WS-STUDENT-IN-PROG
               WHEN OTHER
                   MOVE "OPEN" TO RQL-STATUS
                   ADD 1 TO WS-STUDENT-OPEN
           END-EVALUATE
           MOVE WS-REQ-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RQL-DETAIL.

      *****************************************************************
      *  3500-PRINT-IP-COURSE                                         *
      *****************************************************************
       3500-PRINT-IP-COURSE.
           IF WS-CT-IN-PROGRESS(WS-COURSE-IX)
               MOVE WS-CT-COURSE(WS-COURSE-IX) TO IPL-COURSE
               MOVE WS-CT-IP-TERM(WS-COURSE-IX) TO IPL-TERM
               MOVE WS-CT-IP-HOURS(WS-COURSE-IX) TO IPL-HOURS
               MOVE WS-IP-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           ADD 1 TO WS-COURSE-IX.

      *****************************************************************
      *  9000-TERMINATE                                               *
      *****************************************************************
       9000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "REQUEST CARDS READ" TO TOT-LABEL
           MOVE WS-REQUEST-COUNT TO TOT-COUNT
           PERFORM 9100-PRINT-TOTAL
           MOVE "REQUEST CARDS REJECTED" TO TOT-LABEL
           MOVE WS-BAD-REQUEST-COUNT TO TOT-COUNT
           PERFORM 9100-PRINT-TOTAL
           MOVE "STUDENTS AUDITED" TO TOT-LABEL
           MOVE WS-AUDITED-COUNT TO TOT-COUNT
           PERFORM 9100-PRINT-TOTAL
           MOVE "ALL REQUIREMENTS SATISFIED" TO TOT-LABEL
           MOVE WS-COMPLETE-COUNT TO TOT-COUNT
           PERFORM 9100-PRINT-TOTAL
           MOVE "STUDENTS NOT ON FILE" TO TOT-LABEL
           MOVE WS-NOTFOUND-COUNT TO TOT-COUNT
           PERFORM 9100-PRINT-TOTAL
           MOVE "NO PROGRAM / NOT ON FILE" TO TOT-LABEL
           MOVE WS-NO-PROGRAM-COUNT TO TOT-COUNT
           PERFORM 9100-PRINT-TOTAL
           MOVE "TERMS NOT ON TERMCAL" TO TOT-LABEL
           MOVE WS-UNKNOWN-TERM-COUNT TO TOT-COUNT
           PERFORM 9100-PRINT-TOTAL
           CLOSE AUDIT-REQ
           CLOSE STUDENT-MASTER
           CLOSE ENROLL-MASTER
           CLOSE PROGRAM-MASTER
           CLOSE TERM-CALENDAR
           CLOSE AUDIT-RPT
           DISPLAY "REQUEST CARDS READ = " WS-REQUEST-COUNT
           DISPLAY "REQUESTS REJECTED  = " WS-BAD-REQUEST-COUNT
           DISPLAY "STUDENTS AUDITED   = " WS-AUDITED-COUNT
           DISPLAY "ALL SATISFIED      = " WS-COMPLETE-COUNT
           DISPLAY "NOT ON FILE        = " WS-NOTFOUND-COUNT
           DISPLAY "NO PROGRAM         = " WS-NO-PROGRAM-COUNT
           DISPLAY "TERMS NOT ON TERMCAL= " WS-UNKNOWN-TERM-COUNT.

      *****************************************************************
      *  9100-PRINT-TOTAL                                             *
      *****************************************************************
       9100-PRINT-TOTAL.
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.
