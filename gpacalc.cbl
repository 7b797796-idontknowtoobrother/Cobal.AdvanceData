      *  EN-GRADE-GRADED list) carry quality points - W and I are      *
      *  excluded from both the points and the attempted hours.       *
      *                                                                *
      *  Repeated courses: only the most recent graded attempt of a   *
      *  course - by the start date of its term on the term calendar  *
      *  (copybooks/TERMCAL.CPY), since term codes do not sort by     *
      *  date - counts toward the cumulative GPA and hours.  Earlier  *
      *  graded attempts of the same course still count in the GPA of *
      *  the term they were taken in, but are left out of the         *
      *  cumulative, and every student whose cumulative GPA comes out *
      *  different for it is listed on the REPTRPT repeat report.     *
      *                                                                *
      *  Transfer credit (the EN-TRANSFER-TERM rows XFERPOST posts)   *
      *  carries no quality points - it is left out of every GPA but  *
      *  its hours count toward the student's earned hours, printed   *
      *  under the cumulative GPA.  Transfer rows are tabled with the *
      *  graded attempts, so a later institutional attempt of the     *
      *  equivalent course supersedes the transfer credit.  Earned    *
      *  hours are the hours of every counted course passed (D or     *
      *  better) plus the transfer hours.                              *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  2026-08-22  RLM  Original program.                            *
      *  2026-09-24  RLM  Repeated-course rule - a graded attempt with *
      *                   a later graded attempt of the same course    *
      *                   is superseded and excluded from the          *
      *                   cumulative GPA and hours.  Added the REPTRPT *
      *                   report of every student whose cumulative     *
      *                   GPA the rule changed.                        *
      *  2026-09-30  RLM  Transfer credit - transfer-term rows count   *
      *                   toward earned hours with no quality points   *
      *                   and print as a transfer line in place of a   *
      *                   term GPA.  Added the earned-hours line.      *
      *  2026-10-14  RLM  Repeat rule orders attempts by the term's    *
      *                   TERMCAL start date rather than the term      *
      *                   code, which does not sort by date.  Added    *
      *                   the TERMCAL file.                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDMAST-STATUS.

           SELECT TERM-CALENDAR ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TC-TERM-ID
               FILE STATUS IS WS-TERMCAL-STATUS.

           SELECT GPA-RPT ASSIGN TO "GPARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT REPEAT-RPT ASSIGN TO "REPTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLL-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY STUDREC.

       FD  TERM-CALENDAR
           LABEL RECORDS ARE STANDARD.
           COPY TERMCAL.

       FD  GPA-RPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                 PIC X(80).

       FD  REPEAT-RPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  REPEAT-RPT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ENRLMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-ENRLMAST-OK                  VALUE "00".
       01  WS-STUDMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-STUDMAST-OK                  VALUE "00".
       01  WS-TERMCAL-STATUS    PIC XX         VALUE ZEROS.
           88  WS-TERMCAL-OK                   VALUE "00".
       01  WS-RPT-STATUS        PIC XX         VALUE ZEROS.
       01  WS-REPTRPT-STATUS    PIC XX         VALUE ZEROS.

       01  WS-SWITCHES.
           02  WS-EOF-SWITCH    PIC X          VALUE "N".
               88  WS-EOF-YES                  VALUE "Y".
           02  WS-SUPERSEDED-SWITCH PIC X      VALUE "N".
               88  WS-SUPERSEDED-YES           VALUE "Y".
           02  WS-TABLE-FULL-SWITCH PIC X      VALUE "N".
               88  WS-TABLE-FULL-YES           VALUE "Y".

       01  WS-COUNTERS.
           02  WS-STUDENT-COUNT     PIC 9(5)   VALUE ZEROS.
           02  WS-REWRITE-COUNT     PIC 9(5)   VALUE ZEROS.
           02  WS-NOTFOUND-COUNT    PIC 9(5)   VALUE ZEROS.
           02  WS-EXCLUDED-COUNT    PIC 9(3)   VALUE ZEROS.
           02  WS-EXCLUDED-TOTAL    PIC 9(5)   VALUE ZEROS.
           02  WS-REPEAT-COUNT      PIC 9(5)   VALUE ZEROS.
           02  WS-TABLE-FULL-COUNT  PIC 9(5)   VALUE ZEROS.
           02  WS-UNKNOWN-TERM-COUNT PIC 9(5)  VALUE ZEROS.

       01  WS-HOLD-KEYS.
           02  WS-PREV-STUDENTID    PIC 9(8)   VALUE ZEROS.
           02  WS-PREV-TERM         PIC X(5)   VALUE SPACES.
               88  WS-PREV-TERM-TRANSFER       VALUE "0000T".

      *    Start date of the term last looked up on the term calendar *
      *    - rows arrive a term at a time, so the calendar is read    *
      *    once per term rather than once per row.  Transfer credit   *
      *    and a term not on the calendar carry a zero start date.    *
       01  WS-TERM-START-WORK.
           02  WS-START-TERM        PIC X(5)   VALUE SPACES.
           02  WS-TERM-START        PIC 9(8)   VALUE ZEROS.

       01  WS-GPA-WORK.
           02  WS-GRADE-POINTS      PIC 9      VALUE ZEROS.
           02  WS-CUM-CREDITS       PIC 9(3)V9 VALUE ZEROS.
           02  WS-TERM-GPA          PIC 9V99   VALUE ZEROS.
           02  WS-CUM-GPA           PIC 9V99   VALUE ZEROS.
           02  WS-COURSE-POINTS     PIC 9(3)V9 VALUE ZEROS.
           02  WS-ALL-POINTS        PIC 9(5)V9 VALUE ZEROS.
           02  WS-ALL-CREDITS       PIC 9(3)V9 VALUE ZEROS.
           02  WS-ALL-GPA           PIC 9V99   VALUE ZEROS.
           02  WS-TERM-TRANSFER     PIC 9(3)V9 VALUE ZEROS.
           02  WS-CUM-EARNED        PIC 9(3)V9 VALUE ZEROS.
           02  WS-TRANSFER-EARNED   PIC 9(3)V9 VALUE ZEROS.

      *    The student's graded attempts, tabled as they are read so  *
      *    the repeat rule can be applied at the student break.  Each *
      *    attempt carries its term's TERMCAL start date - term codes *
      *    do not sort by date - and an attempt is superseded by one  *
      *    of the same course with a later start date, or with the    *
      *    same start date and read after it.  A student with more    *
      *    attempts than the table holds has the overflow counted in  *
      *    full and is flagged on the listing.                         *
       01  WS-ATTEMPT-TABLE.
           02  WS-ATTEMPT-MAX       PIC 9(3)   VALUE 400 COMP.
           02  WS-ATTEMPT-IX        PIC S9(4)  VALUE ZEROS COMP.
           02  WS-LATER-IX          PIC S9(4)  VALUE ZEROS COMP.
           02  WS-ATTEMPT-TALLY     PIC 9(3)   VALUE ZEROS.
           02  WS-ATTEMPT-ENTRY OCCURS 400 TIMES.
               03  WS-AT-COURSE     PIC X(8).
               03  WS-AT-CREDITS    PIC 9V9.
               03  WS-AT-POINTS     PIC 9(3)V9.
               03  WS-AT-TRANSFER-FLAG PIC X.
                   88  WS-AT-TRANSFER          VALUE "T".
               03  WS-AT-START      PIC 9(8).

       01  WS-REPEAT-HEADING-1.
           02  FILLER            PIC X(40)
                   VALUE "REPEATED-COURSE REPORT  -  CUMULATIVE GP".
           02  FILLER            PIC X(30)
                   VALUE "A CHANGED BY THE REPEAT RULE".

       01  WS-REPEAT-HEADING-2.
           02  FILLER            PIC X(10) VALUE "STUDENT ID".
           02  FILLER            PIC X(16) VALUE "  NAME".
           02  FILLER            PIC X(14) VALUE "  ALL ATTEMPTS".
           02  FILLER            PIC X(14) VALUE "   REPEAT RULE".
           02  FILLER            PIC X(10) VALUE "  EXCLUDED".

       01  WS-REPEAT-LINE.
           02  RPL-STUDENTID     PIC 9(8).
           02  FILLER            PIC X(4)  VALUE SPACES.
           02  RPL-NAME          PIC X(14).
           02  FILLER            PIC X(10) VALUE SPACES.
           02  RPL-ALL-GPA       PIC Z.99.
           02  FILLER            PIC X(10) VALUE SPACES.
           02  RPL-RULE-GPA      PIC Z.99.
           02  FILLER            PIC X(7)  VALUE SPACES.
           02  RPL-EXCLUDED      PIC ZZ9.

       01  WS-REPEAT-TOTAL-LINE.
           02  FILLER            PIC X(27)
                   VALUE "STUDENTS WITH GPA CHANGED =".
           02  RPT-CHANGED       PIC ZZ,ZZ9.
           02  FILLER            PIC X(23)
                   VALUE "   ATTEMPTS EXCLUDED = ".
           02  RPT-EXCLUDED      PIC ZZ,ZZ9.

       01  WS-TERM-LINE.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  FILLER            PIC X(11) VALUE "  CREDITS =".
           02  TRM-CREDITS       PIC ZZ9.9.

       01  WS-TRANSFER-LINE.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  TRL-STUDENTID     PIC 9(8).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  FILLER            PIC X(27)
                   VALUE "TRANSFER CREDIT   CREDITS =".
           02  TRL-CREDITS       PIC ZZ9.9.

       01  WS-STUDENT-LINE.
           02  STU-STUDENTID     PIC 9(8).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  STU-NOTE          PIC X(26).

       01  WS-EARNED-LINE.
           02  FILLER            PIC X(24) VALUE SPACES.
           02  FILLER            PIC X(16) VALUE "EARNED HOURS =  ".
           02  ERN-EARNED        PIC ZZ9.9.
           02  FILLER            PIC X(13) VALUE "  TRANSFER = ".
           02  ERN-TRANSFER      PIC ZZ9.9.

       PROCEDURE DIVISION.

      *****************************************************************
      *****************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT GPA-RPT
           OPEN OUTPUT REPEAT-RPT
           MOVE WS-REPEAT-HEADING-1 TO REPEAT-RPT-LINE
           WRITE REPEAT-RPT-LINE
           MOVE SPACES TO REPEAT-RPT-LINE
           WRITE REPEAT-RPT-LINE
           MOVE WS-REPEAT-HEADING-2 TO REPEAT-RPT-LINE
           WRITE REPEAT-RPT-LINE
           OPEN INPUT ENROLL-MASTER
           IF NOT WS-ENRLMAST-OK
               DISPLAY "ENROLL-MASTER OPEN FAILED, STATUS = "
               MOVE "Y" TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT TERM-CALENDAR
           IF NOT WS-TERMCAL-OK
               DISPLAY "TERM-CALENDAR OPEN FAILED, STATUS = "
                   WS-TERMCAL-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           PERFORM 2100-READ-ENROLL
           IF NOT WS-EOF-YES
               MOVE EN-STUDENTID TO WS-PREV-STUDENTID
      *****************************************************************
       2000-PROCESS-ENROLLMENT.
           IF EN-STUDENTID NOT = WS-PREV-STUDENTID
               PERFORM 2200-TERM-BREAK THRU 2200-EXIT
               PERFORM 2300-STUDENT-BREAK
               MOVE EN-STUDENTID TO WS-PREV-STUDENTID
               MOVE EN-TERM TO WS-PREV-TERM
           ELSE
               IF EN-TERM NOT = WS-PREV-TERM
                   PERFORM 2200-TERM-BREAK THRU 2200-EXIT
                   MOVE EN-TERM TO WS-PREV-TERM
               END-IF
           END-IF
           IF EN-TRANSFER-TERM
               IF EN-GRADE-TRANSFER
                   PERFORM 2450-TABLE-TRANSFER
               END-IF
           ELSE
               IF EN-GRADE-GRADED
                   PERFORM 2400-ACCUMULATE-POINTS
               END-IF
           END-IF
           PERFORM 2100-READ-ENROLL.
       2000-EXIT.
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *****************************************************************
      *  2150-LOOKUP-TERM-START THRU 2150-EXIT                        *
      *  Sets WS-TERM-START to the TERMCAL start date of EN-TERM, the *
      *  date the repeat rule orders attempts by.  Transfer credit    *
      *  has no term of attendance and takes a zero date, so any      *
      *  attempt here supersedes it; a term missing from the          *
      *  calendar is reported and also taken as zero.                 *
      *****************************************************************
       2150-LOOKUP-TERM-START.
           IF EN-TERM = WS-START-TERM
               GO TO 2150-EXIT
           END-IF
           MOVE EN-TERM TO WS-START-TERM
           MOVE ZEROS TO WS-TERM-START
           IF EN-TRANSFER-TERM
               GO TO 2150-EXIT
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
       2150-EXIT.
           EXIT.

      *****************************************************************
      *  2200-TERM-BREAK                                              *
      *  Closes out one term for the previous student - computes and  *
      *  prints the term GPA off the term accumulators, then clears   *
      *  them for the next term.  A term of nothing but W and I       *
      *  grades has no attempted hours and prints a zero GPA.         *
      *  The transfer term has no GPA - its hours print instead.      *
      *****************************************************************
       2200-TERM-BREAK.
           IF WS-PREV-TERM-TRANSFER
               MOVE WS-PREV-STUDENTID TO TRL-STUDENTID
               MOVE WS-TERM-TRANSFER TO TRL-CREDITS
               MOVE WS-TRANSFER-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE ZEROS TO WS-TERM-TRANSFER
               GO TO 2200-EXIT
           END-IF
           IF WS-TERM-CREDITS > ZERO
               COMPUTE WS-TERM-GPA ROUNDED =
                   WS-TERM-POINTS / WS-TERM-CREDITS
           WRITE RPT-LINE
           MOVE ZEROS TO WS-TERM-POINTS
           MOVE ZEROS TO WS-TERM-CREDITS.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-STUDENT-BREAK                                           *
      *  Closes out the previous student - applies the repeat rule to *
      *  the tabled attempts, computes the cumulative GPA off what    *
      *  is left and rewrites it onto STUDENT-MASTER.  A student on   *
      *  the enrollment file but not on the master is reported        *
      *  rather than silently skipped.  A student whose cumulative    *
      *  GPA the rule changed goes on the repeat report.               *
      *****************************************************************
       2300-STUDENT-BREAK.
           ADD 1 TO WS-STUDENT-COUNT
           PERFORM 2350-APPLY-REPEAT-RULE
           IF WS-ALL-CREDITS > ZERO
               COMPUTE WS-ALL-GPA ROUNDED =
                   WS-ALL-POINTS / WS-ALL-CREDITS
           ELSE
               MOVE ZEROS TO WS-ALL-GPA
           END-IF
           IF WS-CUM-CREDITS > ZERO
               COMPUTE WS-CUM-GPA ROUNDED =
                   WS-CUM-POINTS / WS-CUM-CREDITS
                   MOVE "GPA REWRITTEN TO MASTER" TO STU-NOTE
                   ADD 1 TO WS-REWRITE-COUNT
           END-READ
           IF WS-TABLE-FULL-YES
               MOVE "** REPEATS NOT ALL CHECKED" TO STU-NOTE
           END-IF
           MOVE WS-STUDENT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CUM-EARNED TO ERN-EARNED
           MOVE WS-TRANSFER-EARNED TO ERN-TRANSFER
           MOVE WS-EARNED-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-EXCLUDED-COUNT > ZERO
                   AND WS-ALL-GPA NOT = WS-CUM-GPA
               PERFORM 2380-WRITE-REPEAT-LINE
           END-IF
           MOVE ZEROS TO WS-CUM-POINTS
           MOVE ZEROS TO WS-CUM-CREDITS
           MOVE ZEROS TO WS-ALL-POINTS
           MOVE ZEROS TO WS-ALL-CREDITS
           MOVE ZEROS TO WS-CUM-EARNED
           MOVE ZEROS TO WS-TRANSFER-EARNED
           MOVE ZEROS TO WS-ATTEMPT-TALLY
           MOVE "N" TO WS-TABLE-FULL-SWITCH.

      *****************************************************************
      *  2350-APPLY-REPEAT-RULE                                       *
      *  Walks the student's tabled attempts and adds into the        *
      *  cumulative accumulators only those with no later graded      *
      *  attempt of the same course anywhere in the table - later by  *
      *  TERMCAL start date, not by term code.  A transfer entry      *
      *  adds only to the earned hours; a superseded one is not       *
      *  counted as an excluded attempt, since it never had a GPA.    *
      *****************************************************************
       2350-APPLY-REPEAT-RULE.
           MOVE ZEROS TO WS-EXCLUDED-COUNT
           MOVE 1 TO WS-ATTEMPT-IX
           PERFORM 2360-RULE-ONE-ATTEMPT
               WS-ATTEMPT-TALLY TIMES.

      *****************************************************************
      *  2360-RULE-ONE-ATTEMPT                                        *
      *****************************************************************
       2360-RULE-ONE-ATTEMPT.
           MOVE "N" TO WS-SUPERSEDED-SWITCH
           MOVE 1 TO WS-LATER-IX
           PERFORM 2370-CHECK-LATER-ATTEMPT
               UNTIL WS-SUPERSEDED-YES
                   OR WS-LATER-IX > WS-ATTEMPT-TALLY
           IF WS-SUPERSEDED-YES
               IF NOT WS-AT-TRANSFER(WS-ATTEMPT-IX)
                   ADD 1 TO WS-EXCLUDED-COUNT
                   ADD 1 TO WS-EXCLUDED-TOTAL
               END-IF
           ELSE
               IF WS-AT-TRANSFER(WS-ATTEMPT-IX)
                   ADD WS-AT-CREDITS(WS-ATTEMPT-IX) TO WS-CUM-EARNED
                   ADD WS-AT-CREDITS(WS-ATTEMPT-IX)
                       TO WS-TRANSFER-EARNED
               ELSE
                   ADD WS-AT-POINTS(WS-ATTEMPT-IX) TO WS-CUM-POINTS
                   ADD WS-AT-CREDITS(WS-ATTEMPT-IX) TO WS-CUM-CREDITS
                   IF WS-AT-POINTS(WS-ATTEMPT-IX) > ZERO
                       ADD WS-AT-CREDITS(WS-ATTEMPT-IX)
                           TO WS-CUM-EARNED
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-ATTEMPT-IX.

      *****************************************************************
      *  2370-CHECK-LATER-ATTEMPT                                     *
      *  Another attempt of the same course supersedes this one when  *
      *  its term started later - or, on the same start date (two     *
      *  terms missing from the calendar), when it was read later.    *
      *****************************************************************
       2370-CHECK-LATER-ATTEMPT.
           IF WS-LATER-IX NOT = WS-ATTEMPT-IX
                   AND WS-AT-COURSE(WS-LATER-IX)
                       = WS-AT-COURSE(WS-ATTEMPT-IX)
               IF WS-AT-START(WS-LATER-IX) > WS-AT-START(WS-ATTEMPT-IX)
                   MOVE "Y" TO WS-SUPERSEDED-SWITCH
               END-IF
               IF WS-AT-START(WS-LATER-IX) = WS-AT-START(WS-ATTEMPT-IX)
                       AND WS-LATER-IX > WS-ATTEMPT-IX
                   MOVE "Y" TO WS-SUPERSEDED-SWITCH
               END-IF
           END-IF
           ADD 1 TO WS-LATER-IX.

      *****************************************************************
      *  2380-WRITE-REPEAT-LINE                                       *
      *  One student on the repeat report - the cumulative GPA with   *
      *  every attempt counted beside the one the rule produced.      *
      *****************************************************************
       2380-WRITE-REPEAT-LINE.
           MOVE WS-PREV-STUDENTID TO RPL-STUDENTID
           MOVE STU-NAME TO RPL-NAME
           MOVE WS-ALL-GPA TO RPL-ALL-GPA
           MOVE WS-CUM-GPA TO RPL-RULE-GPA
           MOVE WS-EXCLUDED-COUNT TO RPL-EXCLUDED
           MOVE WS-REPEAT-LINE TO REPEAT-RPT-LINE
           WRITE REPEAT-RPT-LINE
           ADD 1 TO WS-REPEAT-COUNT.

      *****************************************************************
      *  2400-ACCUMULATE-POINTS                                       *
      *  Adds one graded course into the term accumulators - quality  *
      *  points are the grade's point value times the credit hours    *
      *  attempted - and tables it as an attempt for the repeat rule  *
      *  at the student break.  The all-attempts totals are kept      *
      *  alongside for the repeat report.                              *
      *****************************************************************
       2400-ACCUMULATE-POINTS.
           EVALUATE EN-GRADE
               WHEN OTHER
                   MOVE 0 TO WS-GRADE-POINTS
           END-EVALUATE
           COMPUTE WS-COURSE-POINTS =
               WS-GRADE-POINTS * EN-CREDIT-HOURS
           ADD WS-COURSE-POINTS TO WS-TERM-POINTS
           ADD EN-CREDIT-HOURS TO WS-TERM-CREDITS
           ADD WS-COURSE-POINTS TO WS-ALL-POINTS
           ADD EN-CREDIT-HOURS TO WS-ALL-CREDITS
           IF WS-ATTEMPT-TALLY = WS-ATTEMPT-MAX
               IF NOT WS-TABLE-FULL-YES
                   DISPLAY "*** STUDENT " EN-STUDENTID " HAS MORE THAN "
                       WS-ATTEMPT-MAX " GRADED ATTEMPTS - REPEATS "
                       "NOT ALL CHECKED ***"
                   ADD 1 TO WS-TABLE-FULL-COUNT
               END-IF
               MOVE "Y" TO WS-TABLE-FULL-SWITCH
               ADD WS-COURSE-POINTS TO WS-CUM-POINTS
               ADD EN-CREDIT-HOURS TO WS-CUM-CREDITS
               IF WS-COURSE-POINTS > ZERO
                   ADD EN-CREDIT-HOURS TO WS-CUM-EARNED
               END-IF
           ELSE
               ADD 1 TO WS-ATTEMPT-TALLY
               MOVE WS-ATTEMPT-TALLY TO WS-ATTEMPT-IX
               MOVE EN-COURSE TO WS-AT-COURSE(WS-ATTEMPT-IX)
               MOVE EN-CREDIT-HOURS TO WS-AT-CREDITS(WS-ATTEMPT-IX)
               MOVE WS-COURSE-POINTS TO WS-AT-POINTS(WS-ATTEMPT-IX)
               MOVE SPACE TO WS-AT-TRANSFER-FLAG(WS-ATTEMPT-IX)
               PERFORM 2150-LOOKUP-TERM-START THRU 2150-EXIT
               MOVE WS-TERM-START TO WS-AT-START(WS-ATTEMPT-IX)
           END-IF.

      *****************************************************************
      *  2450-TABLE-TRANSFER                                          *
      *  Tables one transfer course for the repeat rule with no       *
      *  quality points - it never touches the term or cumulative     *
      *  GPA accumulators.  On table overflow the hours go straight   *
      *  to earned.                                                    *
      *****************************************************************
       2450-TABLE-TRANSFER.
           ADD EN-CREDIT-HOURS TO WS-TERM-TRANSFER
           IF WS-ATTEMPT-TALLY = WS-ATTEMPT-MAX
               IF NOT WS-TABLE-FULL-YES
                   DISPLAY "*** STUDENT " EN-STUDENTID " HAS MORE THAN "
                       WS-ATTEMPT-MAX " GRADED ATTEMPTS - REPEATS "
                       "NOT ALL CHECKED ***"
                   ADD 1 TO WS-TABLE-FULL-COUNT
               END-IF
               MOVE "Y" TO WS-TABLE-FULL-SWITCH
               ADD EN-CREDIT-HOURS TO WS-CUM-EARNED
               ADD EN-CREDIT-HOURS TO WS-TRANSFER-EARNED
           ELSE
               ADD 1 TO WS-ATTEMPT-TALLY
               MOVE WS-ATTEMPT-TALLY TO WS-ATTEMPT-IX
               MOVE EN-COURSE TO WS-AT-COURSE(WS-ATTEMPT-IX)
               MOVE EN-CREDIT-HOURS TO WS-AT-CREDITS(WS-ATTEMPT-IX)
               MOVE ZEROS TO WS-AT-POINTS(WS-ATTEMPT-IX)
               MOVE "T" TO WS-AT-TRANSFER-FLAG(WS-ATTEMPT-IX)
               MOVE ZEROS TO WS-AT-START(WS-ATTEMPT-IX)
           END-IF.

      *****************************************************************
      *  9000-TERMINATE                                               *
           IF WS-STUDENT-COUNT > ZERO
                   OR WS-TERM-CREDITS > ZERO
                   OR WS-PREV-STUDENTID > ZEROS
               PERFORM 2200-TERM-BREAK THRU 2200-EXIT
               PERFORM 2300-STUDENT-BREAK
           END-IF
           CLOSE ENROLL-MASTER
           CLOSE STUDENT-MASTER
           CLOSE TERM-CALENDAR
           CLOSE GPA-RPT
           MOVE SPACES TO REPEAT-RPT-LINE
           WRITE REPEAT-RPT-LINE
           MOVE WS-REPEAT-COUNT TO RPT-CHANGED
           MOVE WS-EXCLUDED-TOTAL TO RPT-EXCLUDED
           MOVE WS-REPEAT-TOTAL-LINE TO REPEAT-RPT-LINE
           WRITE REPEAT-RPT-LINE
           CLOSE REPEAT-RPT
           DISPLAY "STUDENTS RECALCULATED = " WS-STUDENT-COUNT
           DISPLAY "MASTERS REWRITTEN     = " WS-REWRITE-COUNT
           DISPLAY "NOT ON MASTER         = " WS-NOTFOUND-COUNT
           DISPLAY "ATTEMPTS EXCLUDED     = " WS-EXCLUDED-TOTAL
           DISPLAY "GPAS CHANGED BY RULE  = " WS-REPEAT-COUNT
           DISPLAY "TERMS NOT ON TERMCAL  = " WS-UNKNOWN-TERM-COUNT
           IF WS-TABLE-FULL-COUNT > ZERO
               DISPLAY "ATTEMPT TABLE OVERFLOW = " WS-TABLE-FULL-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
