      *  cumulative GPA at the end.  The quality-point scale and the  *
      *  EN-GRADE-GRADED exclusion list are exactly GPACALC's, so a   *
      *  transcript can never disagree with the GPA on the master.    *
      *  Transfer credit (the EN-TRANSFER-TERM rows XFERPOST posts)   *
      *  prints first, in a TRANSFER CREDIT section with the source   *
      *  institution on each line, and counts toward earned credits   *
      *  only - never the GPA.                                         *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  2026-09-02  RLM  Original program.                            *
      *                   transcript - the transcript is released by   *
      *                   the next night's cut once the balance is     *
      *                   paid down.                                   *
      *  2026-09-24  RLM  Repeated courses, per GPACALC's rule: every  *
      *                   attempt still prints, but a graded attempt   *
      *                   with a later graded attempt of the same      *
      *                   course is flagged REPEATED - EXCLUDED and    *
      *                   left out of the cumulative GPA and credits   *
      *                   (it still counts in its own term's GPA).     *
      *  2026-09-30  RLM  Transfer credit prints in a TRANSFER CREDIT  *
      *                   section ahead of the institutional terms,    *
      *                   with its hours in place of a term GPA, and   *
      *                   an earned-credits line (transfer included)   *
      *                   follows the cumulative GPA.  A transfer      *
      *                   course later repeated here is flagged        *
      *                   REPEATED - EXCLUDED like any other attempt.  *
      *  2026-10-03  RLM  A student no longer on the master is looked  *
      *                   up on the inactive-student archive           *
      *                   (STUDARCH/ENRLARCH, written by INACTARC) and *
      *                   the transcript printed from there, marked    *
      *                   ARCHIVED RECORD with the archive date.       *
      *  2026-10-14  RLM  Repeated courses ordered by the term's       *
      *                   TERMCAL start date, as GPACALC now orders    *
      *                   them, rather than by term code.  Added the   *
      *                   TERMCAL file.                                *
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS HD-STUDENTID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT OPTIONAL STUDENT-ARCHIVE ASSIGN TO "STUDARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SA-STUDENTID
               FILE STATUS IS WS-STUDARCH-STATUS.

           SELECT OPTIONAL ENROLL-ARCHIVE ASSIGN TO "ENRLARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EA-ENROLL-KEY
               FILE STATUS IS WS-ENRLARCH-STATUS.

           SELECT TERM-CALENDAR ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TC-TERM-ID
               FILE STATUS IS WS-TERMCAL-STATUS.

           SELECT TRANSCRIPT-RPT ASSIGN TO "TRANRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY HOLDREC.

       FD  STUDENT-ARCHIVE
           LABEL RECORDS ARE STANDARD.
           COPY STUDARCH.

       FD  ENROLL-ARCHIVE
           LABEL RECORDS ARE STANDARD.
           COPY ENRLARCH.

       FD  TERM-CALENDAR
           LABEL RECORDS ARE STANDARD.
           COPY TERMCAL.

       FD  TRANSCRIPT-RPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           88  WS-CRSEMAST-OK                  VALUE "00".
       01  WS-HOLD-STATUS       PIC XX         VALUE ZEROS.
           88  WS-HOLD-OK                      VALUES "00" "05".
       01  WS-STUDARCH-STATUS   PIC XX         VALUE ZEROS.
           88  WS-STUDARCH-OK                  VALUES "00" "05".
       01  WS-ENRLARCH-STATUS   PIC XX         VALUE ZEROS.
           88  WS-ENRLARCH-OK                  VALUES "00" "05".
       01  WS-TERMCAL-STATUS    PIC XX         VALUE ZEROS.
           88  WS-TERMCAL-OK                   VALUE "00".
       01  WS-RPT-STATUS        PIC XX         VALUE ZEROS.

       01  WS-SWITCHES.
               88  WS-EOF-YES                  VALUE "Y".
           02  WS-STUDENT-DONE-SWITCH PIC X    VALUE "N".
               88  WS-STUDENT-DONE-YES         VALUE "Y".
           02  WS-SUPERSEDED-SWITCH PIC X      VALUE "N".
               88  WS-SUPERSEDED-YES           VALUE "Y".
           02  WS-ARCHIVE-SWITCH PIC X         VALUE "N".
               88  WS-FROM-ARCHIVE             VALUE "Y".

       01  WS-COUNTERS.
           02  WS-REQUEST-COUNT     PIC 9(5)   VALUE ZEROS.
           02  WS-PRINTED-COUNT     PIC 9(5)   VALUE ZEROS.
           02  WS-ARCHIVE-COUNT     PIC 9(5)   VALUE ZEROS.
           02  WS-REJECT-COUNT      PIC 9(5)   VALUE ZEROS.
           02  WS-HOLD-COUNT        PIC 9(5)   VALUE ZEROS.
           02  WS-UNKNOWN-TERM-COUNT PIC 9(5)  VALUE ZEROS.

       01  WS-REQUEST-STUDENTID PIC 9(8)       VALUE ZEROS.
       01  WS-PREV-TERM         PIC X(5)       VALUE SPACES.
           88  WS-PREV-TERM-TRANSFER           VALUE "0000T".
       01  WS-COURSE-COUNT      PIC 9(3)       VALUE ZEROS.
       01  WS-EXCLUDED-COUNT    PIC 9(3)       VALUE ZEROS.

      *    Start date of the term last looked up on the term calendar *
      *    - rows arrive a term at a time, so the calendar is read    *
      *    once per term rather than once per row.  Transfer credit   *
      *    and a term not on the calendar carry a zero start date.    *
       01  WS-TERM-START-WORK.
           02  WS-START-TERM        PIC X(5)   VALUE SPACES.
           02  WS-TERM-START        PIC 9(8)   VALUE ZEROS.

      *    The student's graded courses with the term and TERMCAL     *
      *    start date of the latest graded attempt of each, built by  *
      *    a pass over the student's rows before printing - any       *
      *    attempt in a term other than the one tabled is superseded. *
      *    A student with more courses than the table holds has the   *
      *    rest printed unflagged.                                    *
       01  WS-REPEAT-TABLE.
           02  WS-REPEAT-MAX        PIC 9(3)   VALUE 400 COMP.
           02  WS-REPEAT-IX         PIC S9(4)  VALUE ZEROS COMP.
           02  WS-REPEAT-HIT        PIC S9(4)  VALUE ZEROS COMP.
           02  WS-REPEAT-TALLY      PIC 9(3)   VALUE ZEROS.
           02  WS-REPEAT-ENTRY OCCURS 400 TIMES.
               03  WS-RT-COURSE     PIC X(8).
               03  WS-RT-LAST-TERM  PIC X(5).
               03  WS-RT-LAST-START PIC 9(8).

       01  WS-GPA-WORK.
           02  WS-GRADE-POINTS      PIC 9      VALUE ZEROS.
           02  WS-CUM-CREDITS       PIC 9(3)V9 VALUE ZEROS.
           02  WS-TERM-GPA          PIC 9V99   VALUE ZEROS.
           02  WS-CUM-GPA           PIC 9V99   VALUE ZEROS.
           02  WS-TERM-TRANSFER     PIC 9(3)V9 VALUE ZEROS.
           02  WS-TRANSFER-CREDITS  PIC 9(3)V9 VALUE ZEROS.
           02  WS-CUM-EARNED        PIC 9(3)V9 VALUE ZEROS.

       01  WS-TITLE-LINE.
           02  FILLER            PIC X(24)
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  TTL-NAME          PIC X(14).

       01  WS-ARCHIVE-LINE.
           02  FILLER            PIC X(29)
                   VALUE "  ** ARCHIVED RECORD - MOVED ".
           02  FILLER            PIC X(17) VALUE "TO THE ARCHIVE ON".
           02  FILLER            PIC X     VALUE SPACE.
           02  ARL-ARCHIVE-DATE  PIC 9999/99/99.
           02  FILLER            PIC X(3)  VALUE " **".

       01  WS-TERM-HEADING.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  FILLER            PIC X(5)  VALUE "TERM ".
           02  TRH-TERM          PIC X(5).

       01  WS-TRANSFER-HEADING.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  FILLER            PIC X(15) VALUE "TRANSFER CREDIT".

       01  WS-COURSE-LINE.
           02  FILLER            PIC X(4)  VALUE SPACES.
           02  CRS-COURSE        PIC X(8).
           02  CRS-CREDITS       PIC 9.9.
           02  FILLER            PIC X(4)  VALUE SPACES.
           02  CRS-GRADE         PIC X.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  CRS-REPEAT-FLAG   PIC X(21).

       01  WS-TERM-GPA-LINE.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  FILLER            PIC X(11) VALUE "  CREDITS =".
           02  TGL-CREDITS       PIC ZZ9.9.

       01  WS-TRANSFER-TOTAL-LINE.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  FILLER            PIC X(19) VALUE "TRANSFER CREDITS = ".
           02  XTL-CREDITS       PIC ZZ9.9.

       01  WS-CUM-GPA-LINE.
           02  FILLER            PIC X(17)
                   VALUE "CUMULATIVE GPA = ".
           02  FILLER            PIC X(11) VALUE "  CREDITS =".
           02  CGL-CREDITS       PIC ZZ9.9.

       01  WS-EARNED-LINE.
           02  FILLER            PIC X(17)
                   VALUE "EARNED CREDITS = ".
           02  ERL-EARNED        PIC ZZ9.9.
           02  FILLER            PIC X(13) VALUE "  TRANSFER = ".
           02  ERL-TRANSFER      PIC ZZ9.9.

       01  WS-NOTE-LINE         PIC X(40)      VALUE SPACES.

       01  WS-REPEAT-NOTE-LINE.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  RNL-COUNT         PIC ZZ9.
           02  FILLER            PIC X(39)
                   VALUE " REPEATED ATTEMPT(S) EXCLUDED FROM THE ".
           02  FILLER            PIC X(15) VALUE "CUMULATIVE GPA".

       01  WS-HOLD-PAGE-LINE.
           02  FILLER            PIC X(31)
                   VALUE "** TRANSCRIPT HELD - STUDENT ON".
               MOVE "Y" TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT STUDENT-ARCHIVE
           IF NOT WS-STUDARCH-OK
               DISPLAY "STUDENT-ARCHIVE OPEN FAILED, STATUS = "
                   WS-STUDARCH-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT ENROLL-ARCHIVE
           IF NOT WS-ENRLARCH-OK
               DISPLAY "ENROLL-ARCHIVE OPEN FAILED, STATUS = "
                   WS-ENRLARCH-STATUS
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
           OPEN INPUT TRAN-REQUEST
           IF NOT WS-REQUEST-OK
               DISPLAY "TRAN-REQUEST OPEN FAILED, STATUS = "
      *  for the name block, then the transcript body is printed off  *
      *  the enrollment master.  A request for a student not on the   *
      *  master is reported on the print file, not silently skipped.  *
      *  A student INACTARC has moved off the master is printed from  *
      *  the archive files instead.                                   *
      *****************************************************************
       2000-PROCESS-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT
           END-IF
           MOVE TR-STUDENTID TO WS-REQUEST-STUDENTID
           MOVE WS-REQUEST-STUDENTID TO STUDENTID
           MOVE "N" TO WS-ARCHIVE-SWITCH
           READ STUDENT-MASTER
               INVALID KEY
                   PERFORM 2050-READ-ARCHIVE THRU 2050-EXIT
               NOT INVALID KEY
                   PERFORM 2150-CHECK-HOLD THRU 2150-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2050-READ-ARCHIVE THRU 2050-EXIT                             *
      *  Not on the master - the student may have been archived.      *
      *  The archived image is moved into STUDENTREC and the          *
      *  enrollment reads switched to the archive file, so the rest   *
      *  of the transcript is printed exactly as for a live student.  *
      *****************************************************************
       2050-READ-ARCHIVE.
           MOVE WS-REQUEST-STUDENTID TO SA-STUDENTID
           READ STUDENT-ARCHIVE
               INVALID KEY
                   MOVE SPACES TO RPT-LINE
                   STRING "STUDENTID " TR-STUDENTID
                       " NOT ON STUDENT MASTER - NO TRANSCRIPT"
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO WS-REJECT-COUNT
                   GO TO 2050-EXIT
           END-READ
           MOVE SA-STUDENT-IMAGE TO STUDENTREC
           MOVE "Y" TO WS-ARCHIVE-SWITCH
           ADD 1 TO WS-ARCHIVE-COUNT
           PERFORM 2150-CHECK-HOLD THRU 2150-EXIT.
       2050-EXIT.
           EXIT.

      *****************************************************************
      *  2100-READ-REQUEST                                            *
      *****************************************************************
           MOVE STUDENTNAME TO TTL-NAME
           MOVE WS-TITLE-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-FROM-ARCHIVE
               MOVE SA-ARCHIVE-DATE TO ARL-ARCHIVE-DATE
               MOVE WS-ARCHIVE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE ZEROS TO WS-TERM-POINTS
           MOVE ZEROS TO WS-TERM-CREDITS
           MOVE ZEROS TO WS-CUM-POINTS
           MOVE ZEROS TO WS-CUM-CREDITS
           MOVE ZEROS TO WS-TERM-TRANSFER
           MOVE ZEROS TO WS-TRANSFER-CREDITS
           MOVE ZEROS TO WS-CUM-EARNED
           MOVE ZEROS TO WS-COURSE-COUNT
           MOVE ZEROS TO WS-EXCLUDED-COUNT
           PERFORM 2250-TABLE-REPEATS THRU 2250-EXIT
           MOVE "N" TO WS-STUDENT-DONE-SWITCH
           MOVE WS-REQUEST-STUDENTID TO EN-STUDENTID
           MOVE LOW-VALUES TO EN-TERM
           MOVE LOW-VALUES TO EN-COURSE
           PERFORM 2290-START-ENROLL
           IF NOT WS-STUDENT-DONE-YES
               PERFORM 2300-READ-ENROLL
           END-IF
               GO TO 2200-EXIT
           END-IF
           MOVE EN-TERM TO WS-PREV-TERM
           PERFORM 2350-START-TERM THRU 2350-EXIT
           PERFORM 2400-PRINT-COURSE THRU 2400-EXIT
               UNTIL WS-STUDENT-DONE-YES
           PERFORM 2500-TERM-BREAK THRU 2500-EXIT
           PERFORM 2600-STUDENT-TOTALS
           ADD 1 TO WS-PRINTED-COUNT.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2250-TABLE-REPEATS THRU 2250-EXIT                            *
      *  First pass over the student's rows - tables each graded      *
      *  course with the term of its latest graded attempt, so the    *
      *  printing pass can tell a superseded attempt when it meets    *
      *  it.  Latest is by the term's TERMCAL start date, as GPACALC  *
      *  orders them - term codes do not sort by date.  On the same   *
      *  start date the attempt read later wins, again as GPACALC.    *
      *  Transfer rows are tabled too, with a zero start date, so     *
      *  any graded attempt here supersedes the transfer credit for   *
      *  the equivalent course.                                       *
      *****************************************************************
       2250-TABLE-REPEATS.
           MOVE ZEROS TO WS-REPEAT-TALLY
           MOVE "N" TO WS-STUDENT-DONE-SWITCH
           MOVE WS-REQUEST-STUDENTID TO EN-STUDENTID
           MOVE LOW-VALUES TO EN-TERM
           MOVE LOW-VALUES TO EN-COURSE
           PERFORM 2290-START-ENROLL
           IF WS-STUDENT-DONE-YES
               GO TO 2250-EXIT
           END-IF
           PERFORM 2300-READ-ENROLL
           PERFORM 2260-TABLE-ONE-ATTEMPT THRU 2260-EXIT
               UNTIL WS-STUDENT-DONE-YES
                   OR EN-STUDENTID NOT = WS-REQUEST-STUDENTID.
       2250-EXIT.
           EXIT.

      *****************************************************************
      *  2260-TABLE-ONE-ATTEMPT THRU 2260-EXIT                        *
      *****************************************************************
       2260-TABLE-ONE-ATTEMPT.
           IF EN-TRANSFER-TERM
               IF NOT EN-GRADE-TRANSFER
                   GO TO 2260-NEXT
               END-IF
           ELSE
               IF NOT EN-GRADE-GRADED
                   GO TO 2260-NEXT
               END-IF
           END-IF
           PERFORM 2310-LOOKUP-TERM-START THRU 2310-EXIT
           PERFORM 2270-FIND-REPEAT
           IF WS-REPEAT-HIT > ZERO
               IF WS-TERM-START NOT < WS-RT-LAST-START(WS-REPEAT-HIT)
                   MOVE EN-TERM TO WS-RT-LAST-TERM(WS-REPEAT-HIT)
                   MOVE WS-TERM-START TO WS-RT-LAST-START(WS-REPEAT-HIT)
               END-IF
               GO TO 2260-NEXT
           END-IF
           IF WS-REPEAT-TALLY = WS-REPEAT-MAX
               DISPLAY "*** STUDENT " WS-REQUEST-STUDENTID
                   " HAS MORE THAN " WS-REPEAT-MAX
                   " COURSES - REPEATS NOT ALL FLAGGED ***"
               GO TO 2260-NEXT
           END-IF
           ADD 1 TO WS-REPEAT-TALLY
           MOVE WS-REPEAT-TALLY TO WS-REPEAT-IX
           MOVE EN-COURSE TO WS-RT-COURSE(WS-REPEAT-IX)
           MOVE EN-TERM TO WS-RT-LAST-TERM(WS-REPEAT-IX)
           MOVE WS-TERM-START TO WS-RT-LAST-START(WS-REPEAT-IX).
       2260-NEXT.
           PERFORM 2300-READ-ENROLL.
       2260-EXIT.
           EXIT.

      *****************************************************************
      *  2270-FIND-REPEAT                                             *
      *  Sets WS-REPEAT-HIT to the table entry for EN-COURSE, or      *
      *  zero when the course is not tabled.                          *
      *****************************************************************
       2270-FIND-REPEAT.
           MOVE ZERO TO WS-REPEAT-HIT
           MOVE 1 TO WS-REPEAT-IX
           PERFORM 2280-CHECK-ONE-REPEAT
               UNTIL WS-REPEAT-HIT > ZERO
                   OR WS-REPEAT-IX > WS-REPEAT-TALLY.

      *****************************************************************
      *  2280-CHECK-ONE-REPEAT                                        *
      *****************************************************************
       2280-CHECK-ONE-REPEAT.
           IF WS-RT-COURSE(WS-REPEAT-IX) = EN-COURSE
               MOVE WS-REPEAT-IX TO WS-REPEAT-HIT
           END-IF
           ADD 1 TO WS-REPEAT-IX.

      *****************************************************************
      *  2290-START-ENROLL                                            *
      *  Positions the enrollment file - the master, or the archive   *
      *  for an archived student - at the key in EN-ENROLL-KEY.       *
      *****************************************************************
       2290-START-ENROLL.
           IF WS-FROM-ARCHIVE
               MOVE EN-ENROLL-KEY TO EA-ENROLL-KEY
               START ENROLL-ARCHIVE KEY IS NOT LESS THAN EA-ENROLL-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-STUDENT-DONE-SWITCH
               END-START
           ELSE
               START ENROLL-MASTER KEY IS NOT LESS THAN EN-ENROLL-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-STUDENT-DONE-SWITCH
               END-START
           END-IF.

      *****************************************************************
      *  2300-READ-ENROLL                                             *
      *  An archived row is moved into ENROLL-REC so the printing     *
      *  paragraphs see the same record either way.                    *
      *****************************************************************
       2300-READ-ENROLL.
           IF WS-FROM-ARCHIVE
               READ ENROLL-ARCHIVE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-STUDENT-DONE-SWITCH
                   NOT AT END
                       MOVE EA-ENROLL-IMAGE TO ENROLL-REC
               END-READ
           ELSE
               READ ENROLL-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-STUDENT-DONE-SWITCH
               END-READ
           END-IF.

      *****************************************************************
      *  2310-LOOKUP-TERM-START THRU 2310-EXIT                        *
      *  Sets WS-TERM-START to the TERMCAL start date of EN-TERM, the *
      *  date the repeat rule orders attempts by.  Transfer credit    *
      *  has no term of attendance and takes a zero date, so any      *
      *  attempt here supersedes it; a term missing from the          *
      *  calendar is reported and also taken as zero.                 *
      *****************************************************************
       2310-LOOKUP-TERM-START.
           IF EN-TERM = WS-START-TERM
               GO TO 2310-EXIT
           END-IF
           MOVE EN-TERM TO WS-START-TERM
           MOVE ZEROS TO WS-TERM-START
           IF EN-TRANSFER-TERM
               GO TO 2310-EXIT
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
       2310-EXIT.
           EXIT.

      *****************************************************************
      *  2350-START-TERM                                              *
      *****************************************************************
       2350-START-TERM.
           IF WS-PREV-TERM-TRANSFER
               MOVE WS-TRANSFER-HEADING TO RPT-LINE
               WRITE RPT-LINE
               GO TO 2350-EXIT
           END-IF
           MOVE WS-PREV-TERM TO TRH-TERM
           MOVE WS-TERM-HEADING TO RPT-LINE
           WRITE RPT-LINE.
       2350-EXIT.
           EXIT.

      *****************************************************************
      *  2400-PRINT-COURSE THRU 2400-EXIT                             *
      *  One enrollment row - printed under its term section and      *
      *  accumulated into the term and cumulative GPA work fields     *
      *  when the grade is in the EN-GRADE-GRADED list, exactly the   *
      *  exclusion GPACALC applies.  A graded attempt superseded by   *
      *  a later one of the same course - any attempt outside the     *
      *  term tabled for the course - is flagged and counts in its    *
      *  term only, per GPACALC's repeat rule.  A transfer row shows  *
      *  its source institution and adds to the transfer and earned   *
      *  credits instead of the GPA.                                   *
      *****************************************************************
       2400-PRINT-COURSE.
           IF EN-TERM NOT = WS-PREV-TERM
               PERFORM 2500-TERM-BREAK THRU 2500-EXIT
               MOVE EN-TERM TO WS-PREV-TERM
               PERFORM 2350-START-TERM THRU 2350-EXIT
           END-IF
           MOVE EN-COURSE TO CRS-COURSE
           PERFORM 2420-LOOKUP-COURSE-TITLE
           MOVE EN-CREDIT-HOURS TO CRS-CREDITS
           MOVE EN-GRADE TO CRS-GRADE
           MOVE "N" TO WS-SUPERSEDED-SWITCH
           IF EN-GRADE-GRADED
                   OR (EN-TRANSFER-TERM AND EN-GRADE-TRANSFER)
               PERFORM 2270-FIND-REPEAT
               IF WS-REPEAT-HIT > ZERO
                   IF WS-RT-LAST-TERM(WS-REPEAT-HIT) NOT = EN-TERM
                       MOVE "Y" TO WS-SUPERSEDED-SWITCH
                   END-IF
               END-IF
           END-IF
           IF WS-SUPERSEDED-YES
               MOVE "REPEATED - EXCLUDED" TO CRS-REPEAT-FLAG
               IF NOT EN-TRANSFER-TERM
                   ADD 1 TO WS-EXCLUDED-COUNT
               END-IF
           ELSE
               IF EN-TRANSFER-TERM
                   MOVE EN-SOURCE-INST TO CRS-REPEAT-FLAG
               ELSE
                   MOVE SPACES TO CRS-REPEAT-FLAG
               END-IF
           END-IF
           MOVE WS-COURSE-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-COURSE-COUNT
           IF EN-TRANSFER-TERM
               IF EN-GRADE-TRANSFER
                   PERFORM 2460-ACCUMULATE-TRANSFER
               END-IF
           ELSE
               IF EN-GRADE-GRADED
                   PERFORM 2450-ACCUMULATE-POINTS THRU 2450-EXIT
               END-IF
           END-IF
           PERFORM 2300-READ-ENROLL
           IF NOT WS-STUDENT-DONE-YES
           END-READ.

      *****************************************************************
      *  2450-ACCUMULATE-POINTS THRU 2450-EXIT                        *
      *  The same quality-point scale GPACALC applies - the grade's   *
      *  point value times the credit hours attempted.  A superseded  *
      *  attempt goes into the term totals only.  A counted attempt   *
      *  passed (D or better) adds its hours to the earned credits.   *
      *****************************************************************
       2450-ACCUMULATE-POINTS.
           EVALUATE EN-GRADE
           COMPUTE WS-TERM-POINTS =
               WS-TERM-POINTS + WS-GRADE-POINTS * EN-CREDIT-HOURS
           ADD EN-CREDIT-HOURS TO WS-TERM-CREDITS
           IF WS-SUPERSEDED-YES
               GO TO 2450-EXIT
           END-IF
           COMPUTE WS-CUM-POINTS =
               WS-CUM-POINTS + WS-GRADE-POINTS * EN-CREDIT-HOURS
           ADD EN-CREDIT-HOURS TO WS-CUM-CREDITS
           IF WS-GRADE-POINTS > ZERO
               ADD EN-CREDIT-HOURS TO WS-CUM-EARNED
           END-IF.
       2450-EXIT.
           EXIT.

      *****************************************************************
      *  2460-ACCUMULATE-TRANSFER                                     *
      *  Transfer hours carry no quality points - they add to the     *
      *  section total and, unless superseded by a later attempt      *
      *  here, to the transfer and earned credits.                    *
      *****************************************************************
       2460-ACCUMULATE-TRANSFER.
           ADD EN-CREDIT-HOURS TO WS-TERM-TRANSFER
           IF NOT WS-SUPERSEDED-YES
               ADD EN-CREDIT-HOURS TO WS-TRANSFER-CREDITS
               ADD EN-CREDIT-HOURS TO WS-CUM-EARNED
           END-IF.

      *****************************************************************
      *  2500-TERM-BREAK                                              *
      *  Closes out one term section - a term of nothing but W and I  *
      *  grades has no attempted hours and prints a zero GPA, the     *
      *  same as on GPACALC's listing.  The transfer section has no   *
      *  GPA and closes with its hours instead.                       *
      *****************************************************************
       2500-TERM-BREAK.
           IF WS-PREV-TERM-TRANSFER
               MOVE WS-TERM-TRANSFER TO XTL-CREDITS
               MOVE WS-TRANSFER-TOTAL-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE ZEROS TO WS-TERM-TRANSFER
               GO TO 2500-EXIT
           END-IF
           IF WS-TERM-CREDITS > ZERO
               COMPUTE WS-TERM-GPA ROUNDED =
                   WS-TERM-POINTS / WS-TERM-CREDITS
           WRITE RPT-LINE
           MOVE ZEROS TO WS-TERM-POINTS
           MOVE ZEROS TO WS-TERM-CREDITS.
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2600-STUDENT-TOTALS                                          *
           MOVE WS-CUM-GPA TO CGL-GPA
           MOVE WS-CUM-CREDITS TO CGL-CREDITS
           MOVE WS-CUM-GPA-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CUM-EARNED TO ERL-EARNED
           MOVE WS-TRANSFER-CREDITS TO ERL-TRANSFER
           MOVE WS-EARNED-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-EXCLUDED-COUNT > ZERO
               MOVE WS-EXCLUDED-COUNT TO RNL-COUNT
               MOVE WS-REPEAT-NOTE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *****************************************************************
      *  9000-TERMINATE                                               *
       9000-TERMINATE.
           CLOSE TRAN-REQUEST
           CLOSE HOLD-FILE
           CLOSE STUDENT-ARCHIVE
           CLOSE ENROLL-ARCHIVE
           CLOSE COURSE-MASTER
           CLOSE TERM-CALENDAR
           CLOSE STUDENT-MASTER
           CLOSE ENROLL-MASTER
           CLOSE TRANSCRIPT-RPT
           DISPLAY "REQUESTS READ        = " WS-REQUEST-COUNT
           DISPLAY "TRANSCRIPTS PRINTED  = " WS-PRINTED-COUNT
           DISPLAY "HOLD PAGES PRINTED   = " WS-HOLD-COUNT
           DISPLAY "FROM THE ARCHIVE     = " WS-ARCHIVE-COUNT
           DISPLAY "REQUESTS REJECTED    = " WS-REJECT-COUNT
           DISPLAY "TERMS NOT ON TERMCAL = " WS-UNKNOWN-TERM-COUNT.
