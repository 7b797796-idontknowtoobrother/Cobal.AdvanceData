       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCLAPSE.
       AUTHOR. RLM.

      *****************************************************************
      *  INCLAPSE                                                      *
      *  Incomplete-grade lapse run.  Academic policy gives a         *
      *  student one term to finish an "I"; after that the            *
      *  incomplete lapses to an "F".  Reads the enrollment master    *
      *  (copybooks/ENRLREC.CPY) in key order and, for every row      *
      *  still carrying EN-GRADE "I", dates the lapse as the term's   *
      *  grade-submission deadline (copybooks/TERMCAL.CPY) plus the   *
      *  lapse period in days on the LAPSPARM run-control card.       *
      *     - run date past the lapse date: the row is REWRITTEN to   *
      *       "F", the change is appended to the grade-change         *
      *       history (copybooks/GRADCHG.CPY) the same as a grade     *
      *       card's, and the conversion is printed on the lapse      *
      *       register.  GPACALC and DEANLIST take the F on their     *
      *       next run - an F is a graded attempt to both.            *
      *     - lapse date three weeks or less away: a warning notice   *
      *       goes to the student, addressed from the POSTALADDR      *
      *       block on STUDENT-MASTER, listing every course about to  *
      *       lapse.  The notice window is the run interval on the    *
      *       card, so a student is warned once per course whatever   *
      *       the cycle the job is scheduled on.                      *
      *  An "I" whose term is not on the calendar cannot be dated     *
      *  and is listed on the register untouched.  The shared         *
      *  ASOFDATE card overrides the run date as in GRADPOST.         *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  2026-09-28  RLM  Original program.                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLL-MASTER ASSIGN TO "ENRLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EN-ENROLL-KEY
               FILE STATUS IS WS-ENRLMAST-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENTID
               ALTERNATE RECORD KEY IS SURNAME
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDMAST-STATUS.

           SELECT TERM-CALENDAR ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-TERM-ID
               FILE STATUS IS WS-TERMCAL-STATUS.

           SELECT OPTIONAL GRADE-HISTORY ASSIGN TO "GRADCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADCHG-STATUS.

           SELECT LAPSE-PARM ASSIGN TO "LAPSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL ASOF-PARM ASSIGN TO "ASOFDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASOF-STATUS.

           SELECT LAPSE-RPT ASSIGN TO "LAPSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT NOTICE-PRINT ASSIGN TO "LAPSNOTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLL-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ENRLREC.

       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY STUDREC.

       FD  TERM-CALENDAR
           LABEL RECORDS ARE STANDARD.
           COPY TERMCAL.

       FD  GRADE-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY GRADCHG.

      *    Run-control card - the lapse period in days counted from    *
      *    the term's grade deadline, and the number of days between   *
      *    scheduled runs (1 through 21), which sizes the warning      *
      *    window.  The second 01 is the card as characters for the    *
      *    class test.                                                 *
       FD  LAPSE-PARM
           LABEL RECORDS ARE STANDARD.
       01  LAPSE-PARM-REC.
           02  LP-LAPSE-DAYS           PIC 9(3).
           02  LP-INTERVAL-DAYS        PIC 9(2).
           02  FILLER                  PIC X(20).
       01  LAPSE-PARM-ALPHA.
           02  LPA-LAPSE-DAYS          PIC X(3).
           02  LPA-INTERVAL-DAYS       PIC X(2).
           02  FILLER                  PIC X(20).

      *    Shared run-date override card - one business date, used    *
      *    in place of the system clock when a prior night's stream   *
      *    is rerun.  The second 01 is the same card as characters    *
      *    for the class test.                                         *
       FD  ASOF-PARM
           LABEL RECORDS ARE STANDARD.
       01  ASOF-PARM-REC.
           02  AP-ASOF-DATE            PIC 9(8).
           02  FILLER                  PIC X(17).
       01  ASOF-PARM-ALPHA.
           02  APA-ASOF-DATE           PIC X(8).
           02  FILLER                  PIC X(17).

       FD  LAPSE-RPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                 PIC X(80).

       FD  NOTICE-PRINT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  NOTICE-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ENRLMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-ENRLMAST-OK                  VALUE "00".
       01  WS-STUDMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-STUDMAST-OK                  VALUE "00".
       01  WS-TERMCAL-STATUS    PIC XX         VALUE ZEROS.
           88  WS-TERMCAL-OK                   VALUE "00".
       01  WS-GRADCHG-STATUS    PIC XX         VALUE ZEROS.
           88  WS-GRADCHG-OK                   VALUES "00" "05".
       01  WS-PARM-STATUS       PIC XX         VALUE ZEROS.
           88  WS-PARM-OK                      VALUE "00".
       01  WS-ASOF-STATUS       PIC XX         VALUE ZEROS.
           88  WS-ASOF-OK                      VALUES "00" "05".
       01  WS-RPT-STATUS        PIC XX         VALUE ZEROS.
       01  WS-NOTICE-STATUS     PIC XX         VALUE ZEROS.

       01  WS-SWITCHES.
           02  WS-EOF-SWITCH    PIC X          VALUE "N".
               88  WS-EOF-YES                  VALUE "Y".
           02  WS-ASOF-SWITCH   PIC X          VALUE "N".
               88  WS-ASOF-YES                 VALUE "Y".
           02  WS-PARM-ERROR-SWITCH PIC X      VALUE "N".
               88  WS-PARM-ERROR-YES           VALUE "Y".
           02  WS-TERM-FOUND-SWITCH PIC X      VALUE "N".
               88  WS-TERM-FOUND-YES           VALUE "Y".

       01  WS-COUNTERS.
           02  WS-ROW-COUNT         PIC 9(7)   VALUE ZEROS.
           02  WS-INCOMPLETE-COUNT  PIC 9(5)   VALUE ZEROS.
           02  WS-LAPSED-COUNT      PIC 9(5)   VALUE ZEROS.
           02  WS-WARNED-COUNT      PIC 9(5)   VALUE ZEROS.
           02  WS-NOTICE-COUNT      PIC 9(5)   VALUE ZEROS.
           02  WS-UNDATED-COUNT     PIC 9(5)   VALUE ZEROS.
           02  WS-REWRITE-ERR-COUNT PIC 9(5)   VALUE ZEROS.

       01  WS-RUN-DATE              PIC 9(8)   VALUE ZEROS.
       01  WS-RUN-DATE-INT          PIC S9(7)  VALUE ZEROS.
       01  WS-LAPSE-DAYS            PIC 9(3)   VALUE ZEROS.
       01  WS-INTERVAL-DAYS         PIC 9(2)   VALUE ZEROS.
       01  WS-WARNING-LEAD-DAYS     PIC 9(2)   VALUE 21.
       01  WS-LAPSE-DATE-INT        PIC S9(7)  VALUE ZEROS.
       01  WS-LAPSE-DATE            PIC 9(8)   VALUE ZEROS.
       01  WS-DAYS-TO-LAPSE         PIC S9(5)  VALUE ZEROS.
       01  WS-CURRENT-TERM          PIC X(5)   VALUE SPACES.
       01  WS-NOTICE-STUDENTID      PIC 9(8)   VALUE ZEROS.

       01  WS-ASOF-LINE.
           02  FILLER            PIC X(13) VALUE "** RUN AS OF ".
           02  ASL-DATE          PIC 9(8).
           02  FILLER            PIC X(3)  VALUE " **".

       01  WS-HEADING-1.
           02  FILLER            PIC X(32)
                   VALUE "INCOMPLETE-GRADE LAPSE REGISTER ".
           02  FILLER            PIC X(8)  VALUE "RUN DATE".
           02  FILLER            PIC X     VALUE SPACE.
           02  HDG1-DATE         PIC 9(8).
           02  FILLER            PIC X(15) VALUE "   LAPSE DAYS =".
           02  FILLER            PIC X     VALUE SPACE.
           02  HDG1-LAPSE-DAYS   PIC ZZ9.

       01  WS-COLUMN-HEADING.
           02  FILLER            PIC X(10) VALUE "STUDENT ID".
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  FILLER            PIC X(5)  VALUE "TERM ".
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  FILLER            PIC X(8)  VALUE "COURSE  ".
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  FILLER            PIC X(5)  VALUE "HOURS".
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  FILLER            PIC X(10) VALUE "LAPSE DATE".
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  FILLER            PIC X(6)  VALUE "ACTION".

       01  WS-REGISTER-LINE.
           02  RGL-STUDENTID     PIC 9(8).
           02  FILLER            PIC X(4)  VALUE SPACES.
           02  RGL-TERM          PIC X(5).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  RGL-COURSE        PIC X(8).
           02  FILLER            PIC X(3)  VALUE SPACES.
           02  RGL-HOURS         PIC 9.9.
           02  FILLER            PIC X(3)  VALUE SPACES.
           02  RGL-LAPSE-DATE    PIC 9(8).
           02  FILLER            PIC X(4)  VALUE SPACES.
           02  RGL-ACTION        PIC X(28).

       01  WS-SUMMARY-LINE.
           02  SUM-LABEL         PIC X(28).
           02  SUM-COUNT         PIC ZZ,ZZ9.

       01  WS-NOTICE-HEADING.
           02  FILLER            PIC X(36)
                   VALUE "INCOMPLETE GRADE - NOTICE OF LAPSE  ".
           02  FILLER            PIC X(5)  VALUE "AS OF".
           02  FILLER            PIC X     VALUE SPACE.
           02  NTH-DATE          PIC 9(8).

       01  WS-NAME-LINE.
           02  NML-NAME          PIC X(14).
           02  FILLER            PIC X(4)  VALUE SPACES.
           02  FILLER            PIC X(10) VALUE "STUDENTID ".
           02  NML-STUDENTID     PIC 9(8).

       01  WS-ADDRESS-LINE-1.
           02  ADR1-STREET       PIC X(20).

       01  WS-ADDRESS-LINE-2.
           02  ADR2-CITY         PIC X(15).
           02  FILLER            PIC X     VALUE SPACE.
           02  ADR2-STATE        PIC X(2).
           02  FILLER            PIC X     VALUE SPACE.
           02  ADR2-POSTAL       PIC X(9).

       01  WS-NOTICE-TEXT-1     PIC X(72)  VALUE
           "EACH INCOMPLETE (I) BELOW LAPSES TO AN F ON THE DATE SHOWN".
       01  WS-NOTICE-TEXT-2     PIC X(72)  VALUE
           "UNLESS YOUR INSTRUCTOR POSTS A FINAL GRADE BEFORE THEN.".

       01  WS-NOTICE-COURSE-LINE.
           02  FILLER            PIC X(4)  VALUE SPACES.
           02  NCL-TERM          PIC X(5).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  NCL-COURSE        PIC X(8).
           02  FILLER            PIC X(12) VALUE "  LAPSES ON ".
           02  NCL-LAPSE-DATE    PIC 9(8).

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1050-READ-PARM THRU 1050-EXIT
           IF WS-PARM-ERROR-YES
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1000-INITIALIZE THRU 1000-EXIT
               PERFORM 2000-CHECK-ROW THRU 2000-EXIT
                   UNTIL WS-EOF-YES
               PERFORM 9000-TERMINATE
           END-IF
           STOP RUN.

      *****************************************************************
      *  1050-READ-PARM THRU 1050-EXIT                                *
      *  Reads and validates the run-control card.  The lapse period  *
      *  must be numeric and non-zero, the run interval numeric and   *
      *  1 through 21 days; anything else fails the step before a     *
      *  grade is touched.                                             *
      *****************************************************************
       1050-READ-PARM.
           OPEN INPUT LAPSE-PARM
           IF NOT WS-PARM-OK
               DISPLAY "*** LAPSE-PARM RUN-CONTROL CARD MISSING, "
                   "STATUS = " WS-PARM-STATUS " - STEP FAILED ***"
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
               GO TO 1050-EXIT
           END-IF
           READ LAPSE-PARM
               AT END
                   DISPLAY "*** LAPSE-PARM RUN-CONTROL CARD EMPTY "
                       "- STEP FAILED ***"
                   MOVE "Y" TO WS-PARM-ERROR-SWITCH
           END-READ
           IF WS-PARM-ERROR-YES
               CLOSE LAPSE-PARM
               GO TO 1050-EXIT
           END-IF
           IF LPA-LAPSE-DAYS NOT NUMERIC
                   OR LPA-INTERVAL-DAYS NOT NUMERIC
               DISPLAY "*** LAPSE-PARM CARD NOT NUMERIC "
                   "- STEP FAILED ***"
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
               CLOSE LAPSE-PARM
               GO TO 1050-EXIT
           END-IF
           IF LP-LAPSE-DAYS = ZERO
                   OR LP-INTERVAL-DAYS = ZERO
                   OR LP-INTERVAL-DAYS > WS-WARNING-LEAD-DAYS
               DISPLAY "*** LAPSE-PARM CARD INVALID - STEP FAILED ***"
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
               CLOSE LAPSE-PARM
               GO TO 1050-EXIT
           END-IF
           MOVE LP-LAPSE-DAYS TO WS-LAPSE-DAYS
           MOVE LP-INTERVAL-DAYS TO WS-INTERVAL-DAYS
           CLOSE LAPSE-PARM.
       1050-EXIT.
           EXIT.

      *****************************************************************
      *  1000-INITIALIZE                                              *
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-SET-RUN-DATE THRU 1020-EXIT
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           OPEN OUTPUT LAPSE-RPT
           OPEN OUTPUT NOTICE-PRINT
           IF WS-ASOF-YES
               MOVE WS-RUN-DATE TO ASL-DATE
               MOVE WS-ASOF-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE WS-RUN-DATE TO HDG1-DATE
           MOVE WS-LAPSE-DAYS TO HDG1-LAPSE-DAYS
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COLUMN-HEADING TO RPT-LINE
           WRITE RPT-LINE
           OPEN I-O ENROLL-MASTER
           IF NOT WS-ENRLMAST-OK
               DISPLAY "ENROLL-MASTER OPEN FAILED, STATUS = "
                   WS-ENRLMAST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT STUDENT-MASTER
           IF NOT WS-STUDMAST-OK
               DISPLAY "STUDENT-MASTER OPEN FAILED, STATUS = "
                   WS-STUDMAST-STATUS
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
           OPEN EXTEND GRADE-HISTORY
           IF NOT WS-GRADCHG-OK
               DISPLAY "GRADE-HISTORY OPEN FAILED, STATUS = "
                   WS-GRADCHG-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           PERFORM 2100-READ-ENROLL.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1020-SET-RUN-DATE THRU 1020-EXIT                             *
      *  Honors the shared ASOFDATE run-date override card: a valid   *
      *  date on the card replaces the system clock for the whole     *
      *  run - the date every lapse is measured against - and the     *
      *  register opens with RUN AS OF.  No card, an empty card or a  *
      *  blank date leaves the system date in force.                  *
      *****************************************************************
       1020-SET-RUN-DATE.
           OPEN INPUT ASOF-PARM
           IF NOT WS-ASOF-OK
               DISPLAY "ASOF-PARM OPEN FAILED, STATUS = "
                   WS-ASOF-STATUS " - SYSTEM DATE USED"
               GO TO 1020-EXIT
           END-IF
           READ ASOF-PARM
               AT END
                   CLOSE ASOF-PARM
                   GO TO 1020-EXIT
           END-READ
           IF APA-ASOF-DATE = SPACES
               CLOSE ASOF-PARM
               GO TO 1020-EXIT
           END-IF
           IF APA-ASOF-DATE NOT NUMERIC OR AP-ASOF-DATE = ZEROS
               DISPLAY "*** ASOFDATE CARD '" APA-ASOF-DATE
                   "' INVALID - SYSTEM DATE USED ***"
               CLOSE ASOF-PARM
               GO TO 1020-EXIT
           END-IF
           MOVE AP-ASOF-DATE TO WS-RUN-DATE
           MOVE "Y" TO WS-ASOF-SWITCH
           DISPLAY "RUN AS OF " WS-RUN-DATE
               " PER THE ASOFDATE OVERRIDE CARD"
           CLOSE ASOF-PARM.
       1020-EXIT.
           EXIT.

      *****************************************************************
      *  2000-CHECK-ROW THRU 2000-EXIT                                *
      *  One enrollment row.  Only an "I" is of interest: it is       *
      *  dated off its term's grade deadline and either lapsed to F,  *
      *  warned, or left alone until a later run.                     *
      *****************************************************************
       2000-CHECK-ROW.
           IF EN-GRADE NOT = "I"
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-INCOMPLETE-COUNT
           PERFORM 2200-GET-TERM THRU 2200-EXIT
           IF NOT WS-TERM-FOUND-YES
               MOVE ZEROS TO WS-LAPSE-DATE
               MOVE "TERM NOT ON CALENDAR - HELD" TO RGL-ACTION
               PERFORM 2900-WRITE-REGISTER-LINE
               ADD 1 TO WS-UNDATED-COUNT
               GO TO 2000-NEXT
           END-IF
           COMPUTE WS-LAPSE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(TC-GRADE-DEADLINE)
                   + WS-LAPSE-DAYS
           COMPUTE WS-LAPSE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-LAPSE-DATE-INT)
           COMPUTE WS-DAYS-TO-LAPSE =
               WS-LAPSE-DATE-INT - WS-RUN-DATE-INT
           IF WS-DAYS-TO-LAPSE < ZERO
               PERFORM 2300-LAPSE-TO-F THRU 2300-EXIT
               GO TO 2000-NEXT
           END-IF
           IF WS-DAYS-TO-LAPSE NOT > WS-WARNING-LEAD-DAYS
                   AND WS-DAYS-TO-LAPSE >
                       WS-WARNING-LEAD-DAYS - WS-INTERVAL-DAYS
               PERFORM 2500-WARN-STUDENT
           END-IF.
       2000-NEXT.
           PERFORM 2100-READ-ENROLL.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-READ-ENROLL                                             *
      *****************************************************************
       2100-READ-ENROLL.
           READ ENROLL-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ROW-COUNT
           END-READ.

      *****************************************************************
      *  2200-GET-TERM THRU 2200-EXIT                                 *
      *  Keyed read of the row's term, skipped when the calendar row  *
      *  already in the record area is the one wanted.                *
      *****************************************************************
       2200-GET-TERM.
           IF EN-TERM = WS-CURRENT-TERM
               GO TO 2200-EXIT
           END-IF
           MOVE EN-TERM TO WS-CURRENT-TERM
           MOVE EN-TERM TO TC-TERM-ID
           READ TERM-CALENDAR
               INVALID KEY
                   MOVE "N" TO WS-TERM-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WS-TERM-FOUND-SWITCH
           END-READ.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-LAPSE-TO-F THRU 2300-EXIT                               *
      *  The lapse date has passed - the row is rewritten to "F",     *
      *  the change goes onto the grade-change history as a lapse,    *
      *  and the register shows it.                                   *
      *****************************************************************
       2300-LAPSE-TO-F.
           MOVE "F" TO EN-GRADE
           REWRITE ENROLL-REC
               INVALID KEY
                   MOVE "REWRITE FAILED - NOT LAPSED" TO RGL-ACTION
                   PERFORM 2900-WRITE-REGISTER-LINE
                   ADD 1 TO WS-REWRITE-ERR-COUNT
                   GO TO 2300-EXIT
           END-REWRITE
           MOVE EN-STUDENTID TO GC-STUDENTID
           MOVE EN-TERM TO GC-TERM
           MOVE EN-COURSE TO GC-COURSE
           MOVE "I" TO GC-OLD-GRADE
           MOVE "F" TO GC-NEW-GRADE
           MOVE WS-RUN-DATE TO GC-CHANGE-DATE
           MOVE "LP" TO GC-REASON-CODE
           MOVE "REGISTRAR" TO GC-AUTH-INSTRUCTOR
           MOVE "L" TO GC-SOURCE
           WRITE GRADE-CHANGE-REC
           MOVE "LAPSED I TO F" TO RGL-ACTION
           PERFORM 2900-WRITE-REGISTER-LINE
           ADD 1 TO WS-LAPSED-COUNT.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2500-WARN-STUDENT                                            *
      *  The lapse date is inside the three-week warning window.  A   *
      *  student's rows arrive together in key order, so the first    *
      *  course opens the student's notice - name and POSTALADDR      *
      *  block off the student master - and each later one just adds  *
      *  its line.                                                     *
      *****************************************************************
       2500-WARN-STUDENT.
           IF EN-STUDENTID NOT = WS-NOTICE-STUDENTID
               PERFORM 2600-START-NOTICE
           END-IF
           MOVE EN-TERM TO NCL-TERM
           MOVE EN-COURSE TO NCL-COURSE
           MOVE WS-LAPSE-DATE TO NCL-LAPSE-DATE
           MOVE WS-NOTICE-COURSE-LINE TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE "WARNING NOTICE SENT" TO RGL-ACTION
           PERFORM 2900-WRITE-REGISTER-LINE
           ADD 1 TO WS-WARNED-COUNT.

      *****************************************************************
      *  2600-START-NOTICE                                            *
      *****************************************************************
       2600-START-NOTICE.
           IF WS-NOTICE-COUNT > ZERO
               MOVE SPACES TO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF
           MOVE EN-STUDENTID TO WS-NOTICE-STUDENTID
           MOVE WS-RUN-DATE TO NTH-DATE
           MOVE WS-NOTICE-HEADING TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE EN-STUDENTID TO STUDENTID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "*NOT ON MASTER" TO NML-NAME
                   MOVE SPACES TO ADR1-STREET
                   MOVE SPACES TO ADR2-CITY
                   MOVE SPACES TO ADR2-STATE
                   MOVE SPACES TO ADR2-POSTAL
               NOT INVALID KEY
                   MOVE STUDENTNAME TO NML-NAME
                   MOVE STREETADDR TO ADR1-STREET
                   MOVE CITYNAME TO ADR2-CITY
                   MOVE STATECODE TO ADR2-STATE
                   MOVE POSTALCODE TO ADR2-POSTAL
           END-READ
           MOVE EN-STUDENTID TO NML-STUDENTID
           MOVE WS-NAME-LINE TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE WS-ADDRESS-LINE-1 TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE WS-ADDRESS-LINE-2 TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE WS-NOTICE-TEXT-1 TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE WS-NOTICE-TEXT-2 TO NOTICE-LINE
           WRITE NOTICE-LINE
           ADD 1 TO WS-NOTICE-COUNT.

      *****************************************************************
      *  2900-WRITE-REGISTER-LINE                                     *
      *****************************************************************
       2900-WRITE-REGISTER-LINE.
           MOVE EN-STUDENTID TO RGL-STUDENTID
           MOVE EN-TERM TO RGL-TERM
           MOVE EN-COURSE TO RGL-COURSE
           MOVE EN-CREDIT-HOURS TO RGL-HOURS
           MOVE WS-LAPSE-DATE TO RGL-LAPSE-DATE
           MOVE WS-REGISTER-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *****************************************************************
      *  9000-TERMINATE                                               *
      *  Register totals.  A rewrite failure leaves the step RC=8 -   *
      *  that "I" is still on file and must be looked at.             *
      *****************************************************************
       9000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "INCOMPLETES EXAMINED       =" TO SUM-LABEL
           MOVE WS-INCOMPLETE-COUNT TO SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "LAPSED TO F                =" TO SUM-LABEL
           MOVE WS-LAPSED-COUNT TO SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "COURSES WARNED             =" TO SUM-LABEL
           MOVE WS-WARNED-COUNT TO SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "WARNING NOTICES PRINTED    =" TO SUM-LABEL
           MOVE WS-NOTICE-COUNT TO SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "TERM NOT ON CALENDAR       =" TO SUM-LABEL
           MOVE WS-UNDATED-COUNT TO SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "REWRITE FAILURES           =" TO SUM-LABEL
           MOVE WS-REWRITE-ERR-COUNT TO SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           CLOSE ENROLL-MASTER
           CLOSE STUDENT-MASTER
           CLOSE TERM-CALENDAR
           CLOSE GRADE-HISTORY
           CLOSE LAPSE-RPT
           CLOSE NOTICE-PRINT
           DISPLAY "ENROLLMENT ROWS READ = " WS-ROW-COUNT
           DISPLAY "INCOMPLETES FOUND    = " WS-INCOMPLETE-COUNT
           DISPLAY "LAPSED TO F          = " WS-LAPSED-COUNT
           DISPLAY "NOTICES PRINTED      = " WS-NOTICE-COUNT
           IF WS-REWRITE-ERR-COUNT > ZERO
               DISPLAY "*** " WS-REWRITE-ERR-COUNT
                   " LAPSE REWRITE(S) FAILED - STEP FAILED ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
