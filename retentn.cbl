       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENTN.
       AUTHOR. RLM.

      *****************************************************************
      *  RETENTN                                                       *
      *  Term-to-term retention and persistence.  The cohort is every *
      *  student whose first term on the enrollment master is the     *
      *  cohort term on the RETNPARM card - first by the term         *
      *  calendar's start dates (copybooks/TERMCAL.CPY), not by the   *
      *  term code, and with the reserved transfer term ignored, so   *
      *  a new student who brought transfer work in is still new.     *
      *  Each cohort member is then checked against each follow-up    *
      *  term on the card:                                             *
      *     RETAINED      registered in the term - a row there not    *
      *                   graded W                                     *
      *     GRADUATED     not registered, but graduated (STUDENT-     *
      *                   STATUS "G") before the term started          *
      *     NOT RETURNED  anything else                               *
      *  The enrollment archive INACTARC writes (ENRLARCH/STUDARCH)   *
      *  is read after the live master, so an older cohort does not   *
      *  lose the long-gone students the archive run moved off.       *
      *  RETNRPT lists every cohort member not returned in any        *
      *  follow-up term, with the outcome per term and the GPA of     *
      *  the last term the student was registered in (GPACALC's       *
      *  scale, blank when that term has no graded work), for         *
      *  advising to follow up; then, for each follow-up term, the    *
      *  cohort size and the retained, graduated and not-returned     *
      *  counts and percentages by CAMPUS and by GENDER, with the     *
      *  invalid-code lines DEMORPT and DEMOTRND carry.               *
      *  A term on a student's rows that is not on the calendar       *
      *  cannot be placed in time and is taken as an earlier term -   *
      *  the student is left out of the cohort and the row counted.   *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  2026-10-06  RLM  Original program.                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETN-PARM ASSIGN TO "RETNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT TERM-CALENDAR ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TC-TERM-ID
               FILE STATUS IS WS-TERMCAL-STATUS.

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

           SELECT OPTIONAL STUDENT-ARCHIVE ASSIGN TO "STUDARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SA-STUDENTID
               FILE STATUS IS WS-STUDARCH-STATUS.

           SELECT OPTIONAL ENROLL-ARCHIVE ASSIGN TO "ENRLARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EA-ENROLL-KEY
               FILE STATUS IS WS-ENRLARCH-STATUS.

           SELECT RETN-RPT ASSIGN TO "RETNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Run-control card - the cohort term in 1-5 and up to four   *
      *    follow-up terms after it, five columns each from column 6, *
      *    e.g. 2025F2026S2026F for last fall's new students checked  *
      *    in the spring and the next fall.                            *
       FD  RETN-PARM
           LABEL RECORDS ARE STANDARD.
       01  RETN-PARM-REC.
           02  RP-COHORT-TERM          PIC X(5).
           02  RP-FOLLOW-TERM          PIC X(5) OCCURS 4 TIMES.

       FD  TERM-CALENDAR
           LABEL RECORDS ARE STANDARD.
           COPY TERMCAL.

       FD  ENROLL-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ENRLREC.

       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY STUDREC.

       FD  STUDENT-ARCHIVE
           LABEL RECORDS ARE STANDARD.
           COPY STUDARCH.

       FD  ENROLL-ARCHIVE
           LABEL RECORDS ARE STANDARD.
           COPY ENRLARCH.

       FD  RETN-RPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS       PIC XX         VALUE ZEROS.
           88  WS-PARM-OK                      VALUE "00".
       01  WS-TERMCAL-STATUS    PIC XX         VALUE ZEROS.
           88  WS-TERMCAL-OK                   VALUE "00".
       01  WS-ENRLMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-ENRLMAST-OK                  VALUE "00".
       01  WS-STUDMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-STUDMAST-OK                  VALUE "00".
       01  WS-STUDARCH-STATUS   PIC XX         VALUE ZEROS.
           88  WS-STUDARCH-OK                  VALUES "00" "05".
       01  WS-ENRLARCH-STATUS   PIC XX         VALUE ZEROS.
           88  WS-ENRLARCH-OK                  VALUES "00" "05".
       01  WS-RPT-STATUS        PIC XX         VALUE ZEROS.

       01  WS-SWITCHES.
           02  WS-EOF-SWITCH    PIC X          VALUE "N".
               88  WS-EOF-YES                  VALUE "Y".
           02  WS-PARM-ERROR-SWITCH PIC X      VALUE "N".
               88  WS-PARM-ERROR-YES           VALUE "Y".
           02  WS-ARCHIVE-SWITCH PIC X         VALUE "N".
               88  WS-FROM-ARCHIVE             VALUE "Y".
           02  WS-BLANK-TERM-SWITCH PIC X      VALUE "N".
               88  WS-BLANK-TERM-SEEN          VALUE "Y".
           02  WS-IN-COHORT-SWITCH PIC X       VALUE "N".
               88  WS-IN-COHORT-YES            VALUE "Y".
           02  WS-EARLIER-SWITCH PIC X         VALUE "N".
               88  WS-EARLIER-YES              VALUE "Y".
           02  WS-TERM-ACTIVE-SWITCH PIC X     VALUE "N".
               88  WS-TERM-ACTIVE-YES          VALUE "Y".
           02  WS-LAST-GPA-SWITCH PIC X        VALUE "N".
               88  WS-LAST-GPA-YES             VALUE "Y".
           02  WS-FOUND-SWITCH  PIC X          VALUE "N".
               88  WS-FOUND-YES                VALUE "Y".
           02  WS-NOT-RETURNED-SWITCH PIC X    VALUE "N".
               88  WS-NOT-RETURNED-YES         VALUE "Y".

       01  WS-RUN-CONTROLS.
           02  WS-COHORT-TERM       PIC X(5)   VALUE SPACES.
           02  WS-COHORT-START      PIC 9(8)   VALUE ZEROS.
           02  WS-FOLLOW-COUNT      PIC S9(4)  VALUE ZEROS COMP.
           02  WS-FOLLOW-ENTRY OCCURS 4 TIMES.
               03  WS-FT-TERM       PIC X(5).
               03  WS-FT-START      PIC 9(8).

       01  WS-PARM-IX           PIC S9(4)      VALUE ZEROS COMP.
       01  WS-FOLLOW-IX         PIC S9(4)      VALUE ZEROS COMP.
       01  WS-GROUP-IX          PIC S9(4)      VALUE ZEROS COMP.
       01  WS-CAMPUS-IX         PIC S9(4)      VALUE ZEROS COMP.
       01  WS-GENDER-IX         PIC S9(4)      VALUE ZEROS COMP.
       01  WS-TOTAL-IX          PIC S9(4)      VALUE 8 COMP.

       01  WS-COUNTERS.
           02  WS-STUDENT-COUNT     PIC 9(7)   VALUE ZEROS.
           02  WS-COHORT-COUNT      PIC 9(5)   VALUE ZEROS.
           02  WS-LISTED-COUNT      PIC 9(5)   VALUE ZEROS.
           02  WS-ARCHIVED-COUNT    PIC 9(5)   VALUE ZEROS.
           02  WS-NOTFOUND-COUNT    PIC 9(5)   VALUE ZEROS.
           02  WS-UNKNOWN-TERM-COUNT PIC 9(5)  VALUE ZEROS.

      *    The student being closed out, and the term within it.      *
       01  WS-PREV-STUDENTID    PIC 9(8)       VALUE ZEROS.
       01  WS-CUR-TERM          PIC X(5)       VALUE SPACES.
           88  WS-CUR-TERM-TRANSFER            VALUE "0000T".
       01  WS-TERM-START        PIC 9(8)       VALUE ZEROS.
       01  WS-LAST-START        PIC 9(8)       VALUE ZEROS.
       01  WS-LAST-TERM         PIC X(5)       VALUE SPACES.
       01  WS-LAST-GPA          PIC 9V99       VALUE ZEROS.
       01  WS-REGISTERED-FLAGS.
           02  WS-REGISTERED    PIC X          OCCURS 4 TIMES.
       01  WS-OUTCOME-FLAGS.
           02  WS-OUTCOME       PIC X          OCCURS 4 TIMES.
       01  WS-OUTCOME-CODE      PIC X          VALUE SPACE.

       01  WS-GPA-WORK.
           02  WS-GRADE-POINTS      PIC 9      VALUE ZEROS.
           02  WS-TERM-POINTS       PIC 9(5)V9 VALUE ZEROS.
           02  WS-TERM-CREDITS      PIC 9(3)V9 VALUE ZEROS.

      *    Outcome counts by follow-up term and group - groups 1-3    *
      *    are campus M, N and invalid, 4-7 gender M, F, U and        *
      *    invalid, 8 the whole cohort.                                *
       01  WS-GROUP-COHORT-TABLE.
           02  WS-GROUP-COHORT      PIC 9(5)   OCCURS 8 TIMES.
       01  WS-OUTCOME-TABLE.
           02  WS-OUTCOME-TERM OCCURS 4 TIMES.
               03  WS-OUTCOME-GROUP OCCURS 8 TIMES.
                   04  WS-OG-RETAINED   PIC 9(5).
                   04  WS-OG-GRADUATED  PIC 9(5).
                   04  WS-OG-NOT-RETURNED PIC 9(5).

       01  WS-GROUP-LABELS.
           02  FILLER               PIC X(16) VALUE "MAIN CAMPUS (M)".
           02  FILLER               PIC X(16) VALUE "NORTH CAMPUS (N)".
           02  FILLER               PIC X(16) VALUE "INVALID CAMPUS".
           02  FILLER               PIC X(16) VALUE "MALE (M)".
           02  FILLER               PIC X(16) VALUE "FEMALE (F)".
           02  FILLER               PIC X(16) VALUE "UNSPECIFIED (U)".
           02  FILLER               PIC X(16) VALUE "INVALID GENDER".
           02  FILLER               PIC X(16) VALUE "TOTAL COHORT".
       01  WS-GROUP-LABEL-TABLE REDEFINES WS-GROUP-LABELS.
           02  WS-GROUP-LABEL       PIC X(16) OCCURS 8 TIMES.

       01  WS-PERCENT           PIC 9(3)V9     VALUE ZEROS.

       01  WS-HEADING-1.
           02  FILLER            PIC X(40)
                   VALUE "RETENTION AND PERSISTENCE - COHORT TERM ".
           02  HDG1-TERM         PIC X(5).

       01  WS-HEADING-2.
           02  FILLER            PIC X(48) VALUE
               "R = REGISTERED  G = GRADUATED  N = NOT RETURNED".

       01  WS-LIST-HEADING.
           02  FILLER            PIC X(10) VALUE "STUDENT ID".
           02  FILLER            PIC X(16) VALUE "  NAME".
           02  FILLER            PIC X(6)  VALUE "CAMP".
           02  FILLER            PIC X(5)  VALUE "GEN".
           02  HDGL-TERM         PIC X(6)  OCCURS 4 TIMES.
           02  FILLER            PIC X(12) VALUE "LAST TERM".
           02  FILLER            PIC X(3)  VALUE "GPA".

       01  WS-LIST-LINE.
           02  LST-STUDENTID     PIC 9(8).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  LST-NAME          PIC X(14).
           02  FILLER            PIC X(3)  VALUE SPACES.
           02  LST-CAMPUS        PIC X.
           02  FILLER            PIC X(5)  VALUE SPACES.
           02  LST-GENDER        PIC X.
           02  FILLER            PIC X(3)  VALUE SPACES.
           02  LST-OUTCOME-COL OCCURS 4 TIMES.
               03  FILLER        PIC X(2).
               03  LST-OUTCOME   PIC X.
               03  FILLER        PIC X(3).
           02  LST-LAST-TERM     PIC X(5).
           02  FILLER            PIC X(7)  VALUE SPACES.
           02  LST-LAST-GPA      PIC Z.99.
           02  LST-LAST-GPA-X REDEFINES LST-LAST-GPA
                                 PIC X(4).

       01  WS-TERM-HEADING.
           02  FILLER            PIC X(32)
                   VALUE "RETURN TO FOLLOW-UP TERM ".
           02  HDGT-TERM         PIC X(5).

       01  WS-SUMMARY-HEADING.
           02  FILLER            PIC X(16) VALUE SPACES.
           02  FILLER            PIC X(8)  VALUE "  COHORT".
           02  FILLER            PIC X(16) VALUE "      RETAINED".
           02  FILLER            PIC X(16) VALUE "     GRADUATED".
           02  FILLER            PIC X(16) VALUE "  NOT RETURNED".

       01  WS-SUMMARY-LINE.
           02  SML-LABEL         PIC X(16).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  SML-COHORT        PIC ZZ,ZZ9.
           02  SML-OUTCOME-COL OCCURS 3 TIMES.
               03  FILLER        PIC X(2).
               03  SML-COUNT     PIC ZZ,ZZ9.
               03  FILLER        PIC X(1).
               03  SML-PERCENT   PIC ZZ9.9.
               03  SML-PCT-SIGN  PIC X(2).

       01  WS-TOTAL-LINE.
           02  FILLER            PIC X(4)  VALUE SPACES.
           02  TOT-LABEL         PIC X(32).
           02  TOT-COUNT         PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *  The live enrollment master first, then the archive; the      *
      *  two hold different students, so each pass closes out its     *
      *  own last student.                                             *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1050-READ-PARM THRU 1050-EXIT
           IF WS-PARM-ERROR-YES
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1000-INITIALIZE THRU 1000-EXIT
               PERFORM 2000-PROCESS-ROW THRU 2000-EXIT
                   UNTIL WS-EOF-YES
               PERFORM 2500-END-OF-PASS
               PERFORM 2600-START-ARCHIVE THRU 2600-EXIT
               PERFORM 2000-PROCESS-ROW THRU 2000-EXIT
                   UNTIL WS-EOF-YES
               PERFORM 2500-END-OF-PASS
               PERFORM 3000-PRINT-SUMMARY
               PERFORM 9000-TERMINATE
           END-IF
           STOP RUN.

      *****************************************************************
      *  1050-READ-PARM THRU 1050-EXIT                                *
      *  The cohort term and at least the first follow-up term must   *
      *  be present, the follow-up terms without gaps, and every term *
      *  on the term calendar with each follow-up term starting after *
      *  the cohort term.  Anything else fails the step.              *
      *****************************************************************
       1050-READ-PARM.
           OPEN INPUT RETN-PARM
           IF NOT WS-PARM-OK
               DISPLAY "*** RETN-PARM RUN-CONTROL CARD MISSING, "
                   "STATUS = " WS-PARM-STATUS " - STEP FAILED ***"
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
               GO TO 1050-EXIT
           END-IF
           READ RETN-PARM
               AT END
                   DISPLAY "*** RETN-PARM RUN-CONTROL CARD EMPTY "
                       "- STEP FAILED ***"
                   MOVE "Y" TO WS-PARM-ERROR-SWITCH
           END-READ
           CLOSE RETN-PARM
           IF WS-PARM-ERROR-YES
               GO TO 1050-EXIT
           END-IF
           IF RP-COHORT-TERM = SPACES OR RP-FOLLOW-TERM(1) = SPACES
               DISPLAY "*** RETN-PARM COHORT TERM AND A FOLLOW-UP "
                   "TERM REQUIRED - STEP FAILED ***"
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
               GO TO 1050-EXIT
           END-IF
           OPEN INPUT TERM-CALENDAR
           IF NOT WS-TERMCAL-OK
               DISPLAY "TERM-CALENDAR OPEN FAILED, STATUS = "
                   WS-TERMCAL-STATUS
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
               GO TO 1050-EXIT
           END-IF
           MOVE RP-COHORT-TERM TO TC-TERM-ID
           READ TERM-CALENDAR
               INVALID KEY
                   DISPLAY "*** RETN-PARM COHORT TERM " RP-COHORT-TERM
                       " NOT ON TERM CALENDAR - STEP FAILED ***"
                   MOVE "Y" TO WS-PARM-ERROR-SWITCH
                   GO TO 1050-EXIT
           END-READ
           MOVE RP-COHORT-TERM TO WS-COHORT-TERM
           MOVE TC-START-DATE TO WS-COHORT-START
           MOVE ZEROS TO WS-PARM-IX
           PERFORM 1060-CHECK-FOLLOW-TERM THRU 1060-EXIT 4 TIMES.
       1050-EXIT.
           EXIT.

      *****************************************************************
      *  1060-CHECK-FOLLOW-TERM THRU 1060-EXIT                        *
      *  One follow-up term column of the card into the table.        *
      *****************************************************************
       1060-CHECK-FOLLOW-TERM.
           ADD 1 TO WS-PARM-IX
           IF RP-FOLLOW-TERM(WS-PARM-IX) = SPACES
               MOVE "Y" TO WS-BLANK-TERM-SWITCH
               GO TO 1060-EXIT
           END-IF
           IF WS-BLANK-TERM-SEEN
               DISPLAY "*** RETN-PARM FOLLOW-UP TERMS MUST NOT HAVE "
                   "GAPS - STEP FAILED ***"
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
               GO TO 1060-EXIT
           END-IF
           MOVE RP-FOLLOW-TERM(WS-PARM-IX) TO TC-TERM-ID
           READ TERM-CALENDAR
               INVALID KEY
                   DISPLAY "*** RETN-PARM FOLLOW-UP TERM "
                       RP-FOLLOW-TERM(WS-PARM-IX)
                       " NOT ON TERM CALENDAR - STEP FAILED ***"
                   MOVE "Y" TO WS-PARM-ERROR-SWITCH
                   GO TO 1060-EXIT
           END-READ
           IF TC-START-DATE NOT > WS-COHORT-START
               DISPLAY "*** RETN-PARM FOLLOW-UP TERM "
                   RP-FOLLOW-TERM(WS-PARM-IX)
                   " DOES NOT START AFTER THE COHORT TERM "
                   "- STEP FAILED ***"
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
               GO TO 1060-EXIT
           END-IF
           ADD 1 TO WS-FOLLOW-COUNT
           MOVE TC-TERM-ID TO WS-FT-TERM(WS-FOLLOW-COUNT)
           MOVE TC-START-DATE TO WS-FT-START(WS-FOLLOW-COUNT).
       1060-EXIT.
           EXIT.

      *****************************************************************
      *  1000-INITIALIZE THRU 1000-EXIT                               *
      *****************************************************************
       1000-INITIALIZE.
           MOVE ZEROS TO WS-GROUP-COHORT-TABLE
           MOVE ZEROS TO WS-OUTCOME-TABLE
           OPEN OUTPUT RETN-RPT
           MOVE WS-COHORT-TERM TO HDG1-TERM
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "COHORT STUDENTS NOT RETURNED" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO HDGL-TERM(1) HDGL-TERM(2)
                          HDGL-TERM(3) HDGL-TERM(4)
           MOVE ZEROS TO WS-FOLLOW-IX
           PERFORM 1100-SET-TERM-HEADING WS-FOLLOW-COUNT TIMES
           MOVE WS-LIST-HEADING TO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT STUDENT-MASTER
           IF NOT WS-STUDMAST-OK
               DISPLAY "STUDENT-MASTER OPEN FAILED, STATUS = "
                   WS-STUDMAST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT STUDENT-ARCHIVE
           IF NOT WS-STUDARCH-OK
               DISPLAY "STUDENT-ARCHIVE OPEN FAILED, STATUS = "
                   WS-STUDARCH-STATUS
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
           PERFORM 2100-READ-ENROLL
           IF NOT WS-EOF-YES
               MOVE EN-STUDENTID TO WS-PREV-STUDENTID
               MOVE EN-TERM TO WS-CUR-TERM
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-SET-TERM-HEADING                                        *
      *****************************************************************
       1100-SET-TERM-HEADING.
           ADD 1 TO WS-FOLLOW-IX
           MOVE WS-FT-TERM(WS-FOLLOW-IX) TO HDGL-TERM(WS-FOLLOW-IX).

      *****************************************************************
      *  2000-PROCESS-ROW THRU 2000-EXIT                              *
      *  Control-break pass by student and, within the student, by    *
      *  term.  A row not graded W makes its term a registered term;  *
      *  graded rows build the term GPA on GPACALC's scale.           *
      *****************************************************************
       2000-PROCESS-ROW.
           IF EN-STUDENTID NOT = WS-PREV-STUDENTID
               PERFORM 2300-CLOSE-TERM THRU 2300-EXIT
               PERFORM 2400-CLOSE-STUDENT THRU 2400-EXIT
               MOVE EN-STUDENTID TO WS-PREV-STUDENTID
               MOVE EN-TERM TO WS-CUR-TERM
           ELSE
               IF EN-TERM NOT = WS-CUR-TERM
                   PERFORM 2300-CLOSE-TERM THRU 2300-EXIT
                   MOVE EN-TERM TO WS-CUR-TERM
               END-IF
           END-IF
           IF EN-GRADE NOT = "W"
               MOVE "Y" TO WS-TERM-ACTIVE-SWITCH
           END-IF
           IF EN-GRADE-GRADED
               PERFORM 2200-ACCUMULATE-POINTS
           END-IF
           PERFORM 2100-READ-ENROLL.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-READ-ENROLL                                             *
      *****************************************************************
       2100-READ-ENROLL.
           IF WS-FROM-ARCHIVE
               READ ENROLL-ARCHIVE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE EA-ENROLL-IMAGE TO ENROLL-REC
               END-READ
           ELSE
               READ ENROLL-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
               END-READ
           END-IF.

      *****************************************************************
      *  2200-ACCUMULATE-POINTS                                       *
      *  The same quality-point scale GPACALC applies.                *
      *****************************************************************
       2200-ACCUMULATE-POINTS.
           EVALUATE EN-GRADE
               WHEN "A"
                   MOVE 4 TO WS-GRADE-POINTS
               WHEN "B"
                   MOVE 3 TO WS-GRADE-POINTS
               WHEN "C"
                   MOVE 2 TO WS-GRADE-POINTS
               WHEN "D"
                   MOVE 1 TO WS-GRADE-POINTS
               WHEN OTHER
                   MOVE 0 TO WS-GRADE-POINTS
           END-EVALUATE
           COMPUTE WS-TERM-POINTS =
               WS-TERM-POINTS + WS-GRADE-POINTS * EN-CREDIT-HOURS
           ADD EN-CREDIT-HOURS TO WS-TERM-CREDITS.

      *****************************************************************
      *  2300-CLOSE-TERM THRU 2300-EXIT                               *
      *  Places the student's term just ended against the cohort      *
      *  term by start date, marks it registered if it is a follow-   *
      *  up term with a row not graded W, and keeps it as the last    *
      *  term if it is the latest registered term so far.  Transfer   *
      *  work is not a term of attendance and is passed over.         *
      *****************************************************************
       2300-CLOSE-TERM.
           IF WS-CUR-TERM = SPACES OR WS-CUR-TERM-TRANSFER
               GO TO 2300-RESET
           END-IF
           IF WS-CUR-TERM = WS-COHORT-TERM
               MOVE "Y" TO WS-IN-COHORT-SWITCH
               MOVE WS-COHORT-START TO WS-TERM-START
           ELSE
               MOVE WS-CUR-TERM TO TC-TERM-ID
               READ TERM-CALENDAR
                   INVALID KEY
                       DISPLAY "*** TERM " WS-CUR-TERM
                           " ON STUDENTID " WS-PREV-STUDENTID
                           " NOT ON TERM CALENDAR ***"
                       ADD 1 TO WS-UNKNOWN-TERM-COUNT
                       MOVE "Y" TO WS-EARLIER-SWITCH
                       GO TO 2300-RESET
               END-READ
               MOVE TC-START-DATE TO WS-TERM-START
               IF WS-TERM-START < WS-COHORT-START
                   MOVE "Y" TO WS-EARLIER-SWITCH
               END-IF
           END-IF
           IF NOT WS-TERM-ACTIVE-YES
               GO TO 2300-RESET
           END-IF
           MOVE ZEROS TO WS-FOLLOW-IX
           PERFORM 2350-MATCH-FOLLOW-TERM WS-FOLLOW-COUNT TIMES
           IF WS-TERM-START > WS-LAST-START
               MOVE WS-TERM-START TO WS-LAST-START
               MOVE WS-CUR-TERM TO WS-LAST-TERM
               IF WS-TERM-CREDITS > ZERO
                   COMPUTE WS-LAST-GPA ROUNDED =
                       WS-TERM-POINTS / WS-TERM-CREDITS
                   MOVE "Y" TO WS-LAST-GPA-SWITCH
               ELSE
                   MOVE ZEROS TO WS-LAST-GPA
                   MOVE "N" TO WS-LAST-GPA-SWITCH
               END-IF
           END-IF.
       2300-RESET.
           MOVE ZEROS TO WS-TERM-POINTS
           MOVE ZEROS TO WS-TERM-CREDITS
           MOVE "N" TO WS-TERM-ACTIVE-SWITCH.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2350-MATCH-FOLLOW-TERM                                       *
      *****************************************************************
       2350-MATCH-FOLLOW-TERM.
           ADD 1 TO WS-FOLLOW-IX
           IF WS-CUR-TERM = WS-FT-TERM(WS-FOLLOW-IX)
               MOVE "Y" TO WS-REGISTERED(WS-FOLLOW-IX)
           END-IF.

      *****************************************************************
      *  2400-CLOSE-STUDENT THRU 2400-EXIT                            *
      *  A student in the cohort term with no earlier term is a       *
      *  cohort member: the outcome for each follow-up term is        *
      *  counted under the student's campus, gender and the total,    *
      *  and a member not returned in any of them is listed.          *
      *****************************************************************
       2400-CLOSE-STUDENT.
           ADD 1 TO WS-STUDENT-COUNT
           IF NOT WS-IN-COHORT-YES OR WS-EARLIER-YES
               GO TO 2400-RESET
           END-IF
           ADD 1 TO WS-COHORT-COUNT
           PERFORM 2410-GET-STUDENT THRU 2410-EXIT
           MOVE 3 TO WS-CAMPUS-IX
           MOVE 7 TO WS-GENDER-IX
           IF WS-FOUND-YES
               EVALUATE CAMPUS
                   WHEN "M"
                       MOVE 1 TO WS-CAMPUS-IX
                   WHEN "N"
                       MOVE 2 TO WS-CAMPUS-IX
               END-EVALUATE
               EVALUATE GENDER
                   WHEN "M"
                       MOVE 4 TO WS-GENDER-IX
                   WHEN "F"
                       MOVE 5 TO WS-GENDER-IX
                   WHEN "U"
                       MOVE 6 TO WS-GENDER-IX
               END-EVALUATE
           END-IF
           ADD 1 TO WS-GROUP-COHORT(WS-CAMPUS-IX)
           ADD 1 TO WS-GROUP-COHORT(WS-GENDER-IX)
           ADD 1 TO WS-GROUP-COHORT(WS-TOTAL-IX)
           MOVE "N" TO WS-NOT-RETURNED-SWITCH
           MOVE SPACES TO WS-OUTCOME-FLAGS
           MOVE ZEROS TO WS-FOLLOW-IX
           PERFORM 2450-SET-OUTCOME WS-FOLLOW-COUNT TIMES
           IF WS-NOT-RETURNED-YES
               PERFORM 2700-PRINT-NOT-RETURNED
           END-IF.
       2400-RESET.
           MOVE "N" TO WS-IN-COHORT-SWITCH
           MOVE "N" TO WS-EARLIER-SWITCH
           MOVE "N" TO WS-LAST-GPA-SWITCH
           MOVE SPACES TO WS-REGISTERED-FLAGS
           MOVE ZEROS TO WS-LAST-START
           MOVE SPACES TO WS-LAST-TERM
           MOVE ZEROS TO WS-LAST-GPA.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  2410-GET-STUDENT THRU 2410-EXIT                              *
      *  The student master for a live student; for the archive pass  *
      *  the archived image is moved into STUDENTREC, as TRNSCRPT     *
      *  does.                                                         *
      *****************************************************************
       2410-GET-STUDENT.
           MOVE "Y" TO WS-FOUND-SWITCH
           IF WS-FROM-ARCHIVE
               MOVE WS-PREV-STUDENTID TO SA-STUDENTID
               READ STUDENT-ARCHIVE
                   INVALID KEY
                       MOVE "N" TO WS-FOUND-SWITCH
               END-READ
               IF WS-FOUND-YES
                   MOVE SA-STUDENT-IMAGE TO STUDENTREC
                   ADD 1 TO WS-ARCHIVED-COUNT
               END-IF
           ELSE
               MOVE WS-PREV-STUDENTID TO STUDENTID
               READ STUDENT-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-FOUND-SWITCH
               END-READ
           END-IF
           IF NOT WS-FOUND-YES
               DISPLAY "*** STUDENTID " WS-PREV-STUDENTID
                   " NOT ON STUDENT MASTER - COUNTED AS INVALID "
                   "CAMPUS AND GENDER ***"
               ADD 1 TO WS-NOTFOUND-COUNT
           END-IF.
       2410-EXIT.
           EXIT.

      *****************************************************************
      *  2450-SET-OUTCOME                                             *
      *  Registered, else graduated before the term started, else     *
      *  not returned.                                                 *
      *****************************************************************
       2450-SET-OUTCOME.
           ADD 1 TO WS-FOLLOW-IX
           IF WS-REGISTERED(WS-FOLLOW-IX) = "Y"
               MOVE "R" TO WS-OUTCOME-CODE
           ELSE
               IF WS-FOUND-YES AND STATUS-GRADUATED
                       AND STATUS-DATE < WS-FT-START(WS-FOLLOW-IX)
                   MOVE "G" TO WS-OUTCOME-CODE
               ELSE
                   MOVE "N" TO WS-OUTCOME-CODE
                   MOVE "Y" TO WS-NOT-RETURNED-SWITCH
               END-IF
           END-IF
           MOVE WS-OUTCOME-CODE TO WS-OUTCOME(WS-FOLLOW-IX)
           MOVE WS-CAMPUS-IX TO WS-GROUP-IX
           PERFORM 2460-COUNT-OUTCOME
           MOVE WS-GENDER-IX TO WS-GROUP-IX
           PERFORM 2460-COUNT-OUTCOME
           MOVE WS-TOTAL-IX TO WS-GROUP-IX
           PERFORM 2460-COUNT-OUTCOME.

      *****************************************************************
      *  2460-COUNT-OUTCOME                                           *
      *****************************************************************
       2460-COUNT-OUTCOME.
           EVALUATE WS-OUTCOME-CODE
               WHEN "R"
                   ADD 1 TO WS-OG-RETAINED(WS-FOLLOW-IX, WS-GROUP-IX)
               WHEN "G"
                   ADD 1 TO WS-OG-GRADUATED(WS-FOLLOW-IX, WS-GROUP-IX)
               WHEN OTHER
                   ADD 1 TO
                       WS-OG-NOT-RETURNED(WS-FOLLOW-IX, WS-GROUP-IX)
           END-EVALUATE.

      *****************************************************************
      *  2500-END-OF-PASS                                             *
      *  End of file is the final term and student break.             *
      *****************************************************************
       2500-END-OF-PASS.
           IF WS-PREV-STUDENTID > ZEROS
               PERFORM 2300-CLOSE-TERM THRU 2300-EXIT
               PERFORM 2400-CLOSE-STUDENT THRU 2400-EXIT
           END-IF
           MOVE ZEROS TO WS-PREV-STUDENTID
           MOVE SPACES TO WS-CUR-TERM.

      *****************************************************************
      *  2600-START-ARCHIVE THRU 2600-EXIT                            *
      *  Switches the reads to the enrollment archive.  With no       *
      *  archive on file the pass ends at once.                        *
      *****************************************************************
       2600-START-ARCHIVE.
           IF RETURN-CODE = 8
               GO TO 2600-EXIT
           END-IF
           OPEN INPUT ENROLL-ARCHIVE
           IF NOT WS-ENRLARCH-OK
               DISPLAY "ENROLL-ARCHIVE OPEN FAILED, STATUS = "
                   WS-ENRLARCH-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 2600-EXIT
           END-IF
           MOVE "Y" TO WS-ARCHIVE-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2100-READ-ENROLL
           IF NOT WS-EOF-YES
               MOVE EN-STUDENTID TO WS-PREV-STUDENTID
               MOVE EN-TERM TO WS-CUR-TERM
           END-IF.
       2600-EXIT.
           EXIT.

      *****************************************************************
      *  2700-PRINT-NOT-RETURNED                                      *
      *****************************************************************
       2700-PRINT-NOT-RETURNED.
           MOVE SPACES TO WS-LIST-LINE
           MOVE WS-PREV-STUDENTID TO LST-STUDENTID
           IF WS-FOUND-YES
               MOVE STUDENTNAME TO LST-NAME
               MOVE CAMPUS TO LST-CAMPUS
               MOVE GENDER TO LST-GENDER
           ELSE
               MOVE "NOT ON MASTER" TO LST-NAME
           END-IF
           MOVE WS-OUTCOME(1) TO LST-OUTCOME(1)
           MOVE WS-OUTCOME(2) TO LST-OUTCOME(2)
           MOVE WS-OUTCOME(3) TO LST-OUTCOME(3)
           MOVE WS-OUTCOME(4) TO LST-OUTCOME(4)
           MOVE WS-LAST-TERM TO LST-LAST-TERM
           IF WS-LAST-GPA-YES
               MOVE WS-LAST-GPA TO LST-LAST-GPA
           ELSE
               MOVE SPACES TO LST-LAST-GPA-X
           END-IF
           MOVE WS-LIST-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LISTED-COUNT.

      *****************************************************************
      *  3000-PRINT-SUMMARY                                           *
      *  One block per follow-up term.                                *
      *****************************************************************
       3000-PRINT-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "NOT RETURNED, LISTED" TO TOT-LABEL
           MOVE WS-LISTED-COUNT TO TOT-COUNT
           PERFORM 3300-PRINT-TOTAL
           MOVE ZEROS TO WS-FOLLOW-IX
           PERFORM 3100-PRINT-TERM-BLOCK WS-FOLLOW-COUNT TIMES
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "STUDENTS READ" TO TOT-LABEL
           MOVE WS-STUDENT-COUNT TO TOT-COUNT
           PERFORM 3300-PRINT-TOTAL
           MOVE "COHORT MEMBERS" TO TOT-LABEL
           MOVE WS-COHORT-COUNT TO TOT-COUNT
           PERFORM 3300-PRINT-TOTAL
           MOVE "  FROM THE ARCHIVE" TO TOT-LABEL
           MOVE WS-ARCHIVED-COUNT TO TOT-COUNT
           PERFORM 3300-PRINT-TOTAL
           MOVE "  NOT ON STUDENT MASTER" TO TOT-LABEL
           MOVE WS-NOTFOUND-COUNT TO TOT-COUNT
           PERFORM 3300-PRINT-TOTAL
           MOVE "TERMS NOT ON TERM CALENDAR" TO TOT-LABEL
           MOVE WS-UNKNOWN-TERM-COUNT TO TOT-COUNT
           PERFORM 3300-PRINT-TOTAL.

      *****************************************************************
      *  3100-PRINT-TERM-BLOCK                                        *
      *****************************************************************
       3100-PRINT-TERM-BLOCK.
           ADD 1 TO WS-FOLLOW-IX
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-FT-TERM(WS-FOLLOW-IX) TO HDGT-TERM
           MOVE WS-TERM-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SUMMARY-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE ZEROS TO WS-GROUP-IX
           PERFORM 3200-PRINT-GROUP-LINE 8 TIMES.

      *****************************************************************
      *  3200-PRINT-GROUP-LINE                                        *
      *  Percentages are of the group's cohort; a group with no       *
      *  cohort members prints zeros.                                 *
      *****************************************************************
       3200-PRINT-GROUP-LINE.
           ADD 1 TO WS-GROUP-IX
           IF WS-GROUP-IX = WS-TOTAL-IX OR WS-GROUP-IX = 4
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE WS-GROUP-LABEL(WS-GROUP-IX) TO SML-LABEL
           MOVE WS-GROUP-COHORT(WS-GROUP-IX) TO SML-COHORT
           MOVE WS-OG-RETAINED(WS-FOLLOW-IX, WS-GROUP-IX)
               TO SML-COUNT(1)
           MOVE WS-OG-GRADUATED(WS-FOLLOW-IX, WS-GROUP-IX)
               TO SML-COUNT(2)
           MOVE WS-OG-NOT-RETURNED(WS-FOLLOW-IX, WS-GROUP-IX)
               TO SML-COUNT(3)
           IF WS-GROUP-COHORT(WS-GROUP-IX) > ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   WS-OG-RETAINED(WS-FOLLOW-IX, WS-GROUP-IX) * 100
                   / WS-GROUP-COHORT(WS-GROUP-IX)
               MOVE WS-PERCENT TO SML-PERCENT(1)
               COMPUTE WS-PERCENT ROUNDED =
                   WS-OG-GRADUATED(WS-FOLLOW-IX, WS-GROUP-IX) * 100
                   / WS-GROUP-COHORT(WS-GROUP-IX)
               MOVE WS-PERCENT TO SML-PERCENT(2)
               COMPUTE WS-PERCENT ROUNDED =
                   WS-OG-NOT-RETURNED(WS-FOLLOW-IX, WS-GROUP-IX)
                   * 100 / WS-GROUP-COHORT(WS-GROUP-IX)
               MOVE WS-PERCENT TO SML-PERCENT(3)
           ELSE
               MOVE ZEROS TO SML-PERCENT(1) SML-PERCENT(2)
                             SML-PERCENT(3)
           END-IF
           MOVE "%" TO SML-PCT-SIGN(1) SML-PCT-SIGN(2) SML-PCT-SIGN(3)
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *****************************************************************
      *  3300-PRINT-TOTAL                                             *
      *****************************************************************
       3300-PRINT-TOTAL.
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *****************************************************************
      *  9000-TERMINATE                                               *
      *****************************************************************
       9000-TERMINATE.
           CLOSE ENROLL-MASTER
           IF WS-FROM-ARCHIVE
               CLOSE ENROLL-ARCHIVE
           END-IF
           CLOSE STUDENT-MASTER
           CLOSE STUDENT-ARCHIVE
           CLOSE TERM-CALENDAR
           CLOSE RETN-RPT
           DISPLAY "COHORT TERM        = " WS-COHORT-TERM
           DISPLAY "STUDENTS READ      = " WS-STUDENT-COUNT
           DISPLAY "COHORT MEMBERS     = " WS-COHORT-COUNT
           DISPLAY "NOT RETURNED       = " WS-LISTED-COUNT
           DISPLAY "FROM THE ARCHIVE   = " WS-ARCHIVED-COUNT
           DISPLAY "NOT ON MASTER      = " WS-NOTFOUND-COUNT
           DISPLAY "TERMS NOT ON TERMCAL= " WS-UNKNOWN-TERM-COUNT.
