       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACSTAND.
       AUTHOR. RLM.

      *****************************************************************
      *  ACSTAND                                                       *
      *  Term-end academic-standing run.  DEANLIST buckets students   *
      *  by cumulative GPA each term but remembers nothing, so the    *
      *  rule the Registrar enforces - a second consecutive term on   *
      *  probation is a suspension - was kept by hand.  This run      *
      *  reads the enrollment master (copybooks/ENRLREC.CPY) in key   *
      *  order and assesses every student with graded work in the     *
      *  term on the STNDPARM card: the cumulative GPA GPACALC left   *
      *  on STUDENT-MASTER is held against the probation cutoff on    *
      *  the same DEAN-PARM card DEANLIST and STANDGEN read, the      *
      *  term GPA is computed off the term's rows on GPACALC's        *
      *  scale, and the progression rules (copybooks/STNDHIST.CPY)    *
      *  are applied to the student's standing in the latest earlier  *
      *  term on the standing history, earlier by the term calendar   *
      *  (copybooks/TERMCAL.CPY).  The new standing is written to     *
      *  the history by term - a rerun of the same term rewrites the  *
      *  row - and every student whose standing changed is printed    *
      *  on the STNDRPT standing-change report.  A suspended student  *
      *  already registered for the term being sat out is flagged     *
      *  for the Registrar to drop; REGBATCH rejects any new enroll.  *
      *  A student with no graded hours in the term (all W, I or      *
      *  ungraded) is not assessed and keeps the previous standing.   *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  2026-10-01  RLM  Original program.                            *
      *  2026-10-14  RLM  Prior standing is the history row whose term *
      *                   started latest before the assessed term on   *
      *                   TERMCAL, not the row before it in key order. *
      *                   Added the TERMCAL file.                      *
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

           SELECT OPTIONAL STANDING-HIST ASSIGN TO "STNDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-STANDING-KEY
               FILE STATUS IS WS-STNDHIST-STATUS.

           SELECT TERM-CALENDAR ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TC-TERM-ID
               FILE STATUS IS WS-TERMCAL-STATUS.

           SELECT DEAN-PARM ASSIGN TO "DEANPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT STAND-PARM ASSIGN TO "STNDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STNDPARM-STATUS.

           SELECT STAND-RPT ASSIGN TO "STNDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLL-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ENRLREC.

       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY STUDREC.

       FD  STANDING-HIST
           LABEL RECORDS ARE STANDARD.
           COPY STNDHIST.

       FD  TERM-CALENDAR
           LABEL RECORDS ARE STANDARD.
           COPY TERMCAL.

      *    DEANLIST's run-control card - only the probation cutoff    *
      *    is used here, so the standing run can never disagree with  *
      *    the probation section of the Dean's List report.           *
       FD  DEAN-PARM
           LABEL RECORDS ARE STANDARD.
       01  DEAN-PARM-REC.
           02  DP-DEAN-CUTOFF          PIC 9V99.
           02  DP-PROB-CUTOFF          PIC 9V99.
           02  DP-TERM-LABEL           PIC X(20).
       01  DEAN-PARM-ALPHA.
           02  DPA-DEAN-CUTOFF         PIC X(3).
           02  DPA-PROB-CUTOFF         PIC X(3).
           02  FILLER                  PIC X(20).

      *    Run-control card - the term being assessed and the term    *
      *    that follows it (the one a suspension is served in).       *
       FD  STAND-PARM
           LABEL RECORDS ARE STANDARD.
       01  STAND-PARM-REC.
           02  SP-TERM                 PIC X(5).
           02  SP-NEXT-TERM            PIC X(5).

       FD  STAND-RPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ENRLMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-ENRLMAST-OK                  VALUE "00".
       01  WS-STUDMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-STUDMAST-OK                  VALUE "00".
       01  WS-STNDHIST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-STNDHIST-OK                  VALUES "00" "05".
       01  WS-TERMCAL-STATUS    PIC XX         VALUE ZEROS.
           88  WS-TERMCAL-OK                   VALUE "00".
       01  WS-PARM-STATUS       PIC XX         VALUE ZEROS.
           88  WS-PARM-OK                      VALUE "00".
       01  WS-STNDPARM-STATUS   PIC XX         VALUE ZEROS.
           88  WS-STNDPARM-OK                  VALUE "00".
       01  WS-RPT-STATUS        PIC XX         VALUE ZEROS.

       01  WS-SWITCHES.
           02  WS-EOF-SWITCH    PIC X          VALUE "N".
               88  WS-EOF-YES                  VALUE "Y".
           02  WS-PARM-ERROR-SWITCH PIC X      VALUE "N".
               88  WS-PARM-ERROR-YES           VALUE "Y".
           02  WS-IN-TERM-SWITCH PIC X         VALUE "N".
               88  WS-IN-TERM-YES              VALUE "Y".
           02  WS-NEXT-TERM-SWITCH PIC X       VALUE "N".
               88  WS-NEXT-TERM-YES            VALUE "Y".
           02  WS-PRIOR-DONE-SWITCH PIC X      VALUE "N".
               88  WS-PRIOR-DONE-YES           VALUE "Y".

       01  WS-RUN-CONTROLS.
           02  WS-PROB-CUTOFF       PIC 9V99   VALUE ZEROS.
           02  WS-STAND-TERM        PIC X(5)   VALUE SPACES.
           02  WS-NEXT-TERM         PIC X(5)   VALUE SPACES.
           02  WS-STAND-START       PIC 9(8)   VALUE ZEROS.

       01  WS-COUNTERS.
           02  WS-ASSESSED-COUNT    PIC 9(5)   VALUE ZEROS.
           02  WS-CHANGED-COUNT     PIC 9(5)   VALUE ZEROS.
           02  WS-GOOD-COUNT        PIC 9(5)   VALUE ZEROS.
           02  WS-PROBATION-COUNT   PIC 9(5)   VALUE ZEROS.
           02  WS-CONTINUED-COUNT   PIC 9(5)   VALUE ZEROS.
           02  WS-SUSPENDED-COUNT   PIC 9(5)   VALUE ZEROS.
           02  WS-RETURNED-COUNT    PIC 9(5)   VALUE ZEROS.
           02  WS-NOT-ASSESSED-COUNT PIC 9(5)  VALUE ZEROS.
           02  WS-NOTFOUND-COUNT    PIC 9(5)   VALUE ZEROS.
           02  WS-BAD-GPA-COUNT     PIC 9(5)   VALUE ZEROS.
           02  WS-REWRITE-COUNT     PIC 9(5)   VALUE ZEROS.
           02  WS-REGISTERED-COUNT  PIC 9(5)   VALUE ZEROS.
           02  WS-UNKNOWN-TERM-COUNT PIC 9(5)  VALUE ZEROS.

       01  WS-RUN-DATE          PIC 9(8)       VALUE ZEROS.
       01  WS-PREV-STUDENTID    PIC 9(8)       VALUE ZEROS.
       01  WS-PRIOR-STANDING    PIC X          VALUE SPACE.
       01  WS-PRIOR-START       PIC 9(8)       VALUE ZEROS.
       01  WS-TERM-START        PIC 9(8)       VALUE ZEROS.
       01  WS-NEW-STANDING      PIC X          VALUE SPACE.
       01  WS-LABEL-CODE        PIC X          VALUE SPACE.
       01  WS-LABEL-TEXT        PIC X(10)      VALUE SPACES.

       01  WS-GPA-WORK.
           02  WS-GRADE-POINTS      PIC 9      VALUE ZEROS.
           02  WS-TERM-POINTS       PIC 9(5)V9 VALUE ZEROS.
           02  WS-TERM-CREDITS      PIC 9(3)V9 VALUE ZEROS.
           02  WS-TERM-GPA          PIC 9V99   VALUE ZEROS.

       01  WS-HEADING-1.
           02  FILLER            PIC X(40)
                   VALUE "ACADEMIC STANDING CHANGE REPORT - TERM ".
           02  HDG-TERM          PIC X(5).

       01  WS-HEADING-2.
           02  FILLER            PIC X(19) VALUE "PROBATION CUTOFF = ".
           02  HDG-CUTOFF        PIC 9.99.
           02  FILLER            PIC X(15) VALUE "   NEXT TERM = ".
           02  HDG-NEXT-TERM     PIC X(5).

       01  WS-HEADING-3.
           02  FILLER            PIC X(10) VALUE "STUDENT ID".
           02  FILLER            PIC X(16) VALUE "  NAME".
           02  FILLER            PIC X(7)  VALUE "CUM GPA".
           02  FILLER            PIC X(7)  VALUE " TERM".
           02  FILLER            PIC X(12) VALUE "FROM".
           02  FILLER            PIC X(10) VALUE "TO".

       01  WS-CHANGE-LINE.
           02  CHG-STUDENTID     PIC 9(8).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  CHG-NAME          PIC X(14).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  CHG-CUM-GPA       PIC Z.99.
           02  FILLER            PIC X(3)  VALUE SPACES.
           02  CHG-TERM-GPA      PIC Z.99.
           02  FILLER            PIC X(3)  VALUE SPACES.
           02  CHG-FROM          PIC X(10).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  CHG-TO            PIC X(10).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  CHG-NOTE          PIC X(16).

       01  WS-TOTAL-LINE.
           02  FILLER            PIC X(4)  VALUE SPACES.
           02  TOT-LABEL         PIC X(24).
           02  TOT-COUNT         PIC ZZ,ZZ9.

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
               PERFORM 2000-PROCESS-ENROLLMENT THRU 2000-EXIT
                   UNTIL WS-EOF-YES
               PERFORM 9000-TERMINATE
           END-IF
           STOP RUN.

      *****************************************************************
      *  1050-READ-PARM THRU 1050-EXIT                                *
      *  Reads both run-control cards.  The probation cutoff gets     *
      *  DEANLIST's edits; the term and next term must both be        *
      *  present and different.  Anything else fails the step before  *
      *  the standing history is touched.                             *
      *****************************************************************
       1050-READ-PARM.
           OPEN INPUT DEAN-PARM
           IF NOT WS-PARM-OK
               DISPLAY "*** DEAN-PARM RUN-CONTROL CARD MISSING, "
                   "STATUS = " WS-PARM-STATUS " - STEP FAILED ***"
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
               GO TO 1050-EXIT
           END-IF
           READ DEAN-PARM
               AT END
                   DISPLAY "*** DEAN-PARM RUN-CONTROL CARD EMPTY "
                       "- STEP FAILED ***"
                   MOVE "Y" TO WS-PARM-ERROR-SWITCH
           END-READ
           CLOSE DEAN-PARM
           IF WS-PARM-ERROR-YES
               GO TO 1050-EXIT
           END-IF
           IF DPA-PROB-CUTOFF NOT NUMERIC
               DISPLAY "*** DEAN-PARM PROBATION CUTOFF NOT NUMERIC "
                   "- STEP FAILED ***"
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
               GO TO 1050-EXIT
           END-IF
           IF DP-PROB-CUTOFF > 4.00
               DISPLAY "*** DEAN-PARM CUTOFF EXCEEDS THE 4.00 SCALE "
                   "- STEP FAILED ***"
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
               GO TO 1050-EXIT
           END-IF
           MOVE DP-PROB-CUTOFF TO WS-PROB-CUTOFF
           OPEN INPUT STAND-PARM
           IF NOT WS-STNDPARM-OK
               DISPLAY "*** STND-PARM RUN-CONTROL CARD MISSING, "
                   "STATUS = " WS-STNDPARM-STATUS " - STEP FAILED ***"
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
               GO TO 1050-EXIT
           END-IF
           READ STAND-PARM
               AT END
                   DISPLAY "*** STND-PARM RUN-CONTROL CARD EMPTY "
                       "- STEP FAILED ***"
                   MOVE "Y" TO WS-PARM-ERROR-SWITCH
           END-READ
           CLOSE STAND-PARM
           IF WS-PARM-ERROR-YES
               GO TO 1050-EXIT
           END-IF
           IF SP-TERM = SPACES OR SP-NEXT-TERM = SPACES
                   OR SP-TERM = SP-NEXT-TERM
               DISPLAY "*** STND-PARM TERM AND NEXT TERM REQUIRED "
                   "AND MUST DIFFER - STEP FAILED ***"
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
               GO TO 1050-EXIT
           END-IF
           MOVE SP-TERM TO WS-STAND-TERM
           MOVE SP-NEXT-TERM TO WS-NEXT-TERM.
       1050-EXIT.
           EXIT.

      *****************************************************************
      *  1000-INITIALIZE THRU 1000-EXIT                               *
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT STAND-RPT
           MOVE WS-STAND-TERM TO HDG-TERM
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-PROB-CUTOFF TO HDG-CUTOFF
           MOVE WS-NEXT-TERM TO HDG-NEXT-TERM
           MOVE WS-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HEADING-3 TO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT TERM-CALENDAR
           IF NOT WS-TERMCAL-OK
               DISPLAY "TERM-CALENDAR OPEN FAILED, STATUS = "
                   WS-TERMCAL-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE WS-STAND-TERM TO TC-TERM-ID
           READ TERM-CALENDAR
               INVALID KEY
                   DISPLAY "*** STND-PARM TERM " WS-STAND-TERM
                       " NOT ON TERM CALENDAR - STEP FAILED ***"
                   MOVE "Y" TO WS-EOF-SWITCH
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-EXIT
           END-READ
           MOVE TC-START-DATE TO WS-STAND-START
           OPEN I-O STANDING-HIST
           IF NOT WS-STNDHIST-OK
               DISPLAY "STANDING-HIST OPEN FAILED, STATUS = "
                   WS-STNDHIST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
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
           PERFORM 2100-READ-ENROLL
           IF NOT WS-EOF-YES
               MOVE EN-STUDENTID TO WS-PREV-STUDENTID
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROCESS-ENROLLMENT THRU 2000-EXIT                       *
      *  Control-break pass by student.  The assessed term's graded   *
      *  rows are accumulated into the term GPA work fields on        *
      *  GPACALC's scale; a row in the next term only marks the       *
      *  student as already registered for it.                        *
      *****************************************************************
       2000-PROCESS-ENROLLMENT.
           IF EN-STUDENTID NOT = WS-PREV-STUDENTID
               PERFORM 2300-ASSESS-STUDENT THRU 2300-EXIT
               MOVE EN-STUDENTID TO WS-PREV-STUDENTID
           END-IF
           IF EN-TERM = WS-NEXT-TERM
               MOVE "Y" TO WS-NEXT-TERM-SWITCH
           END-IF
           IF EN-TERM NOT = WS-STAND-TERM
               GO TO 2000-NEXT
           END-IF
           MOVE "Y" TO WS-IN-TERM-SWITCH
           IF EN-GRADE-GRADED
               PERFORM 2200-ACCUMULATE-POINTS
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
           END-READ.

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
      *  2300-ASSESS-STUDENT THRU 2300-EXIT                           *
      *  Closes out the previous student.  A student with rows in     *
      *  the term gets a new standing off the cumulative GPA on the   *
      *  master, the term GPA and the standing on the last history    *
      *  row before this term (none on file is good standing):        *
      *     at or above the cutoff - RETURNED after probation or      *
      *        suspension, otherwise GOOD                              *
      *     below the cutoff - from probation, CONTINUED if the term  *
      *        GPA met the cutoff, otherwise SUSPENSION; back from a  *
      *        suspension, CONTINUED; otherwise PROBATION             *
      *****************************************************************
       2300-ASSESS-STUDENT.
           IF NOT WS-IN-TERM-YES
               GO TO 2300-RESET
           END-IF
           IF WS-TERM-CREDITS = ZERO
               ADD 1 TO WS-NOT-ASSESSED-COUNT
               GO TO 2300-RESET
           END-IF
           COMPUTE WS-TERM-GPA ROUNDED =
               WS-TERM-POINTS / WS-TERM-CREDITS
           MOVE WS-PREV-STUDENTID TO STUDENTID
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY "*** STUDENTID " WS-PREV-STUDENTID
                       " NOT ON STUDENT MASTER - NOT ASSESSED ***"
                   ADD 1 TO WS-NOTFOUND-COUNT
                   GO TO 2300-RESET
           END-READ
           IF NOT GPA-IN-RANGE
               DISPLAY "*** GPA " GPA " OUT OF RANGE ON STUDENTID "
                   STUDENTID " - NOT ASSESSED ***"
               ADD 1 TO WS-BAD-GPA-COUNT
               GO TO 2300-RESET
           END-IF
           PERFORM 2400-FIND-PRIOR-STANDING THRU 2400-EXIT
           IF GPA NOT < WS-PROB-CUTOFF
               IF WS-PRIOR-STANDING = "P" OR "C" OR "S"
                   MOVE "R" TO WS-NEW-STANDING
               ELSE
                   MOVE "G" TO WS-NEW-STANDING
               END-IF
           ELSE
               EVALUATE WS-PRIOR-STANDING
                   WHEN "P"
                   WHEN "C"
                       IF WS-TERM-GPA NOT < WS-PROB-CUTOFF
                           MOVE "C" TO WS-NEW-STANDING
                       ELSE
                           MOVE "S" TO WS-NEW-STANDING
                       END-IF
                   WHEN "S"
                       MOVE "C" TO WS-NEW-STANDING
                   WHEN OTHER
                       MOVE "P" TO WS-NEW-STANDING
               END-EVALUATE
           END-IF
           PERFORM 2500-WRITE-STANDING THRU 2500-EXIT
           ADD 1 TO WS-ASSESSED-COUNT
           EVALUATE WS-NEW-STANDING
               WHEN "G"
                   ADD 1 TO WS-GOOD-COUNT
               WHEN "P"
                   ADD 1 TO WS-PROBATION-COUNT
               WHEN "C"
                   ADD 1 TO WS-CONTINUED-COUNT
               WHEN "S"
                   ADD 1 TO WS-SUSPENDED-COUNT
               WHEN "R"
                   ADD 1 TO WS-RETURNED-COUNT
           END-EVALUATE
           IF WS-NEW-STANDING NOT = WS-PRIOR-STANDING
                   AND NOT (WS-NEW-STANDING = "G"
                            AND WS-PRIOR-STANDING = "R")
               PERFORM 2700-PRINT-CHANGE
           END-IF.
       2300-RESET.
           MOVE ZEROS TO WS-TERM-POINTS
           MOVE ZEROS TO WS-TERM-CREDITS
           MOVE "N" TO WS-IN-TERM-SWITCH
           MOVE "N" TO WS-NEXT-TERM-SWITCH.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2400-FIND-PRIOR-STANDING THRU 2400-EXIT                      *
      *  Positions the standing history at the student's first row    *
      *  and reads all of the student's rows, keeping the standing    *
      *  of the row whose term started latest before the assessed     *
      *  term did.  Terms are ordered by TERMCAL start date - term    *
      *  codes do not sort by date.  A row for the assessed term      *
      *  itself is a rerun and is not its own prior.                  *
      *****************************************************************
       2400-FIND-PRIOR-STANDING.
           MOVE "G" TO WS-PRIOR-STANDING
           MOVE ZEROS TO WS-PRIOR-START
           MOVE "N" TO WS-PRIOR-DONE-SWITCH
           MOVE WS-PREV-STUDENTID TO ST-STUDENTID
           MOVE LOW-VALUES TO ST-TERM
           START STANDING-HIST KEY IS NOT LESS THAN ST-STANDING-KEY
               INVALID KEY
                   GO TO 2400-EXIT
           END-START
           PERFORM 2450-READ-PRIOR THRU 2450-EXIT
               UNTIL WS-PRIOR-DONE-YES.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  2450-READ-PRIOR THRU 2450-EXIT                               *
      *  One history row - a row whose term is missing from the       *
      *  calendar cannot be placed and is reported and passed over.   *
      *****************************************************************
       2450-READ-PRIOR.
           READ STANDING-HIST NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PRIOR-DONE-SWITCH
                   GO TO 2450-EXIT
           END-READ
           IF ST-STUDENTID NOT = WS-PREV-STUDENTID
               MOVE "Y" TO WS-PRIOR-DONE-SWITCH
               GO TO 2450-EXIT
           END-IF
           IF ST-TERM = WS-STAND-TERM
               GO TO 2450-EXIT
           END-IF
           MOVE ST-TERM TO TC-TERM-ID
           READ TERM-CALENDAR
               INVALID KEY
                   DISPLAY "*** STANDING TERM " ST-TERM
                       " ON STUDENTID " ST-STUDENTID
                       " NOT ON TERM CALENDAR ***"
                   ADD 1 TO WS-UNKNOWN-TERM-COUNT
                   GO TO 2450-EXIT
           END-READ
           MOVE TC-START-DATE TO WS-TERM-START
           IF WS-TERM-START < WS-STAND-START
                   AND WS-TERM-START > WS-PRIOR-START
               MOVE WS-TERM-START TO WS-PRIOR-START
               MOVE ST-STANDING TO WS-PRIOR-STANDING
           END-IF.
       2450-EXIT.
           EXIT.

      *****************************************************************
      *  2500-WRITE-STANDING THRU 2500-EXIT                           *
      *  Writes the term's standing row; a row already on file for    *
      *  the term is a rerun and is rewritten.                        *
      *****************************************************************
       2500-WRITE-STANDING.
           MOVE WS-PREV-STUDENTID TO ST-STUDENTID
           MOVE WS-STAND-TERM TO ST-TERM
           MOVE WS-NEW-STANDING TO ST-STANDING
           MOVE WS-PRIOR-STANDING TO ST-PRIOR-STANDING
           MOVE GPA TO ST-CUM-GPA
           MOVE WS-TERM-GPA TO ST-TERM-GPA
           MOVE WS-TERM-CREDITS TO ST-TERM-CREDITS
           IF ST-SUSPENDED
               MOVE WS-NEXT-TERM TO ST-SUSPEND-TERM
           ELSE
               MOVE SPACES TO ST-SUSPEND-TERM
           END-IF
           MOVE WS-RUN-DATE TO ST-RUN-DATE
           WRITE STANDING-REC
               INVALID KEY
                   REWRITE STANDING-REC
                       INVALID KEY
                           DISPLAY "STANDING-HIST REWRITE FAILED, "
                               "STUDENTID " WS-PREV-STUDENTID
                               " STATUS = " WS-STNDHIST-STATUS
                           MOVE 8 TO RETURN-CODE
                           GO TO 2500-EXIT
                   END-REWRITE
                   ADD 1 TO WS-REWRITE-COUNT
           END-WRITE.
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2600-STANDING-LABEL                                          *
      *  The report word for the standing code in WS-LABEL-CODE.      *
      *****************************************************************
       2600-STANDING-LABEL.
           EVALUATE WS-LABEL-CODE
               WHEN "G"
                   MOVE "GOOD" TO WS-LABEL-TEXT
               WHEN "P"
                   MOVE "PROBATION" TO WS-LABEL-TEXT
               WHEN "C"
                   MOVE "CONT PROB" TO WS-LABEL-TEXT
               WHEN "S"
                   MOVE "SUSPENDED" TO WS-LABEL-TEXT
               WHEN "R"
                   MOVE "RETURNED" TO WS-LABEL-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-LABEL-TEXT
           END-EVALUATE.

      *****************************************************************
      *  2700-PRINT-CHANGE                                            *
      *  One student whose standing changed.  A suspended student     *
      *  already registered for the next term is flagged so the       *
      *  Registrar can drop the rows REGBATCH took before the         *
      *  suspension was known.                                        *
      *****************************************************************
       2700-PRINT-CHANGE.
           MOVE WS-PREV-STUDENTID TO CHG-STUDENTID
           MOVE STUDENTNAME TO CHG-NAME
           MOVE GPA TO CHG-CUM-GPA
           MOVE WS-TERM-GPA TO CHG-TERM-GPA
           MOVE WS-PRIOR-STANDING TO WS-LABEL-CODE
           PERFORM 2600-STANDING-LABEL
           MOVE WS-LABEL-TEXT TO CHG-FROM
           MOVE WS-NEW-STANDING TO WS-LABEL-CODE
           PERFORM 2600-STANDING-LABEL
           MOVE WS-LABEL-TEXT TO CHG-TO
           MOVE SPACES TO CHG-NOTE
           IF WS-NEW-STANDING = "S" AND WS-NEXT-TERM-YES
               MOVE "REGISTERED - DROP" TO CHG-NOTE
               ADD 1 TO WS-REGISTERED-COUNT
           END-IF
           MOVE WS-CHANGE-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-CHANGED-COUNT.

      *****************************************************************
      *  2800-PRINT-TOTAL                                             *
      *****************************************************************
       2800-PRINT-TOTAL.
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *****************************************************************
      *  9000-TERMINATE                                               *
      *  End of file is the final student break.                      *
      *****************************************************************
       9000-TERMINATE.
           IF WS-PREV-STUDENTID > ZEROS
               PERFORM 2300-ASSESS-STUDENT THRU 2300-EXIT
           END-IF
           CLOSE ENROLL-MASTER
           CLOSE STUDENT-MASTER
           CLOSE STANDING-HIST
           CLOSE TERM-CALENDAR
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "STANDINGS CHANGED" TO TOT-LABEL
           MOVE WS-CHANGED-COUNT TO TOT-COUNT
           PERFORM 2800-PRINT-TOTAL
           MOVE "STUDENTS ASSESSED" TO TOT-LABEL
           MOVE WS-ASSESSED-COUNT TO TOT-COUNT
           PERFORM 2800-PRINT-TOTAL
           MOVE "  GOOD STANDING" TO TOT-LABEL
           MOVE WS-GOOD-COUNT TO TOT-COUNT
           PERFORM 2800-PRINT-TOTAL
           MOVE "  RETURNED TO GOOD" TO TOT-LABEL
           MOVE WS-RETURNED-COUNT TO TOT-COUNT
           PERFORM 2800-PRINT-TOTAL
           MOVE "  PROBATION" TO TOT-LABEL
           MOVE WS-PROBATION-COUNT TO TOT-COUNT
           PERFORM 2800-PRINT-TOTAL
           MOVE "  CONTINUED PROBATION" TO TOT-LABEL
           MOVE WS-CONTINUED-COUNT TO TOT-COUNT
           PERFORM 2800-PRINT-TOTAL
           MOVE "  SUSPENSION" TO TOT-LABEL
           MOVE WS-SUSPENDED-COUNT TO TOT-COUNT
           PERFORM 2800-PRINT-TOTAL
           MOVE "SUSPENDED, REGISTERED" TO TOT-LABEL
           MOVE WS-REGISTERED-COUNT TO TOT-COUNT
           PERFORM 2800-PRINT-TOTAL
           MOVE "NO GRADED HOURS IN TERM" TO TOT-LABEL
           MOVE WS-NOT-ASSESSED-COUNT TO TOT-COUNT
           PERFORM 2800-PRINT-TOTAL
           CLOSE STAND-RPT
           DISPLAY "STUDENTS ASSESSED  = " WS-ASSESSED-COUNT
           DISPLAY "STANDINGS CHANGED  = " WS-CHANGED-COUNT
           DISPLAY "SUSPENSIONS        = " WS-SUSPENDED-COUNT
           DISPLAY "RERUN ROWS REPLACED= " WS-REWRITE-COUNT
           DISPLAY "NOT ON MASTER      = " WS-NOTFOUND-COUNT
           DISPLAY "GPA OUT OF RANGE   = " WS-BAD-GPA-COUNT
           DISPLAY "TERMS NOT ON TERMCAL= " WS-UNKNOWN-TERM-COUNT.
