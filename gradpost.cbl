      *                   rejected with its own reason code - the      *
      *                   bursar's hold finally reaches the            *
      *                   registrar's runs.                            *
      *  2026-09-18  RLM  Every card is now checked against the term   *
      *                   calendar (copybooks/TERMCAL.CPY) as of the   *
      *                   shared ASOFDATE card or the run date - a     *
      *                   term not on the calendar, a grade before     *
      *                   the term starts and a first posting after    *
      *                   the grade-submission deadline are rejected   *
      *                   with their own reasons.  A change to a       *
      *                   grade already posted is still taken after    *
      *                   the deadline.                                *
      *  2026-09-26  RLM  A card that changes a grade already posted   *
      *                   must now carry a reason code (rejected       *
      *                   otherwise) and is appended to the grade-     *
      *                   change history (copybooks/GRADCHG.CPY) with  *
      *                   the old and new grade, the run date, the     *
      *                   reason and the authorizing instructor - the  *
      *                   old grade no longer survives only on that    *
      *                   night's GRADE-RPT.  A card resubmitting the  *
      *                   grade already on the row is logged RE-       *
      *                   POSTED and is not a grade change.            *
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS HD-STUDENTID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT TERM-CALENDAR ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-TERM-ID
               FILE STATUS IS WS-TERMCAL-STATUS.

           SELECT OPTIONAL ASOF-PARM ASSIGN TO "ASOFDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASOF-STATUS.

           SELECT OPTIONAL GRADE-HISTORY ASSIGN TO "GRADCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADCHG-STATUS.

           SELECT GRADE-RPT ASSIGN TO "GRADERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY HOLDREC.

       FD  TERM-CALENDAR
           LABEL RECORDS ARE STANDARD.
           COPY TERMCAL.

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

       FD  GRADE-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY GRADCHG.

       FD  GRADE-RPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           88  WS-CRSEMAST-OK                  VALUE "00".
       01  WS-HOLD-STATUS       PIC XX         VALUE ZEROS.
           88  WS-HOLD-OK                      VALUES "00" "05".
       01  WS-TERMCAL-STATUS    PIC XX         VALUE ZEROS.
           88  WS-TERMCAL-OK                   VALUE "00".
       01  WS-ASOF-STATUS       PIC XX         VALUE ZEROS.
           88  WS-ASOF-OK                      VALUES "00" "05".
       01  WS-GRADCHG-STATUS    PIC XX         VALUE ZEROS.
           88  WS-GRADCHG-OK                   VALUES "00" "05".
       01  WS-RPT-STATUS        PIC XX         VALUE ZEROS.

       01  WS-SWITCHES.
           02  WS-EOF-SWITCH    PIC X          VALUE "N".
               88  WS-EOF-YES                  VALUE "Y".
           02  WS-ASOF-SWITCH   PIC X          VALUE "N".
               88  WS-ASOF-YES                 VALUE "Y".

       01  WS-COUNTERS.
           02  WS-POSTED-COUNT      PIC 9(5)   VALUE ZEROS.
           02  WS-REPLACED-COUNT    PIC 9(5)   VALUE ZEROS.
           02  WS-REJECT-COUNT      PIC 9(5)   VALUE ZEROS.
           02  WS-HISTORY-COUNT     PIC 9(5)   VALUE ZEROS.

       01  WS-RUN-DATE          PIC 9(8)       VALUE ZEROS.
       01  WS-GRADE-REASON      PIC X(30)      VALUE SPACES.
       01  WS-GRADE-ACTION      PIC X(14)      VALUE SPACES.
       01  WS-OLD-GRADE         PIC X          VALUE SPACE.

       01  WS-GRADE-LINE.
           02  GDL-STUDENTID     PIC 9(8).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  GDL-REASON        PIC X(30).

       01  WS-ASOF-LINE.
           02  FILLER            PIC X(13) VALUE "** RUN AS OF ".
           02  ASL-DATE          PIC 9(8).
           02  FILLER            PIC X(3)  VALUE " **".

       PROCEDURE DIVISION.

      *****************************************************************
      *  1000-INITIALIZE                                              *
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-SET-RUN-DATE THRU 1020-EXIT
           OPEN OUTPUT GRADE-RPT
           IF WS-ASOF-YES
               MOVE WS-RUN-DATE TO ASL-DATE
               MOVE WS-ASOF-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           OPEN I-O ENROLL-MASTER
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
           OPEN EXTEND GRADE-HISTORY
           IF NOT WS-GRADCHG-OK
               DISPLAY "GRADE-HISTORY OPEN FAILED, STATUS = "
                   WS-GRADCHG-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT GRADE-TRANS
           IF NOT WS-TRANS-OK
               DISPLAY "GRADE-TRANS OPEN FAILED, STATUS = "
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1020-SET-RUN-DATE THRU 1020-EXIT                             *
      *  Honors the shared ASOFDATE run-date override card: a valid   *
      *  date on the card replaces the system clock for the whole     *
      *  run - the term-calendar windows every card is checked        *
      *  against - and the log opens with RUN AS OF.  No card, an     *
      *  empty card or a blank date leaves the system date in force.  *
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
      *  2000-PROCESS-GRADE THRU 2000-EXIT                            *
      *  Edits one grade transaction and posts it onto the student's  *
                   ADD 1 TO WS-REJECT-COUNT
                   GO TO 2000-LOG
           END-READ
           MOVE GT-TERM TO TC-TERM-ID
           READ TERM-CALENDAR
               INVALID KEY
                   MOVE "REJECTED" TO WS-GRADE-ACTION
                   MOVE "TERM NOT ON CALENDAR" TO WS-GRADE-REASON
                   ADD 1 TO WS-REJECT-COUNT
                   GO TO 2000-LOG
           END-READ
           IF WS-RUN-DATE < TC-START-DATE
               MOVE "REJECTED" TO WS-GRADE-ACTION
               MOVE "TERM NOT YET STARTED" TO WS-GRADE-REASON
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2000-LOG
           END-IF
           MOVE GT-STUDENTID TO EN-STUDENTID
           MOVE GT-TERM TO EN-TERM
           MOVE GT-COURSE TO EN-COURSE
                   MOVE "NOT REGISTERED IN COURSE" TO WS-GRADE-REASON
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   PERFORM 2200-POST-GRADE THRU 2200-EXIT
           END-READ.
       2000-LOG.
           PERFORM 2900-LOG-TRANSACTION
      *  The registration row was just read - the grade and credit    *
      *  hours from the card are rewritten onto it.  A row still      *
      *  ungraded is a first posting; a row already carrying a grade  *
      *  makes this a grade change.  A first posting after the        *
      *  term's grade-submission deadline is refused; a change to a   *
      *  grade already on the row is not held to the deadline, but    *
      *  must carry a reason code and is appended to the grade-       *
      *  change history once the row is rewritten.  A card bearing    *
      *  the grade already on the row changes nothing but the hours.  *
      *****************************************************************
       2200-POST-GRADE.
           MOVE EN-GRADE TO WS-OLD-GRADE
           IF EN-GRADE-UNGRADED
               IF WS-RUN-DATE > TC-GRADE-DEADLINE
                   MOVE "REJECTED" TO WS-GRADE-ACTION
                   MOVE "PAST GRADE DEADLINE" TO WS-GRADE-REASON
                   ADD 1 TO WS-REJECT-COUNT
                   GO TO 2200-EXIT
               END-IF
               MOVE "POSTED" TO WS-GRADE-ACTION
           ELSE
               IF GT-GRADE = WS-OLD-GRADE
                   MOVE "RE-POSTED" TO WS-GRADE-ACTION
               ELSE
                   IF GT-REASON-CODE = SPACES
                       MOVE "REJECTED" TO WS-GRADE-ACTION
                       MOVE "NO REASON CODE - GRADE CHANGE"
                           TO WS-GRADE-REASON
                       ADD 1 TO WS-REJECT-COUNT
                       GO TO 2200-EXIT
                   END-IF
                   MOVE "GRADE-CHANGE" TO WS-GRADE-ACTION
               END-IF
           END-IF
           MOVE GT-CREDIT-HOURS TO EN-CREDIT-HOURS
           MOVE GT-GRADE TO EN-GRADE
                   ELSE
                       ADD 1 TO WS-REPLACED-COUNT
                   END-IF
                   IF WS-GRADE-ACTION = "GRADE-CHANGE"
                       PERFORM 2300-APPEND-HISTORY
                   END-IF
           END-REWRITE.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-APPEND-HISTORY                                          *
      *  Appends the grade change just rewritten to the permanent     *
      *  grade-change history, stamped with this run's date - the     *
      *  record GRDCHRPT prints for the registrar's audit.            *
      *****************************************************************
       2300-APPEND-HISTORY.
           MOVE GT-STUDENTID TO GC-STUDENTID
           MOVE GT-TERM TO GC-TERM
           MOVE GT-COURSE TO GC-COURSE
           MOVE WS-OLD-GRADE TO GC-OLD-GRADE
           MOVE GT-GRADE TO GC-NEW-GRADE
           MOVE WS-RUN-DATE TO GC-CHANGE-DATE
           MOVE GT-REASON-CODE TO GC-REASON-CODE
           MOVE GT-AUTH-INSTRUCTOR TO GC-AUTH-INSTRUCTOR
           MOVE "G" TO GC-SOURCE
           WRITE GRADE-CHANGE-REC
           ADD 1 TO WS-HISTORY-COUNT.

      *****************************************************************
      *  2900-LOG-TRANSACTION                                         *
       9000-TERMINATE.
           CLOSE GRADE-TRANS
           CLOSE HOLD-FILE
           CLOSE TERM-CALENDAR
           CLOSE COURSE-MASTER
           CLOSE STUDENT-MASTER
           CLOSE ENROLL-MASTER
           CLOSE GRADE-HISTORY
           CLOSE GRADE-RPT
           DISPLAY "GRADES POSTED     = " WS-POSTED-COUNT
           DISPLAY "GRADES REPLACED   = " WS-REPLACED-COUNT
           DISPLAY "CHANGES LOGGED    = " WS-HISTORY-COUNT
           DISPLAY "REJECTED          = " WS-REJECT-COUNT.
