      *                   the nightly financial-hold file (copybooks/  *
      *                   HOLDREC.CPY, cut by HOLDCUT from RECVMAST)   *
      *                   are rejected with their own reason code.     *
      *  2026-09-14  RLM  Seat limits.  An enroll is checked against   *
      *                   the section capacity master (copybooks/      *
      *                   SECTCAP.CPY) and the seats already taken on  *
      *                   the enrollment master; a full section puts   *
      *                   the card on the waitlist (copybooks/         *
      *                   WAITLIST.CPY) in arrival order.  A drop      *
      *                   that frees a seat promotes the first         *
      *                   waiting student, and the run ends with a     *
      *                   waitlist report per course on WAITRPT.       *
      *  2026-09-18  RLM  Every card is now checked against the term   *
      *                   calendar (copybooks/TERMCAL.CPY) as of the   *
      *                   shared ASOFDATE card or the run date - a     *
      *                   term not on the calendar, an enroll after    *
      *                   the last day to add and a drop after the     *
      *                   grade deadline are rejected with their own   *
      *                   reasons.  A drop through the last day to     *
      *                   drop without a W deletes the registration    *
      *                   row instead of marking it "W", and no        *
      *                   waitlist promotion is made after the add     *
      *                   window closes.                               *
      *  2026-09-22  RLM  Every drop applied is appended to the drop-  *
      *                   adjustment file (copybooks/DROPADJ.CPY) -    *
      *                   the hours that came off and the drop date -  *
      *                   for BILLSTMT to price and post as a tuition  *
      *                   credit against the term's refund schedule.   *
      *  2026-09-30  RLM  Registration rows are written with the new   *
      *                   source-institution field spaces - only       *
      *                   transfer rows (XFERPOST) carry one.          *
      *  2026-10-01  RLM  An enroll for a student the ACSTAND standing *
      *                   run suspended for that term (copybooks/      *
      *                   STNDHIST.CPY) is rejected the same way the   *
      *                   financial hold is, and a waitlisted student  *
      *                   suspended for the term is passed over at     *
      *                   promotion.  Drops are still taken.           *
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS HD-STUDENTID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT OPTIONAL STANDING-HIST ASSIGN TO "STNDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-STANDING-KEY
               FILE STATUS IS WS-STNDHIST-STATUS.

           SELECT TERM-CALENDAR ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-TERM-ID
               FILE STATUS IS WS-TERMCAL-STATUS.

           SELECT OPTIONAL ASOF-PARM ASSIGN TO "ASOFDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASOF-STATUS.

           SELECT OPTIONAL SECTION-CAP ASSIGN TO "SECTCAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SC-SECTION-KEY
               FILE STATUS IS WS-SECTCAP-STATUS.

           SELECT OPTIONAL WAIT-LIST ASSIGN TO "WAITLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-WAIT-KEY
               FILE STATUS IS WS-WAITLIST-STATUS.

           SELECT OPTIONAL DROP-ADJUST ASSIGN TO "DROPADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DROPADJ-STATUS.

           SELECT REG-RPT ASSIGN TO "REGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT WAIT-RPT ASSIGN TO "WAITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAITRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REG-TRANS
           LABEL RECORDS ARE STANDARD.
           COPY HOLDREC.

       FD  STANDING-HIST
           LABEL RECORDS ARE STANDARD.
           COPY STNDHIST.

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

       FD  SECTION-CAP
           LABEL RECORDS ARE STANDARD.
           COPY SECTCAP.

       FD  WAIT-LIST
           LABEL RECORDS ARE STANDARD.
           COPY WAITLIST.

      *    Drops handed to the bursar - appended every run, emptied   *
      *    by BILLSTMT once it has posted the credits.                *
       FD  DROP-ADJUST
           LABEL RECORDS ARE STANDARD.
           COPY DROPADJ.

       FD  REG-RPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                 PIC X(80).

       FD  WAIT-RPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  WAIT-RPT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS      PIC XX         VALUE ZEROS.
           88  WS-TRANS-OK                     VALUE "00".
           88  WS-CRSEMAST-OK                  VALUE "00".
       01  WS-HOLD-STATUS       PIC XX         VALUE ZEROS.
           88  WS-HOLD-OK                      VALUES "00" "05".
       01  WS-STNDHIST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-STNDHIST-OK                  VALUES "00" "05".
       01  WS-TERMCAL-STATUS    PIC XX         VALUE ZEROS.
           88  WS-TERMCAL-OK                   VALUE "00".
       01  WS-ASOF-STATUS       PIC XX         VALUE ZEROS.
           88  WS-ASOF-OK                      VALUES "00" "05".
       01  WS-SECTCAP-STATUS    PIC XX         VALUE ZEROS.
           88  WS-SECTCAP-OK                   VALUES "00" "05".
       01  WS-WAITLIST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-WAITLIST-OK                  VALUES "00" "05".
       01  WS-DROPADJ-STATUS    PIC XX         VALUE ZEROS.
           88  WS-DROPADJ-OK                   VALUES "00" "05".
       01  WS-RPT-STATUS        PIC XX         VALUE ZEROS.
       01  WS-WAITRPT-STATUS    PIC XX         VALUE ZEROS.

       01  WS-SWITCHES.
           02  WS-EOF-SWITCH    PIC X          VALUE "N".
               88  WS-EOF-YES                  VALUE "Y".
           02  WS-LOAD-EOF-SWITCH PIC X        VALUE "N".
               88  WS-LOAD-EOF-YES             VALUE "Y".
           02  WS-WAIT-EOF-SWITCH PIC X        VALUE "N".
               88  WS-WAIT-EOF-YES             VALUE "Y".
           02  WS-PROMOTED-SWITCH PIC X        VALUE "N".
               88  WS-PROMOTED-YES             VALUE "Y".
           02  WS-ON-WAITLIST-SWITCH PIC X     VALUE "N".
               88  WS-ON-WAITLIST-YES          VALUE "Y".
           02  WS-WAIT-OPEN-SWITCH PIC X       VALUE "N".
               88  WS-WAIT-OPEN-YES            VALUE "Y".
           02  WS-ASOF-SWITCH   PIC X          VALUE "N".
               88  WS-ASOF-YES                 VALUE "Y".
           02  WS-DROPADJ-OPEN-SWITCH PIC X    VALUE "N".
               88  WS-DROPADJ-OPEN-YES         VALUE "Y".
           02  WS-SUSPENDED-SWITCH PIC X       VALUE "N".
               88  WS-SUSPENDED-YES            VALUE "Y".
           02  WS-STAND-DONE-SWITCH PIC X      VALUE "N".
               88  WS-STAND-DONE-YES           VALUE "Y".

       01  WS-COUNTERS.
           02  WS-ENROLL-COUNT      PIC 9(5)   VALUE ZEROS.
           02  WS-DROP-COUNT        PIC 9(5)   VALUE ZEROS.
           02  WS-REJECT-COUNT      PIC 9(5)   VALUE ZEROS.
           02  WS-WAITLIST-COUNT    PIC 9(5)   VALUE ZEROS.
           02  WS-PROMOTE-COUNT     PIC 9(5)   VALUE ZEROS.
           02  WS-UNWAIT-COUNT      PIC 9(5)   VALUE ZEROS.
           02  WS-WAITING-COUNT     PIC 9(5)   VALUE ZEROS.
           02  WS-DROPADJ-COUNT     PIC 9(5)   VALUE ZEROS.

       01  WS-RUN-DATE          PIC 9(8)       VALUE ZEROS.
       01  WS-REG-REASON        PIC X(30)      VALUE SPACES.
       01  WS-REG-ACTION        PIC X(14)      VALUE SPACES.
       01  WS-SUSP-STUDENTID    PIC 9(8)       VALUE ZEROS.
       01  WS-SUSP-TERM         PIC X(5)       VALUE SPACES.

      *    The section capacity master tabled up front with the       *
      *    seats already taken and the waitlist depth of each         *
      *    section, counted off the enrollment master and the         *
      *    waitlist before the first card is applied.  A capacity     *
      *    master bigger than the table refuses the run, MAINTBKO-    *
      *    style, rather than enforcing some limits and not others.   *
       01  WS-SECTION-TABLE.
           02  WS-SECTION-MAX       PIC 9(4)   VALUE 2000 COMP.
           02  WS-SECTION-IX        PIC S9(4)  VALUE ZEROS COMP.
           02  WS-SECTION-HIT       PIC S9(4)  VALUE ZEROS COMP.
           02  WS-SECTION-TALLY     PIC 9(4)   VALUE ZEROS.
           02  WS-SECTION-ENTRY OCCURS 2000 TIMES.
               03  WS-ST-TERM       PIC X(5).
               03  WS-ST-COURSE     PIC X(8).
               03  WS-ST-LIMIT      PIC 9(4).
               03  WS-ST-SEATED     PIC 9(4).
               03  WS-ST-WAITING    PIC 9(4).
               03  WS-ST-LAST-SEQ   PIC 9(5).

       01  WS-FIND-TERM         PIC X(5)       VALUE SPACES.
       01  WS-FIND-COURSE       PIC X(8)       VALUE SPACES.
       01  WS-WAIT-POSITION     PIC 9(4)       VALUE ZEROS.
       01  WS-PREV-SECTION.
           02  WS-PREV-TERM     PIC X(5)       VALUE SPACES.
           02  WS-PREV-COURSE   PIC X(8)       VALUE SPACES.

       01  WS-ASOF-LINE.
           02  FILLER            PIC X(13) VALUE "** RUN AS OF ".
           02  ASL-DATE          PIC 9(8).
           02  FILLER            PIC X(3)  VALUE " **".

       01  WS-FULL-REASON.
           02  FILLER            PIC X(23)
                   VALUE "SECTION FULL - WAIT NO.".
           02  FILLER            PIC X     VALUE SPACE.
           02  FUL-POSITION      PIC ZZZ9.

       01  WS-REG-LINE.
           02  RGL-TRANS-CODE    PIC X.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  RGL-REASON        PIC X(30).

       01  WS-WAIT-HEADING.
           02  FILLER            PIC X(21)
                   VALUE "SECTION WAITLIST  -  ".
           02  FILLER            PIC X(5)  VALUE "TERM ".
           02  WTH-TERM          PIC X(5).
           02  FILLER            PIC X(9)  VALUE "  COURSE ".
           02  WTH-COURSE        PIC X(8).
           02  FILLER            PIC X(15) VALUE "  SEAT LIMIT = ".
           02  WTH-LIMIT         PIC Z,ZZ9.

       01  WS-WAIT-COLUMNS.
           02  FILLER            PIC X(10) VALUE "  POSITION".
           02  FILLER            PIC X(4)  VALUE SPACES.
           02  FILLER            PIC X(9)  VALUE "STUDENTID".
           02  FILLER            PIC X(3)  VALUE SPACES.
           02  FILLER            PIC X(4)  VALUE "NAME".
           02  FILLER            PIC X(16) VALUE SPACES.
           02  FILLER            PIC X(9)  VALUE "WAITING  ".
           02  FILLER            PIC X(5)  VALUE "SINCE".

       01  WS-WAIT-LINE.
           02  FILLER            PIC X(4)  VALUE SPACES.
           02  WTL-POSITION      PIC ZZZ9.
           02  FILLER            PIC X(6)  VALUE SPACES.
           02  WTL-STUDENTID     PIC 9(8).
           02  FILLER            PIC X(4)  VALUE SPACES.
           02  WTL-NAME          PIC X(14).
           02  FILLER            PIC X(6)  VALUE SPACES.
           02  WTL-WAIT-DATE     PIC 9(8).

       01  WS-WAIT-TOTAL-LINE.
           02  WTT-LABEL         PIC X(26).
           02  WTT-COUNT         PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

      *****************************************************************
      *  1000-INITIALIZE                                              *
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-SET-RUN-DATE THRU 1020-EXIT
           OPEN OUTPUT REG-RPT
           OPEN OUTPUT WAIT-RPT
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
           OPEN I-O WAIT-LIST
           IF NOT WS-WAITLIST-OK
               DISPLAY "WAIT-LIST OPEN FAILED, STATUS = "
                   WS-WAITLIST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO WS-WAIT-OPEN-SWITCH
           PERFORM 1100-TABLE-SECTIONS THRU 1100-EXIT
           IF WS-EOF-YES
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-COUNT-SEATS THRU 1200-EXIT
           PERFORM 1300-COUNT-WAITING THRU 1300-EXIT
           OPEN INPUT STUDENT-MASTER
           IF NOT WS-STUDMAST-OK
               DISPLAY "STUDENT-MASTER OPEN FAILED, STATUS = "
               MOVE "Y" TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT STANDING-HIST
           IF NOT WS-STNDHIST-OK
               DISPLAY "STANDING-HIST OPEN FAILED, STATUS = "
                   WS-STNDHIST-STATUS
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
           OPEN EXTEND DROP-ADJUST
           IF NOT WS-DROPADJ-OK
               DISPLAY "DROP-ADJUST OPEN FAILED, STATUS = "
                   WS-DROPADJ-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO WS-DROPADJ-OPEN-SWITCH
           OPEN INPUT REG-TRANS
           IF NOT WS-TRANS-OK
               DISPLAY "REG-TRANS OPEN FAILED, STATUS = "
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1020-SET-RUN-DATE THRU 1020-EXIT                             *
      *  Honors the shared ASOFDATE run-date override card: a valid   *
      *  date on the card replaces the system clock for the whole     *
      *  run - the term-calendar windows and the waitlist dates -     *
      *  and the log opens with RUN AS OF.  No card, an empty card    *
      *  or a blank date leaves the system date in force.             *
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
      *  1100-TABLE-SECTIONS THRU 1100-EXIT                           *
      *  Loads the seat limits.  The capacity master is OPTIONAL - a  *
      *  term with no sections on it registers without limits, the    *
      *  way every term ran before the master existed.                *
      *****************************************************************
       1100-TABLE-SECTIONS.
           OPEN INPUT SECTION-CAP
           IF NOT WS-SECTCAP-OK
               DISPLAY "SECTION-CAP OPEN FAILED, STATUS = "
                   WS-SECTCAP-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               GO TO 1100-EXIT
           END-IF
           MOVE "N" TO WS-LOAD-EOF-SWITCH
           PERFORM 1150-TABLE-ONE-SECTION THRU 1150-EXIT
               UNTIL WS-LOAD-EOF-YES
           CLOSE SECTION-CAP.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1150-TABLE-ONE-SECTION THRU 1150-EXIT                        *
      *****************************************************************
       1150-TABLE-ONE-SECTION.
           READ SECTION-CAP NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOAD-EOF-SWITCH
                   GO TO 1150-EXIT
           END-READ
           IF WS-SECTION-TALLY = WS-SECTION-MAX
               DISPLAY "*** MORE THAN " WS-SECTION-MAX
                   " SECTIONS ON SECTCAP - RUN REFUSED ***"
               MOVE "Y" TO WS-LOAD-EOF-SWITCH
               MOVE "Y" TO WS-EOF-SWITCH
               GO TO 1150-EXIT
           END-IF
           ADD 1 TO WS-SECTION-TALLY
           MOVE WS-SECTION-TALLY TO WS-SECTION-IX
           MOVE SC-TERM TO WS-ST-TERM(WS-SECTION-IX)
           MOVE SC-COURSE TO WS-ST-COURSE(WS-SECTION-IX)
           MOVE SC-SEAT-LIMIT TO WS-ST-LIMIT(WS-SECTION-IX)
           MOVE ZEROS TO WS-ST-SEATED(WS-SECTION-IX)
           MOVE ZEROS TO WS-ST-WAITING(WS-SECTION-IX)
           MOVE ZEROS TO WS-ST-LAST-SEQ(WS-SECTION-IX).
       1150-EXIT.
           EXIT.

      *****************************************************************
      *  1200-COUNT-SEATS THRU 1200-EXIT                              *
      *  One pass of the enrollment master counting the seats taken   *
      *  in every limited section - every row not dropped (W) holds   *
      *  a seat, graded or not.  The master is left positioned for    *
      *  the keyed reads and writes of the card pass.                 *
      *****************************************************************
       1200-COUNT-SEATS.
           IF WS-SECTION-TALLY = ZERO
               GO TO 1200-EXIT
           END-IF
           MOVE "N" TO WS-LOAD-EOF-SWITCH
           PERFORM 1250-COUNT-ONE-SEAT THRU 1250-EXIT
               UNTIL WS-LOAD-EOF-YES.
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  1250-COUNT-ONE-SEAT THRU 1250-EXIT                           *
      *****************************************************************
       1250-COUNT-ONE-SEAT.
           READ ENROLL-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOAD-EOF-SWITCH
                   GO TO 1250-EXIT
           END-READ
           IF EN-GRADE = "W"
               GO TO 1250-EXIT
           END-IF
           MOVE EN-TERM TO WS-FIND-TERM
           MOVE EN-COURSE TO WS-FIND-COURSE
           PERFORM 2250-FIND-SECTION
           IF WS-SECTION-HIT > ZERO
               ADD 1 TO WS-ST-SEATED(WS-SECTION-HIT)
           END-IF.
       1250-EXIT.
           EXIT.

      *****************************************************************
      *  1300-COUNT-WAITING THRU 1300-EXIT                            *
      *  One pass of the waitlist carried over from earlier runs -    *
      *  the depth of each section's line and the last arrival        *
      *  number issued, so tonight's cards queue up behind it.        *
      *****************************************************************
       1300-COUNT-WAITING.
           MOVE "N" TO WS-LOAD-EOF-SWITCH
           PERFORM 1350-COUNT-ONE-WAITING THRU 1350-EXIT
               UNTIL WS-LOAD-EOF-YES.
       1300-EXIT.
           EXIT.

      *****************************************************************
      *  1350-COUNT-ONE-WAITING THRU 1350-EXIT                        *
      *****************************************************************
       1350-COUNT-ONE-WAITING.
           READ WAIT-LIST NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOAD-EOF-SWITCH
                   GO TO 1350-EXIT
           END-READ
           MOVE WL-TERM TO WS-FIND-TERM
           MOVE WL-COURSE TO WS-FIND-COURSE
           PERFORM 2250-FIND-SECTION
           IF WS-SECTION-HIT > ZERO
               ADD 1 TO WS-ST-WAITING(WS-SECTION-HIT)
               MOVE WL-SEQUENCE TO WS-ST-LAST-SEQ(WS-SECTION-HIT)
           END-IF.
       1350-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROCESS-REGISTRATION THRU 2000-EXIT                     *
      *  Edits one registration transaction and applies it - an       *
                   ADD 1 TO WS-REJECT-COUNT
                   GO TO 2000-LOG
           END-READ
           IF RG-ENROLL-TRANS
               MOVE RG-STUDENTID TO WS-SUSP-STUDENTID
               MOVE RG-TERM TO WS-SUSP-TERM
               PERFORM 2150-CHECK-SUSPENSION THRU 2150-EXIT
               IF WS-SUSPENDED-YES
                   MOVE "REJECTED" TO WS-REG-ACTION
                   MOVE "STUDENT ON ACADEMIC SUSPENSION"
                       TO WS-REG-REASON
                   ADD 1 TO WS-REJECT-COUNT
                   GO TO 2000-LOG
               END-IF
           END-IF
           MOVE RG-TERM TO TC-TERM-ID
           READ TERM-CALENDAR
               INVALID KEY
                   MOVE "REJECTED" TO WS-REG-ACTION
                   MOVE "TERM NOT ON CALENDAR" TO WS-REG-REASON
                   ADD 1 TO WS-REJECT-COUNT
                   GO TO 2000-LOG
           END-READ
           IF RG-ENROLL-TRANS
               PERFORM 2200-ENROLL-STUDENT THRU 2200-DONE
           ELSE
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *****************************************************************
      *  2150-CHECK-SUSPENSION THRU 2150-EXIT                         *
      *  Sets WS-SUSPENDED-SWITCH when any standing-history row for   *
      *  WS-SUSP-STUDENTID suspends the student for WS-SUSP-TERM.     *
      *****************************************************************
       2150-CHECK-SUSPENSION.
           MOVE "N" TO WS-SUSPENDED-SWITCH
           MOVE "N" TO WS-STAND-DONE-SWITCH
           MOVE WS-SUSP-STUDENTID TO ST-STUDENTID
           MOVE LOW-VALUES TO ST-TERM
           START STANDING-HIST KEY IS NOT LESS THAN ST-STANDING-KEY
               INVALID KEY
                   GO TO 2150-EXIT
           END-START
           PERFORM 2160-CHECK-ONE-STANDING THRU 2160-EXIT
               UNTIL WS-SUSPENDED-YES OR WS-STAND-DONE-YES.
       2150-EXIT.
           EXIT.

      *****************************************************************
      *  2160-CHECK-ONE-STANDING THRU 2160-EXIT                       *
      *****************************************************************
       2160-CHECK-ONE-STANDING.
           READ STANDING-HIST NEXT RECORD
               AT END
                   MOVE "Y" TO WS-STAND-DONE-SWITCH
                   GO TO 2160-EXIT
           END-READ
           IF ST-STUDENTID NOT = WS-SUSP-STUDENTID
               MOVE "Y" TO WS-STAND-DONE-SWITCH
               GO TO 2160-EXIT
           END-IF
           IF ST-SUSPENDED AND ST-SUSPEND-TERM = WS-SUSP-TERM
               MOVE "Y" TO WS-SUSPENDED-SWITCH
           END-IF.
       2160-EXIT.
           EXIT.

      *****************************************************************
      *  2200-ENROLL-STUDENT                                          *
      *  Writes the registration row with the grade field spaces -    *
      *  overwriting whatever is there.                                *
      *****************************************************************
       2200-ENROLL-STUDENT.
           IF WS-RUN-DATE > TC-LAST-ADD-DATE
               MOVE "REJECTED" TO WS-REG-ACTION
               MOVE "PAST LAST DAY TO ADD" TO WS-REG-REASON
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2200-DONE
           END-IF
           MOVE RG-CREDIT-HOURS TO EN-CREDIT-HOURS
           IF NOT EN-CREDITS-VALID
               MOVE "REJECTED" TO WS-REG-ACTION
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2200-DONE
           END-IF
           MOVE RG-TERM TO WS-FIND-TERM
           MOVE RG-COURSE TO WS-FIND-COURSE
           PERFORM 2250-FIND-SECTION
           IF WS-SECTION-HIT > ZERO
               IF WS-ST-SEATED(WS-SECTION-HIT) NOT <
                       WS-ST-LIMIT(WS-SECTION-HIT)
                   PERFORM 2270-WAITLIST-STUDENT THRU 2270-EXIT
                   GO TO 2200-DONE
               END-IF
           END-IF
           MOVE RG-STUDENTID TO EN-STUDENTID
           MOVE RG-TERM TO EN-TERM
           MOVE RG-COURSE TO EN-COURSE
           MOVE RG-CREDIT-HOURS TO EN-CREDIT-HOURS
           MOVE SPACES TO EN-GRADE
           MOVE SPACES TO EN-SOURCE-INST
           WRITE ENROLL-REC
               INVALID KEY
                   MOVE "REJECTED" TO WS-REG-ACTION
                       MOVE "APPLIED" TO WS-REG-REASON
                   END-IF
                   ADD 1 TO WS-ENROLL-COUNT
                   IF WS-SECTION-HIT > ZERO
                       ADD 1 TO WS-ST-SEATED(WS-SECTION-HIT)
                   END-IF
           END-WRITE.
       2200-DONE.
           EXIT.

      *****************************************************************
      *  2250-FIND-SECTION                                            *
      *  Looks WS-FIND-TERM / WS-FIND-COURSE up in the section table. *
      *  WS-SECTION-HIT is the entry, or zero for a section with no   *
      *  seat limit.                                                   *
      *****************************************************************
       2250-FIND-SECTION.
           MOVE ZERO TO WS-SECTION-HIT
           MOVE 1 TO WS-SECTION-IX
           PERFORM 2260-CHECK-ONE-SECTION
               UNTIL WS-SECTION-HIT > ZERO
                  OR WS-SECTION-IX > WS-SECTION-TALLY.

      *****************************************************************
      *  2260-CHECK-ONE-SECTION                                       *
      *****************************************************************
       2260-CHECK-ONE-SECTION.
           IF WS-ST-TERM(WS-SECTION-IX) = WS-FIND-TERM
                   AND WS-ST-COURSE(WS-SECTION-IX) = WS-FIND-COURSE
               MOVE WS-SECTION-IX TO WS-SECTION-HIT
           END-IF
           ADD 1 TO WS-SECTION-IX.

      *****************************************************************
      *  2270-WAITLIST-STUDENT THRU 2270-EXIT                         *
      *  The section is full - the card goes on the end of the        *
      *  section's waitlist with the next arrival number instead of   *
      *  being rejected.  A student already seated, or already in     *
      *  the line, is rejected so nobody holds two places.            *
      *****************************************************************
       2270-WAITLIST-STUDENT.
           MOVE RG-STUDENTID TO EN-STUDENTID
           MOVE RG-TERM TO EN-TERM
           MOVE RG-COURSE TO EN-COURSE
           READ ENROLL-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "REJECTED" TO WS-REG-ACTION
                   MOVE "ALREADY REGISTERED" TO WS-REG-REASON
                   ADD 1 TO WS-REJECT-COUNT
                   GO TO 2270-EXIT
           END-READ
           PERFORM 2280-FIND-ON-WAITLIST THRU 2280-EXIT
           IF WS-ON-WAITLIST-YES
               MOVE "REJECTED" TO WS-REG-ACTION
               MOVE "ALREADY ON WAITLIST" TO WS-REG-REASON
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2270-EXIT
           END-IF
           ADD 1 TO WS-ST-LAST-SEQ(WS-SECTION-HIT)
           MOVE RG-TERM TO WL-TERM
           MOVE RG-COURSE TO WL-COURSE
           MOVE WS-ST-LAST-SEQ(WS-SECTION-HIT) TO WL-SEQUENCE
           MOVE RG-STUDENTID TO WL-STUDENTID
           MOVE RG-CREDIT-HOURS TO WL-CREDIT-HOURS
           MOVE WS-RUN-DATE TO WL-WAIT-DATE
           WRITE WAIT-LIST-REC
               INVALID KEY
                   MOVE "REJECTED" TO WS-REG-ACTION
                   MOVE "WAITLIST WRITE FAILED" TO WS-REG-REASON
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-ST-WAITING(WS-SECTION-HIT)
                   MOVE WS-ST-WAITING(WS-SECTION-HIT) TO FUL-POSITION
                   MOVE "WAITLISTED" TO WS-REG-ACTION
                   MOVE WS-FULL-REASON TO WS-REG-REASON
                   ADD 1 TO WS-WAITLIST-COUNT
           END-WRITE.
       2270-EXIT.
           EXIT.

      *****************************************************************
      *  2280-FIND-ON-WAITLIST THRU 2280-EXIT                         *
      *  Walks the card's section of the waitlist looking for the     *
      *  card's student.  On a hit the waitlist row is left in the    *
      *  record area, so a drop can DELETE it directly.                *
      *****************************************************************
       2280-FIND-ON-WAITLIST.
           MOVE "N" TO WS-ON-WAITLIST-SWITCH
           MOVE "N" TO WS-WAIT-EOF-SWITCH
           MOVE RG-TERM TO WL-TERM
           MOVE RG-COURSE TO WL-COURSE
           MOVE ZEROS TO WL-SEQUENCE
           START WAIT-LIST KEY IS NOT LESS THAN WL-WAIT-KEY
               INVALID KEY
                   GO TO 2280-EXIT
           END-START
           PERFORM 2290-CHECK-ONE-WAITING THRU 2290-EXIT
               UNTIL WS-WAIT-EOF-YES OR WS-ON-WAITLIST-YES.
       2280-EXIT.
           EXIT.

      *****************************************************************
      *  2290-CHECK-ONE-WAITING THRU 2290-EXIT                        *
      *****************************************************************
       2290-CHECK-ONE-WAITING.
           READ WAIT-LIST NEXT RECORD
               AT END
                   MOVE "Y" TO WS-WAIT-EOF-SWITCH
                   GO TO 2290-EXIT
           END-READ
           IF WL-TERM NOT = RG-TERM OR WL-COURSE NOT = RG-COURSE
               MOVE "Y" TO WS-WAIT-EOF-SWITCH
               GO TO 2290-EXIT
           END-IF
           IF WL-STUDENTID = RG-STUDENTID
               MOVE "Y" TO WS-ON-WAITLIST-SWITCH
           END-IF.
       2290-EXIT.
           EXIT.

      *****************************************************************
      *  2300-DROP-STUDENT                                            *
      *  Marks the registered row "W".  A drop for a course the       *
      *  student was never registered in, or one already graded, is   *
      *  rejected - a posted grade is only ever changed through a     *
      *  GRADPOST grade-change card.  A drop from a student still on  *
      *  the section's waitlist takes the student out of the line.    *
      *  Through the term calendar's last day to drop without a W     *
      *  the row is deleted outright; after it the row is marked W,   *
      *  up to the grade deadline, when the term closes to drops.     *
      *  A drop that frees a seat in a limited section promotes the   *
      *  first student waiting for it, and every drop applied is      *
      *  handed to the bursar for its tuition credit.                  *
      *****************************************************************
       2300-DROP-STUDENT.
           MOVE RG-STUDENTID TO EN-STUDENTID
           MOVE RG-COURSE TO EN-COURSE
           READ ENROLL-MASTER
               INVALID KEY
                   PERFORM 2380-LEAVE-WAITLIST THRU 2380-EXIT
                   GO TO 2300-DONE
           END-READ
           IF EN-GRADE-GRADED
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2300-DONE
           END-IF
           IF WS-RUN-DATE > TC-GRADE-DEADLINE
               MOVE "REJECTED" TO WS-REG-ACTION
               MOVE "PAST GRADE DEADLINE - CLOSED" TO WS-REG-REASON
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2300-DONE
           END-IF
           IF EN-GRADE = "W"
               MOVE "REJECTED" TO WS-REG-ACTION
               MOVE "ALREADY DROPPED" TO WS-REG-REASON
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2300-DONE
           END-IF
           MOVE EN-STUDENTID TO DA-STUDENTID
           MOVE EN-TERM TO DA-TERM
           MOVE EN-COURSE TO DA-COURSE
           MOVE EN-CREDIT-HOURS TO DA-CREDIT-HOURS
           MOVE WS-RUN-DATE TO DA-DROP-DATE
           IF WS-RUN-DATE NOT > TC-LAST-DROP-DATE
               DELETE ENROLL-MASTER RECORD
                   INVALID KEY
                       MOVE "REJECTED" TO WS-REG-ACTION
                       MOVE "DELETE FAILED" TO WS-REG-REASON
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       MOVE "DROPPED" TO WS-REG-ACTION
                       MOVE "APPLIED - NO W RECORDED" TO WS-REG-REASON
                       ADD 1 TO WS-DROP-COUNT
                       PERFORM 2370-SPOOL-DROP
                       PERFORM 2350-FREE-SEAT THRU 2350-EXIT
               END-DELETE
               GO TO 2300-DONE
           END-IF
           MOVE "W" TO EN-GRADE
           REWRITE ENROLL-REC
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   MOVE "DROPPED" TO WS-REG-ACTION
                   MOVE "APPLIED - W RECORDED" TO WS-REG-REASON
                   ADD 1 TO WS-DROP-COUNT
                   PERFORM 2370-SPOOL-DROP
                   PERFORM 2350-FREE-SEAT THRU 2350-EXIT
           END-REWRITE.
       2300-DONE.
           EXIT.

      *****************************************************************
      *  2350-FREE-SEAT THRU 2350-EXIT                                *
      *  Gives the dropped seat back to a limited section and, while  *
      *  the section has a seat open and anyone waiting, promotes     *
      *  the waitlist from the front - but only inside the term's     *
      *  add window, since a promotion is an add.                     *
      *****************************************************************
       2350-FREE-SEAT.
           MOVE RG-TERM TO WS-FIND-TERM
           MOVE RG-COURSE TO WS-FIND-COURSE
           PERFORM 2250-FIND-SECTION
           IF WS-SECTION-HIT = ZERO
               GO TO 2350-EXIT
           END-IF
           IF WS-ST-SEATED(WS-SECTION-HIT) > ZERO
               SUBTRACT 1 FROM WS-ST-SEATED(WS-SECTION-HIT)
           END-IF
           IF WS-ST-WAITING(WS-SECTION-HIT) = ZERO
               GO TO 2350-EXIT
           END-IF
           IF WS-RUN-DATE > TC-LAST-ADD-DATE
               GO TO 2350-EXIT
           END-IF
           IF WS-ST-SEATED(WS-SECTION-HIT) NOT <
                   WS-ST-LIMIT(WS-SECTION-HIT)
               GO TO 2350-EXIT
           END-IF
           MOVE "N" TO WS-PROMOTED-SWITCH
           MOVE "N" TO WS-WAIT-EOF-SWITCH
           MOVE RG-TERM TO WL-TERM
           MOVE RG-COURSE TO WL-COURSE
           MOVE ZEROS TO WL-SEQUENCE
           START WAIT-LIST KEY IS NOT LESS THAN WL-WAIT-KEY
               INVALID KEY
                   GO TO 2350-EXIT
           END-START
           PERFORM 2360-PROMOTE-NEXT THRU 2360-EXIT
               UNTIL WS-PROMOTED-YES OR WS-WAIT-EOF-YES.
       2350-EXIT.
           EXIT.

      *****************************************************************
      *  2360-PROMOTE-NEXT THRU 2360-EXIT                             *
      *  The front of the line is written onto the enrollment master  *
      *  as an ungraded registration and taken off the waitlist.  A   *
      *  waiting student now on financial hold or academic suspension *
      *  keeps the place in line but is passed over; one who has      *
      *  since registered in the course by other means is simply      *
      *  taken out of the line.                                        *
      *  Every outcome is logged on REG-RPT as its own line.           *
      *****************************************************************
       2360-PROMOTE-NEXT.
           READ WAIT-LIST NEXT RECORD
               AT END
                   MOVE "Y" TO WS-WAIT-EOF-SWITCH
                   GO TO 2360-EXIT
           END-READ
           IF WL-TERM NOT = RG-TERM OR WL-COURSE NOT = RG-COURSE
               MOVE "Y" TO WS-WAIT-EOF-SWITCH
               GO TO 2360-EXIT
           END-IF
           MOVE WL-STUDENTID TO HD-STUDENTID
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "PASSED OVER" TO WS-REG-ACTION
                   MOVE "WAITLISTED - FINANCIAL HOLD" TO WS-REG-REASON
                   PERFORM 2950-LOG-PROMOTION
                   GO TO 2360-EXIT
           END-READ
           MOVE WL-STUDENTID TO WS-SUSP-STUDENTID
           MOVE WL-TERM TO WS-SUSP-TERM
           PERFORM 2150-CHECK-SUSPENSION THRU 2150-EXIT
           IF WS-SUSPENDED-YES
               MOVE "PASSED OVER" TO WS-REG-ACTION
               MOVE "WAITLISTED - SUSPENDED" TO WS-REG-REASON
               PERFORM 2950-LOG-PROMOTION
               GO TO 2360-EXIT
           END-IF
           MOVE WL-STUDENTID TO EN-STUDENTID
           MOVE WL-TERM TO EN-TERM
           MOVE WL-COURSE TO EN-COURSE
           MOVE WL-CREDIT-HOURS TO EN-CREDIT-HOURS
           MOVE SPACES TO EN-GRADE
           MOVE SPACES TO EN-SOURCE-INST
           WRITE ENROLL-REC
               INVALID KEY
                   MOVE "WAIT REMOVED" TO WS-REG-ACTION
                   MOVE "ALREADY REGISTERED" TO WS-REG-REASON
               NOT INVALID KEY
                   MOVE "PROMOTED" TO WS-REG-ACTION
                   MOVE "SEAT FREED - OFF WAITLIST" TO WS-REG-REASON
                   ADD 1 TO WS-ST-SEATED(WS-SECTION-HIT)
                   ADD 1 TO WS-PROMOTE-COUNT
                   MOVE "Y" TO WS-PROMOTED-SWITCH
           END-WRITE
           DELETE WAIT-LIST RECORD
               INVALID KEY
                   DISPLAY "WAIT-LIST DELETE FAILED, STATUS = "
                       WS-WAITLIST-STATUS
               NOT INVALID KEY
                   SUBTRACT 1 FROM WS-ST-WAITING(WS-SECTION-HIT)
           END-DELETE
           PERFORM 2950-LOG-PROMOTION.
       2360-EXIT.
           EXIT.

      *****************************************************************
      *  2370-SPOOL-DROP                                              *
      *  Appends the drop just applied - STUDENTID, term, course,     *
      *  the hours that came off and the drop date - to the drop-     *
      *  adjustment file BILLSTMT credits the tuition from.            *
      *****************************************************************
       2370-SPOOL-DROP.
           WRITE DROP-ADJ-REC
           ADD 1 TO WS-DROPADJ-COUNT.

      *****************************************************************
      *  2380-LEAVE-WAITLIST THRU 2380-EXIT                           *
      *  A drop card for a course the student is not registered in -  *
      *  either the student is still waiting for a seat and leaves    *
      *  the line, or the card is rejected as before.                  *
      *****************************************************************
       2380-LEAVE-WAITLIST.
           PERFORM 2280-FIND-ON-WAITLIST THRU 2280-EXIT
           IF NOT WS-ON-WAITLIST-YES
               MOVE "REJECTED" TO WS-REG-ACTION
               MOVE "NOT REGISTERED IN COURSE" TO WS-REG-REASON
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2380-EXIT
           END-IF
           DELETE WAIT-LIST RECORD
               INVALID KEY
                   MOVE "REJECTED" TO WS-REG-ACTION
                   MOVE "WAITLIST DELETE FAILED" TO WS-REG-REASON
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   MOVE "WAIT REMOVED" TO WS-REG-ACTION
                   MOVE "OFF WAITLIST BY DROP CARD" TO WS-REG-REASON
                   ADD 1 TO WS-UNWAIT-COUNT
                   MOVE RG-TERM TO WS-FIND-TERM
                   MOVE RG-COURSE TO WS-FIND-COURSE
                   PERFORM 2250-FIND-SECTION
                   IF WS-SECTION-HIT > ZERO
                       SUBTRACT 1 FROM WS-ST-WAITING(WS-SECTION-HIT)
                   END-IF
           END-DELETE.
       2380-EXIT.
           EXIT.

      *****************************************************************
      *  2900-LOG-TRANSACTION                                         *
      *****************************************************************
           MOVE WS-REG-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *****************************************************************
      *  2950-LOG-PROMOTION                                           *
      *  Logs a waitlist action the drop card set off - the line      *
      *  carries the waiting student, not the one who dropped, under  *
      *  transaction code "P".                                        *
      *****************************************************************
       2950-LOG-PROMOTION.
           MOVE "P" TO RGL-TRANS-CODE
           MOVE WL-STUDENTID TO RGL-STUDENTID
           MOVE WL-TERM TO RGL-TERM
           MOVE WL-COURSE TO RGL-COURSE
           MOVE WS-REG-ACTION TO RGL-ACTION
           MOVE WS-REG-REASON TO RGL-REASON
           MOVE WS-REG-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *****************************************************************
      *  9000-TERMINATE                                               *
      *****************************************************************
       9000-TERMINATE.
           PERFORM 9500-PRINT-WAITLIST THRU 9500-EXIT
           CLOSE REG-TRANS
           CLOSE HOLD-FILE
           CLOSE STANDING-HIST
           CLOSE TERM-CALENDAR
           CLOSE COURSE-MASTER
           CLOSE STUDENT-MASTER
           CLOSE ENROLL-MASTER
           CLOSE WAIT-LIST
           IF WS-DROPADJ-OPEN-YES
               CLOSE DROP-ADJUST
           END-IF
           CLOSE REG-RPT
           CLOSE WAIT-RPT
           DISPLAY "ENROLLMENTS APPLIED = " WS-ENROLL-COUNT
           DISPLAY "DROPS APPLIED       = " WS-DROP-COUNT
           DISPLAY "WAITLISTED          = " WS-WAITLIST-COUNT
           DISPLAY "PROMOTED            = " WS-PROMOTE-COUNT
           DISPLAY "LEFT WAITLIST       = " WS-UNWAIT-COUNT
           DISPLAY "DROPS TO BURSAR     = " WS-DROPADJ-COUNT
           DISPLAY "REJECTED            = " WS-REJECT-COUNT.

      *****************************************************************
      *  9500-PRINT-WAITLIST THRU 9500-EXIT                           *
      *  The waitlist as it stands at end of run, one block per       *
      *  course in arrival order - position in line, STUDENTID and    *
      *  name off the student master.                                  *
      *****************************************************************
       9500-PRINT-WAITLIST.
           IF NOT WS-WAIT-OPEN-YES
               GO TO 9500-EXIT
           END-IF
           MOVE SPACES TO WS-PREV-SECTION
           MOVE "N" TO WS-WAIT-EOF-SWITCH
           MOVE LOW-VALUES TO WL-WAIT-KEY
           START WAIT-LIST KEY IS NOT LESS THAN WL-WAIT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-WAIT-EOF-SWITCH
           END-START
           PERFORM 9550-PRINT-ONE-WAITING THRU 9550-EXIT
               UNTIL WS-WAIT-EOF-YES
           MOVE SPACES TO WAIT-RPT-LINE
           WRITE WAIT-RPT-LINE
           MOVE "STUDENTS ON WAITLISTS   = " TO WTT-LABEL
           MOVE WS-WAITING-COUNT TO WTT-COUNT
           MOVE WS-WAIT-TOTAL-LINE TO WAIT-RPT-LINE
           WRITE WAIT-RPT-LINE.
       9500-EXIT.
           EXIT.

      *****************************************************************
      *  9550-PRINT-ONE-WAITING THRU 9550-EXIT                        *
      *****************************************************************
       9550-PRINT-ONE-WAITING.
           READ WAIT-LIST NEXT RECORD
               AT END
                   MOVE "Y" TO WS-WAIT-EOF-SWITCH
                   GO TO 9550-EXIT
           END-READ
           IF WL-TERM NOT = WS-PREV-TERM
                   OR WL-COURSE NOT = WS-PREV-COURSE
               PERFORM 9600-WAITLIST-HEADING
           END-IF
           ADD 1 TO WS-WAIT-POSITION
           ADD 1 TO WS-WAITING-COUNT
           MOVE WS-WAIT-POSITION TO WTL-POSITION
           MOVE WL-STUDENTID TO WTL-STUDENTID
           MOVE WL-WAIT-DATE TO WTL-WAIT-DATE
           MOVE WL-STUDENTID TO STUDENTID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "*NOT ON MASTER" TO WTL-NAME
               NOT INVALID KEY
                   MOVE STUDENTNAME TO WTL-NAME
           END-READ
           MOVE WS-WAIT-LINE TO WAIT-RPT-LINE
           WRITE WAIT-RPT-LINE.
       9550-EXIT.
           EXIT.

      *****************************************************************
      *  9600-WAITLIST-HEADING                                        *
      *  A new course - heading with its seat limit, and the          *
      *  position count starts over.                                   *
      *****************************************************************
       9600-WAITLIST-HEADING.
           MOVE WL-TERM TO WS-PREV-TERM
           MOVE WL-COURSE TO WS-PREV-COURSE
           MOVE ZEROS TO WS-WAIT-POSITION
           MOVE WL-TERM TO WTH-TERM
           MOVE WL-COURSE TO WTH-COURSE
           MOVE WL-TERM TO WS-FIND-TERM
           MOVE WL-COURSE TO WS-FIND-COURSE
           PERFORM 2250-FIND-SECTION
           IF WS-SECTION-HIT > ZERO
               MOVE WS-ST-LIMIT(WS-SECTION-HIT) TO WTH-LIMIT
           ELSE
               MOVE ZEROS TO WTH-LIMIT
           END-IF
           MOVE SPACES TO WAIT-RPT-LINE
           WRITE WAIT-RPT-LINE
           MOVE WS-WAIT-HEADING TO WAIT-RPT-LINE
           WRITE WAIT-RPT-LINE
           MOVE WS-WAIT-COLUMNS TO WAIT-RPT-LINE
           WRITE WAIT-RPT-LINE.
