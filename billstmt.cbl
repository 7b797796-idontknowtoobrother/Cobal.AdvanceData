      *                   with RUN AS OF printed at the top of the     *
      *                   statement report.  No card means system      *
      *                   date, as before.                             *
      *  2026-09-22  RLM  Drop adjustments.  After the statements, the *
      *                   drops REGBATCH handed over on DROPADJ        *
      *                   (copybooks/DROPADJ.CPY) are priced - the     *
      *                   dropped hours times the per-credit amount    *
      *                   the term was billed at (TC-BILLED-PER-       *
      *                   CREDIT on the term calendar) times the       *
      *                   refund schedule's percent for the week of    *
      *                   term the drop fell in (copybooks/            *
      *                   REFSCHED.CPY) - and each credit is taken off *
      *                   RECVMAST, appended to the billing history    *
      *                   as a drop-credit row and journaled on the    *
      *                   GL feed as a "C" (credit to receivables)     *
      *                   record.  Every drop prints on the DROPRPT    *
      *                   drop-adjustment register, credited or not,   *
      *                   and DROPADJ is emptied only when the whole   *
      *                   file was taken up.                           *
      *  2026-10-07  RLM  New late-fee pass for installment payment    *
      *                   plans (copybooks/PLANMAST.CPY): an           *
      *                   installment left unpaid past its due date    *
      *                   plus the LATEPARM grace days is charged the  *
      *                   card's late fee once, posted to RECVMAST,    *
      *                   the billing history (entry type L) and the   *
      *                   GL feed as a debit, and the plan is marked   *
      *                   late or defaulted. Each plan touched prints  *
      *                   on the new LATERPT register.                 *
      *  2026-10-09  RLM  Every statement now prints an invoice number *
      *                   - the statement date followed by the         *
      *                   STUDENTID - for the remittance coupon's      *
      *                   invoice line; LBXINTK matches a lockbox      *
      *                   check whose coupon scan line is missing by   *
      *                   it.                                          *
      *  2026-10-14  RLM  Drop credits are priced at the tuition the   *
      *                   statement actually charged - the RATEMAST    *
      *                   percent it resolved applied, and the dropped *
      *                   hours held to what is left of the billed     *
      *                   base amount, so a BILLXTRC override is       *
      *                   honored and drops never give back more than  *
      *                   was billed.                                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASOF-STATUS.

           SELECT OPTIONAL DROP-ADJUST ASSIGN TO "DROPADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DROPADJ-STATUS.

           SELECT TERM-CALENDAR ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-TERM-ID
               FILE STATUS IS WS-TERMCAL-STATUS.

           SELECT REFUND-SCHED ASSIGN TO "REFSCHED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSC-TERM-ID
               FILE STATUS IS WS-REFSCHED-STATUS.

           SELECT DROP-RPT ASSIGN TO "DROPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DROPRPT-STATUS.

           SELECT OPTIONAL LATE-PARM ASSIGN TO "LATEPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LATEPARM-STATUS.

           SELECT OPTIONAL PLAN-MASTER ASSIGN TO "PLANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-PLAN-KEY
               FILE STATUS IS WS-PLANMAST-STATUS.

           SELECT LATE-RPT ASSIGN TO "LATERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LATERPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERCENT-TRANS
           LABEL RECORDS ARE STANDARD.
           COPY BILLHIST.

      *    GL interface feed - "H" batch header with the run date,    *
      *    "D" journal record per statement or late fee posted (a     *
      *    debit to receivables), "C" journal record per drop credit  *
      *    posted (a credit to receivables), "T" trailer with the     *
      *    record count and amount total - debits and credits alike - *
      *    the GL load ties out to.  Same layout as the percentage    *
      *    batch's feed.                                               *
       FD  GL-FEED
           LABEL RECORDS ARE STANDARD.
       01  GL-DETAIL-REC.
           02  APA-ASOF-DATE           PIC X(8).
           02  FILLER                  PIC X(17).

       FD  DROP-ADJUST
           LABEL RECORDS ARE STANDARD.
           COPY DROPADJ.

       FD  TERM-CALENDAR
           LABEL RECORDS ARE STANDARD.
           COPY TERMCAL.

       FD  REFUND-SCHED
           LABEL RECORDS ARE STANDARD.
           COPY REFSCHED.

       FD  DROP-RPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  DROP-RPT-LINE            PIC X(80).

      *    Late-fee run-control card - the fee charged per missed     *
      *    plan installment, the grace days after a due date before   *
      *    an unpaid installment counts as missed, and how many       *
      *    missed installments put a plan in default.  The second 01  *
      *    is the same card as characters for the class test.         *
       FD  LATE-PARM
           LABEL RECORDS ARE STANDARD.
       01  LATE-PARM-REC.
           02  LP-LATE-FEE             PIC 9(3)V99.
           02  LP-GRACE-DAYS           PIC 9(3).
           02  LP-DEFAULT-COUNT        PIC 9.
           02  FILLER                  PIC X(16).
       01  LATE-PARM-ALPHA.
           02  LPA-LATE-FEE            PIC X(5).
           02  LPA-GRACE-DAYS          PIC X(3).
           02  LPA-DEFAULT-COUNT       PIC X.
           02  FILLER                  PIC X(16).

       FD  PLAN-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY PLANMAST.

       FD  LATE-RPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  LATE-RPT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS      PIC XX         VALUE ZEROS.
           88  WS-TRANS-OK                     VALUE "00".
           88  WS-GLFEED-OK                    VALUE "00".
       01  WS-ASOF-STATUS       PIC XX         VALUE ZEROS.
           88  WS-ASOF-OK                      VALUES "00" "05".
       01  WS-DROPADJ-STATUS    PIC XX         VALUE ZEROS.
           88  WS-DROPADJ-OK                   VALUES "00" "05".
       01  WS-TERMCAL-STATUS    PIC XX         VALUE ZEROS.
           88  WS-TERMCAL-OK                   VALUE "00".
       01  WS-REFSCHED-STATUS   PIC XX         VALUE ZEROS.
           88  WS-REFSCHED-OK                  VALUE "00".
       01  WS-DROPRPT-STATUS    PIC XX         VALUE ZEROS.
       01  WS-LATEPARM-STATUS   PIC XX         VALUE ZEROS.
           88  WS-LATEPARM-OK                  VALUES "00" "05".
       01  WS-PLANMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-PLANMAST-OK                  VALUES "00" "05".
       01  WS-LATERPT-STATUS    PIC XX         VALUE ZEROS.

       01  WS-SWITCHES.
           02  WS-EOF-SWITCH    PIC X          VALUE "N".
               88  WS-RATE-EOF-YES              VALUE "Y".
           02  WS-ASOF-SWITCH   PIC X          VALUE "N".
               88  WS-ASOF-YES                 VALUE "Y".
           02  WS-POST-ERROR-SWITCH PIC X      VALUE "N".
               88  WS-POST-ERROR-YES           VALUE "Y".
           02  WS-DROP-EOF-SWITCH PIC X        VALUE "N".
               88  WS-DROP-EOF-YES             VALUE "Y".
           02  WS-PLAN-EOF-SWITCH PIC X        VALUE "N".
               88  WS-PLAN-EOF-YES             VALUE "Y".
           02  WS-LATE-CARD-SWITCH PIC X       VALUE "N".
               88  WS-LATE-CARD-YES            VALUE "Y".
           02  WS-BILLED-FULL-SWITCH PIC X     VALUE "N".
               88  WS-BILLED-FULL-YES          VALUE "Y".

       01  PERCENTTOAPPLY       PIC 9(3).
       01  PERCENTAGE REDEFINES PERCENTTOAPPLY
           02  WS-NEW-RECV-COUNT    PIC 9(5)   VALUE ZEROS.
           02  WS-RATE-REJECT-COUNT PIC 9(5)   VALUE ZEROS.
           02  WS-GL-DETAIL-COUNT   PIC 9(5)   VALUE ZEROS.
           02  WS-DROP-READ-COUNT   PIC 9(5)   VALUE ZEROS.
           02  WS-CREDIT-POSTED-COUNT PIC 9(5) VALUE ZEROS.
           02  WS-NO-CREDIT-COUNT   PIC 9(5)   VALUE ZEROS.
           02  WS-JOURNALED-COUNT   PIC 9(5)   VALUE ZEROS.
           02  WS-PLAN-CHECKED-COUNT PIC 9(5)  VALUE ZEROS.
           02  WS-FEE-POSTED-COUNT  PIC 9(5)   VALUE ZEROS.
           02  WS-FEE-NO-RECV-COUNT PIC 9(5)   VALUE ZEROS.
           02  WS-PLAN-LATE-COUNT   PIC 9(5)   VALUE ZEROS.
           02  WS-PLAN-DEFAULT-COUNT PIC 9(5)  VALUE ZEROS.

       01  WS-GL-AMOUNT-TOTAL   PIC 9(9)V99    VALUE ZEROS.
       01  WS-CREDIT-TOTAL      PIC 9(7)V99    VALUE ZEROS.
       01  WS-FEE-TOTAL         PIC 9(7)V99    VALUE ZEROS.

      *    One payment plan being checked for missed installments -   *
      *    the LATEPARM card values, how many installments are past   *
      *    due plus grace and unpaid, and what was charged tonight.   *
       01  WS-LATE-WORK.
           02  WS-LATE-FEE          PIC 9(3)V99 VALUE ZEROS.
           02  WS-GRACE-DAYS        PIC 9(3)   VALUE ZEROS.
           02  WS-DEFAULT-COUNT     PIC 9      VALUE ZEROS.
           02  WS-RUN-DATE-INT      PIC S9(7)  VALUE ZEROS.
           02  WS-MISSED-LIMIT-INT  PIC S9(7)  VALUE ZEROS.
           02  WS-INST-IX           PIC S9(3)  VALUE ZEROS COMP.
           02  WS-MISSED-COUNT      PIC 9      VALUE ZEROS.
           02  WS-PLAN-FEE-AMOUNT   PIC 9(5)V99 VALUE ZEROS.
           02  WS-OLD-PLAN-STATUS   PIC X      VALUE SPACES.
           02  WS-LATE-NOTE         PIC X(20)  VALUE SPACES.

      *    One drop being priced - the week of term it fell in, the   *
      *    schedule's percent for that week and the credit it earns.  *
       01  WS-DROP-WORK.
           02  WS-DROP-WEEK         PIC 9(4)   VALUE ZEROS.
           02  WS-DROP-PERCENT      PIC 9(3)   VALUE ZEROS.
           02  WS-DROP-CREDIT       PIC 9(5)V99 VALUE ZEROS.
           02  WS-DROP-TUITION      PIC 9(5)V9 VALUE ZEROS.
           02  WS-DROP-NOTE         PIC X(20)  VALUE SPACES.

      *    Every account billed on tonight's statements - the base    *
      *    amount actually billed (a BILLXTRC override included) and  *
      *    the RATEMAST percent it was billed at - so a drop is       *
      *    credited against the tuition the student was charged.      *
      *    What is left of the base comes down as drops are credited  *
      *    so two drops can never give back more than was billed.     *
       01  WS-BILLED-TABLE.
           02  WS-BILLED-MAX        PIC 9(4)   VALUE 5000 COMP.
           02  WS-BILLED-IX         PIC S9(4)  VALUE ZEROS COMP.
           02  WS-BILLED-HIT        PIC S9(4)  VALUE ZEROS COMP.
           02  WS-BILLED-TALLY      PIC 9(4)   VALUE ZEROS.
           02  WS-BILLED-ENTRY OCCURS 5000 TIMES.
               03  WS-BT-STUDENTID  PIC 9(8).
               03  WS-BT-BASE-LEFT  PIC 9(5)V9.
               03  WS-BT-PERCENT    PIC 9V99.

       01  WS-RUN-DATE              PIC 9(8)   VALUE ZEROS.

           02  STMT-STUDENTID    PIC 9(8).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  STMT-NAME         PIC X(14).
           02  FILLER            PIC X(10) VALUE "  INVOICE ".
           02  STMT-INV-STMT-DATE PIC 9(8).
           02  STMT-INV-STUDENTID PIC 9(8).

       01  WS-DROP-HEADING-1.
           02  FILLER            PIC X(36)
                   VALUE "TUITION DROP-ADJUSTMENT REGISTER  - ".
           02  FILLER            PIC X(9)  VALUE "RUN DATE ".
           02  DRH-RUN-DATE      PIC 9(8).

       01  WS-DROP-HEADING-2.
           02  FILLER            PIC X(10) VALUE "STUDENT ID".
           02  FILLER            PIC X(7)  VALUE "TERM".
           02  FILLER            PIC X(10) VALUE "COURSE".
           02  FILLER            PIC X(6)  VALUE " HOURS".
           02  FILLER            PIC X(10) VALUE "  DROPPED".
           02  FILLER            PIC X(5)  VALUE "  PCT".
           02  FILLER            PIC X(11) VALUE "     CREDIT".
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  FILLER            PIC X(6)  VALUE "ACTION".

       01  WS-DROP-LINE.
           02  DRL-STUDENTID     PIC 9(8).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  DRL-TERM          PIC X(5).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  DRL-COURSE        PIC X(8).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  DRL-HOURS         PIC Z9.9.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  DRL-DROP-DATE     PIC 9(8).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  DRL-PERCENT       PIC ZZ9.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  DRL-CREDIT        PIC ZZ,ZZ9.99.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  DRL-NOTE          PIC X(20).

       01  WS-DROP-TOTAL-LINE.
           02  FILLER            PIC X(16) VALUE "DROPS READ     =".
           02  DRT-READ          PIC ZZ,ZZ9.
           02  FILLER            PIC X(14) VALUE "   CREDITED = ".
           02  DRT-POSTED        PIC ZZ,ZZ9.
           02  FILLER            PIC X(14) VALUE "   TOTAL CR = ".
           02  DRT-CREDIT-TOTAL  PIC Z,ZZZ,ZZ9.99.

       01  WS-LATE-HEADING-1.
           02  FILLER            PIC X(36)
                   VALUE "PAYMENT-PLAN LATE-FEE REGISTER    - ".
           02  FILLER            PIC X(9)  VALUE "RUN DATE ".
           02  LRH-RUN-DATE      PIC 9(8).

       01  WS-LATE-HEADING-2.
           02  FILLER            PIC X(10) VALUE "STUDENT ID".
           02  FILLER            PIC X(7)  VALUE "TERM".
           02  FILLER            PIC X(8)  VALUE "  MISSED".
           02  FILLER            PIC X(11) VALUE "   FEE CHGD".
           02  FILLER            PIC X(4)  VALUE SPACES.
           02  FILLER            PIC X(10) VALUE "STATUS".
           02  FILLER            PIC X(4)  VALUE SPACES.
           02  FILLER            PIC X(6)  VALUE "ACTION".

       01  WS-LATE-LINE.
           02  LTL-STUDENTID     PIC 9(8).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  LTL-TERM          PIC X(5).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  LTL-MISSED        PIC Z(7)9.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  LTL-FEE           PIC ZZ,ZZ9.99.
           02  FILLER            PIC X(4)  VALUE SPACES.
           02  LTL-OLD-STATUS    PIC X.
           02  FILLER            PIC X(4)  VALUE " -> ".
           02  LTL-NEW-STATUS    PIC X.
           02  FILLER            PIC X(8)  VALUE SPACES.
           02  LTL-NOTE          PIC X(20).

       01  WS-LATE-TOTAL-LINE.
           02  FILLER            PIC X(16) VALUE "PLANS CHECKED  =".
           02  LTT-CHECKED       PIC ZZ,ZZ9.
           02  FILLER            PIC X(14) VALUE "   FEES CHGD= ".
           02  LTT-POSTED        PIC ZZ,ZZ9.
           02  FILLER            PIC X(14) VALUE "   TOTAL DR = ".
           02  LTT-FEE-TOTAL     PIC Z,ZZZ,ZZ9.99.

       01  WS-STATEMENT-DETAIL.
           02  FILLER            PIC X(16) VALUE "  BASE AMOUNT = ".
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
               UNTIL WS-EOF-YES
           PERFORM 3000-DROP-ADJUSTMENTS THRU 3000-EXIT
           PERFORM 4000-LATE-FEES THRU 4000-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.

               DISPLAY "RECV-MASTER OPEN FAILED, STATUS = "
                   WS-RECVMAST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE "Y" TO WS-POST-ERROR-SWITCH
           END-IF
           OPEN INPUT RATE-MASTER
           IF NOT WS-RATEMAST-OK
               DISPLAY "BILL-HISTORY OPEN FAILED, STATUS = "
                   WS-BILLHIST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE "Y" TO WS-POST-ERROR-SWITCH
           END-IF
           OPEN OUTPUT GL-FEED
           IF NOT WS-GLFEED-OK
               DISPLAY "GL-FEED OPEN FAILED, STATUS = "
                   WS-GLFEED-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE "Y" TO WS-POST-ERROR-SWITCH
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO GL-HEADER-REC
               WS-BASEAMOUNT * PERCENTAGE
           MOVE STUDENTID TO STMT-STUDENTID
           MOVE STUDENTNAME TO STMT-NAME
           MOVE WS-RUN-DATE TO STMT-INV-STMT-DATE
           MOVE STUDENTID TO STMT-INV-STUDENTID
           MOVE WS-STATEMENT TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-BASEAMOUNT TO STMT-BASEAMOUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-STATEMENT-COUNT
           PERFORM 2300-POST-RECEIVABLE
           PERFORM 2350-TABLE-BILLED.
       2200-EXIT.
           EXIT.

                   PERFORM 2400-APPEND-BILL-HISTORY
           END-READ.

      *****************************************************************
      *  2350-TABLE-BILLED                                            *
      *  Tables the statement just billed for the drop pass - the     *
      *  base amount and the resolved fee percent exactly as the      *
      *  statement used them.  A batch larger than the table is       *
      *  reported once; drops for the accounts past the end are not   *
      *  priced and say so on the drop register.                      *
      *****************************************************************
       2350-TABLE-BILLED.
           IF WS-BILLED-TALLY = WS-BILLED-MAX
               IF NOT WS-BILLED-FULL-YES
                   DISPLAY "*** MORE THAN " WS-BILLED-MAX
                       " STATEMENTS - LATER DROPS NOT PRICED ***"
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE "Y" TO WS-BILLED-FULL-SWITCH
           ELSE
               ADD 1 TO WS-BILLED-TALLY
               MOVE WS-BILLED-TALLY TO WS-BILLED-IX
               MOVE STUDENTID TO WS-BT-STUDENTID(WS-BILLED-IX)
               MOVE WS-BASEAMOUNT TO WS-BT-BASE-LEFT(WS-BILLED-IX)
               MOVE PERCENTAGE TO WS-BT-PERCENT(WS-BILLED-IX)
           END-IF.

      *****************************************************************
      *  2400-APPEND-BILL-HISTORY                                     *
      *  Appends the amount due just posted to the permanent billing  *
           MOVE STUDENTID TO BH-STUDENTID
           MOVE WS-RUN-DATE TO BH-STMT-DATE
           MOVE WS-PERCENTOFBASE-NUM TO BH-AMOUNT
           MOVE "B" TO BH-ENTRY-TYPE
           WRITE BILL-HIST-REC
           PERFORM 2500-WRITE-GL-DETAIL.

               ADD WS-PERCENTOFBASE-NUM TO WS-GL-AMOUNT-TOTAL
           END-IF.

      *****************************************************************
      *  3000-DROP-ADJUSTMENTS THRU 3000-EXIT                         *
      *  Prices and posts every drop REGBATCH has handed over since   *
      *  the last run, printing each on the drop-adjustment           *
      *  register.  Posting needs the receivables master, billing     *
      *  history and GL feed the statements used; if any of them, or  *
      *  the term calendar or refund schedule, failed to open, the    *
      *  drops are held on DROPADJ for the next run and the step      *
      *  fails (RC=8).  A file taken up in full is emptied so no drop *
      *  is ever credited twice.                                       *
      *****************************************************************
       3000-DROP-ADJUSTMENTS.
           OPEN OUTPUT DROP-RPT
           IF WS-ASOF-YES
               MOVE WS-ASOF-LINE TO DROP-RPT-LINE
               WRITE DROP-RPT-LINE
               MOVE SPACES TO DROP-RPT-LINE
               WRITE DROP-RPT-LINE
           END-IF
           MOVE WS-RUN-DATE TO DRH-RUN-DATE
           MOVE WS-DROP-HEADING-1 TO DROP-RPT-LINE
           WRITE DROP-RPT-LINE
           MOVE SPACES TO DROP-RPT-LINE
           WRITE DROP-RPT-LINE
           MOVE WS-DROP-HEADING-2 TO DROP-RPT-LINE
           WRITE DROP-RPT-LINE
           IF WS-POST-ERROR-YES
               DISPLAY "*** POSTING FILES NOT OPEN - DROPS HELD ON "
                   "DROPADJ ***"
               MOVE 8 TO RETURN-CODE
               GO TO 3000-CLOSE
           END-IF
           OPEN INPUT DROP-ADJUST
           IF NOT WS-DROPADJ-OK
               DISPLAY "*** DROP-ADJUST OPEN FAILED, STATUS = "
                   WS-DROPADJ-STATUS " - STEP FAILED ***"
               MOVE 8 TO RETURN-CODE
               GO TO 3000-CLOSE
           END-IF
           OPEN INPUT TERM-CALENDAR
           IF NOT WS-TERMCAL-OK
               DISPLAY "*** TERM-CALENDAR OPEN FAILED, STATUS = "
                   WS-TERMCAL-STATUS " - DROPS HELD ON DROPADJ ***"
               MOVE 8 TO RETURN-CODE
               CLOSE DROP-ADJUST
               GO TO 3000-CLOSE
           END-IF
           OPEN INPUT REFUND-SCHED
           IF NOT WS-REFSCHED-OK
               DISPLAY "*** REFUND-SCHED OPEN FAILED, STATUS = "
                   WS-REFSCHED-STATUS " - DROPS HELD ON DROPADJ ***"
               MOVE 8 TO RETURN-CODE
               CLOSE TERM-CALENDAR
               CLOSE DROP-ADJUST
               GO TO 3000-CLOSE
           END-IF
           PERFORM 3100-APPLY-DROP THRU 3100-EXIT
               UNTIL WS-DROP-EOF-YES
           CLOSE REFUND-SCHED
           CLOSE TERM-CALENDAR
           CLOSE DROP-ADJUST
           OPEN OUTPUT DROP-ADJUST
           CLOSE DROP-ADJUST.
       3000-CLOSE.
           MOVE SPACES TO DROP-RPT-LINE
           WRITE DROP-RPT-LINE
           MOVE WS-DROP-READ-COUNT TO DRT-READ
           MOVE WS-CREDIT-POSTED-COUNT TO DRT-POSTED
           MOVE WS-CREDIT-TOTAL TO DRT-CREDIT-TOTAL
           MOVE WS-DROP-TOTAL-LINE TO DROP-RPT-LINE
           WRITE DROP-RPT-LINE
           CLOSE DROP-RPT.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-APPLY-DROP THRU 3100-EXIT                               *
      *  Prices one drop.  The week of term is counted in whole       *
      *  weeks from the calendar's start date (a drop before the      *
      *  start is week 1) and looked up on the term's refund          *
      *  schedule; past the last week on the schedule it earns        *
      *  nothing.  The tuition given back against is what the         *
      *  statement charged for the hours: the hours times the         *
      *  per-credit amount the term was billed at, held to what is    *
      *  left of the student's billed base amount (so a BILLXTRC      *
      *  override is honored), times the RATEMAST percent the         *
      *  statement resolved.  A drop in a term not yet billed, for a  *
      *  student not on tonight's billing, or with no schedule on     *
      *  file, earns nothing either - there is no charge or no        *
      *  policy to give back against - and says why on the register.  *
      *****************************************************************
       3100-APPLY-DROP.
           READ DROP-ADJUST
               AT END
                   MOVE "Y" TO WS-DROP-EOF-SWITCH
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO WS-DROP-READ-COUNT
           MOVE ZEROS TO WS-DROP-WEEK
           MOVE ZEROS TO WS-DROP-PERCENT
           MOVE ZEROS TO WS-DROP-CREDIT
           MOVE DA-TERM TO TC-TERM-ID
           READ TERM-CALENDAR
               INVALID KEY
                   MOVE "TERM NOT ON CALENDAR" TO WS-DROP-NOTE
                   GO TO 3100-NO-CREDIT
           END-READ
           IF TC-BILLED-PER-CREDIT = ZERO
               MOVE "TERM NOT YET BILLED" TO WS-DROP-NOTE
               GO TO 3100-NO-CREDIT
           END-IF
           MOVE DA-TERM TO RSC-TERM-ID
           READ REFUND-SCHED
               INVALID KEY
                   MOVE "NO REFUND SCHEDULE" TO WS-DROP-NOTE
                   GO TO 3100-NO-CREDIT
           END-READ
           IF DA-DROP-DATE < TC-START-DATE
               MOVE 1 TO WS-DROP-WEEK
           ELSE
               COMPUTE WS-DROP-WEEK =
                   (FUNCTION INTEGER-OF-DATE(DA-DROP-DATE)
                  - FUNCTION INTEGER-OF-DATE(TC-START-DATE)) / 7 + 1
           END-IF
           IF WS-DROP-WEEK > 8
               MOVE "PAST REFUND PERIOD" TO WS-DROP-NOTE
               GO TO 3100-NO-CREDIT
           END-IF
           MOVE RSC-WEEK-PERCENT(WS-DROP-WEEK) TO WS-DROP-PERCENT
           PERFORM 3150-FIND-BILLED
           IF WS-BILLED-HIT = ZERO
               IF WS-BILLED-FULL-YES
                   MOVE "BILLED TABLE FULL" TO WS-DROP-NOTE
               ELSE
                   MOVE "NOT ON BILLING BATCH" TO WS-DROP-NOTE
               END-IF
               GO TO 3100-NO-CREDIT
           END-IF
           IF WS-BT-BASE-LEFT(WS-BILLED-HIT) = ZERO
               MOVE "NO TUITION LEFT" TO WS-DROP-NOTE
               GO TO 3100-NO-CREDIT
           END-IF
           COMPUTE WS-DROP-TUITION =
               DA-CREDIT-HOURS * TC-BILLED-PER-CREDIT
           IF WS-DROP-TUITION > WS-BT-BASE-LEFT(WS-BILLED-HIT)
               MOVE WS-BT-BASE-LEFT(WS-BILLED-HIT) TO WS-DROP-TUITION
           END-IF
           COMPUTE WS-DROP-CREDIT ROUNDED =
               WS-DROP-TUITION * WS-BT-PERCENT(WS-BILLED-HIT)
                   * WS-DROP-PERCENT / 100
           IF WS-DROP-CREDIT = ZERO
               MOVE "NO REFUND THIS WEEK" TO WS-DROP-NOTE
               GO TO 3100-NO-CREDIT
           END-IF
           PERFORM 3200-POST-DROP-CREDIT
           GO TO 3100-PRINT.
       3100-NO-CREDIT.
           ADD 1 TO WS-NO-CREDIT-COUNT.
       3100-PRINT.
           MOVE DA-STUDENTID TO DRL-STUDENTID
           MOVE DA-TERM TO DRL-TERM
           MOVE DA-COURSE TO DRL-COURSE
           MOVE DA-CREDIT-HOURS TO DRL-HOURS
           MOVE DA-DROP-DATE TO DRL-DROP-DATE
           MOVE WS-DROP-PERCENT TO DRL-PERCENT
           MOVE WS-DROP-CREDIT TO DRL-CREDIT
           MOVE WS-DROP-NOTE TO DRL-NOTE
           MOVE WS-DROP-LINE TO DROP-RPT-LINE
           WRITE DROP-RPT-LINE.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3150-FIND-BILLED                                             *
      *  Sets WS-BILLED-HIT to the billed-table entry for the drop's  *
      *  student, or zero when the student was not billed tonight.    *
      *****************************************************************
       3150-FIND-BILLED.
           MOVE ZERO TO WS-BILLED-HIT
           MOVE 1 TO WS-BILLED-IX
           PERFORM 3160-CHECK-ONE-BILLED
               UNTIL WS-BILLED-HIT > ZERO
                   OR WS-BILLED-IX > WS-BILLED-TALLY.

      *****************************************************************
      *  3160-CHECK-ONE-BILLED                                        *
      *****************************************************************
       3160-CHECK-ONE-BILLED.
           IF WS-BT-STUDENTID(WS-BILLED-IX) = DA-STUDENTID
               MOVE WS-BILLED-IX TO WS-BILLED-HIT
           END-IF
           ADD 1 TO WS-BILLED-IX.

      *****************************************************************
      *  3200-POST-DROP-CREDIT                                        *
      *  Takes the credit off the student's receivables balance, the  *
      *  way ARPOST applies a payment - a balance brought to zero or  *
      *  below no longer has an oldest unpaid charge, and one taken   *
      *  into credit is cleared by ARPOST's refund pass.  A drop      *
      *  with no receivables row was never billed and is not          *
      *  credited.  The tuition credited against comes off what is    *
      *  left of the student's billed base amount.                    *
      *****************************************************************
       3200-POST-DROP-CREDIT.
           MOVE DA-STUDENTID TO AR-STUDENTID
           READ RECV-MASTER
               INVALID KEY
                   MOVE "NO RECEIVABLES ROW" TO WS-DROP-NOTE
                   MOVE ZEROS TO WS-DROP-CREDIT
                   ADD 1 TO WS-NO-CREDIT-COUNT
               NOT INVALID KEY
                   SUBTRACT WS-DROP-CREDIT FROM AR-BALANCE-DUE
                   IF AR-BALANCE-DUE NOT > ZERO
                       MOVE ZEROS TO AR-OLDEST-CHARGE-DATE
                   END-IF
                   REWRITE RECV-MASTER-REC
                   SUBTRACT WS-DROP-TUITION
                       FROM WS-BT-BASE-LEFT(WS-BILLED-HIT)
                   MOVE "CREDITED" TO WS-DROP-NOTE
                   ADD 1 TO WS-CREDIT-POSTED-COUNT
                   ADD WS-DROP-CREDIT TO WS-CREDIT-TOTAL
                   PERFORM 3300-APPEND-CREDIT-HISTORY
           END-READ.

      *****************************************************************
      *  3300-APPEND-CREDIT-HISTORY                                   *
      *  The credit goes on the billing history as a drop-credit row  *
      *  dated the run date, so AROLLFWD nets it out of the month's   *
      *  billings and the account still ties.                          *
      *****************************************************************
       3300-APPEND-CREDIT-HISTORY.
           MOVE DA-STUDENTID TO BH-STUDENTID
           MOVE WS-RUN-DATE TO BH-STMT-DATE
           MOVE WS-DROP-CREDIT TO BH-AMOUNT
           MOVE "D" TO BH-ENTRY-TYPE
           WRITE BILL-HIST-REC
           PERFORM 3400-WRITE-GL-CREDIT.

      *****************************************************************
      *  3400-WRITE-GL-CREDIT                                         *
      *  One "C" journal record per drop credit posted - a credit to  *
      *  the receivables account, counted with the debits so the      *
      *  short-feed test at end of run covers both.                    *
      *****************************************************************
       3400-WRITE-GL-CREDIT.
           MOVE "C" TO GL-RECORD-CODE
           MOVE DA-STUDENTID TO GL-ACCOUNT-NO
           MOVE WS-DROP-CREDIT TO GL-AMOUNT
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           WRITE GL-DETAIL-REC
           IF WS-GLFEED-OK
               ADD 1 TO WS-GL-DETAIL-COUNT
               ADD WS-DROP-CREDIT TO WS-GL-AMOUNT-TOTAL
           END-IF.

      *****************************************************************
      *  4000-LATE-FEES THRU 4000-EXIT                                *
      *  Works every open payment plan (copybooks/PLANMAST.CPY) for   *
      *  installments gone past their due date plus the LATEPARM      *
      *  grace days unpaid.  Each missed installment is charged the   *
      *  card's late fee once - posted to RECVMAST, the billing       *
      *  history and the GL feed the way a statement is - and the     *
      *  plan is marked late, or defaulted at the card's missed       *
      *  count.  Every plan with a missed installment or a status     *
      *  change prints on the late-fee register.  No card means no    *
      *  pass; a card that does not edit, or posting files that did   *
      *  not open, fails the step (RC=8) with nothing charged.        *
      *****************************************************************
       4000-LATE-FEES.
           OPEN OUTPUT LATE-RPT
           IF WS-ASOF-YES
               MOVE WS-ASOF-LINE TO LATE-RPT-LINE
               WRITE LATE-RPT-LINE
               MOVE SPACES TO LATE-RPT-LINE
               WRITE LATE-RPT-LINE
           END-IF
           MOVE WS-RUN-DATE TO LRH-RUN-DATE
           MOVE WS-LATE-HEADING-1 TO LATE-RPT-LINE
           WRITE LATE-RPT-LINE
           MOVE SPACES TO LATE-RPT-LINE
           WRITE LATE-RPT-LINE
           MOVE WS-LATE-HEADING-2 TO LATE-RPT-LINE
           WRITE LATE-RPT-LINE
           PERFORM 4050-READ-LATE-PARM THRU 4050-EXIT
           IF NOT WS-LATE-CARD-YES
               GO TO 4000-CLOSE
           END-IF
           IF WS-POST-ERROR-YES
               DISPLAY "*** POSTING FILES NOT OPEN - NO LATE FEES "
                   "CHARGED ***"
               MOVE 8 TO RETURN-CODE
               GO TO 4000-CLOSE
           END-IF
           OPEN I-O PLAN-MASTER
           IF NOT WS-PLANMAST-OK
               DISPLAY "*** PLAN-MASTER OPEN FAILED, STATUS = "
                   WS-PLANMAST-STATUS " - STEP FAILED ***"
               MOVE 8 TO RETURN-CODE
               GO TO 4000-CLOSE
           END-IF
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM 4100-WORK-PLAN THRU 4100-EXIT
               UNTIL WS-PLAN-EOF-YES
           CLOSE PLAN-MASTER.
       4000-CLOSE.
           MOVE SPACES TO LATE-RPT-LINE
           WRITE LATE-RPT-LINE
           MOVE WS-PLAN-CHECKED-COUNT TO LTT-CHECKED
           MOVE WS-FEE-POSTED-COUNT TO LTT-POSTED
           MOVE WS-FEE-TOTAL TO LTT-FEE-TOTAL
           MOVE WS-LATE-TOTAL-LINE TO LATE-RPT-LINE
           WRITE LATE-RPT-LINE
           CLOSE LATE-RPT.
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  4050-READ-LATE-PARM THRU 4050-EXIT                           *
      *  Reads the late-fee run-control card.  The fee and the        *
      *  default count must be numeric and non-zero; the grace days   *
      *  numeric (zero means missed the day after the due date).      *
      *****************************************************************
       4050-READ-LATE-PARM.
           OPEN INPUT LATE-PARM
           IF NOT WS-LATEPARM-OK
               DISPLAY "LATE-PARM OPEN FAILED, STATUS = "
                   WS-LATEPARM-STATUS " - NO LATE-FEE PASS"
               GO TO 4050-EXIT
           END-IF
           READ LATE-PARM
               AT END
                   DISPLAY "LATE-PARM CARD NOT PRESENT - NO LATE-FEE "
                       "PASS"
                   CLOSE LATE-PARM
                   GO TO 4050-EXIT
           END-READ
           CLOSE LATE-PARM
           IF LPA-LATE-FEE NOT NUMERIC
                   OR LPA-GRACE-DAYS NOT NUMERIC
                   OR LPA-DEFAULT-COUNT NOT NUMERIC
                   OR LP-LATE-FEE = ZERO
                   OR LP-DEFAULT-COUNT = ZERO
               DISPLAY "*** LATE-PARM CARD '" LPA-LATE-FEE
                   LPA-GRACE-DAYS LPA-DEFAULT-COUNT
                   "' INVALID - STEP FAILED ***"
               MOVE 8 TO RETURN-CODE
               GO TO 4050-EXIT
           END-IF
           MOVE LP-LATE-FEE TO WS-LATE-FEE
           MOVE LP-GRACE-DAYS TO WS-GRACE-DAYS
           MOVE LP-DEFAULT-COUNT TO WS-DEFAULT-COUNT
           MOVE "Y" TO WS-LATE-CARD-SWITCH.
       4050-EXIT.
           EXIT.

      *****************************************************************
      *  4100-WORK-PLAN THRU 4100-EXIT                                *
      *  Checks one plan.  Only current and late plans are worked -   *
      *  a defaulted plan is final and its account is back under the  *
      *  ordinary dunning ladder.  The status is re-set from the      *
      *  missed count every night, so a late plan caught up by        *
      *  ARPOST stays current here too.                                *
      *****************************************************************
       4100-WORK-PLAN.
           READ PLAN-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PLAN-EOF-SWITCH
                   GO TO 4100-EXIT
           END-READ
           IF NOT PL-CURRENT AND NOT PL-LATE
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-PLAN-CHECKED-COUNT
           MOVE PL-STATUS TO WS-OLD-PLAN-STATUS
           MOVE ZEROS TO WS-MISSED-COUNT
           MOVE ZEROS TO WS-PLAN-FEE-AMOUNT
           MOVE SPACES TO WS-LATE-NOTE
           MOVE 1 TO WS-INST-IX
           PERFORM 4200-CHECK-INSTALLMENT PL-INSTALL-COUNT TIMES
           IF WS-MISSED-COUNT NOT < WS-DEFAULT-COUNT
               MOVE "D" TO PL-STATUS
           ELSE
               IF WS-MISSED-COUNT > ZERO
                   MOVE "L" TO PL-STATUS
               ELSE
                   MOVE "C" TO PL-STATUS
               END-IF
           END-IF
           IF PL-STATUS NOT = WS-OLD-PLAN-STATUS
               MOVE WS-RUN-DATE TO PL-STATUS-DATE
               EVALUATE TRUE
                   WHEN PL-DEFAULTED
                       ADD 1 TO WS-PLAN-DEFAULT-COUNT
                       MOVE "PLAN DEFAULTED" TO WS-LATE-NOTE
                   WHEN PL-LATE
                       ADD 1 TO WS-PLAN-LATE-COUNT
                       MOVE "PLAN NOW LATE" TO WS-LATE-NOTE
                   WHEN OTHER
                       MOVE "PLAN NOW CURRENT" TO WS-LATE-NOTE
               END-EVALUATE
           END-IF
           REWRITE PLAN-MASTER-REC
           IF WS-MISSED-COUNT = ZERO
                   AND PL-STATUS = WS-OLD-PLAN-STATUS
               GO TO 4100-EXIT
           END-IF
           IF WS-LATE-NOTE = SPACES
               IF WS-PLAN-FEE-AMOUNT > ZERO
                   MOVE "LATE FEE CHARGED" TO WS-LATE-NOTE
               ELSE
                   MOVE "FEE ALREADY CHARGED" TO WS-LATE-NOTE
               END-IF
           END-IF
           MOVE PL-STUDENTID TO LTL-STUDENTID
           MOVE PL-TERM TO LTL-TERM
           MOVE WS-MISSED-COUNT TO LTL-MISSED
           MOVE WS-PLAN-FEE-AMOUNT TO LTL-FEE
           MOVE WS-OLD-PLAN-STATUS TO LTL-OLD-STATUS
           MOVE PL-STATUS TO LTL-NEW-STATUS
           MOVE WS-LATE-NOTE TO LTL-NOTE
           MOVE WS-LATE-LINE TO LATE-RPT-LINE
           WRITE LATE-RPT-LINE.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  4200-CHECK-INSTALLMENT                                       *
      *  An installment short of its amount on the day after its      *
      *  due date plus grace is missed; the first night it is found   *
      *  missed it is charged the late fee.                            *
      *****************************************************************
       4200-CHECK-INSTALLMENT.
           COMPUTE WS-MISSED-LIMIT-INT =
               FUNCTION INTEGER-OF-DATE(PL-INST-DUE-DATE(WS-INST-IX))
                   + WS-GRACE-DAYS
           IF PL-INST-PAID(WS-INST-IX) < PL-INST-AMOUNT(WS-INST-IX)
                   AND WS-RUN-DATE-INT > WS-MISSED-LIMIT-INT
               ADD 1 TO WS-MISSED-COUNT
               IF NOT PL-INST-FEE-CHARGED(WS-INST-IX)
                   PERFORM 4300-POST-LATE-FEE
               END-IF
           END-IF
           ADD 1 TO WS-INST-IX.

      *****************************************************************
      *  4300-POST-LATE-FEE                                           *
      *  Adds the fee to the student's receivables balance the way a  *
      *  statement is posted - a balance going from paid up to owing  *
      *  starts its aging from tonight.  A plan with no receivables   *
      *  row is not charged, and the installment stays uncharged so   *
      *  the fee is taken up once the row is back.                     *
      *****************************************************************
       4300-POST-LATE-FEE.
           MOVE PL-STUDENTID TO AR-STUDENTID
           READ RECV-MASTER
               INVALID KEY
                   MOVE "NO RECEIVABLES ROW" TO WS-LATE-NOTE
                   ADD 1 TO WS-FEE-NO-RECV-COUNT
               NOT INVALID KEY
                   IF AR-BALANCE-DUE NOT > ZERO
                       MOVE WS-RUN-DATE TO AR-OLDEST-CHARGE-DATE
                   END-IF
                   ADD WS-LATE-FEE TO AR-BALANCE-DUE
                   REWRITE RECV-MASTER-REC
                   MOVE "Y" TO PL-INST-FEE-FLAG(WS-INST-IX)
                   ADD WS-LATE-FEE TO WS-PLAN-FEE-AMOUNT
                   ADD 1 TO WS-FEE-POSTED-COUNT
                   ADD WS-LATE-FEE TO WS-FEE-TOTAL
                   PERFORM 4400-APPEND-FEE-HISTORY
           END-READ.

      *****************************************************************
      *  4400-APPEND-FEE-HISTORY                                      *
      *  The fee goes on the billing history as a late-fee row, a     *
      *  charge to AROLLFWD like any statement.                        *
      *****************************************************************
       4400-APPEND-FEE-HISTORY.
           MOVE PL-STUDENTID TO BH-STUDENTID
           MOVE WS-RUN-DATE TO BH-STMT-DATE
           MOVE WS-LATE-FEE TO BH-AMOUNT
           MOVE "L" TO BH-ENTRY-TYPE
           WRITE BILL-HIST-REC
           PERFORM 4500-WRITE-GL-FEE.

      *****************************************************************
      *  4500-WRITE-GL-FEE                                            *
      *  One "D" journal record per late fee posted - a debit to      *
      *  receivables, counted with the statements and drop credits    *
      *  so the short-feed test at end of run covers it.              *
      *****************************************************************
       4500-WRITE-GL-FEE.
           MOVE "D" TO GL-RECORD-CODE
           MOVE PL-STUDENTID TO GL-ACCOUNT-NO
           MOVE WS-LATE-FEE TO GL-AMOUNT
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           WRITE GL-DETAIL-REC
           IF WS-GLFEED-OK
               ADD 1 TO WS-GL-DETAIL-COUNT
               ADD WS-LATE-FEE TO WS-GL-AMOUNT-TOTAL
           END-IF.

      *****************************************************************
      *  9000-TERMINATE                                               *
      *****************************************************************
               WRITE GL-TRAILER-REC
           END-IF
           CLOSE GL-FEED
           COMPUTE WS-JOURNALED-COUNT =
               WS-POSTED-COUNT + WS-CREDIT-POSTED-COUNT
                   + WS-FEE-POSTED-COUNT
           IF WS-GL-DETAIL-COUNT NOT = WS-JOURNALED-COUNT
               DISPLAY "*** GL FEED SHORT - " WS-GL-DETAIL-COUNT
                   " JOURNALED OF " WS-JOURNALED-COUNT
                   " POSTED - STEP FAILED ***"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "ACCOUNTS NOT ON MASTER = " WS-NOTFOUND-COUNT
           DISPLAY "RECEIVABLES POSTED     = " WS-POSTED-COUNT
           DISPLAY "NEW RECEIVABLES ROWS   = " WS-NEW-RECV-COUNT
           DISPLAY "RATE-CODE EXCEPTIONS   = " WS-RATE-REJECT-COUNT
           DISPLAY "DROPS READ             = " WS-DROP-READ-COUNT
           DISPLAY "DROP CREDITS POSTED    = " WS-CREDIT-POSTED-COUNT
           DISPLAY "DROPS NOT CREDITED     = " WS-NO-CREDIT-COUNT
           DISPLAY "PAYMENT PLANS CHECKED  = " WS-PLAN-CHECKED-COUNT
           DISPLAY "LATE FEES POSTED       = " WS-FEE-POSTED-COUNT
           DISPLAY "LATE FEES NOT POSTED   = " WS-FEE-NO-RECV-COUNT
           DISPLAY "PLANS GONE LATE        = " WS-PLAN-LATE-COUNT
           DISPLAY "PLANS DEFAULTED        = " WS-PLAN-DEFAULT-COUNT.
