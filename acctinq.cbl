       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTINQ.
       AUTHOR. RLM.

      *****************************************************************
      *  ACCTINQ                                                       *
      *  Bursar-counter student account inquiry.  The clerk keys a    *
      *  STUDENTID, or a surname - full or partial - that is looked   *
      *  up on the SURNAME alternate key the way STUDINQ does, and    *
      *  picks one student off the match list.  The account display   *
      *  shows the RECVMAST balance due and its aging bucket, any     *
      *  financial hold, the dunning level reached (including a       *
      *  placement with the collection agency), and every dated       *
      *  line item behind the balance - charges and drop credits off  *
      *  the billing history, payments off the payment history, aid   *
      *  off the aid history, write-offs off the write-off history    *
      *  and refunds off the refund history - merged by date with a   *
      *  running balance that finishes on the balance due, so "why    *
      *  do I owe this" is answered at the counter.  Every student    *
      *  listed and every account displayed is logged to the access   *
      *  file (copybooks/ACCESSLG.CPY) under the operator initials    *
      *  prompted at session start, exactly as STUDINQ logs.  No      *
      *  initials, no session (RC=8).                                 *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  2026-10-11  RLM  Original program.                            *
      *  2026-10-13  RLM  A student withholding directory information  *
      *                   gets the CONFIDENTIAL - NO RELEASE banner    *
      *                   ahead of the match line and the account      *
      *                   display, as STUDINQ does, and the session    *
      *                   ends with a count of confidential students   *
      *                   shown.                                       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENTID
               ALTERNATE RECORD KEY IS SURNAME
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDMAST-STATUS.

           SELECT RECV-MASTER ASSIGN TO "RECVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-STUDENTID
               FILE STATUS IS WS-RECVMAST-STATUS.

           SELECT OPTIONAL HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-STUDENTID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT OPTIONAL DUN-MASTER ASSIGN TO "DUNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DN-STUDENTID
               FILE STATUS IS WS-DUNMAST-STATUS.

           SELECT OPTIONAL BILL-HISTORY ASSIGN TO "BILLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLHIST-STATUS.

           SELECT OPTIONAL PAY-HISTORY ASSIGN TO "PAYHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT OPTIONAL REFUND-HISTORY ASSIGN TO "REFHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFHIST-STATUS.

           SELECT OPTIONAL AID-HISTORY ASSIGN TO "AIDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AIDHIST-STATUS.

           SELECT OPTIONAL WO-HISTORY ASSIGN TO "WOHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOHIST-STATUS.

           SELECT ACT-SORT-WORK ASSIGN TO "ACTWORK".

           SELECT SORTED-ACTIVITY ASSIGN TO "ACTSRTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTSRT-STATUS.

           SELECT OPTIONAL ACCESS-LOG ASSIGN TO "ACCESSLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY STUDREC.

       FD  RECV-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY RECVMAST.

       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HOLDREC.

       FD  DUN-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY DUNMAST.

       FD  BILL-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY BILLHIST.

       FD  PAY-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY PAYHIST.

       FD  REFUND-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY REFHIST.

       FD  AID-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY AIDHIST.

       FD  WO-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY WOHIST.

      *    One line item for the student on display, off whichever    *
      *    history it came from - the amount signed the way it moved  *
      *    the balance, and the release sequence keeping items on the *
      *    same date in the order the histories were read.             *
       SD  ACT-SORT-WORK.
       01  ACT-SORT-REC.
           02  AS-DATE              PIC 9(8).
           02  AS-SEQ               PIC 9(6).
           02  AS-DESC              PIC X(16).
           02  AS-REF               PIC X(10).
           02  AS-AMOUNT            PIC S9(7)V99.

       FD  SORTED-ACTIVITY
           LABEL RECORDS ARE STANDARD.
       01  SORTED-ACTIVITY-REC.
           02  SA-DATE              PIC 9(8).
           02  SA-SEQ               PIC 9(6).
           02  SA-DESC              PIC X(16).
           02  SA-REF               PIC X(10).
           02  SA-AMOUNT            PIC S9(7)V99.

      *    Historical trail of every record this session displayed -  *
      *    never truncated or overwritten between sessions.            *
       FD  ACCESS-LOG
           LABEL RECORDS ARE STANDARD.
           COPY ACCESSLG.

       WORKING-STORAGE SECTION.
       01  WS-STUDMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-STUDMAST-OK                  VALUE "00".
       01  WS-RECVMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-RECVMAST-OK                  VALUE "00".
       01  WS-HOLD-STATUS       PIC XX         VALUE ZEROS.
           88  WS-HOLD-OK                      VALUES "00" "05".
       01  WS-DUNMAST-STATUS    PIC XX         VALUE ZEROS.
           88  WS-DUNMAST-OK                   VALUES "00" "05".
       01  WS-BILLHIST-STATUS   PIC XX         VALUE ZEROS.
       01  WS-PAYHIST-STATUS    PIC XX         VALUE ZEROS.
       01  WS-REFHIST-STATUS    PIC XX         VALUE ZEROS.
       01  WS-AIDHIST-STATUS    PIC XX         VALUE ZEROS.
       01  WS-WOHIST-STATUS     PIC XX         VALUE ZEROS.
       01  WS-ACTSRT-STATUS     PIC XX         VALUE ZEROS.
       01  WS-ACCESS-STATUS     PIC XX         VALUE ZEROS.
           88  WS-ACCESS-OK                    VALUES "00" "05".

       01  WS-SWITCHES.
           02  WS-DONE-SWITCH   PIC X          VALUE "N".
               88  WS-DONE-YES                 VALUE "Y".
           02  WS-SCAN-EOF-SWITCH PIC X        VALUE "N".
               88  WS-SCAN-EOF-YES             VALUE "Y".
           02  WS-HIST-EOF-SWITCH PIC X        VALUE "N".
               88  WS-HIST-EOF-YES             VALUE "Y".
           02  WS-ACT-EOF-SWITCH PIC X         VALUE "N".
               88  WS-ACT-EOF-YES              VALUE "Y".
           02  WS-ACCOUNT-SWITCH PIC X         VALUE "N".
               88  WS-ACCOUNT-YES              VALUE "Y".

       01  WS-OPERATOR          PIC X(3)       VALUE SPACES.
       01  WS-LOG-DATE          PIC 9(8)       VALUE ZEROS.
       01  WS-LOG-TIME          PIC 9(8)       VALUE ZEROS.
       01  WS-LOG-TIMESTAMP.
           02  WS-LOG-TS-DATE   PIC 9(8).
           02  WS-LOG-TS-TIME   PIC 9(6).

       01  WS-SEARCH-ENTRY      PIC X(8)       VALUE SPACES.
       01  WS-PREFIX-LEN        PIC 9          VALUE ZERO.
       01  WS-TRAILING-SPACES   PIC 9          VALUE ZERO.
       01  WS-MATCH-COUNT       PIC 9(5)       VALUE ZEROS.
       01  WS-PICK-ENTRY        PIC X(8)       VALUE SPACES.
       01  WS-PICK-STUDENTID    PIC 9(8)       VALUE ZEROS.
       01  WS-CONFIDENTIAL-COUNT PIC 9(5)      VALUE ZEROS.

       01  WS-RUN-DATE              PIC 9(8)   VALUE ZEROS.
       01  WS-RUN-DATE-INT          PIC S9(7)  VALUE ZEROS.
       01  WS-CHARGE-DATE-INT       PIC S9(7)  VALUE ZEROS.
       01  WS-DAYS-OPEN             PIC S9(5)  VALUE ZEROS.

       01  WS-ACTIVITY-TOTALS.
           02  WS-RELEASE-SEQ       PIC 9(6)     VALUE ZEROS.
           02  WS-ACTIVITY-COUNT    PIC 9(5)     VALUE ZEROS.
           02  WS-ACTIVITY-NET      PIC S9(9)V99 VALUE ZEROS.
           02  WS-RUNNING-BALANCE   PIC S9(9)V99 VALUE ZEROS.

       01  WS-MATCH-LINE.
           02  MAT-STUDENTID     PIC 9(8).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  MAT-NAME          PIC X(14).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  MAT-BALANCE       PIC Z,ZZZ,ZZ9.99-.
           02  MAT-NO-ACCOUNT REDEFINES MAT-BALANCE
                                 PIC X(13).

       01  WS-BALANCE-LINE.
           02  FILLER            PIC X(12) VALUE "BALANCE   = ".
           02  BAL-AMOUNT        PIC Z,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  BAL-AGING         PIC X(30).

       01  WS-ACTIVITY-HEADING.
           02  FILLER            PIC X(10) VALUE "DATE".
           02  FILLER            PIC X(18) VALUE "ITEM".
           02  FILLER            PIC X(10) VALUE "REFERENCE".
           02  FILLER            PIC X(15) VALUE "         AMOUNT".
           02  FILLER            PIC X(15) VALUE "        BALANCE".

       01  WS-ACTIVITY-LINE.
           02  ACT-DATE          PIC 9(8).
           02  ACT-DATE-X REDEFINES ACT-DATE
                                 PIC X(8).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  ACT-DESC          PIC X(16).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  ACT-REF           PIC X(10).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  ACT-AMOUNT        PIC Z,ZZZ,ZZ9.99-.
           02  ACT-AMOUNT-X REDEFINES ACT-AMOUNT
                                 PIC X(13).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  ACT-BALANCE       PIC Z,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-INQUIRY-SESSION THRU 2000-EXIT
               UNTIL WS-DONE-YES
           PERFORM 9000-TERMINATE
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE THRU 1000-EXIT                               *
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           OPEN INPUT STUDENT-MASTER
           IF NOT WS-STUDMAST-OK
               DISPLAY "STUDENT-MASTER OPEN FAILED, STATUS = "
                   WS-STUDMAST-STATUS
               MOVE "Y" TO WS-DONE-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT RECV-MASTER
           IF NOT WS-RECVMAST-OK
               DISPLAY "RECV-MASTER OPEN FAILED, STATUS = "
                   WS-RECVMAST-STATUS
               MOVE "Y" TO WS-DONE-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT HOLD-FILE
           IF NOT WS-HOLD-OK
               DISPLAY "HOLD-FILE OPEN FAILED, STATUS = "
                   WS-HOLD-STATUS
               MOVE "Y" TO WS-DONE-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT DUN-MASTER
           IF NOT WS-DUNMAST-OK
               DISPLAY "DUN-MASTER OPEN FAILED, STATUS = "
                   WS-DUNMAST-STATUS
               MOVE "Y" TO WS-DONE-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN EXTEND ACCESS-LOG
           IF NOT WS-ACCESS-OK
               DISPLAY "ACCESS-LOG OPEN FAILED, STATUS = "
                   WS-ACCESS-STATUS
               MOVE "Y" TO WS-DONE-SWITCH
               GO TO 1000-EXIT
           END-IF
           DISPLAY "Operator initials - " WITH NO ADVANCING
           ACCEPT WS-OPERATOR
           IF WS-OPERATOR = SPACES
               DISPLAY "OPERATOR INITIALS REQUIRED - SESSION ENDED"
               MOVE "Y" TO WS-DONE-SWITCH
               MOVE 8 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  2000-INQUIRY-SESSION THRU 2000-EXIT                          *
      *  One inquiry - an 8-digit entry goes straight to that         *
      *  STUDENTID's account; anything else is a surname, listed off  *
      *  the alternate index for the clerk to pick one STUDENTID.     *
      *****************************************************************
       2000-INQUIRY-SESSION.
           DISPLAY "Enter STUDENTID or surname (blank to end) - "
               WITH NO ADVANCING
           ACCEPT WS-SEARCH-ENTRY
           IF WS-SEARCH-ENTRY = SPACES
               MOVE "Y" TO WS-DONE-SWITCH
               GO TO 2000-EXIT
           END-IF
           IF WS-SEARCH-ENTRY NUMERIC
               MOVE WS-SEARCH-ENTRY TO WS-PICK-ENTRY
               PERFORM 2400-DISPLAY-ACCOUNT THRU 2400-EXIT
               GO TO 2000-EXIT
           END-IF
           PERFORM 2200-SCAN-BY-SURNAME
           IF WS-MATCH-COUNT = ZERO
               DISPLAY "NO STUDENTS MATCH " WS-SEARCH-ENTRY
               GO TO 2000-EXIT
           END-IF
           DISPLAY "Enter STUDENTID for the account (blank to skip) "
               "- " WITH NO ADVANCING
           ACCEPT WS-PICK-ENTRY
           IF WS-PICK-ENTRY NOT = SPACES
               PERFORM 2400-DISPLAY-ACCOUNT THRU 2400-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2200-SCAN-BY-SURNAME                                         *
      *  Positions the alternate index at the first surname not less  *
      *  than the entry and lists every record whose surname starts   *
      *  with the entered prefix - the same scan STUDINQ makes.       *
      *****************************************************************
       2200-SCAN-BY-SURNAME.
           MOVE ZEROS TO WS-MATCH-COUNT
           MOVE "N" TO WS-SCAN-EOF-SWITCH
           MOVE ZEROS TO WS-TRAILING-SPACES
           INSPECT FUNCTION REVERSE(WS-SEARCH-ENTRY)
               TALLYING WS-TRAILING-SPACES FOR LEADING SPACES
           COMPUTE WS-PREFIX-LEN = 8 - WS-TRAILING-SPACES
           MOVE WS-SEARCH-ENTRY TO SURNAME
           START STUDENT-MASTER KEY IS NOT LESS THAN SURNAME
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SWITCH
           END-START
           IF NOT WS-SCAN-EOF-YES
               PERFORM 2250-READ-NEXT-SURNAME
           END-IF
           PERFORM 2300-LIST-MATCH THRU 2300-EXIT
               UNTIL WS-SCAN-EOF-YES
           DISPLAY WS-MATCH-COUNT " STUDENTS LISTED".

      *****************************************************************
      *  2250-READ-NEXT-SURNAME                                       *
      *****************************************************************
       2250-READ-NEXT-SURNAME.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SWITCH
           END-READ.

      *****************************************************************
      *  2300-LIST-MATCH THRU 2300-EXIT                               *
      *  One record off the alternate index, listed with its balance  *
      *  due while the surname still starts with the entered prefix.  *
      *****************************************************************
       2300-LIST-MATCH.
           IF SURNAME(1:WS-PREFIX-LEN)
                   NOT = WS-SEARCH-ENTRY(1:WS-PREFIX-LEN)
               MOVE "Y" TO WS-SCAN-EOF-SWITCH
               GO TO 2300-EXIT
           END-IF
           IF PRIVACY-WITHHELD
               PERFORM 2380-DISPLAY-CONFIDENTIAL
           END-IF
           MOVE STUDENTID TO MAT-STUDENTID
           MOVE STUDENTNAME TO MAT-NAME
           PERFORM 2350-READ-ACCOUNT
           IF WS-ACCOUNT-YES
               MOVE AR-BALANCE-DUE TO MAT-BALANCE
           ELSE
               MOVE "   NO ACCOUNT" TO MAT-NO-ACCOUNT
           END-IF
           DISPLAY WS-MATCH-LINE
           ADD 1 TO WS-MATCH-COUNT
           MOVE WS-SEARCH-ENTRY TO AL-SEARCH-ARG
           PERFORM 2900-LOG-ACCESS
           PERFORM 2250-READ-NEXT-SURNAME.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2350-READ-ACCOUNT                                            *
      *  Keyed read of the receivables master for the student in the  *
      *  STUDREC area.                                                 *
      *****************************************************************
       2350-READ-ACCOUNT.
           MOVE STUDENTID TO AR-STUDENTID
           READ RECV-MASTER
               INVALID KEY
                   MOVE "N" TO WS-ACCOUNT-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WS-ACCOUNT-SWITCH
           END-READ.

      *****************************************************************
      *  2380-DISPLAY-CONFIDENTIAL                                    *
      *  The student has asked that directory information be          *
      *  withheld - the same banner STUDINQ shows, ahead of any       *
      *  detail.                                                       *
      *****************************************************************
       2380-DISPLAY-CONFIDENTIAL.
           DISPLAY "*** CONFIDENTIAL - NO RELEASE ***  (WITHHELD SINCE "
               PRIVACY-DATE ")"
           ADD 1 TO WS-CONFIDENTIAL-COUNT.

      *****************************************************************
      *  2400-DISPLAY-ACCOUNT THRU 2400-EXIT                          *
      *  The account display for the STUDENTID keyed or picked -      *
      *  balance and aging, hold, dunning level, then the line-item   *
      *  history.  A student with no RECVMAST row has nothing owed    *
      *  and nothing to show past the name.                            *
      *****************************************************************
       2400-DISPLAY-ACCOUNT.
           IF WS-PICK-ENTRY NOT NUMERIC
               DISPLAY "STUDENTID MUST BE 8 DIGITS"
               GO TO 2400-EXIT
           END-IF
           MOVE WS-PICK-ENTRY TO WS-PICK-STUDENTID
           MOVE WS-PICK-STUDENTID TO STUDENTID
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY "STUDENTID " WS-PICK-STUDENTID
                       " NOT ON FILE"
                   GO TO 2400-EXIT
           END-READ
           MOVE "*ACCOUNT" TO AL-SEARCH-ARG
           PERFORM 2900-LOG-ACCESS
           IF PRIVACY-WITHHELD
               PERFORM 2380-DISPLAY-CONFIDENTIAL
           END-IF
           DISPLAY "STUDENTID = " STUDENTID
           DISPLAY "NAME      = " STUDENTNAME
           PERFORM 2350-READ-ACCOUNT
           IF NOT WS-ACCOUNT-YES
               DISPLAY "BALANCE   = NO RECEIVABLES ACCOUNT"
               GO TO 2400-EXIT
           END-IF
           PERFORM 2450-AGE-BALANCE
           PERFORM 2500-DISPLAY-HOLD
           PERFORM 2550-DISPLAY-DUNNING
           PERFORM 2600-DISPLAY-ACTIVITY.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  2450-AGE-BALANCE                                             *
      *  Buckets the balance due by the days since the oldest unpaid  *
      *  charge, on the same 30/60/90-day breaks as ARPOST's aging    *
      *  report.                                                       *
      *****************************************************************
       2450-AGE-BALANCE.
           MOVE AR-BALANCE-DUE TO BAL-AMOUNT
           IF AR-BALANCE-DUE < ZERO
               MOVE "CREDIT BALANCE" TO BAL-AGING
           END-IF
           IF AR-BALANCE-DUE = ZERO
               MOVE "PAID IN FULL" TO BAL-AGING
           END-IF
           IF AR-BALANCE-DUE > ZERO
               IF AR-OLDEST-CHARGE-DATE = ZEROS
                   MOVE ZEROS TO WS-DAYS-OPEN
               ELSE
                   COMPUTE WS-CHARGE-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(AR-OLDEST-CHARGE-DATE)
                   COMPUTE WS-DAYS-OPEN =
                       WS-RUN-DATE-INT - WS-CHARGE-DATE-INT
               END-IF
               EVALUATE TRUE
                   WHEN WS-DAYS-OPEN > 90
                       MOVE "AGED OVER 90 DAYS" TO BAL-AGING
                   WHEN WS-DAYS-OPEN > 60
                       MOVE "AGED OVER 60 DAYS" TO BAL-AGING
                   WHEN WS-DAYS-OPEN > 30
                       MOVE "AGED OVER 30 DAYS" TO BAL-AGING
                   WHEN OTHER
                       MOVE "CURRENT" TO BAL-AGING
               END-EVALUATE
           END-IF
           DISPLAY WS-BALANCE-LINE.

      *****************************************************************
      *  2500-DISPLAY-HOLD                                            *
      *  Keyed read against the nightly financial-hold file, shown    *
      *  the way STUDINQ shows it.                                     *
      *****************************************************************
       2500-DISPLAY-HOLD.
           MOVE STUDENTID TO HD-STUDENTID
           READ HOLD-FILE
               INVALID KEY
                   DISPLAY "HOLD      = NONE"
               NOT INVALID KEY
                   DISPLAY "HOLD      = FINANCIAL HOLD, BALANCE "
                       HD-BALANCE-DUE " AS OF " HD-CUT-DATE
           END-READ.

      *****************************************************************
      *  2550-DISPLAY-DUNNING                                         *
      *  The highest rung of the DUNNOTIC ladder the account has      *
      *  reached and when - level 4 is the COLLPLC placement.         *
      *****************************************************************
       2550-DISPLAY-DUNNING.
           MOVE STUDENTID TO DN-STUDENTID
           READ DUN-MASTER
               INVALID KEY
                   DISPLAY "DUNNING   = NONE"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN DN-REMINDER-SENT
                           DISPLAY "DUNNING   = 30-DAY REMINDER SENT "
                               DN-LAST-NOTICE-DATE
                       WHEN DN-WARNING-SENT
                           DISPLAY "DUNNING   = 60-DAY WARNING SENT "
                               DN-LAST-NOTICE-DATE
                       WHEN DN-FINAL-SENT
                           DISPLAY "DUNNING   = 90-DAY FINAL DEMAND "
                               "SENT " DN-LAST-NOTICE-DATE
                       WHEN DN-PLACED
                           DISPLAY "DUNNING   = PLACED WITH COLLECTION "
                               "AGENCY " DN-LAST-NOTICE-DATE
                       WHEN OTHER
                           DISPLAY "DUNNING   = LEVEL " DN-LAST-LEVEL
                               " " DN-LAST-NOTICE-DATE
                   END-EVALUATE
           END-READ.

      *****************************************************************
      *  2600-DISPLAY-ACTIVITY                                        *
      *  Sorts the student's rows off every history into date order,  *
      *  then lists them with a running balance.  The histories only  *
      *  go back so far, so the list opens on the balance forward -   *
      *  the balance due less everything listed - and the running     *
      *  balance finishes on the balance due.                          *
      *****************************************************************
       2600-DISPLAY-ACTIVITY.
           MOVE ZEROS TO WS-RELEASE-SEQ
           MOVE ZEROS TO WS-ACTIVITY-COUNT
           MOVE ZEROS TO WS-ACTIVITY-NET
           SORT ACT-SORT-WORK
               ON ASCENDING KEY AS-DATE AS-SEQ
               INPUT PROCEDURE 3000-ACT-SORT-INPUT
               GIVING SORTED-ACTIVITY
           DISPLAY " "
           DISPLAY WS-ACTIVITY-HEADING
           COMPUTE WS-RUNNING-BALANCE =
               AR-BALANCE-DUE - WS-ACTIVITY-NET
           MOVE SPACES TO ACT-DATE-X
           MOVE "BALANCE FORWARD" TO ACT-DESC
           MOVE SPACES TO ACT-REF
           MOVE SPACES TO ACT-AMOUNT-X
           MOVE WS-RUNNING-BALANCE TO ACT-BALANCE
           DISPLAY WS-ACTIVITY-LINE
           MOVE "N" TO WS-ACT-EOF-SWITCH
           OPEN INPUT SORTED-ACTIVITY
           PERFORM 2650-READ-ACTIVITY
           PERFORM 2700-LIST-ACTIVITY
               UNTIL WS-ACT-EOF-YES
           CLOSE SORTED-ACTIVITY
           DISPLAY WS-ACTIVITY-COUNT " LINE ITEMS LISTED".

      *****************************************************************
      *  2650-READ-ACTIVITY                                           *
      *****************************************************************
       2650-READ-ACTIVITY.
           READ SORTED-ACTIVITY
               AT END
                   MOVE "Y" TO WS-ACT-EOF-SWITCH
           END-READ.

      *****************************************************************
      *  2700-LIST-ACTIVITY                                           *
      *****************************************************************
       2700-LIST-ACTIVITY.
           ADD SA-AMOUNT TO WS-RUNNING-BALANCE
           MOVE SA-DATE TO ACT-DATE
           MOVE SA-DESC TO ACT-DESC
           MOVE SA-REF TO ACT-REF
           MOVE SA-AMOUNT TO ACT-AMOUNT
           MOVE WS-RUNNING-BALANCE TO ACT-BALANCE
           DISPLAY WS-ACTIVITY-LINE
           PERFORM 2650-READ-ACTIVITY.

      *****************************************************************
      *  2900-LOG-ACCESS                                              *
      *  Appends one access record for the student just shown - the   *
      *  caller has already set AL-SEARCH-ARG to the surname entered  *
      *  or the *ACCOUNT marker for an account display.               *
      *****************************************************************
       2900-LOG-ACCESS.
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOG-TIME FROM TIME
           MOVE WS-LOG-DATE TO WS-LOG-TS-DATE
           MOVE WS-LOG-TIME(1:6) TO WS-LOG-TS-TIME
           MOVE WS-LOG-TIMESTAMP TO AL-TIMESTAMP
           MOVE WS-OPERATOR TO AL-OPERATOR
           MOVE "ACCTINQ" TO AL-PROGRAM
           MOVE STUDENTID TO AL-STUDENTID
           WRITE ACCESS-LOG-REC.

      *****************************************************************
      *  3000-ACT-SORT-INPUT                                          *
      *  Reads each history through once and releases the rows for    *
      *  the student on display, signed the way each moved the        *
      *  balance - charges, late fees and refunds up; drop credits,   *
      *  payments, aid and write-offs down.                            *
      *****************************************************************
       3000-ACT-SORT-INPUT.
           MOVE "N" TO WS-HIST-EOF-SWITCH
           OPEN INPUT BILL-HISTORY
           PERFORM 3100-RELEASE-BILLING THRU 3100-EXIT
               UNTIL WS-HIST-EOF-YES
           CLOSE BILL-HISTORY
           MOVE "N" TO WS-HIST-EOF-SWITCH
           OPEN INPUT PAY-HISTORY
           PERFORM 3200-RELEASE-PAYMENT THRU 3200-EXIT
               UNTIL WS-HIST-EOF-YES
           CLOSE PAY-HISTORY
           MOVE "N" TO WS-HIST-EOF-SWITCH
           OPEN INPUT AID-HISTORY
           PERFORM 3300-RELEASE-AID THRU 3300-EXIT
               UNTIL WS-HIST-EOF-YES
           CLOSE AID-HISTORY
           MOVE "N" TO WS-HIST-EOF-SWITCH
           OPEN INPUT WO-HISTORY
           PERFORM 3400-RELEASE-WRITEOFF THRU 3400-EXIT
               UNTIL WS-HIST-EOF-YES
           CLOSE WO-HISTORY
           MOVE "N" TO WS-HIST-EOF-SWITCH
           OPEN INPUT REFUND-HISTORY
           PERFORM 3500-RELEASE-REFUND THRU 3500-EXIT
               UNTIL WS-HIST-EOF-YES
           CLOSE REFUND-HISTORY.

      *****************************************************************
      *  3100-RELEASE-BILLING THRU 3100-EXIT                          *
      *****************************************************************
       3100-RELEASE-BILLING.
           READ BILL-HISTORY
               AT END
                   MOVE "Y" TO WS-HIST-EOF-SWITCH
           END-READ
           IF WS-HIST-EOF-YES
               GO TO 3100-EXIT
           END-IF
           IF BH-STUDENTID NOT = STUDENTID
               GO TO 3100-EXIT
           END-IF
           MOVE BH-STMT-DATE TO AS-DATE
           MOVE SPACES TO AS-REF
           EVALUATE TRUE
               WHEN BH-LATE-FEE
                   MOVE "LATE FEE" TO AS-DESC
                   MOVE BH-AMOUNT TO AS-AMOUNT
               WHEN BH-DROP-CREDIT
                   MOVE "DROP CREDIT" TO AS-DESC
                   COMPUTE AS-AMOUNT = ZERO - BH-AMOUNT
               WHEN OTHER
                   MOVE "CHARGE" TO AS-DESC
                   MOVE BH-AMOUNT TO AS-AMOUNT
           END-EVALUATE
           PERFORM 3900-RELEASE-ITEM.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3200-RELEASE-PAYMENT THRU 3200-EXIT                          *
      *  Dated the night the payment posted, which is when the        *
      *  balance moved; the receipt number is the reference.          *
      *****************************************************************
       3200-RELEASE-PAYMENT.
           READ PAY-HISTORY
               AT END
                   MOVE "Y" TO WS-HIST-EOF-SWITCH
           END-READ
           IF WS-HIST-EOF-YES
               GO TO 3200-EXIT
           END-IF
           IF PH-STUDENTID NOT = STUDENTID
               GO TO 3200-EXIT
           END-IF
           MOVE PH-POSTED-DATE TO AS-DATE
           MOVE SPACES TO AS-REF
           MOVE PH-RECEIPT-NO TO AS-REF(1:6)
           EVALUATE TRUE
               WHEN PH-LOCKBOX-ITEM
                   MOVE "LOCKBOX PAYMENT" TO AS-DESC
               WHEN PH-AGENCY-REMIT
                   MOVE "AGENCY REMIT" TO AS-DESC
               WHEN OTHER
                   MOVE "PAYMENT" TO AS-DESC
           END-EVALUATE
           COMPUTE AS-AMOUNT = ZERO - PH-AMOUNT
           PERFORM 3900-RELEASE-ITEM.
       3200-EXIT.
           EXIT.

      *****************************************************************
      *  3300-RELEASE-AID THRU 3300-EXIT                              *
      *  The award's term and fund code are the reference.            *
      *****************************************************************
       3300-RELEASE-AID.
           READ AID-HISTORY
               AT END
                   MOVE "Y" TO WS-HIST-EOF-SWITCH
           END-READ
           IF WS-HIST-EOF-YES
               GO TO 3300-EXIT
           END-IF
           IF AH-STUDENTID NOT = STUDENTID
               GO TO 3300-EXIT
           END-IF
           MOVE AH-DISB-DATE TO AS-DATE
           MOVE "FINANCIAL AID" TO AS-DESC
           MOVE SPACES TO AS-REF
           MOVE AH-TERM TO AS-REF(1:5)
           MOVE AH-FUND-CODE TO AS-REF(7:4)
           COMPUTE AS-AMOUNT = ZERO - AH-AMOUNT
           PERFORM 3900-RELEASE-ITEM.
       3300-EXIT.
           EXIT.

      *****************************************************************
      *  3400-RELEASE-WRITEOFF THRU 3400-EXIT                         *
      *  Whoever approved the write-off is the reference.             *
      *****************************************************************
       3400-RELEASE-WRITEOFF.
           READ WO-HISTORY
               AT END
                   MOVE "Y" TO WS-HIST-EOF-SWITCH
           END-READ
           IF WS-HIST-EOF-YES
               GO TO 3400-EXIT
           END-IF
           IF WH-STUDENTID NOT = STUDENTID
               GO TO 3400-EXIT
           END-IF
           MOVE WH-WRITEOFF-DATE TO AS-DATE
           MOVE "WRITE-OFF" TO AS-DESC
           MOVE WH-APPROVED-BY TO AS-REF
           COMPUTE AS-AMOUNT = ZERO - WH-AMOUNT
           PERFORM 3900-RELEASE-ITEM.
       3400-EXIT.
           EXIT.

      *****************************************************************
      *  3500-RELEASE-REFUND THRU 3500-EXIT                           *
      *****************************************************************
       3500-RELEASE-REFUND.
           READ REFUND-HISTORY
               AT END
                   MOVE "Y" TO WS-HIST-EOF-SWITCH
           END-READ
           IF WS-HIST-EOF-YES
               GO TO 3500-EXIT
           END-IF
           IF RH-STUDENTID NOT = STUDENTID
               GO TO 3500-EXIT
           END-IF
           MOVE RH-REFUND-DATE TO AS-DATE
           MOVE "REFUND" TO AS-DESC
           MOVE SPACES TO AS-REF
           MOVE RH-AMOUNT TO AS-AMOUNT
           PERFORM 3900-RELEASE-ITEM.
       3500-EXIT.
           EXIT.

      *****************************************************************
      *  3900-RELEASE-ITEM                                            *
      *****************************************************************
       3900-RELEASE-ITEM.
           ADD 1 TO WS-RELEASE-SEQ
           MOVE WS-RELEASE-SEQ TO AS-SEQ
           ADD 1 TO WS-ACTIVITY-COUNT
           ADD AS-AMOUNT TO WS-ACTIVITY-NET
           RELEASE ACT-SORT-REC.

      *****************************************************************
      *  9000-TERMINATE                                               *
      *****************************************************************
       9000-TERMINATE.
           CLOSE ACCESS-LOG
           CLOSE DUN-MASTER
           CLOSE HOLD-FILE
           CLOSE RECV-MASTER
           CLOSE STUDENT-MASTER
           DISPLAY "CONFIDENTIAL STUDENTS SHOWN = "
               WS-CONFIDENTIAL-COUNT.
