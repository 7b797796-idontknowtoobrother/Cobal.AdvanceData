      *  card: for every account, the opening balance off the prior   *
      *  period's snapshot (copybooks/ARSNAP.CPY), total billed this  *
      *  period off the billing history (copybooks/BILLHIST.CPY),     *
      *  net of drop credits, total paid off the payment history      *
      *  (copybooks/PAYHIST.CPY), total financial aid disbursed off   *
      *  the aid history (copybooks/AIDHIST.CPY), total written off   *
      *  as bad debt off the write-off history (copybooks/            *
      *  WOHIST.CPY), total refunded off the refund history           *
      *  (copybooks/REFHIST.CPY), and the closing balance on          *
      *  RECVMAST - opening + billed - paid - aid - written off +     *
      *  refunded must equal closing, per account and in total.  A    *
      *  new snapshot generation is cut as the next period's opening  *
      *  balances, and the run's verdict is filed to RUN-STATS        *
      *  (copybooks/RUNSTAT.CPY) like the other steps, so an out-of-  *
      *  balance month surfaces on the RUNSTATS balance sheet (RC=4)  *
      *                   fails RC=8, no totals print, and the RUN-    *
      *                   STATS verdict filed is O so the miss         *
      *                   surfaces on the balance sheet.               *
      *  2026-09-22  RLM  The billed leg is now net of drop credits -  *
      *                   BILLSTMT writes a tuition credit for a       *
      *                   dropped course to the billing history as a   *
      *                   drop-credit row (BH-DROP-CREDIT), which      *
      *                   comes off the account's billings here        *
      *                   instead of being added to them.              *
      *  2026-10-08  RLM  Added the financial-aid leg - AIDDISB        *
      *                   credits disbursed awards to RECVMAST with no *
      *                   cashier receipt behind them, so the aid      *
      *                   history (copybooks/AIDHIST.CPY) is now       *
      *                   proved as its own column: opening + billed - *
      *                   paid - aid + refunded = closing.             *
      *  2026-10-10  RLM  Added the bad-debt write-off leg - WRTOFF    *
      *                   clears uncollectible balances off RECVMAST   *
      *                   with no receipt behind them, so the write-   *
      *                   off history (copybooks/WOHIST.CPY) is now    *
      *                   proved as its own column: opening + billed - *
      *                   paid - aid - written off + refunded =        *
      *                   closing.  The total line's amount columns    *
      *                   now sit under the heading columns to make    *
      *                   room.                                        *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFHIST-STATUS.

           SELECT OPTIONAL AID-HISTORY ASSIGN TO "AIDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AIDHIST-STATUS.

           SELECT OPTIONAL WO-HISTORY ASSIGN TO "WOHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOHIST-STATUS.

           SELECT ROLL-PARM ASSIGN TO "ROLLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFSRT-STATUS.

           SELECT AID-SORT-WORK ASSIGN TO "AIDWORK".

           SELECT SORTED-AID ASSIGN TO "AIDSRTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AIDSRT-STATUS.

           SELECT WO-SORT-WORK ASSIGN TO "WOWORK".

           SELECT SORTED-WRITEOFFS ASSIGN TO "WOSRTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOSRT-STATUS.

           SELECT NEW-SNAPSHOT ASSIGN TO "ARSNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWSNAP-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY REFHIST.

       FD  AID-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY AIDHIST.

       FD  WO-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY WOHIST.

      *    Run-control card - the period start and end dates the      *
      *    history rows are selected by.  The second 01 is the same   *
      *    card as characters for the class test.                      *
       SD  BILL-SORT-WORK.
       01  BILL-SORT-REC.
           02  BS-STUDENTID         PIC 9(8).
           02  BS-AMOUNT            PIC S9(5)V99.

       FD  SORTED-BILLINGS
           LABEL RECORDS ARE STANDARD.
       01  SORTED-BILLING-REC.
           02  SB-STUDENTID         PIC 9(8).
           02  SB-AMOUNT            PIC S9(5)V99.

       SD  REF-SORT-WORK.
       01  REF-SORT-REC.
           02  SR-STUDENTID         PIC 9(8).
           02  SR-AMOUNT            PIC 9(7)V99.

       SD  AID-SORT-WORK.
       01  AID-SORT-REC.
           02  AS-STUDENTID         PIC 9(8).
           02  AS-AMOUNT            PIC 9(5)V99.

       FD  SORTED-AID
           LABEL RECORDS ARE STANDARD.
       01  SORTED-AID-REC.
           02  SA-STUDENTID         PIC 9(8).
           02  SA-AMOUNT            PIC 9(5)V99.

       SD  WO-SORT-WORK.
       01  WO-SORT-REC.
           02  WR-STUDENTID         PIC 9(8).
           02  WR-AMOUNT            PIC 9(7)V99.

       FD  SORTED-WRITEOFFS
           LABEL RECORDS ARE STANDARD.
       01  SORTED-WRITEOFF-REC.
           02  SW-STUDENTID         PIC 9(8).
           02  SW-AMOUNT            PIC 9(7)V99.

       FD  NEW-SNAPSHOT
           LABEL RECORDS ARE STANDARD.
       01  NEW-SNAPSHOT-REC.
           88  WS-BILLHIST-OK                  VALUES "00" "05".
       01  WS-REFHIST-STATUS    PIC XX         VALUE ZEROS.
           88  WS-REFHIST-OK                   VALUES "00" "05".
       01  WS-AIDHIST-STATUS    PIC XX         VALUE ZEROS.
           88  WS-AIDHIST-OK                   VALUES "00" "05".
       01  WS-WOHIST-STATUS     PIC XX         VALUE ZEROS.
           88  WS-WOHIST-OK                    VALUES "00" "05".
       01  WS-PARM-STATUS       PIC XX         VALUE ZEROS.
           88  WS-PARM-OK                      VALUE "00".
       01  WS-PAYSRT-STATUS     PIC XX         VALUE ZEROS.
       01  WS-BILLSRT-STATUS    PIC XX         VALUE ZEROS.
       01  WS-REFSRT-STATUS     PIC XX         VALUE ZEROS.
       01  WS-AIDSRT-STATUS     PIC XX         VALUE ZEROS.
       01  WS-WOSRT-STATUS      PIC XX         VALUE ZEROS.
       01  WS-NEWSNAP-STATUS    PIC XX         VALUE ZEROS.
       01  WS-RPT-STATUS        PIC XX         VALUE ZEROS.
       01  WS-RUNSTAT-STATUS    PIC XX         VALUE ZEROS.
               88  WS-BILL-SORT-EOF-YES        VALUE "Y".
           02  WS-REF-SORT-EOF-SW   PIC X      VALUE "N".
               88  WS-REF-SORT-EOF-YES         VALUE "Y".
           02  WS-AID-SORT-EOF-SW   PIC X      VALUE "N".
               88  WS-AID-SORT-EOF-YES         VALUE "Y".
           02  WS-WO-SORT-EOF-SW    PIC X      VALUE "N".
               88  WS-WO-SORT-EOF-YES          VALUE "Y".
           02  WS-PARM-ERROR-SWITCH PIC X      VALUE "N".
               88  WS-PARM-ERROR-YES           VALUE "Y".
           02  WS-RUN-ERROR-SWITCH  PIC X      VALUE "N".
           02  WS-PERIOD-START      PIC 9(8)   VALUE ZEROS.
           02  WS-PERIOD-END        PIC 9(8)   VALUE ZEROS.

      *    The balanced-line legs - each key goes all-nines at its    *
      *    file's end so the minimum test runs the merge out.          *
       01  WS-MERGE-KEYS.
           02  WS-SNAP-KEY          PIC 9(9)   VALUE 999999999.
           02  WS-RECV-KEY          PIC 9(9)   VALUE 999999999.
           02  WS-PAY-KEY           PIC 9(9)   VALUE 999999999.
           02  WS-BILL-KEY          PIC 9(9)   VALUE 999999999.
           02  WS-REF-KEY           PIC 9(9)   VALUE 999999999.
           02  WS-AID-KEY           PIC 9(9)   VALUE 999999999.
           02  WS-WO-KEY            PIC 9(9)   VALUE 999999999.
           02  WS-CURRENT-KEY       PIC 9(9)   VALUE ZEROS.

       01  WS-ACCOUNT-WORK.
           02  WS-OPENING           PIC S9(7)V99 VALUE ZEROS.
           02  WS-BILLED            PIC S9(7)V99 VALUE ZEROS.
           02  WS-PAID              PIC S9(7)V99 VALUE ZEROS.
           02  WS-AIDED             PIC S9(7)V99 VALUE ZEROS.
           02  WS-WRITTEN-OFF       PIC S9(7)V99 VALUE ZEROS.
           02  WS-REFUNDED          PIC S9(7)V99 VALUE ZEROS.
           02  WS-CLOSING-ACTUAL    PIC S9(7)V99 VALUE ZEROS.
           02  WS-CLOSING-COMPUTED  PIC S9(7)V99 VALUE ZEROS.
           02  WS-GT-OPENING        PIC S9(9)V99 VALUE ZEROS.
           02  WS-GT-BILLED         PIC S9(9)V99 VALUE ZEROS.
           02  WS-GT-PAID           PIC S9(9)V99 VALUE ZEROS.
           02  WS-GT-AIDED          PIC S9(9)V99 VALUE ZEROS.
           02  WS-GT-WRITTEN-OFF    PIC S9(9)V99 VALUE ZEROS.
           02  WS-GT-REFUNDED       PIC S9(9)V99 VALUE ZEROS.
           02  WS-GT-CLOSING        PIC S9(9)V99 VALUE ZEROS.

           02  FILLER            PIC X(15) VALUE "        OPENING".
           02  FILLER            PIC X(15) VALUE "         BILLED".
           02  FILLER            PIC X(15) VALUE "           PAID".
           02  FILLER            PIC X(15) VALUE "            AID".
           02  FILLER            PIC X(15) VALUE "    WRITTEN OFF".
           02  FILLER            PIC X(15) VALUE "       REFUNDED".
           02  FILLER            PIC X(15) VALUE "        CLOSING".
           02  FILLER            PIC X(12) VALUE "     VERDICT".
           02  FILLER            PIC X     VALUE SPACE.
           02  DTL-PAID          PIC Z,ZZZ,ZZ9.99-.
           02  FILLER            PIC X     VALUE SPACE.
           02  DTL-AIDED         PIC Z,ZZZ,ZZ9.99-.
           02  FILLER            PIC X     VALUE SPACE.
           02  DTL-WRITTEN-OFF   PIC Z,ZZZ,ZZ9.99-.
           02  FILLER            PIC X     VALUE SPACE.
           02  DTL-REFUNDED      PIC Z,ZZZ,ZZ9.99-.
           02  FILLER            PIC X     VALUE SPACE.
           02  DTL-CLOSING       PIC Z,ZZZ,ZZ9.99-.
       01  WS-TOTAL-LINE.
           02  FILLER            PIC X(10) VALUE "** TOTAL *".
           02  TOT-OPENING       PIC ZZZ,ZZZ,ZZ9.99-.
           02  TOT-BILLED        PIC ZZZ,ZZZ,ZZ9.99-.
           02  TOT-PAID          PIC ZZZ,ZZZ,ZZ9.99-.
           02  TOT-AIDED         PIC ZZZ,ZZZ,ZZ9.99-.
           02  TOT-WRITTEN-OFF   PIC ZZZ,ZZZ,ZZ9.99-.
           02  TOT-REFUNDED      PIC ZZZ,ZZZ,ZZ9.99-.
           02  TOT-CLOSING       PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  TOT-VERDICT       PIC X(14).
      *****************************************************************
      *  1000-INITIALIZE                                              *
      *  Sorts each history's in-period rows by account, then opens   *
      *  all the balanced-line legs and primes their keys.            *
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT PAY-HISTORY
               ON ASCENDING KEY RS-STUDENTID
               INPUT PROCEDURE 1300-REF-SORT-INPUT
               GIVING SORTED-REFUNDS
           OPEN INPUT AID-HISTORY
           SORT AID-SORT-WORK
               ON ASCENDING KEY AS-STUDENTID
               INPUT PROCEDURE 1400-AID-SORT-INPUT
               GIVING SORTED-AID
           OPEN INPUT WO-HISTORY
           SORT WO-SORT-WORK
               ON ASCENDING KEY WR-STUDENTID
               INPUT PROCEDURE 1500-WO-SORT-INPUT
               GIVING SORTED-WRITEOFFS
           OPEN OUTPUT ROLL-RPT
           MOVE WS-PERIOD-START TO HDG1-START
           MOVE WS-PERIOD-END TO HDG1-END
           OPEN INPUT SORTED-PAYMENTS
           OPEN INPUT SORTED-BILLINGS
           OPEN INPUT SORTED-REFUNDS
           OPEN INPUT SORTED-AID
           OPEN INPUT SORTED-WRITEOFFS
           PERFORM 2110-READ-SNAPSHOT
           PERFORM 2120-READ-RECV
           PERFORM 2130-READ-PAYMENT
           PERFORM 2140-READ-BILLING
           PERFORM 2150-READ-REFUND
           PERFORM 2160-READ-AID
           PERFORM 2170-READ-WRITEOFF.
       1000-EXIT.
           EXIT.


      *****************************************************************
      *  1200-BILL-SORT-INPUT                                         *
      *  Releases only billings dated inside the period - a drop      *
      *  credit is released negative so it nets against the charges.  *
      *****************************************************************
       1200-BILL-SORT-INPUT.
           PERFORM 1250-RELEASE-BILLING THRU 1250-EXIT
               GO TO 1250-EXIT
           END-IF
           MOVE BH-STUDENTID TO BS-STUDENTID
           IF BH-DROP-CREDIT
               COMPUTE BS-AMOUNT = ZERO - BH-AMOUNT
           ELSE
               MOVE BH-AMOUNT TO BS-AMOUNT
           END-IF
           RELEASE BILL-SORT-REC.
       1250-EXIT.
           EXIT.
       1350-EXIT.
           EXIT.

      *****************************************************************
      *  1400-AID-SORT-INPUT                                          *
      *  Releases only aid disbursed inside the period.               *
      *****************************************************************
       1400-AID-SORT-INPUT.
           PERFORM 1450-RELEASE-AID THRU 1450-EXIT
               UNTIL WS-AID-SORT-EOF-YES
           CLOSE AID-HISTORY.

      *****************************************************************
      *  1450-RELEASE-AID THRU 1450-EXIT                              *
      *****************************************************************
       1450-RELEASE-AID.
           READ AID-HISTORY
               AT END
                   MOVE "Y" TO WS-AID-SORT-EOF-SW
           END-READ
           IF WS-AID-SORT-EOF-YES
               GO TO 1450-EXIT
           END-IF
           IF AH-DISB-DATE < WS-PERIOD-START
                   OR AH-DISB-DATE > WS-PERIOD-END
               GO TO 1450-EXIT
           END-IF
           MOVE AH-STUDENTID TO AS-STUDENTID
           MOVE AH-AMOUNT TO AS-AMOUNT
           RELEASE AID-SORT-REC.
       1450-EXIT.
           EXIT.

      *****************************************************************
      *  1500-WO-SORT-INPUT                                           *
      *  Releases only balances written off inside the period.        *
      *****************************************************************
       1500-WO-SORT-INPUT.
           PERFORM 1550-RELEASE-WRITEOFF THRU 1550-EXIT
               UNTIL WS-WO-SORT-EOF-YES
           CLOSE WO-HISTORY.

      *****************************************************************
      *  1550-RELEASE-WRITEOFF THRU 1550-EXIT                         *
      *****************************************************************
       1550-RELEASE-WRITEOFF.
           READ WO-HISTORY
               AT END
                   MOVE "Y" TO WS-WO-SORT-EOF-SW
           END-READ
           IF WS-WO-SORT-EOF-YES
               GO TO 1550-EXIT
           END-IF
           IF WH-WRITEOFF-DATE < WS-PERIOD-START
                   OR WH-WRITEOFF-DATE > WS-PERIOD-END
               GO TO 1550-EXIT
           END-IF
           MOVE WH-STUDENTID TO WR-STUDENTID
           MOVE WH-AMOUNT TO WR-AMOUNT
           RELEASE WO-SORT-REC.
       1550-EXIT.
           EXIT.

      *****************************************************************
      *  2000-ROLL-ACCOUNT THRU 2000-EXIT                             *
      *  One account per pass - the lowest key across the legs.       *
      *  Whichever legs sit on that key contribute their amounts and  *
      *  advance; opening + billed - paid - aid - written off +       *
      *  refunded is then proved against the closing balance on the   *
      *  master.                                                       *
      *****************************************************************
       2000-ROLL-ACCOUNT.
           MOVE WS-SNAP-KEY TO WS-CURRENT-KEY
           IF WS-REF-KEY < WS-CURRENT-KEY
               MOVE WS-REF-KEY TO WS-CURRENT-KEY
           END-IF
           IF WS-AID-KEY < WS-CURRENT-KEY
               MOVE WS-AID-KEY TO WS-CURRENT-KEY
           END-IF
           IF WS-WO-KEY < WS-CURRENT-KEY
               MOVE WS-WO-KEY TO WS-CURRENT-KEY
           END-IF
           IF WS-CURRENT-KEY = 999999999
               MOVE "Y" TO WS-ALL-EOF-SWITCH
               GO TO 2000-EXIT
           MOVE ZEROS TO WS-OPENING
           MOVE ZEROS TO WS-BILLED
           MOVE ZEROS TO WS-PAID
           MOVE ZEROS TO WS-AIDED
           MOVE ZEROS TO WS-WRITTEN-OFF
           MOVE ZEROS TO WS-REFUNDED
           MOVE ZEROS TO WS-CLOSING-ACTUAL
           MOVE "N" TO WS-RECV-ROW-SWITCH
               UNTIL WS-BILL-KEY NOT = WS-CURRENT-KEY
           PERFORM 2350-SUM-REFUNDS
               UNTIL WS-REF-KEY NOT = WS-CURRENT-KEY
           PERFORM 2370-SUM-AID
               UNTIL WS-AID-KEY NOT = WS-CURRENT-KEY
           PERFORM 2380-SUM-WRITEOFFS
               UNTIL WS-WO-KEY NOT = WS-CURRENT-KEY
           PERFORM 2400-PROVE-ACCOUNT.
       2000-EXIT.
           EXIT.
                   MOVE SR-STUDENTID TO WS-REF-KEY
           END-READ.

      *****************************************************************
      *  2160-READ-AID                                                *
      *****************************************************************
       2160-READ-AID.
           READ SORTED-AID
               AT END
                   MOVE 999999999 TO WS-AID-KEY
               NOT AT END
                   MOVE SA-STUDENTID TO WS-AID-KEY
           END-READ.

      *****************************************************************
      *  2170-READ-WRITEOFF                                           *
      *****************************************************************
       2170-READ-WRITEOFF.
           READ SORTED-WRITEOFFS
               AT END
                   MOVE 999999999 TO WS-WO-KEY
               NOT AT END
                   MOVE SW-STUDENTID TO WS-WO-KEY
           END-READ.

      *****************************************************************
      *  2200-SUM-PAYMENTS                                            *
      *****************************************************************
           ADD SR-AMOUNT TO WS-REFUNDED
           PERFORM 2150-READ-REFUND.

      *****************************************************************
      *  2370-SUM-AID                                                 *
      *****************************************************************
       2370-SUM-AID.
           ADD SA-AMOUNT TO WS-AIDED
           PERFORM 2160-READ-AID.

      *****************************************************************
      *  2380-SUM-WRITEOFFS                                           *
      *****************************************************************
       2380-SUM-WRITEOFFS.
           ADD SW-AMOUNT TO WS-WRITTEN-OFF
           PERFORM 2170-READ-WRITEOFF.

      *****************************************************************
      *  2400-PROVE-ACCOUNT                                           *
      *  The trial-balance test for one account.  An account that no  *
      *****************************************************************
       2400-PROVE-ACCOUNT.
           COMPUTE WS-CLOSING-COMPUTED =
               WS-OPENING + WS-BILLED - WS-PAID - WS-AIDED
                   - WS-WRITTEN-OFF + WS-REFUNDED
           MOVE WS-CURRENT-KEY TO DTL-STUDENTID
           MOVE WS-OPENING TO DTL-OPENING
           MOVE WS-BILLED TO DTL-BILLED
           MOVE WS-PAID TO DTL-PAID
           MOVE WS-AIDED TO DTL-AIDED
           MOVE WS-WRITTEN-OFF TO DTL-WRITTEN-OFF
           MOVE WS-REFUNDED TO DTL-REFUNDED
           MOVE WS-CLOSING-ACTUAL TO DTL-CLOSING
           IF WS-CLOSING-COMPUTED = WS-CLOSING-ACTUAL
           ADD WS-OPENING TO WS-GT-OPENING
           ADD WS-BILLED TO WS-GT-BILLED
           ADD WS-PAID TO WS-GT-PAID
           ADD WS-AIDED TO WS-GT-AIDED
           ADD WS-WRITTEN-OFF TO WS-GT-WRITTEN-OFF
           ADD WS-REFUNDED TO WS-GT-REFUNDED
           ADD WS-CLOSING-ACTUAL TO WS-GT-CLOSING
           IF WS-RECV-ROW-YES
           MOVE WS-GT-OPENING TO TOT-OPENING
           MOVE WS-GT-BILLED TO TOT-BILLED
           MOVE WS-GT-PAID TO TOT-PAID
           MOVE WS-GT-AIDED TO TOT-AIDED
           MOVE WS-GT-WRITTEN-OFF TO TOT-WRITTEN-OFF
           MOVE WS-GT-REFUNDED TO TOT-REFUNDED
           MOVE WS-GT-CLOSING TO TOT-CLOSING
           IF WS-MISMATCH-COUNT = ZERO
           CLOSE SORTED-PAYMENTS
           CLOSE SORTED-BILLINGS
           CLOSE SORTED-REFUNDS
           CLOSE SORTED-AID
           CLOSE SORTED-WRITEOFFS
           CLOSE NEW-SNAPSHOT
           CLOSE ROLL-RPT
           DISPLAY "ACCOUNTS ROLLED FORWARD = " WS-ACCOUNT-COUNT
