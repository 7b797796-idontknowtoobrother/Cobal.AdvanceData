      *                   OF printed in the heading - a Monday rerun   *
      *                   of Friday's stream ages as of Friday.  No    *
      *                   card means system date, as before.           *
      *  2026-10-07  RLM  A payment from a student on an open          *
      *                   installment payment plan                     *
      *                   (copybooks/PLANMAST.CPY) is now also applied *
      *                   to the plan's installments oldest first; the *
      *                   plan is marked paid off when nothing is left *
      *                   unpaid, and a late plan goes back to current *
      *                   once nothing past its due date is unpaid.    *
      *  2026-10-09  RLM  A receipt number already on the payment      *
      *                   history, or posted earlier in the same run,  *
      *                   is now rejected as a duplicate instead of    *
      *                   being applied again - a rerun of the stream  *
      *                   used to post every receipt twice. Lockbox    *
      *                   items converted by LBXINTK carry their       *
      *                   source and bank deposit batch into the       *
      *                   payment history for the LBXRECN deposit      *
      *                   reconciliation.                              *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASOF-STATUS.

           SELECT OPTIONAL PLAN-MASTER ASSIGN TO "PLANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-PLAN-KEY
               FILE STATUS IS WS-PLANMAST-STATUS.

           SELECT AGING-RPT ASSIGN TO "AGINGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           02  GLT-AMOUNT-TOTAL     PIC 9(9)V99.
           02  FILLER               PIC X(7).

       FD  PLAN-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY PLANMAST.

       FD  AGING-RPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  WS-ASOF-STATUS       PIC XX         VALUE ZEROS.
           88  WS-ASOF-OK                      VALUES "00" "05".
       01  WS-RPT-STATUS        PIC XX         VALUE ZEROS.
       01  WS-PLANMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-PLANMAST-OK                  VALUES "00" "05".

       01  WS-SWITCHES.
           02  WS-EOF-SWITCH    PIC X          VALUE "N".
               88  WS-REFUND-EOF-YES           VALUE "Y".
           02  WS-ASOF-SWITCH   PIC X          VALUE "N".
               88  WS-ASOF-YES                 VALUE "Y".
           02  WS-PLAN-EOF-SWITCH PIC X        VALUE "N".
               88  WS-PLAN-EOF-YES             VALUE "Y".
           02  WS-PLAN-FOUND-SWITCH PIC X      VALUE "N".
               88  WS-PLAN-FOUND-YES           VALUE "Y".
           02  WS-HISTORY-EOF-SWITCH PIC X     VALUE "N".
               88  WS-HISTORY-EOF-YES          VALUE "Y".

       01  WS-COUNTERS.
           02  WS-PAYMENT-COUNT     PIC 9(5)   VALUE ZEROS.
           02  WS-OPEN-ACCT-COUNT   PIC 9(5)   VALUE ZEROS.
           02  WS-REFUND-COUNT      PIC 9(5)   VALUE ZEROS.
           02  WS-GL-DETAIL-COUNT   PIC 9(5)   VALUE ZEROS.
           02  WS-PLAN-APPLY-COUNT  PIC 9(5)   VALUE ZEROS.
           02  WS-PLAN-PAID-OFF-COUNT PIC 9(5) VALUE ZEROS.
           02  WS-DUPLICATE-COUNT   PIC 9(5)   VALUE ZEROS.
           02  WS-HISTORY-READ-COUNT PIC 9(7)  VALUE ZEROS.

       01  WS-REFUND-AMOUNT         PIC 9(7)V99  VALUE ZEROS.
       01  WS-REFUND-TOTAL          PIC 9(9)V99  VALUE ZEROS.
       01  WS-CHARGE-DATE-INT       PIC S9(7)  VALUE ZEROS.
       01  WS-DAYS-OPEN             PIC S9(5)  VALUE ZEROS.

      *    One payment being spread over a plan's installments -      *
      *    what is left of it, what the installment in hand still     *
      *    owes, and how much of the plan is unpaid afterwards.       *
       01  WS-PLAN-WORK.
           02  WS-INST-IX           PIC S9(3)  VALUE ZEROS COMP.
           02  WS-PAY-LEFT          PIC 9(5)V99 VALUE ZEROS.
           02  WS-INST-OWED         PIC 9(5)V99 VALUE ZEROS.
           02  WS-UNPAID-COUNT      PIC 9      VALUE ZEROS.
           02  WS-PAST-DUE-COUNT    PIC 9      VALUE ZEROS.

      *    Every receipt number already on the payment history, and   *
      *    every one posted tonight, flagged by number - a receipt    *
      *    found flagged is a duplicate and is not posted again.      *
       01  WS-RECEIPT-IX            PIC S9(7)  VALUE ZEROS COMP.
       01  WS-RECEIPT-TABLE                    VALUE SPACES.
           02  WS-RECEIPT-SEEN      PIC X      OCCURS 1000000 TIMES.
               88  WS-RECEIPT-ON-FILE          VALUE "Y".

       01  WS-AGING-TOTALS.
           02  WS-CURRENT-TOTAL     PIC S9(9)V99 VALUE ZEROS.
           02  WS-OVER30-TOTAL      PIC S9(9)V99 VALUE ZEROS.
               MOVE "Y" TO WS-REFUND-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-RECEIPTS THRU 1100-EXIT
           IF NOT WS-HISTORY-OK
               MOVE "Y" TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN EXTEND PAY-HISTORY
           IF NOT WS-HISTORY-OK
               DISPLAY "PAY-HISTORY OPEN FAILED, STATUS = "
           MOVE "H" TO GLH-RECORD-CODE
           MOVE WS-RUN-DATE TO GLH-RUN-DATE
           WRITE GL-HEADER-REC
           OPEN I-O PLAN-MASTER
           IF NOT WS-PLANMAST-OK
               DISPLAY "PLAN-MASTER OPEN FAILED, STATUS = "
                   WS-PLANMAST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT PAY-TRANS
           IF NOT WS-PAY-OK
               DISPLAY "PAY-TRANS OPEN FAILED, STATUS = "
       1020-EXIT.
           EXIT.

      *****************************************************************
      *  1100-LOAD-RECEIPTS THRU 1100-EXIT                            *
      *  Reads the payment history once before it is opened for       *
      *  append and flags every receipt number already posted, so a   *
      *  rerun of the stream or a receipt keyed twice cannot post     *
      *  the same money again.                                        *
      *****************************************************************
       1100-LOAD-RECEIPTS.
           OPEN INPUT PAY-HISTORY
           IF NOT WS-HISTORY-OK
               DISPLAY "PAY-HISTORY OPEN FAILED, STATUS = "
                   WS-HISTORY-STATUS
               GO TO 1100-EXIT
           END-IF
           PERFORM 1150-FLAG-RECEIPT
               UNTIL WS-HISTORY-EOF-YES
           CLOSE PAY-HISTORY.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1150-FLAG-RECEIPT                                            *
      *****************************************************************
       1150-FLAG-RECEIPT.
           READ PAY-HISTORY
               AT END
                   MOVE "Y" TO WS-HISTORY-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ-COUNT
                   COMPUTE WS-RECEIPT-IX = PH-RECEIPT-NO + 1
                   MOVE "Y" TO WS-RECEIPT-SEEN(WS-RECEIPT-IX)
           END-READ.

      *****************************************************************
      *  2000-POST-PAYMENT THRU 2000-EXIT                             *
      *  Applies one payment receipt against the student's open       *
      *  balance.  A receipt whose STUDENTID has no receivables row   *
      *  is rejected to the report so the cashier can rework it, and  *
      *  a receipt number already posted is rejected as a duplicate.  *
      *****************************************************************
       2000-POST-PAYMENT.
           COMPUTE WS-RECEIPT-IX = PAY-RECEIPT-NO + 1
           IF WS-RECEIPT-ON-FILE(WS-RECEIPT-IX)
               MOVE "REJECTED  " TO PST-LABEL
               MOVE "DUPLICATE RECEIPT NUMBER" TO PST-REASON
               ADD 1 TO WS-REJECT-COUNT
               ADD 1 TO WS-DUPLICATE-COUNT
               GO TO 2000-LOG
           END-IF
           MOVE PAY-STUDENTID TO AR-STUDENTID
           READ RECV-MASTER
               INVALID KEY
                   MOVE "POSTED    " TO PST-LABEL
                   MOVE "APPLIED" TO PST-REASON
                   ADD 1 TO WS-PAYMENT-COUNT
                   MOVE "Y" TO WS-RECEIPT-SEEN(WS-RECEIPT-IX)
                   PERFORM 2300-APPEND-HISTORY
                   PERFORM 2350-WRITE-GL-DETAIL
                   PERFORM 2400-APPLY-TO-PLAN THRU 2400-EXIT
           END-READ.
       2000-LOG.
           MOVE PAY-RECEIPT-NO TO PST-RECEIPT-NO
           MOVE PAY-STUDENTID TO PST-STUDENTID
           MOVE PAY-AMOUNT TO PST-AMOUNT
           MOVE PAY-DATE TO PH-PAY-DATE
           MOVE PAY-AMOUNT TO PH-AMOUNT
           MOVE WS-RUN-DATE TO PH-POSTED-DATE
           MOVE PAY-SOURCE TO PH-SOURCE
           MOVE PAY-DEPOSIT-BATCH TO PH-DEPOSIT-BATCH
           WRITE PAY-HIST-REC.

      *****************************************************************
               ADD PAY-AMOUNT TO WS-GL-AMOUNT-TOTAL
           END-IF.

      *****************************************************************
      *  2400-APPLY-TO-PLAN THRU 2400-EXIT                            *
      *  A payment from a student on an open installment plan         *
      *  (copybooks/PLANMAST.CPY) is spread over the plan's           *
      *  installments oldest first; anything over what the plan       *
      *  still owes stays on RECVMAST only.  A plan with nothing      *
      *  left unpaid is paid off; a late plan with nothing past its   *
      *  due date left unpaid is current again.  A defaulted plan     *
      *  takes the payment but stays defaulted until paid off.        *
      *****************************************************************
       2400-APPLY-TO-PLAN.
           MOVE "N" TO WS-PLAN-FOUND-SWITCH
           MOVE "N" TO WS-PLAN-EOF-SWITCH
           MOVE PAY-STUDENTID TO PL-STUDENTID
           MOVE LOW-VALUES TO PL-TERM
           START PLAN-MASTER KEY IS NOT LESS THAN PL-PLAN-KEY
               INVALID KEY
                   GO TO 2400-EXIT
           END-START
           PERFORM 2410-FIND-OPEN-PLAN
               UNTIL WS-PLAN-EOF-YES OR WS-PLAN-FOUND-YES
           IF NOT WS-PLAN-FOUND-YES
               GO TO 2400-EXIT
           END-IF
           MOVE PAY-AMOUNT TO WS-PAY-LEFT
           MOVE 1 TO WS-INST-IX
           PERFORM 2420-APPLY-INSTALLMENT PL-INSTALL-COUNT TIMES
           MOVE ZEROS TO WS-UNPAID-COUNT
           MOVE ZEROS TO WS-PAST-DUE-COUNT
           MOVE 1 TO WS-INST-IX
           PERFORM 2430-COUNT-UNPAID PL-INSTALL-COUNT TIMES
           MOVE "APPLIED - PLAN INSTALLMENTS" TO PST-REASON
           IF WS-UNPAID-COUNT = ZERO
               MOVE "P" TO PL-STATUS
               MOVE WS-RUN-DATE TO PL-STATUS-DATE
               MOVE "APPLIED - PLAN PAID OFF" TO PST-REASON
               ADD 1 TO WS-PLAN-PAID-OFF-COUNT
           ELSE
               IF PL-LATE AND WS-PAST-DUE-COUNT = ZERO
                   MOVE "C" TO PL-STATUS
                   MOVE WS-RUN-DATE TO PL-STATUS-DATE
                   MOVE "APPLIED - PLAN NOW CURRENT" TO PST-REASON
               END-IF
           END-IF
           REWRITE PLAN-MASTER-REC
           ADD 1 TO WS-PLAN-APPLY-COUNT.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  2410-FIND-OPEN-PLAN                                          *
      *****************************************************************
       2410-FIND-OPEN-PLAN.
           READ PLAN-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PLAN-EOF-SWITCH
           END-READ
           IF NOT WS-PLAN-EOF-YES
               IF PL-STUDENTID NOT = PAY-STUDENTID
                   MOVE "Y" TO WS-PLAN-EOF-SWITCH
               ELSE
                   IF PL-OPEN
                       MOVE "Y" TO WS-PLAN-FOUND-SWITCH
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  2420-APPLY-INSTALLMENT                                       *
      *****************************************************************
       2420-APPLY-INSTALLMENT.
           COMPUTE WS-INST-OWED =
               PL-INST-AMOUNT(WS-INST-IX) - PL-INST-PAID(WS-INST-IX)
           IF WS-INST-OWED > ZERO AND WS-PAY-LEFT > ZERO
               IF WS-PAY-LEFT NOT < WS-INST-OWED
                   ADD WS-INST-OWED TO PL-INST-PAID(WS-INST-IX)
                   SUBTRACT WS-INST-OWED FROM WS-PAY-LEFT
               ELSE
                   ADD WS-PAY-LEFT TO PL-INST-PAID(WS-INST-IX)
                   MOVE ZEROS TO WS-PAY-LEFT
               END-IF
           END-IF
           ADD 1 TO WS-INST-IX.

      *****************************************************************
      *  2430-COUNT-UNPAID                                            *
      *****************************************************************
       2430-COUNT-UNPAID.
           IF PL-INST-PAID(WS-INST-IX) < PL-INST-AMOUNT(WS-INST-IX)
               ADD 1 TO WS-UNPAID-COUNT
               IF PL-INST-DUE-DATE(WS-INST-IX) < WS-RUN-DATE
                   ADD 1 TO WS-PAST-DUE-COUNT
               END-IF
           END-IF
           ADD 1 TO WS-INST-IX.

      *****************************************************************
      *  2500-CUT-REFUNDS THRU 2500-EXIT                              *
      *  Credit-balance pass - after the payments are applied, every  *
           CLOSE PAY-TRANS
           CLOSE PAY-HISTORY
           CLOSE REFUND-HISTORY
           CLOSE PLAN-MASTER
           CLOSE STUDENT-MASTER
           CLOSE RECV-MASTER
           CLOSE REFUND-FILE
           CLOSE AGING-RPT
           DISPLAY "PAYMENTS POSTED      = " WS-PAYMENT-COUNT
           DISPLAY "PAYMENTS REJECTED    = " WS-REJECT-COUNT
           DISPLAY "  DUPLICATE RECEIPTS = " WS-DUPLICATE-COUNT
           DISPLAY "RECEIPTS ON HISTORY  = " WS-HISTORY-READ-COUNT
           DISPLAY "REFUNDS CUT          = " WS-REFUND-COUNT
           DISPLAY "OPEN ACCOUNTS AGED   = " WS-OPEN-ACCT-COUNT
           DISPLAY "PLAN PAYMENTS        = " WS-PLAN-APPLY-COUNT
           DISPLAY "PLANS PAID OFF       = " WS-PLAN-PAID-OFF-COUNT.
