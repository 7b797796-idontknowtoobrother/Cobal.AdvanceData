       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRTOFF.
       AUTHOR. RLM.

      *****************************************************************
      *  WRTOFF                                                        *
      *  Bad-debt write-off batch.  Applies the bursar's approved     *
      *  write-offs (copybooks/WOTRAN.CPY) against RECVMAST, clearing *
      *  an uncollectible balance in full.  Each write-off applied    *
      *  is:                                                          *
      *     - taken off AR-BALANCE-DUE, leaving the account at zero   *
      *       with no unpaid charge left to age                       *
      *     - appended to the write-off history (copybooks/           *
      *       WOHIST.CPY), the write-off leg AROLLFWD proves          *
      *     - journaled to the WOGLFD GL feed as a bad-debt expense   *
      *     - the end of any open installment plan the student had,   *
      *       which is cancelled with the run date                    *
      *  The batch runs RATEMNT's two-phase pattern: every card is    *
      *  validated first (student on RECVMAST, a positive amount      *
      *  that still equals the balance due, an approver and a real    *
      *  approval date) and nothing is applied unless the file ties   *
      *  to its control header count and amount total and validates   *
      *  clean.  A write-off approved against a balance that has      *
      *  since moved is refused - it goes back for approval at the    *
      *  new figure.  Every card, applied or rejected, is logged to   *
      *  the write-off register (WORPT).                               *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  2026-10-10  RLM  Original program.                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WO-TRANS ASSIGN TO "WOTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT RECV-MASTER ASSIGN TO "RECVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-STUDENTID
               FILE STATUS IS WS-RECVMAST-STATUS.

           SELECT OPTIONAL PLAN-MASTER ASSIGN TO "PLANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-PLAN-KEY
               FILE STATUS IS WS-PLANMAST-STATUS.

           SELECT OPTIONAL WO-HISTORY ASSIGN TO "WOHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOHIST-STATUS.

           SELECT GL-FEED ASSIGN TO "WOGLFD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFEED-STATUS.

           SELECT WO-RPT ASSIGN TO "WORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WO-TRANS
           LABEL RECORDS ARE STANDARD.
           COPY WOTRAN.

       FD  RECV-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY RECVMAST.

       FD  PLAN-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY PLANMAST.

      *    Historical trail of every balance written off - never      *
      *    truncated or overwritten between runs.                      *
       FD  WO-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY WOHIST.

      *    GL interface feed - "H" batch header with the run date,    *
      *    "B" journal record per write-off (a bad-debt expense       *
      *    against the student's receivables account), "T" trailer    *
      *    with the record count and amount total the GL load ties    *
      *    out to.  Same layout as the payment posting's feed.         *
       FD  GL-FEED
           LABEL RECORDS ARE STANDARD.
       01  GL-DETAIL-REC.
           02  GL-RECORD-CODE       PIC X.
           02  GL-ACCOUNT-NO        PIC 9(8).
           02  GL-AMOUNT            PIC 9(7)V99.
           02  GL-RUN-DATE          PIC 9(8).
       01  GL-HEADER-REC.
           02  GLH-RECORD-CODE      PIC X.
           02  GLH-RUN-DATE         PIC 9(8).
           02  FILLER               PIC X(21).
       01  GL-TRAILER-REC.
           02  GLT-RECORD-CODE      PIC X.
           02  GLT-RECORD-COUNT     PIC 9(7).
           02  GLT-AMOUNT-TOTAL     PIC 9(9)V99.
           02  FILLER               PIC X(11).

       FD  WO-RPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS      PIC XX         VALUE ZEROS.
           88  WS-TRANS-OK                     VALUE "00".
       01  WS-RECVMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-RECVMAST-OK                  VALUE "00".
       01  WS-PLANMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-PLANMAST-OK                  VALUES "00" "05".
       01  WS-WOHIST-STATUS     PIC XX         VALUE ZEROS.
           88  WS-WOHIST-OK                    VALUES "00" "05".
       01  WS-GLFEED-STATUS     PIC XX         VALUE ZEROS.
           88  WS-GLFEED-OK                    VALUE "00".
       01  WS-RPT-STATUS        PIC XX         VALUE ZEROS.

       01  WS-SWITCHES.
           02  WS-EOF-SWITCH    PIC X          VALUE "N".
               88  WS-EOF-YES                  VALUE "Y".
           02  WS-APPLY-OK-SWITCH PIC X        VALUE "N".
               88  WS-APPLY-OK-YES             VALUE "Y".
           02  WS-PLAN-EOF-SWITCH PIC X        VALUE "N".
               88  WS-PLAN-EOF-YES             VALUE "Y".

       01  WS-COUNTERS.
           02  WS-DETAIL-COUNT      PIC 9(5)   VALUE ZEROS.
           02  WS-ERROR-COUNT       PIC 9(5)   VALUE ZEROS.
           02  WS-APPLIED-COUNT     PIC 9(5)   VALUE ZEROS.
           02  WS-REJECT-COUNT      PIC 9(5)   VALUE ZEROS.
           02  WS-PLAN-CANCEL-COUNT PIC 9(5)   VALUE ZEROS.
           02  WS-GL-DETAIL-COUNT   PIC 9(5)   VALUE ZEROS.
           02  WS-HDR-CONTROL-COUNT PIC 9(5)   VALUE ZEROS.

       01  WS-HDR-CONTROL-TOTAL PIC 9(9)V99    VALUE ZEROS.
       01  WS-DETAIL-TOTAL      PIC 9(9)V99    VALUE ZEROS.
       01  WS-APPLIED-TOTAL     PIC 9(9)V99    VALUE ZEROS.
       01  WS-GL-AMOUNT-TOTAL   PIC 9(9)V99    VALUE ZEROS.

       01  WS-WO-REASON         PIC X(30)      VALUE SPACES.
       01  WS-WO-ACTION         PIC X(9)       VALUE SPACES.

       01  WS-RUN-DATE          PIC 9(8)       VALUE ZEROS.

       01  WS-DATE-WORK.
           02  WS-DW-YYYY       PIC 9(4).
           02  WS-DW-MM         PIC 99.
           02  WS-DW-DD         PIC 99.

       01  WS-HEADING-1.
           02  FILLER            PIC X(30)
                   VALUE "BAD-DEBT WRITE-OFF REGISTER".
           02  FILLER            PIC X(11) VALUE "  RUN DATE ".
           02  HDG1-RUN-DATE     PIC 9999/99/99.

       01  WS-HEADING-2.
           02  FILLER            PIC X(9)  VALUE "STUDENT".
           02  FILLER            PIC X(13) VALUE "       AMOUNT".
           02  FILLER            PIC X(9)  VALUE "APPROVER".
           02  FILLER            PIC X(9)  VALUE "APPROVED".
           02  FILLER            PIC X(10) VALUE "ACTION".
           02  FILLER            PIC X(6)  VALUE "REASON".

       01  WS-MAINT-LINE.
           02  MTL-STUDENTID     PIC X(8).
           02  FILLER            PIC X     VALUE SPACE.
           02  MTL-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           02  FILLER            PIC X     VALUE SPACE.
           02  MTL-APPROVED-BY   PIC X(8).
           02  FILLER            PIC X     VALUE SPACE.
           02  MTL-APPROVAL-DATE PIC X(8).
           02  FILLER            PIC X     VALUE SPACE.
           02  MTL-ACTION        PIC X(9).
           02  FILLER            PIC X     VALUE SPACE.
           02  MTL-REASON        PIC X(30).

       01  WS-TOTAL-LINE.
           02  TOT-LABEL         PIC X(24).
           02  TOT-COUNT         PIC ZZ,ZZ9.
           02  FILLER            PIC X(12) VALUE "   AMOUNT = ".
           02  TOT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 3000-VALIDATE-TRANSACTION THRU 3000-EXIT
               UNTIL WS-EOF-YES
           PERFORM 4000-CHECK-CONTROL
           IF WS-APPLY-OK-YES
               PERFORM 4100-REOPEN-TRANS THRU 4100-EXIT
               PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
                   UNTIL WS-EOF-YES
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE THRU 1000-EXIT                               *
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT WO-RPT
           MOVE WS-RUN-DATE TO HDG1-RUN-DATE
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           OPEN I-O RECV-MASTER
           IF NOT WS-RECVMAST-OK
               DISPLAY "RECV-MASTER OPEN FAILED, STATUS = "
                   WS-RECVMAST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               ADD 1 TO WS-ERROR-COUNT
               GO TO 1000-EXIT
           END-IF
           OPEN I-O PLAN-MASTER
           IF NOT WS-PLANMAST-OK
               DISPLAY "PLAN-MASTER OPEN FAILED, STATUS = "
                   WS-PLANMAST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               ADD 1 TO WS-ERROR-COUNT
               GO TO 1000-EXIT
           END-IF
           OPEN EXTEND WO-HISTORY
           IF NOT WS-WOHIST-OK
               DISPLAY "WO-HISTORY OPEN FAILED, STATUS = "
                   WS-WOHIST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               ADD 1 TO WS-ERROR-COUNT
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT GL-FEED
           IF NOT WS-GLFEED-OK
               DISPLAY "GL-FEED OPEN FAILED, STATUS = "
                   WS-GLFEED-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               ADD 1 TO WS-ERROR-COUNT
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO GL-HEADER-REC
           MOVE "H" TO GLH-RECORD-CODE
           MOVE WS-RUN-DATE TO GLH-RUN-DATE
           WRITE GL-HEADER-REC
           OPEN INPUT WO-TRANS
           IF NOT WS-TRANS-OK
               DISPLAY "WO-TRANS OPEN FAILED, STATUS = "
                   WS-TRANS-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               ADD 1 TO WS-ERROR-COUNT
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-READ-HEADER THRU 1100-EXIT
           IF NOT WS-EOF-YES
               PERFORM 2100-READ-TRANS
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-READ-HEADER THRU 1100-EXIT                              *
      *  Reads record 1 and captures the control count and amount     *
      *  total the batch is expected to tie out to - the RATETRN      *
      *  convention.                                                   *
      *****************************************************************
       1100-READ-HEADER.
           READ WO-TRANS
               AT END
                   DISPLAY "WO-TRANS IS EMPTY - NO HEADER RECORD"
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ
           IF WS-EOF-YES
               GO TO 1100-EXIT
           END-IF
           IF NOT WT-HEADER-RECORD
               DISPLAY "*** WO-TRANS IS MISSING ITS CONTROL "
                   "HEADER RECORD ***"
               MOVE "Y" TO WS-EOF-SWITCH
               ADD 1 TO WS-ERROR-COUNT
               GO TO 1100-EXIT
           END-IF
           IF WTHA-CONTROL-COUNT NOT NUMERIC
                   OR WTHA-CONTROL-TOTAL NOT NUMERIC
               DISPLAY "*** WO-TRANS CONTROL HEADER INVALID ***"
               MOVE "Y" TO WS-EOF-SWITCH
               ADD 1 TO WS-ERROR-COUNT
               GO TO 1100-EXIT
           END-IF
           MOVE WTH-CONTROL-COUNT TO WS-HDR-CONTROL-COUNT
           MOVE WTH-CONTROL-TOTAL TO WS-HDR-CONTROL-TOTAL.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  3000-VALIDATE-TRANSACTION THRU 3000-EXIT                     *
      *  Validation pass - every edit the apply phase enforces is     *
      *  run here with nothing written, and the result is logged to   *
      *  the register.  The masters are only read, never touched.     *
      *****************************************************************
       3000-VALIDATE-TRANSACTION.
           ADD 1 TO WS-DETAIL-COUNT
           MOVE SPACES TO WS-WO-REASON
           MOVE "VALIDATED" TO WS-WO-ACTION
           IF NOT WT-DETAIL-RECORD
               MOVE "INVALID RECORD CODE" TO WS-WO-REASON
           ELSE
               PERFORM 3100-EDIT-CARD THRU 3100-EXIT
           END-IF
           IF WS-WO-REASON NOT = SPACES
               MOVE "REJECTED" TO WS-WO-ACTION
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           PERFORM 2900-LOG-TRANSACTION
           PERFORM 2100-READ-TRANS.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-EDIT-CARD THRU 3100-EXIT                                *
      *  Field edits, then the account.  The amount approved must     *
      *  still be exactly what the student owes - a write-off only    *
      *  ever clears a balance in full.                                *
      *****************************************************************
       3100-EDIT-CARD.
           IF WTA-STUDENTID NOT NUMERIC
               MOVE "STUDENTID NOT NUMERIC" TO WS-WO-REASON
               GO TO 3100-EXIT
           END-IF
           IF WTA-AMOUNT NOT NUMERIC
               MOVE "AMOUNT NOT NUMERIC" TO WS-WO-REASON
               GO TO 3100-EXIT
           END-IF
           ADD WT-AMOUNT TO WS-DETAIL-TOTAL
           IF WT-AMOUNT = ZERO
               MOVE "AMOUNT ZERO" TO WS-WO-REASON
               GO TO 3100-EXIT
           END-IF
           IF WT-APPROVED-BY = SPACES
               MOVE "NO APPROVER" TO WS-WO-REASON
               GO TO 3100-EXIT
           END-IF
           IF WTA-APPROVAL-DATE NOT NUMERIC
               MOVE "APPROVAL DATE NOT NUMERIC" TO WS-WO-REASON
               GO TO 3100-EXIT
           END-IF
           MOVE WT-APPROVAL-DATE TO WS-DATE-WORK
           IF WS-DW-YYYY < 1980 OR WS-DW-MM < 1 OR WS-DW-MM > 12
                   OR WS-DW-DD < 1 OR WS-DW-DD > 31
               MOVE "APPROVAL DATE NOT A DATE" TO WS-WO-REASON
               GO TO 3100-EXIT
           END-IF
           IF WT-APPROVAL-DATE > WS-RUN-DATE
               MOVE "APPROVAL DATE IN THE FUTURE" TO WS-WO-REASON
               GO TO 3100-EXIT
           END-IF
           MOVE WT-STUDENTID TO AR-STUDENTID
           READ RECV-MASTER
               INVALID KEY
                   MOVE "NO RECEIVABLES ACCOUNT" TO WS-WO-REASON
                   GO TO 3100-EXIT
           END-READ
           IF AR-BALANCE-DUE NOT = WT-AMOUNT
               MOVE "BALANCE CHANGED SINCE APPROVAL" TO WS-WO-REASON
           END-IF.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  4000-CHECK-CONTROL                                           *
      *  The apply phase runs only when the file tied to its header   *
      *  count and amount total and every card validated clean.       *
      *****************************************************************
       4000-CHECK-CONTROL.
           IF WS-DETAIL-COUNT NOT = WS-HDR-CONTROL-COUNT
               DISPLAY "*** WO-TRANS DETAIL COUNT " WS-DETAIL-COUNT
                   " DOES NOT TIE TO HEADER COUNT "
                   WS-HDR-CONTROL-COUNT " - NOTHING APPLIED ***"
           ELSE
               IF WS-ERROR-COUNT > ZERO
                   DISPLAY "*** " WS-ERROR-COUNT " TRANSACTIONS "
                       "FAILED VALIDATION - NOTHING APPLIED ***"
               ELSE
                   IF WS-DETAIL-TOTAL NOT = WS-HDR-CONTROL-TOTAL
                       DISPLAY "*** WO-TRANS AMOUNT TOTAL "
                           WS-DETAIL-TOTAL " DOES NOT TIE TO HEADER "
                           "TOTAL " WS-HDR-CONTROL-TOTAL
                           " - NOTHING APPLIED ***"
                   ELSE
                       MOVE "Y" TO WS-APPLY-OK-SWITCH
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  4100-REOPEN-TRANS THRU 4100-EXIT                             *
      *  Rewinds the validated transaction file for the apply phase - *
      *  the header is skipped and the first detail is primed.        *
      *****************************************************************
       4100-REOPEN-TRANS.
           CLOSE WO-TRANS
           OPEN INPUT WO-TRANS
           IF NOT WS-TRANS-OK
               DISPLAY "WO-TRANS REOPEN FAILED, STATUS = "
                   WS-TRANS-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               GO TO 4100-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2100-READ-TRANS
           PERFORM 2100-READ-TRANS.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  2000-APPLY-TRANSACTION THRU 2000-EXIT                        *
      *  Apply phase.  Two write-offs for the same student in one     *
      *  batch both validate against the untouched master, so the     *
      *  balance is checked again here and the second is rejected.    *
      *****************************************************************
       2000-APPLY-TRANSACTION.
           MOVE SPACES TO WS-WO-REASON
           MOVE WT-STUDENTID TO AR-STUDENTID
           READ RECV-MASTER
               INVALID KEY
                   MOVE "NO RECEIVABLES ACCOUNT" TO WS-WO-REASON
           END-READ
           IF WS-WO-REASON = SPACES
                   AND AR-BALANCE-DUE NOT = WT-AMOUNT
               MOVE "BALANCE CHANGED SINCE APPROVAL" TO WS-WO-REASON
           END-IF
           IF WS-WO-REASON NOT = SPACES
               MOVE "REJECTED" TO WS-WO-ACTION
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2000-LOG
           END-IF
           MOVE ZEROS TO AR-BALANCE-DUE
           MOVE ZEROS TO AR-OLDEST-CHARGE-DATE
           REWRITE RECV-MASTER-REC
           IF NOT WS-RECVMAST-OK
               MOVE "REJECTED" TO WS-WO-ACTION
               MOVE "RECV-MASTER REWRITE FAILED" TO WS-WO-REASON
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2000-LOG
           END-IF
           PERFORM 2300-APPEND-HISTORY
           PERFORM 2350-WRITE-GL-DETAIL
           PERFORM 2400-CANCEL-PLANS THRU 2400-EXIT
           MOVE "WRITE-OFF" TO WS-WO-ACTION
           MOVE "APPLIED" TO WS-WO-REASON
           ADD 1 TO WS-APPLIED-COUNT
           ADD WT-AMOUNT TO WS-APPLIED-TOTAL.
       2000-LOG.
           PERFORM 2900-LOG-TRANSACTION
           PERFORM 2100-READ-TRANS.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-READ-TRANS                                              *
      *****************************************************************
       2100-READ-TRANS.
           READ WO-TRANS
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *****************************************************************
      *  2300-APPEND-HISTORY                                          *
      *  The write-off leg AROLLFWD proves the month's movement with. *
      *****************************************************************
       2300-APPEND-HISTORY.
           MOVE WT-STUDENTID TO WH-STUDENTID
           MOVE WT-AMOUNT TO WH-AMOUNT
           MOVE WS-RUN-DATE TO WH-WRITEOFF-DATE
           MOVE WT-APPROVED-BY TO WH-APPROVED-BY
           MOVE WT-APPROVAL-DATE TO WH-APPROVAL-DATE
           WRITE WO-HIST-REC.

      *****************************************************************
      *  2350-WRITE-GL-DETAIL                                         *
      *  One bad-debt journal record per write-off, counted           *
      *  independently so a short feed is caught at end of run.       *
      *****************************************************************
       2350-WRITE-GL-DETAIL.
           MOVE "B" TO GL-RECORD-CODE
           MOVE WT-STUDENTID TO GL-ACCOUNT-NO
           MOVE WT-AMOUNT TO GL-AMOUNT
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           WRITE GL-DETAIL-REC
           IF WS-GLFEED-OK
               ADD 1 TO WS-GL-DETAIL-COUNT
               ADD WT-AMOUNT TO WS-GL-AMOUNT-TOTAL
           END-IF.

      *****************************************************************
      *  2400-CANCEL-PLANS THRU 2400-EXIT                             *
      *  With nothing left owing, any open plan the student had,      *
      *  under any term, is cancelled with the run date.              *
      *****************************************************************
       2400-CANCEL-PLANS.
           MOVE "N" TO WS-PLAN-EOF-SWITCH
           MOVE WT-STUDENTID TO PL-STUDENTID
           MOVE LOW-VALUES TO PL-TERM
           START PLAN-MASTER KEY IS NOT LESS THAN PL-PLAN-KEY
               INVALID KEY
                   GO TO 2400-EXIT
           END-START
           PERFORM 2410-CANCEL-NEXT-PLAN
               UNTIL WS-PLAN-EOF-YES.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  2410-CANCEL-NEXT-PLAN                                        *
      *****************************************************************
       2410-CANCEL-NEXT-PLAN.
           READ PLAN-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PLAN-EOF-SWITCH
           END-READ
           IF NOT WS-PLAN-EOF-YES
               IF PL-STUDENTID NOT = WT-STUDENTID
                   MOVE "Y" TO WS-PLAN-EOF-SWITCH
               ELSE
                   IF PL-OPEN
                       MOVE "X" TO PL-STATUS
                       MOVE WS-RUN-DATE TO PL-STATUS-DATE
                       REWRITE PLAN-MASTER-REC
                       ADD 1 TO WS-PLAN-CANCEL-COUNT
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  2900-LOG-TRANSACTION                                         *
      *  The amount is printed only once it is known numeric.         *
      *****************************************************************
       2900-LOG-TRANSACTION.
           MOVE WTA-STUDENTID TO MTL-STUDENTID
           IF WTA-AMOUNT NUMERIC
               MOVE WT-AMOUNT TO MTL-AMOUNT
           ELSE
               MOVE ZEROS TO MTL-AMOUNT
           END-IF
           MOVE WT-APPROVED-BY TO MTL-APPROVED-BY
           MOVE WTA-APPROVAL-DATE TO MTL-APPROVAL-DATE
           MOVE WS-WO-ACTION TO MTL-ACTION
           MOVE WS-WO-REASON TO MTL-REASON
           MOVE WS-MAINT-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *****************************************************************
      *  9000-TERMINATE                                               *
      *  Run total onto the register and the trailer onto the GL      *
      *  feed.  A feed short of the write-offs applied fails the step *
      *  (RC=8), as the posting runs' feeds do.                       *
      *****************************************************************
       9000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "BALANCES WRITTEN OFF  = " TO TOT-LABEL
           MOVE WS-APPLIED-COUNT TO TOT-COUNT
           MOVE WS-APPLIED-TOTAL TO TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-GLFEED-OK
               MOVE SPACES TO GL-TRAILER-REC
               MOVE "T" TO GLT-RECORD-CODE
               MOVE WS-GL-DETAIL-COUNT TO GLT-RECORD-COUNT
               MOVE WS-GL-AMOUNT-TOTAL TO GLT-AMOUNT-TOTAL
               WRITE GL-TRAILER-REC
           END-IF
           CLOSE GL-FEED
           IF WS-GL-DETAIL-COUNT NOT = WS-APPLIED-COUNT
               DISPLAY "*** GL FEED SHORT - " WS-GL-DETAIL-COUNT
                   " JOURNALED OF " WS-APPLIED-COUNT
                   " WRITTEN OFF - STEP FAILED ***"
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE WO-TRANS
           CLOSE RECV-MASTER
           CLOSE PLAN-MASTER
           CLOSE WO-HISTORY
           CLOSE WO-RPT
           DISPLAY "DETAILS VALIDATED   = " WS-DETAIL-COUNT
           DISPLAY "VALIDATION ERRORS   = " WS-ERROR-COUNT
           DISPLAY "WRITE-OFFS APPLIED  = " WS-APPLIED-COUNT
           DISPLAY "AMOUNT WRITTEN OFF  = " WS-APPLIED-TOTAL
           DISPLAY "PLANS CANCELLED     = " WS-PLAN-CANCEL-COUNT
           DISPLAY "REJECTED            = " WS-REJECT-COUNT.
