       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANMNT.
       AUTHOR. RLM.

      *****************************************************************
      *  PLANMNT                                                       *
      *  Payment-plan maintenance batch.  Applies the bursar's add /  *
      *  cancel transactions (copybooks/PLANTRN.CPY) against          *
      *  PL-PLAN-KEY on the installment payment-plan master           *
      *  (copybooks/PLANMAST.CPY).  An add enrolls a student's term   *
      *  balance in a schedule of up to four installments; a cancel   *
      *  closes an open plan so the account falls back under the      *
      *  ordinary dunning ladder and hold cut.                         *
      *                                                                *
      *  The batch runs RATEMNT's two-phase pattern: every card is    *
      *  validated first (student on RECVMAST, installments dated in  *
      *  ascending order with positive amounts, the schedule not      *
      *  more than the balance due, no second open plan for the       *
      *  student, cancels naming an open plan) and nothing is         *
      *  applied unless the file ties to its control header and       *
      *  validates clean.  Every card, applied or rejected, is        *
      *  logged to PLAN-RPT.                                           *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  2026-10-07  RLM  Original program.                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-TRANS ASSIGN TO "PLANTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT OPTIONAL PLAN-MASTER ASSIGN TO "PLANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-PLAN-KEY
               FILE STATUS IS WS-PLANMAST-STATUS.

           SELECT RECV-MASTER ASSIGN TO "RECVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-STUDENTID
               FILE STATUS IS WS-RECVMAST-STATUS.

           SELECT PLAN-RPT ASSIGN TO "PLANMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-TRANS
           LABEL RECORDS ARE STANDARD.
           COPY PLANTRN.

       FD  PLAN-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY PLANMAST.

       FD  RECV-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY RECVMAST.

       FD  PLAN-RPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS      PIC XX         VALUE ZEROS.
           88  WS-TRANS-OK                     VALUE "00".
       01  WS-PLANMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-PLANMAST-OK                  VALUES "00" "05".
       01  WS-RECVMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-RECVMAST-OK                  VALUE "00".
       01  WS-RPT-STATUS        PIC XX         VALUE ZEROS.

       01  WS-SWITCHES.
           02  WS-EOF-SWITCH    PIC X          VALUE "N".
               88  WS-EOF-YES                  VALUE "Y".
           02  WS-APPLY-OK-SWITCH PIC X        VALUE "N".
               88  WS-APPLY-OK-YES             VALUE "Y".
           02  WS-PLAN-EOF-SWITCH PIC X        VALUE "N".
               88  WS-PLAN-EOF-YES             VALUE "Y".
           02  WS-OPEN-PLAN-SWITCH PIC X       VALUE "N".
               88  WS-OPEN-PLAN-YES            VALUE "Y".
           02  WS-KEY-ON-FILE-SWITCH PIC X     VALUE "N".
               88  WS-KEY-ON-FILE-YES          VALUE "Y".

       01  WS-COUNTERS.
           02  WS-ADD-COUNT         PIC 9(5)   VALUE ZEROS.
           02  WS-CANCEL-COUNT      PIC 9(5)   VALUE ZEROS.
           02  WS-REJECT-COUNT      PIC 9(5)   VALUE ZEROS.
           02  WS-DETAIL-COUNT      PIC 9(5)   VALUE ZEROS.
           02  WS-ERROR-COUNT       PIC 9(5)   VALUE ZEROS.
           02  WS-HDR-CONTROL-COUNT PIC 9(5)   VALUE ZEROS.

       01  WS-PLAN-REASON       PIC X(30)      VALUE SPACES.
       01  WS-PLAN-ACTION       PIC X(10)      VALUE SPACES.

       01  WS-RUN-DATE          PIC 9(8)       VALUE ZEROS.
       01  WS-INST-IX           PIC S9(3)      VALUE ZEROS COMP.
       01  WS-PRIOR-DUE-DATE    PIC 9(8)       VALUE ZEROS.
       01  WS-SCHEDULE-TOTAL    PIC 9(6)V99    VALUE ZEROS.

       01  WS-DATE-WORK.
           02  WS-DW-YYYY       PIC 9(4).
           02  WS-DW-MM         PIC 99.
           02  WS-DW-DD         PIC 99.

       01  WS-MAINT-LINE.
           02  MTL-TRANS-CODE    PIC X.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  MTL-STUDENTID     PIC 9(8).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  MTL-TERM          PIC X(5).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  MTL-INSTALL-COUNT PIC 9.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  MTL-TOTAL         PIC ZZ,ZZ9.99.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  MTL-ACTION        PIC X(10).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  MTL-REASON        PIC X(30).

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
           OPEN OUTPUT PLAN-RPT
           OPEN I-O PLAN-MASTER
           IF NOT WS-PLANMAST-OK
               DISPLAY "PLAN-MASTER OPEN FAILED, STATUS = "
                   WS-PLANMAST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT RECV-MASTER
           IF NOT WS-RECVMAST-OK
               DISPLAY "RECV-MASTER OPEN FAILED, STATUS = "
                   WS-RECVMAST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT PLAN-TRANS
           IF NOT WS-TRANS-OK
               DISPLAY "PLAN-TRANS OPEN FAILED, STATUS = "
                   WS-TRANS-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
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
      *  Reads record 1 and captures the control count the batch is   *
      *  expected to tie out to - the RATETRN convention.             *
      *****************************************************************
       1100-READ-HEADER.
           READ PLAN-TRANS
               AT END
                   DISPLAY "PLAN-TRANS IS EMPTY - NO HEADER RECORD"
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ
           IF WS-EOF-YES
               GO TO 1100-EXIT
           END-IF
           IF NOT PN-HEADER-RECORD
               DISPLAY "*** PLAN-TRANS IS MISSING ITS CONTROL "
                   "HEADER RECORD ***"
               MOVE "Y" TO WS-EOF-SWITCH
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE PNH-CONTROL-COUNT TO WS-HDR-CONTROL-COUNT
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  3000-VALIDATE-TRANSACTION THRU 3000-EXIT                     *
      *  Validation pass - every edit the apply phase enforces is     *
      *  run here with nothing written, and the result is logged to   *
      *  PLAN-RPT.  The masters are only read, never touched.         *
      *****************************************************************
       3000-VALIDATE-TRANSACTION.
           ADD 1 TO WS-DETAIL-COUNT
           MOVE SPACES TO WS-PLAN-REASON
           MOVE "VALIDATED" TO WS-PLAN-ACTION
           MOVE ZEROS TO WS-SCHEDULE-TOTAL
           IF NOT PN-DETAIL-RECORD
               MOVE "INVALID RECORD CODE" TO WS-PLAN-REASON
           ELSE
               PERFORM 3100-EDIT-CARD THRU 3100-EXIT
           END-IF
           IF WS-PLAN-REASON = SPACES
               EVALUATE TRUE
                   WHEN PN-ADD-TRANS
                       PERFORM 3200-VALIDATE-ADD THRU 3200-EXIT
                   WHEN PN-CANCEL-TRANS
                       PERFORM 3300-VALIDATE-CANCEL
                   WHEN OTHER
                       MOVE "INVALID TRANSACTION CODE"
                           TO WS-PLAN-REASON
               END-EVALUATE
           END-IF
           IF WS-PLAN-REASON NOT = SPACES
               MOVE "REJECTED" TO WS-PLAN-ACTION
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           PERFORM 2900-LOG-TRANSACTION
           PERFORM 2100-READ-TRANS.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-EDIT-CARD THRU 3100-EXIT                                *
      *  Field edits - the key must be present on every card; an add  *
      *  must also carry 1 to 4 installments, each a real due date    *
      *  later than the one before it and a positive amount.  The     *
      *  schedule total is summed here for the balance check.         *
      *****************************************************************
       3100-EDIT-CARD.
           IF PNA-STUDENTID NOT NUMERIC
               MOVE "STUDENTID NOT NUMERIC" TO WS-PLAN-REASON
               GO TO 3100-EXIT
           END-IF
           IF PN-TERM = SPACES
               MOVE "TERM BLANK" TO WS-PLAN-REASON
               GO TO 3100-EXIT
           END-IF
           IF NOT PN-ADD-TRANS
               GO TO 3100-EXIT
           END-IF
           IF PNA-INSTALL-COUNT NOT NUMERIC
               MOVE "INSTALLMENT COUNT NOT NUMERIC" TO WS-PLAN-REASON
               GO TO 3100-EXIT
           END-IF
           IF PN-INSTALL-COUNT < 1 OR PN-INSTALL-COUNT > 4
               MOVE "INSTALLMENT COUNT NOT 1 TO 4" TO WS-PLAN-REASON
               GO TO 3100-EXIT
           END-IF
           MOVE ZEROS TO WS-PRIOR-DUE-DATE
           MOVE 1 TO WS-INST-IX
           PERFORM 3150-EDIT-INSTALLMENT THRU 3150-EXIT
               PN-INSTALL-COUNT TIMES.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3150-EDIT-INSTALLMENT THRU 3150-EXIT                         *
      *  One installment of the schedule.  Once a reason is set the   *
      *  remaining installments are passed over so the first fault    *
      *  on the card is the one logged.                                *
      *****************************************************************
       3150-EDIT-INSTALLMENT.
           IF WS-PLAN-REASON NOT = SPACES
               GO TO 3150-NEXT
           END-IF
           IF PNA-DUE-DATE(WS-INST-IX) NOT NUMERIC
               MOVE "DUE DATE NOT NUMERIC" TO WS-PLAN-REASON
               GO TO 3150-NEXT
           END-IF
           MOVE PN-DUE-DATE(WS-INST-IX) TO WS-DATE-WORK
           IF WS-DW-YYYY < 1980 OR WS-DW-MM < 1 OR WS-DW-MM > 12
                   OR WS-DW-DD < 1 OR WS-DW-DD > 31
               MOVE "DUE DATE NOT A DATE" TO WS-PLAN-REASON
               GO TO 3150-NEXT
           END-IF
           IF PN-DUE-DATE(WS-INST-IX) NOT > WS-PRIOR-DUE-DATE
               MOVE "DUE DATES NOT ASCENDING" TO WS-PLAN-REASON
               GO TO 3150-NEXT
           END-IF
           IF PNA-AMOUNT(WS-INST-IX) NOT NUMERIC
               MOVE "AMOUNT NOT NUMERIC" TO WS-PLAN-REASON
               GO TO 3150-NEXT
           END-IF
           IF PN-AMOUNT(WS-INST-IX) = ZERO
               MOVE "INSTALLMENT AMOUNT ZERO" TO WS-PLAN-REASON
               GO TO 3150-NEXT
           END-IF
           MOVE PN-DUE-DATE(WS-INST-IX) TO WS-PRIOR-DUE-DATE
           ADD PN-AMOUNT(WS-INST-IX) TO WS-SCHEDULE-TOTAL.
       3150-NEXT.
           ADD 1 TO WS-INST-IX.
       3150-EXIT.
           EXIT.

      *****************************************************************
      *  3200-VALIDATE-ADD THRU 3200-EXIT                             *
      *  The student must have a receivables account owing at least   *
      *  the schedule total, no open plan under any term, and no row  *
      *  for this term other than a cancelled one (which the add      *
      *  replaces).                                                    *
      *****************************************************************
       3200-VALIDATE-ADD.
           MOVE PN-STUDENTID TO AR-STUDENTID
           READ RECV-MASTER
               INVALID KEY
                   MOVE "NO RECEIVABLES ACCOUNT" TO WS-PLAN-REASON
                   GO TO 3200-EXIT
           END-READ
           IF WS-SCHEDULE-TOTAL > AR-BALANCE-DUE
               MOVE "SCHEDULE EXCEEDS BALANCE DUE" TO WS-PLAN-REASON
               GO TO 3200-EXIT
           END-IF
           PERFORM 3400-FIND-OPEN-PLAN THRU 3400-EXIT
           IF WS-OPEN-PLAN-YES
               MOVE "STUDENT ALREADY HAS OPEN PLAN" TO WS-PLAN-REASON
               GO TO 3200-EXIT
           END-IF
           PERFORM 3500-READ-PLAN-KEY
           IF WS-KEY-ON-FILE-YES AND NOT PL-CANCELLED
               MOVE "PLAN ALREADY ON FILE" TO WS-PLAN-REASON
           END-IF.
       3200-EXIT.
           EXIT.

      *****************************************************************
      *  3300-VALIDATE-CANCEL                                         *
      *****************************************************************
       3300-VALIDATE-CANCEL.
           PERFORM 3500-READ-PLAN-KEY
           IF NOT WS-KEY-ON-FILE-YES
               MOVE "PLAN NOT ON FILE" TO WS-PLAN-REASON
           ELSE
               IF NOT PL-OPEN
                   MOVE "PLAN NOT OPEN" TO WS-PLAN-REASON
               END-IF
           END-IF.

      *****************************************************************
      *  3400-FIND-OPEN-PLAN THRU 3400-EXIT                           *
      *  Reads every plan row for the card's student, whatever the    *
      *  term, and sets WS-OPEN-PLAN-SWITCH if any is still open.     *
      *****************************************************************
       3400-FIND-OPEN-PLAN.
           MOVE "N" TO WS-OPEN-PLAN-SWITCH
           MOVE "N" TO WS-PLAN-EOF-SWITCH
           MOVE PN-STUDENTID TO PL-STUDENTID
           MOVE LOW-VALUES TO PL-TERM
           START PLAN-MASTER KEY IS NOT LESS THAN PL-PLAN-KEY
               INVALID KEY
                   GO TO 3400-EXIT
           END-START
           PERFORM 3410-CHECK-NEXT-PLAN
               UNTIL WS-PLAN-EOF-YES OR WS-OPEN-PLAN-YES.
       3400-EXIT.
           EXIT.

      *****************************************************************
      *  3410-CHECK-NEXT-PLAN                                         *
      *****************************************************************
       3410-CHECK-NEXT-PLAN.
           READ PLAN-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PLAN-EOF-SWITCH
           END-READ
           IF NOT WS-PLAN-EOF-YES
               IF PL-STUDENTID NOT = PN-STUDENTID
                   MOVE "Y" TO WS-PLAN-EOF-SWITCH
               ELSE
                   IF PL-OPEN
                       MOVE "Y" TO WS-OPEN-PLAN-SWITCH
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  3500-READ-PLAN-KEY                                           *
      *****************************************************************
       3500-READ-PLAN-KEY.
           MOVE "N" TO WS-KEY-ON-FILE-SWITCH
           MOVE PN-STUDENTID TO PL-STUDENTID
           MOVE PN-TERM TO PL-TERM
           READ PLAN-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-KEY-ON-FILE-SWITCH
           END-READ.

      *****************************************************************
      *  4000-CHECK-CONTROL                                           *
      *  The apply phase runs only when the file tied to its header   *
      *  and every card validated clean.                               *
      *****************************************************************
       4000-CHECK-CONTROL.
           IF WS-DETAIL-COUNT NOT = WS-HDR-CONTROL-COUNT
               DISPLAY "*** PLAN-TRANS DETAIL COUNT " WS-DETAIL-COUNT
                   " DOES NOT TIE TO HEADER COUNT "
                   WS-HDR-CONTROL-COUNT " - NOTHING APPLIED ***"
           ELSE
               IF WS-ERROR-COUNT > ZERO
                   DISPLAY "*** " WS-ERROR-COUNT " TRANSACTIONS "
                       "FAILED VALIDATION - NOTHING APPLIED ***"
               ELSE
                   MOVE "Y" TO WS-APPLY-OK-SWITCH
               END-IF
           END-IF.

      *****************************************************************
      *  4100-REOPEN-TRANS THRU 4100-EXIT                             *
      *  Rewinds the validated transaction file for the apply phase - *
      *  the header is skipped and the first detail is primed.        *
      *****************************************************************
       4100-REOPEN-TRANS.
           CLOSE PLAN-TRANS
           OPEN INPUT PLAN-TRANS
           IF NOT WS-TRANS-OK
               DISPLAY "PLAN-TRANS REOPEN FAILED, STATUS = "
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
      *  Apply phase.  Two adds for the same student in one batch     *
      *  both validate against the untouched master, so the open-     *
      *  plan check is run again here and the second is rejected.     *
      *****************************************************************
       2000-APPLY-TRANSACTION.
           MOVE SPACES TO WS-PLAN-REASON
           MOVE ZEROS TO WS-SCHEDULE-TOTAL
           IF PN-CANCEL-TRANS
               PERFORM 2200-APPLY-CANCEL
               GO TO 2000-LOG
           END-IF
           MOVE 1 TO WS-INST-IX
           PERFORM 2150-SUM-INSTALLMENT PN-INSTALL-COUNT TIMES
           PERFORM 3400-FIND-OPEN-PLAN THRU 3400-EXIT
           IF WS-OPEN-PLAN-YES
               MOVE "REJECTED" TO WS-PLAN-ACTION
               MOVE "STUDENT ALREADY HAS OPEN PLAN" TO WS-PLAN-REASON
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2000-LOG
           END-IF
           PERFORM 3500-READ-PLAN-KEY
           PERFORM 2300-BUILD-PLAN
           IF WS-KEY-ON-FILE-YES
               REWRITE PLAN-MASTER-REC
           ELSE
               WRITE PLAN-MASTER-REC
           END-IF
           IF WS-PLANMAST-OK
               MOVE "ADD" TO WS-PLAN-ACTION
               MOVE "APPLIED" TO WS-PLAN-REASON
               ADD 1 TO WS-ADD-COUNT
           ELSE
               MOVE "REJECTED" TO WS-PLAN-ACTION
               MOVE "PLAN-MASTER WRITE FAILED" TO WS-PLAN-REASON
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
       2000-LOG.
           PERFORM 2900-LOG-TRANSACTION
           PERFORM 2100-READ-TRANS.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-READ-TRANS                                              *
      *****************************************************************
       2100-READ-TRANS.
           READ PLAN-TRANS
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *****************************************************************
      *  2150-SUM-INSTALLMENT                                         *
      *****************************************************************
       2150-SUM-INSTALLMENT.
           ADD PN-AMOUNT(WS-INST-IX) TO WS-SCHEDULE-TOTAL
           ADD 1 TO WS-INST-IX.

      *****************************************************************
      *  2200-APPLY-CANCEL                                            *
      *****************************************************************
       2200-APPLY-CANCEL.
           PERFORM 3500-READ-PLAN-KEY
           IF WS-KEY-ON-FILE-YES AND PL-OPEN
               MOVE "X" TO PL-STATUS
               MOVE WS-RUN-DATE TO PL-STATUS-DATE
               REWRITE PLAN-MASTER-REC
               MOVE "CANCEL" TO WS-PLAN-ACTION
               MOVE "APPLIED" TO WS-PLAN-REASON
               ADD 1 TO WS-CANCEL-COUNT
           ELSE
               MOVE "REJECTED" TO WS-PLAN-ACTION
               MOVE "PLAN NOT OPEN" TO WS-PLAN-REASON
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

      *****************************************************************
      *  2300-BUILD-PLAN                                              *
      *  A new plan is current from the run date with nothing paid    *
      *  and no late fee charged; unused installment slots are left   *
      *  zero.                                                         *
      *****************************************************************
       2300-BUILD-PLAN.
           INITIALIZE PLAN-MASTER-REC
           MOVE PN-STUDENTID TO PL-STUDENTID
           MOVE PN-TERM TO PL-TERM
           MOVE WS-SCHEDULE-TOTAL TO PL-PLAN-AMOUNT
           MOVE WS-RUN-DATE TO PL-ENROLL-DATE
           MOVE "C" TO PL-STATUS
           MOVE WS-RUN-DATE TO PL-STATUS-DATE
           MOVE PN-INSTALL-COUNT TO PL-INSTALL-COUNT
           MOVE 1 TO WS-INST-IX
           PERFORM 2310-BUILD-INSTALLMENT PN-INSTALL-COUNT TIMES.

      *****************************************************************
      *  2310-BUILD-INSTALLMENT                                       *
      *****************************************************************
       2310-BUILD-INSTALLMENT.
           MOVE PN-DUE-DATE(WS-INST-IX) TO PL-INST-DUE-DATE(WS-INST-IX)
           MOVE PN-AMOUNT(WS-INST-IX) TO PL-INST-AMOUNT(WS-INST-IX)
           MOVE ZEROS TO PL-INST-PAID(WS-INST-IX)
           MOVE "N" TO PL-INST-FEE-FLAG(WS-INST-IX)
           ADD 1 TO WS-INST-IX.

      *****************************************************************
      *  2900-LOG-TRANSACTION                                         *
      *****************************************************************
       2900-LOG-TRANSACTION.
           MOVE PN-TRANS-CODE TO MTL-TRANS-CODE
           MOVE PN-STUDENTID TO MTL-STUDENTID
           MOVE PN-TERM TO MTL-TERM
           IF PN-ADD-TRANS AND PNA-INSTALL-COUNT NUMERIC
               MOVE PN-INSTALL-COUNT TO MTL-INSTALL-COUNT
           ELSE
               MOVE ZERO TO MTL-INSTALL-COUNT
           END-IF
           MOVE WS-SCHEDULE-TOTAL TO MTL-TOTAL
           MOVE WS-PLAN-ACTION TO MTL-ACTION
           MOVE WS-PLAN-REASON TO MTL-REASON
           MOVE WS-MAINT-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *****************************************************************
      *  9000-TERMINATE                                               *
      *****************************************************************
       9000-TERMINATE.
           CLOSE PLAN-TRANS
           CLOSE PLAN-MASTER
           CLOSE RECV-MASTER
           CLOSE PLAN-RPT
           DISPLAY "DETAILS VALIDATED = " WS-DETAIL-COUNT
           DISPLAY "VALIDATION ERRORS = " WS-ERROR-COUNT
           DISPLAY "ADDS APPLIED      = " WS-ADD-COUNT
           DISPLAY "CANCELS APPLIED   = " WS-CANCEL-COUNT
           DISPLAY "REJECTED          = " WS-REJECT-COUNT.
