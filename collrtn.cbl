       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLRTN.
       AUTHOR. RLM.

      *****************************************************************
      *  COLLRTN                                                       *
      *  Collection-agency return intake.  Converts the agency's      *
      *  remittance file (copybooks/COLLRTN.CPY) into payment         *
      *  transactions (copybooks/PAYTRAN.CPY) on AGYTRANS, which the  *
      *  stream concatenates behind the cashier batch so ARPOST       *
      *  posts them with everything else.  Each item posts net of     *
      *  the commission the agency kept - the amount of the check -   *
      *  under the agency's item number as the receipt, with          *
      *  PAY-SOURCE "A" and the agency code as the deposit batch.  A  *
      *  return sent twice is turned away by ARPOST's duplicate-      *
      *  receipt check.                                                *
      *                                                                *
      *  The run follows RATEMNT's two-phase pattern: every item is   *
      *  validated first (numeric fields, something collected, the    *
      *  commission less than the amount collected, the student on    *
      *  RECVMAST, placed with the agency and owing at least the net  *
      *  remitted for the student across the file) and nothing is     *
      *  converted unless the file ties to its header count and net   *
      *  remittance total and validates clean (RC=8 otherwise).       *
      *  Every item is logged to the return register (COLLRRPT) with  *
      *  its collected, commission and net amounts.  An empty return  *
      *  file is a night with no remittance and ends normally.        *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  2026-10-10  RLM  Original program.                            *
      *  2026-10-14  RLM  An item is rejected unless DUNMAST shows the *
      *                   account placed with the agency and the net   *
      *                   is within the balance still due.             *
      *  2026-10-15  RLM  Items for the same student are held to the   *
      *                   balance due together, not one at a time.     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLL-RETURN ASSIGN TO "COLLRTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT RECV-MASTER ASSIGN TO "RECVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-STUDENTID
               FILE STATUS IS WS-RECVMAST-STATUS.

           SELECT DUN-MASTER ASSIGN TO "DUNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DN-STUDENTID
               FILE STATUS IS WS-DUNMAST-STATUS.

           SELECT PAY-TRANS ASSIGN TO "AGYTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYTRAN-STATUS.

           SELECT RETURN-RPT ASSIGN TO "COLLRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COLL-RETURN
           LABEL RECORDS ARE STANDARD.
           COPY COLLRTN.

       FD  RECV-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY RECVMAST.

       FD  DUN-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY DUNMAST.

       FD  PAY-TRANS
           LABEL RECORDS ARE STANDARD.
           COPY PAYTRAN.

       FD  RETURN-RPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS      PIC XX         VALUE ZEROS.
           88  WS-TRANS-OK                     VALUE "00".
       01  WS-RECVMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-RECVMAST-OK                  VALUE "00".
       01  WS-DUNMAST-STATUS    PIC XX         VALUE ZEROS.
           88  WS-DUNMAST-OK                   VALUE "00".
       01  WS-PAYTRAN-STATUS    PIC XX         VALUE ZEROS.
           88  WS-PAYTRAN-OK                   VALUE "00".
       01  WS-RPT-STATUS        PIC XX         VALUE ZEROS.

       01  WS-SWITCHES.
           02  WS-EOF-SWITCH    PIC X          VALUE "N".
               88  WS-EOF-YES                  VALUE "Y".
           02  WS-APPLY-OK-SWITCH PIC X        VALUE "N".
               88  WS-APPLY-OK-YES             VALUE "Y".

       01  WS-COUNTERS.
           02  WS-DETAIL-COUNT      PIC 9(5)   VALUE ZEROS.
           02  WS-ERROR-COUNT       PIC 9(5)   VALUE ZEROS.
           02  WS-CONVERTED-COUNT   PIC 9(5)   VALUE ZEROS.
           02  WS-HDR-CONTROL-COUNT PIC 9(5)   VALUE ZEROS.

       01  WS-HDR-REMIT-TOTAL   PIC 9(7)V99    VALUE ZEROS.
       01  WS-COLLECTED-TOTAL   PIC 9(7)V99    VALUE ZEROS.
       01  WS-COMMISSION-TOTAL  PIC 9(7)V99    VALUE ZEROS.
       01  WS-NET-TOTAL         PIC 9(7)V99    VALUE ZEROS.
       01  WS-CONVERTED-TOTAL   PIC 9(7)V99    VALUE ZEROS.
       01  WS-NET-AMOUNT        PIC 9(5)V99    VALUE ZEROS.
       01  WS-REMIT-CUMULATIVE  PIC 9(7)V99    VALUE ZEROS.

      *    Net already validated for each student on this return, so
      *    several items for one account are held to its balance
      *    together.
       01  WS-REMIT-TABLE.
           02  WS-REMIT-MAX         PIC 9(4)   VALUE 5000 COMP.
           02  WS-REMIT-IX          PIC S9(4)  VALUE ZEROS COMP.
           02  WS-REMIT-HIT         PIC S9(4)  VALUE ZEROS COMP.
           02  WS-REMIT-TALLY       PIC 9(4)   VALUE ZEROS.
           02  WS-REMIT-ENTRY OCCURS 5000 TIMES.
               03  WS-RM-STUDENTID  PIC 9(8).
               03  WS-RM-NET        PIC 9(7)V99.

       01  WS-RTN-REASON        PIC X(24)      VALUE SPACES.
       01  WS-RTN-ACTION        PIC X(9)       VALUE SPACES.

       01  WS-AGENCY-CODE       PIC X(4)       VALUE SPACES.
       01  WS-REMIT-DATE        PIC 9(8)       VALUE ZEROS.

       01  WS-DATE-WORK.
           02  WS-DW-YYYY       PIC 9(4).
           02  WS-DW-MM         PIC 99.
           02  WS-DW-DD         PIC 99.

       01  WS-HEADING-1.
           02  FILLER            PIC X(31)
                   VALUE "AGENCY RETURN REGISTER - AGENCY".
           02  FILLER            PIC X     VALUE SPACE.
           02  HDG1-AGENCY-CODE  PIC X(4).
           02  FILLER            PIC X(13) VALUE "  REMITTED ON".
           02  FILLER            PIC X     VALUE SPACE.
           02  HDG1-REMIT-DATE   PIC 9999/99/99.

       01  WS-HEADING-2.
           02  FILLER            PIC X(7)  VALUE "REMIT".
           02  FILLER            PIC X(9)  VALUE "STUDENT".
           02  FILLER            PIC X(10) VALUE " COLLECTED".
           02  FILLER            PIC X(10) VALUE " COMMISSN".
           02  FILLER            PIC X(10) VALUE "       NET".
           02  FILLER            PIC X(10) VALUE "ACTION".
           02  FILLER            PIC X(6)  VALUE "REASON".

       01  WS-RETURN-LINE.
           02  RTL-REMIT-NO      PIC X(6).
           02  FILLER            PIC X     VALUE SPACE.
           02  RTL-STUDENTID     PIC X(8).
           02  FILLER            PIC X     VALUE SPACE.
           02  RTL-COLLECTED     PIC ZZ,ZZ9.99.
           02  FILLER            PIC X     VALUE SPACE.
           02  RTL-COMMISSION    PIC ZZ,ZZ9.99.
           02  FILLER            PIC X     VALUE SPACE.
           02  RTL-NET           PIC ZZ,ZZ9.99.
           02  FILLER            PIC X     VALUE SPACE.
           02  RTL-ACTION        PIC X(9).
           02  FILLER            PIC X     VALUE SPACE.
           02  RTL-REASON        PIC X(24).

       01  WS-TOTAL-LINE.
           02  FILLER            PIC X(5)  VALUE "TOTAL".
           02  TOT-COUNT         PIC ZZ,ZZ9.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  TOT-COLLECTED     PIC Z,ZZZ,ZZ9.99.
           02  TOT-COMMISSION    PIC ZZZ,ZZ9.99.
           02  TOT-NET           PIC ZZZ,ZZ9.99.

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
      *  AGYTRANS is opened before anything can fail so the posting   *
      *  step always finds it, empty on a night nothing converts.     *
      *****************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT RETURN-RPT
           OPEN OUTPUT PAY-TRANS
           IF NOT WS-PAYTRAN-OK
               DISPLAY "PAY-TRANS OPEN FAILED, STATUS = "
                   WS-PAYTRAN-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               ADD 1 TO WS-ERROR-COUNT
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT RECV-MASTER
           IF NOT WS-RECVMAST-OK
               DISPLAY "RECV-MASTER OPEN FAILED, STATUS = "
                   WS-RECVMAST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               ADD 1 TO WS-ERROR-COUNT
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT DUN-MASTER
           IF NOT WS-DUNMAST-OK
               DISPLAY "DUN-MASTER OPEN FAILED, STATUS = "
                   WS-DUNMAST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               ADD 1 TO WS-ERROR-COUNT
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT COLL-RETURN
           IF NOT WS-TRANS-OK
               DISPLAY "COLL-RETURN OPEN FAILED, STATUS = "
                   WS-TRANS-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               ADD 1 TO WS-ERROR-COUNT
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-READ-HEADER THRU 1100-EXIT
           MOVE WS-AGENCY-CODE TO HDG1-AGENCY-CODE
           MOVE WS-REMIT-DATE TO HDG1-REMIT-DATE
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           IF NOT WS-EOF-YES
               PERFORM 2100-READ-TRANS
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-READ-HEADER THRU 1100-EXIT                              *
      *  Reads record 1 and captures the agency, the remittance date  *
      *  the items post under, and the count and net total the file   *
      *  is expected to tie out to - the RATETRN convention.  No      *
      *  record at all is a night the agency sent nothing.            *
      *****************************************************************
       1100-READ-HEADER.
           READ COLL-RETURN
               AT END
                   DISPLAY "COLL-RETURN IS EMPTY - NO REMITTANCE"
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ
           IF WS-EOF-YES
               GO TO 1100-EXIT
           END-IF
           IF NOT CR-HEADER-RECORD
               DISPLAY "*** COLL-RETURN IS MISSING ITS CONTROL "
                   "HEADER RECORD ***"
               MOVE "Y" TO WS-EOF-SWITCH
               ADD 1 TO WS-ERROR-COUNT
               GO TO 1100-EXIT
           END-IF
           MOVE CRH-AGENCY-CODE TO WS-AGENCY-CODE
           IF CRHA-CONTROL-COUNT NOT NUMERIC
                   OR CRHA-REMIT-TOTAL NOT NUMERIC
                   OR CRHA-REMIT-DATE NOT NUMERIC
                   OR CRH-AGENCY-CODE = SPACES
               DISPLAY "*** COLL-RETURN CONTROL HEADER INVALID ***"
               MOVE "Y" TO WS-EOF-SWITCH
               ADD 1 TO WS-ERROR-COUNT
               GO TO 1100-EXIT
           END-IF
           MOVE CRH-REMIT-DATE TO WS-DATE-WORK
           IF WS-DW-YYYY < 1980 OR WS-DW-MM < 1 OR WS-DW-MM > 12
                   OR WS-DW-DD < 1 OR WS-DW-DD > 31
               DISPLAY "*** COLL-RETURN REMITTANCE DATE "
                   CRH-REMIT-DATE " NOT A DATE ***"
               MOVE "Y" TO WS-EOF-SWITCH
               ADD 1 TO WS-ERROR-COUNT
               GO TO 1100-EXIT
           END-IF
           MOVE CRH-REMIT-DATE TO WS-REMIT-DATE
           MOVE CRH-CONTROL-COUNT TO WS-HDR-CONTROL-COUNT
           MOVE CRH-REMIT-TOTAL TO WS-HDR-REMIT-TOTAL.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  3000-VALIDATE-TRANSACTION THRU 3000-EXIT                     *
      *  Validation pass - every edit is run here with nothing        *
      *  written, and the result is logged to the register.  The      *
      *  receivables master is only read.                              *
      *****************************************************************
       3000-VALIDATE-TRANSACTION.
           ADD 1 TO WS-DETAIL-COUNT
           MOVE SPACES TO WS-RTN-REASON
           MOVE "VALIDATED" TO WS-RTN-ACTION
           MOVE ZEROS TO WS-NET-AMOUNT
           IF NOT CR-DETAIL-RECORD
               MOVE "INVALID RECORD CODE" TO WS-RTN-REASON
           ELSE
               PERFORM 3100-EDIT-CARD THRU 3100-EXIT
           END-IF
           IF WS-RTN-REASON NOT = SPACES
               MOVE "REJECTED" TO WS-RTN-ACTION
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           PERFORM 2900-LOG-TRANSACTION
           PERFORM 2100-READ-TRANS.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-EDIT-CARD THRU 3100-EXIT                                *
      *  Field edits, then the net the item will post and the         *
      *  receivables account it posts to.  The item's amounts are     *
      *  added into the tie-out totals once they are known numeric.   *
      *  The agency may only remit on an account COLLPLC placed with  *
      *  it (DUNMAST at level 4), and never more than the account     *
      *  still owes - counting every earlier item on the file for the *
      *  same student - so the item that would leave a credit balance *
      *  is the agency's error to correct, not a refund to issue.     *
      *****************************************************************
       3100-EDIT-CARD.
           IF CRA-REMIT-NO NOT NUMERIC
               MOVE "REMIT NO NOT NUMERIC" TO WS-RTN-REASON
               GO TO 3100-EXIT
           END-IF
           IF CRA-STUDENTID NOT NUMERIC
               MOVE "STUDENTID NOT NUMERIC" TO WS-RTN-REASON
               GO TO 3100-EXIT
           END-IF
           IF CRA-COLLECTED NOT NUMERIC
               MOVE "COLLECTED NOT NUMERIC" TO WS-RTN-REASON
               GO TO 3100-EXIT
           END-IF
           IF CRA-COMMISSION NOT NUMERIC
               MOVE "COMMISSION NOT NUMERIC" TO WS-RTN-REASON
               GO TO 3100-EXIT
           END-IF
           ADD CR-COLLECTED TO WS-COLLECTED-TOTAL
           ADD CR-COMMISSION TO WS-COMMISSION-TOTAL
           IF CR-COLLECTED = ZERO
               MOVE "COLLECTED AMOUNT ZERO" TO WS-RTN-REASON
               GO TO 3100-EXIT
           END-IF
           IF CR-COMMISSION NOT < CR-COLLECTED
               MOVE "NET REMITTANCE NOT > 0" TO WS-RTN-REASON
               GO TO 3100-EXIT
           END-IF
           SUBTRACT CR-COMMISSION FROM CR-COLLECTED
               GIVING WS-NET-AMOUNT
           ADD WS-NET-AMOUNT TO WS-NET-TOTAL
           MOVE CR-STUDENTID TO AR-STUDENTID
           READ RECV-MASTER
               INVALID KEY
                   MOVE "NO RECEIVABLES ACCOUNT" TO WS-RTN-REASON
                   GO TO 3100-EXIT
           END-READ
           PERFORM 3150-FIND-REMITTED
           IF WS-REMIT-HIT = ZERO
               MOVE WS-NET-AMOUNT TO WS-REMIT-CUMULATIVE
           ELSE
               ADD WS-RM-NET(WS-REMIT-HIT) WS-NET-AMOUNT
                   GIVING WS-REMIT-CUMULATIVE
           END-IF
           IF WS-REMIT-CUMULATIVE > AR-BALANCE-DUE
               MOVE "REMIT EXCEEDS BALANCE" TO WS-RTN-REASON
               GO TO 3100-EXIT
           END-IF
           MOVE CR-STUDENTID TO DN-STUDENTID
           READ DUN-MASTER
               INVALID KEY
                   MOVE "NOT PLACED WITH AGENCY" TO WS-RTN-REASON
                   GO TO 3100-EXIT
           END-READ
           IF NOT DN-PLACED
               MOVE "NOT PLACED WITH AGENCY" TO WS-RTN-REASON
               GO TO 3100-EXIT
           END-IF
           PERFORM 3170-TABLE-REMITTED.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3150-FIND-REMITTED                                           *
      *  Sets WS-REMIT-HIT to the remittance-table entry for the      *
      *  item's student, zero when this is the student's first item.  *
      *****************************************************************
       3150-FIND-REMITTED.
           MOVE ZERO TO WS-REMIT-HIT
           MOVE 1 TO WS-REMIT-IX
           PERFORM 3160-CHECK-ONE-REMITTED
               UNTIL WS-REMIT-HIT > ZERO
                   OR WS-REMIT-IX > WS-REMIT-TALLY.

      *****************************************************************
      *  3160-CHECK-ONE-REMITTED                                      *
      *****************************************************************
       3160-CHECK-ONE-REMITTED.
           IF WS-RM-STUDENTID(WS-REMIT-IX) = CR-STUDENTID
               MOVE WS-REMIT-IX TO WS-REMIT-HIT
           END-IF
           ADD 1 TO WS-REMIT-IX.

      *****************************************************************
      *  3170-TABLE-REMITTED                                          *
      *  Carries a validated item's net into its student's running    *
      *  total.  A return naming more students than the table holds   *
      *  cannot be held to the balances, so the item past the end is  *
      *  rejected and nothing converts.                               *
      *****************************************************************
       3170-TABLE-REMITTED.
           IF WS-REMIT-HIT > ZERO
               MOVE WS-REMIT-CUMULATIVE TO WS-RM-NET(WS-REMIT-HIT)
           ELSE
               IF WS-REMIT-TALLY = WS-REMIT-MAX
                   MOVE "REMIT TABLE FULL" TO WS-RTN-REASON
               ELSE
                   ADD 1 TO WS-REMIT-TALLY
                   MOVE WS-REMIT-TALLY TO WS-REMIT-IX
                   MOVE CR-STUDENTID TO WS-RM-STUDENTID(WS-REMIT-IX)
                   MOVE WS-REMIT-CUMULATIVE TO WS-RM-NET(WS-REMIT-IX)
               END-IF
           END-IF.

      *****************************************************************
      *  4000-CHECK-CONTROL                                           *
      *  The conversion runs only when the file tied to its header    *
      *  count and net total and every item validated clean.          *
      *****************************************************************
       4000-CHECK-CONTROL.
           IF WS-DETAIL-COUNT NOT = WS-HDR-CONTROL-COUNT
               DISPLAY "*** COLL-RETURN DETAIL COUNT " WS-DETAIL-COUNT
                   " DOES NOT TIE TO HEADER COUNT "
                   WS-HDR-CONTROL-COUNT " - NOTHING CONVERTED ***"
           ELSE
               IF WS-ERROR-COUNT > ZERO
                   DISPLAY "*** " WS-ERROR-COUNT " RETURN ITEMS "
                       "FAILED VALIDATION - NOTHING CONVERTED ***"
               ELSE
                   IF WS-NET-TOTAL NOT = WS-HDR-REMIT-TOTAL
                       DISPLAY "*** COLL-RETURN NET TOTAL "
                           WS-NET-TOTAL " DOES NOT TIE TO HEADER "
                           "TOTAL " WS-HDR-REMIT-TOTAL
                           " - NOTHING CONVERTED ***"
                   ELSE
                       MOVE "Y" TO WS-APPLY-OK-SWITCH
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  4100-REOPEN-TRANS THRU 4100-EXIT                             *
      *  Rewinds the validated return file for the conversion - the   *
      *  header is skipped and the first detail is primed.            *
      *****************************************************************
       4100-REOPEN-TRANS.
           CLOSE COLL-RETURN
           OPEN INPUT COLL-RETURN
           IF NOT WS-TRANS-OK
               DISPLAY "COLL-RETURN REOPEN FAILED, STATUS = "
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
      *  Conversion phase - one payment transaction per item, for     *
      *  the net of commission, dated the day the agency remitted.    *
      *****************************************************************
       2000-APPLY-TRANSACTION.
           SUBTRACT CR-COMMISSION FROM CR-COLLECTED
               GIVING WS-NET-AMOUNT
           MOVE CR-REMIT-NO TO PAY-RECEIPT-NO
           MOVE CR-STUDENTID TO PAY-STUDENTID
           MOVE WS-REMIT-DATE TO PAY-DATE
           MOVE WS-NET-AMOUNT TO PAY-AMOUNT
           MOVE "A" TO PAY-SOURCE
           MOVE WS-AGENCY-CODE TO PAY-DEPOSIT-BATCH
           WRITE PAY-TRANS-REC
           IF WS-PAYTRAN-OK
               MOVE "CONVERTED" TO WS-RTN-ACTION
               MOVE SPACES TO WS-RTN-REASON
               ADD 1 TO WS-CONVERTED-COUNT
               ADD WS-NET-AMOUNT TO WS-CONVERTED-TOTAL
           ELSE
               MOVE "REJECTED" TO WS-RTN-ACTION
               MOVE "PAY-TRANS WRITE FAILED" TO WS-RTN-REASON
           END-IF
           PERFORM 2900-LOG-TRANSACTION
           PERFORM 2100-READ-TRANS.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-READ-TRANS                                              *
      *****************************************************************
       2100-READ-TRANS.
           READ COLL-RETURN
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *****************************************************************
      *  2900-LOG-TRANSACTION                                         *
      *  Amounts are printed only once they are known numeric.        *
      *****************************************************************
       2900-LOG-TRANSACTION.
           MOVE CRA-REMIT-NO TO RTL-REMIT-NO
           MOVE CRA-STUDENTID TO RTL-STUDENTID
           IF CRA-COLLECTED NUMERIC
               MOVE CR-COLLECTED TO RTL-COLLECTED
           ELSE
               MOVE ZEROS TO RTL-COLLECTED
           END-IF
           IF CRA-COMMISSION NUMERIC
               MOVE CR-COMMISSION TO RTL-COMMISSION
           ELSE
               MOVE ZEROS TO RTL-COMMISSION
           END-IF
           MOVE WS-NET-AMOUNT TO RTL-NET
           MOVE WS-RTN-ACTION TO RTL-ACTION
           MOVE WS-RTN-REASON TO RTL-REASON
           MOVE WS-RETURN-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *****************************************************************
      *  9000-TERMINATE                                               *
      *  The validated totals close the register; a conversion short  *
      *  of the validated count fails the step (RC=8).                *
      *****************************************************************
       9000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-DETAIL-COUNT TO TOT-COUNT
           MOVE WS-COLLECTED-TOTAL TO TOT-COLLECTED
           MOVE WS-COMMISSION-TOTAL TO TOT-COMMISSION
           MOVE WS-NET-TOTAL TO TOT-NET
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-APPLY-OK-YES
                   AND WS-CONVERTED-COUNT NOT = WS-DETAIL-COUNT
               DISPLAY "*** AGYTRANS SHORT - " WS-CONVERTED-COUNT
                   " CONVERTED OF " WS-DETAIL-COUNT
                   " VALIDATED - STEP FAILED ***"
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE COLL-RETURN
           CLOSE RECV-MASTER
           CLOSE DUN-MASTER
           CLOSE PAY-TRANS
           CLOSE RETURN-RPT
           DISPLAY "RETURN ITEMS READ    = " WS-DETAIL-COUNT
           DISPLAY "VALIDATION ERRORS    = " WS-ERROR-COUNT
           DISPLAY "ITEMS CONVERTED      = " WS-CONVERTED-COUNT
           DISPLAY "NET AMOUNT CONVERTED = " WS-CONVERTED-TOTAL
           DISPLAY "COMMISSION RETAINED  = " WS-COMMISSION-TOTAL.
