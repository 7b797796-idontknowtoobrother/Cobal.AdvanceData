       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBXINTK.
       AUTHOR. RLM.

      *****************************************************************
      *  LBXINTK                                                       *
      *  Bank lockbox intake.  Converts the night's lockbox           *
      *  transmission (copybooks/LOCKBOX.CPY) into payment            *
      *  transactions (copybooks/PAYTRAN.CPY) that ARPOST posts       *
      *  with the cashier receipts.  The run takes two passes, the    *
      *  RATEMNT way: the whole file is proved first - a header with  *
      *  a real deposit date, every item with a numeric serial and a  *
      *  non-zero amount, every batch closed by a trailer whose item  *
      *  count and deposit total tie to its items - and nothing is    *
      *  converted unless the file proves clean.                      *
      *                                                                *
      *  Each item is matched to a student by the STUDENTID on the    *
      *  coupon scan line or, when the coupon did not come back, by   *
      *  the STUDENTID in the invoice number keyed off the statement. *
      *  A matched item on the student master with a receivables row  *
      *  is written to LBXTRANS under its bank serial as the receipt  *
      *  number, dated the deposit date and carrying its deposit      *
      *  batch.  Any other item goes to the suspense file (copybooks/ *
      *  LBXSUSP.CPY) with the reason, for the bursar to work by      *
      *  hand.  Every item and a subtotal per batch are listed on     *
      *  the intake register (LBXRPT).  The step ends RC=4 when       *
      *  anything went to suspense and RC=8 when the file did not     *
      *  prove.                                                        *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  2026-10-09  RLM  Original program.                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE ASSIGN TO "LOCKBOX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKBOX-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENTID
               ALTERNATE RECORD KEY IS SURNAME
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDMAST-STATUS.

           SELECT RECV-MASTER ASSIGN TO "RECVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-STUDENTID
               FILE STATUS IS WS-RECVMAST-STATUS.

           SELECT PAY-TRANS ASSIGN TO "LBXTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT LBX-SUSPENSE ASSIGN TO "LBXSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT INTAKE-RPT ASSIGN TO "LBXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCKBOX-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOCKBOX.

       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY STUDREC.

       FD  RECV-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY RECVMAST.

       FD  PAY-TRANS
           LABEL RECORDS ARE STANDARD.
           COPY PAYTRAN.

       FD  LBX-SUSPENSE
           LABEL RECORDS ARE STANDARD.
           COPY LBXSUSP.

       FD  INTAKE-RPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LOCKBOX-STATUS    PIC XX         VALUE ZEROS.
           88  WS-LOCKBOX-OK                   VALUE "00".
       01  WS-STUDMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-STUDMAST-OK                  VALUE "00".
       01  WS-RECVMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-RECVMAST-OK                  VALUE "00".
       01  WS-TRANS-STATUS      PIC XX         VALUE ZEROS.
           88  WS-TRANS-OK                     VALUE "00".
       01  WS-SUSP-STATUS       PIC XX         VALUE ZEROS.
           88  WS-SUSP-OK                      VALUE "00".
       01  WS-RPT-STATUS        PIC XX         VALUE ZEROS.

       01  WS-SWITCHES.
           02  WS-EOF-SWITCH    PIC X          VALUE "N".
               88  WS-EOF-YES                  VALUE "Y".
           02  WS-CONVERT-OK-SWITCH PIC X      VALUE "N".
               88  WS-CONVERT-OK-YES           VALUE "Y".
           02  WS-BATCH-OPEN-SWITCH PIC X      VALUE "N".
               88  WS-BATCH-OPEN-YES           VALUE "Y".
           02  WS-OPEN-FAILED-SWITCH PIC X     VALUE "N".
               88  WS-OPEN-FAILED-YES          VALUE "Y".

       01  WS-COUNTERS.
           02  WS-RECORD-COUNT      PIC 9(5)   VALUE ZEROS.
           02  WS-ITEM-COUNT        PIC 9(5)   VALUE ZEROS.
           02  WS-BATCH-COUNT       PIC 9(5)   VALUE ZEROS.
           02  WS-ERROR-COUNT       PIC 9(5)   VALUE ZEROS.
           02  WS-CONVERTED-COUNT   PIC 9(5)   VALUE ZEROS.
           02  WS-SUSPENSE-COUNT    PIC 9(5)   VALUE ZEROS.

       01  WS-CONVERTED-TOTAL   PIC 9(9)V99    VALUE ZEROS.
       01  WS-SUSPENSE-TOTAL    PIC 9(9)V99    VALUE ZEROS.
       01  WS-DEPOSIT-TOTAL     PIC 9(9)V99    VALUE ZEROS.

      *    The batch being proved or converted - its number, what     *
      *    its items add up to, and on the convert pass how they      *
      *    split between converted and suspense.                      *
       01  WS-BATCH-WORK.
           02  WS-CUR-BATCH-NO      PIC X(6)   VALUE SPACES.
           02  WS-BATCH-ITEMS       PIC 9(5)   VALUE ZEROS.
           02  WS-BATCH-AMOUNT      PIC 9(7)V99 VALUE ZEROS.
           02  WS-BATCH-CONV-COUNT  PIC 9(5)   VALUE ZEROS.
           02  WS-BATCH-CONV-AMOUNT PIC 9(7)V99 VALUE ZEROS.
           02  WS-BATCH-SUSP-COUNT  PIC 9(5)   VALUE ZEROS.
           02  WS-BATCH-SUSP-AMOUNT PIC 9(7)V99 VALUE ZEROS.

       01  WS-DEPOSIT-DATE      PIC 9(8)       VALUE ZEROS.
       01  WS-LOCKBOX-NO        PIC X(7)       VALUE SPACES.
       01  WS-MATCH-STUDENTID   PIC 9(8)       VALUE ZEROS.
       01  WS-MATCH-METHOD      PIC X(10)      VALUE SPACES.
       01  WS-REASON            PIC X(30)      VALUE SPACES.
       01  WS-ERROR-TEXT        PIC X(40)      VALUE SPACES.

       01  WS-DATE-WORK.
           02  WS-DW-YYYY       PIC 9(4).
           02  WS-DW-MM         PIC 99.
           02  WS-DW-DD         PIC 99.

       01  WS-HEADING-1.
           02  FILLER            PIC X(26)
                   VALUE "LOCKBOX INTAKE - LOCKBOX ".
           02  HDG1-LOCKBOX-NO   PIC X(7).
           02  FILLER            PIC X(16) VALUE "  DEPOSIT DATE ".
           02  HDG1-DEPOSIT-DATE PIC 9999/99/99.

       01  WS-HEADING-2.
           02  FILLER            PIC X(7)  VALUE "BATCH".
           02  FILLER            PIC X(7)  VALUE "SERIAL".
           02  FILLER            PIC X(9)  VALUE "STUDENT".
           02  FILLER            PIC X(10) VALUE "   AMOUNT ".
           02  FILLER            PIC X(11) VALUE "ACTION".
           02  FILLER            PIC X(30) VALUE "MATCHED BY / REASON".

       01  WS-ERROR-LINE.
           02  FILLER            PIC X(4)  VALUE "*** ".
           02  ERL-RECORD-NO     PIC ZZ,ZZ9.
           02  FILLER            PIC X     VALUE SPACE.
           02  ERL-TEXT          PIC X(40).

       01  WS-DETAIL-LINE.
           02  DTL-BATCH-NO      PIC X(6).
           02  FILLER            PIC X     VALUE SPACE.
           02  DTL-SERIAL        PIC 9(6).
           02  FILLER            PIC X     VALUE SPACE.
           02  DTL-STUDENTID     PIC X(8).
           02  FILLER            PIC X     VALUE SPACE.
           02  DTL-AMOUNT        PIC ZZ,ZZ9.99.
           02  FILLER            PIC X     VALUE SPACE.
           02  DTL-ACTION        PIC X(10).
           02  FILLER            PIC X     VALUE SPACE.
           02  DTL-REASON        PIC X(30).

       01  WS-BATCH-LINE.
           02  FILLER            PIC X(8)  VALUE "  BATCH ".
           02  BTL-BATCH-NO      PIC X(6).
           02  FILLER            PIC X(7)  VALUE "  BANK ".
           02  BTL-BANK-AMOUNT   PIC Z,ZZZ,ZZ9.99.
           02  FILLER            PIC X(7)  VALUE "  CONV ".
           02  BTL-CONV-AMOUNT   PIC Z,ZZZ,ZZ9.99.
           02  FILLER            PIC X(7)  VALUE "  SUSP ".
           02  BTL-SUSP-AMOUNT   PIC Z,ZZZ,ZZ9.99.

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
           IF WS-OPEN-FAILED-YES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-PROVE-RECORD THRU 3000-EXIT
               UNTIL WS-EOF-YES
           PERFORM 4000-CHECK-CONTROL
           IF WS-CONVERT-OK-YES
               PERFORM 4100-REOPEN-LOCKBOX THRU 4100-EXIT
               PERFORM 2000-CONVERT-RECORD THRU 2000-EXIT
                   UNTIL WS-EOF-YES
               IF WS-SUSPENSE-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE THRU 1000-EXIT                               *
      *****************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT INTAKE-RPT
           OPEN INPUT STUDENT-MASTER
           IF NOT WS-STUDMAST-OK
               DISPLAY "STUDENT-MASTER OPEN FAILED, STATUS = "
                   WS-STUDMAST-STATUS
               MOVE "Y" TO WS-OPEN-FAILED-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT RECV-MASTER
           IF NOT WS-RECVMAST-OK
               DISPLAY "RECV-MASTER OPEN FAILED, STATUS = "
                   WS-RECVMAST-STATUS
               MOVE "Y" TO WS-OPEN-FAILED-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT PAY-TRANS
           IF NOT WS-TRANS-OK
               DISPLAY "PAY-TRANS OPEN FAILED, STATUS = "
                   WS-TRANS-STATUS
               MOVE "Y" TO WS-OPEN-FAILED-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT LBX-SUSPENSE
           IF NOT WS-SUSP-OK
               DISPLAY "LBX-SUSPENSE OPEN FAILED, STATUS = "
                   WS-SUSP-STATUS
               MOVE "Y" TO WS-OPEN-FAILED-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT LOCKBOX-FILE
           IF NOT WS-LOCKBOX-OK
               DISPLAY "LOCKBOX-FILE OPEN FAILED, STATUS = "
                   WS-LOCKBOX-STATUS
               MOVE "Y" TO WS-OPEN-FAILED-SWITCH
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-READ-HEADER THRU 1100-EXIT
           MOVE WS-LOCKBOX-NO TO HDG1-LOCKBOX-NO
           MOVE WS-DEPOSIT-DATE TO HDG1-DEPOSIT-DATE
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF NOT WS-EOF-YES
               PERFORM 2100-READ-LOCKBOX
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-READ-HEADER THRU 1100-EXIT                              *
      *  Record 1 must be the file header, and its deposit date a     *
      *  real date - every item converted is dated with it.           *
      *****************************************************************
       1100-READ-HEADER.
           READ LOCKBOX-FILE
               AT END
                   DISPLAY "LOCKBOX-FILE IS EMPTY - NO HEADER RECORD"
                   MOVE "Y" TO WS-EOF-SWITCH
                   ADD 1 TO WS-ERROR-COUNT
           END-READ
           IF WS-EOF-YES
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO WS-RECORD-COUNT
           IF NOT LB-FILE-HEADER
               DISPLAY "*** LOCKBOX-FILE IS MISSING ITS HEADER "
                   "RECORD ***"
               MOVE "Y" TO WS-EOF-SWITCH
               ADD 1 TO WS-ERROR-COUNT
               GO TO 1100-EXIT
           END-IF
           MOVE LBH-LOCKBOX-NO TO WS-LOCKBOX-NO
           IF LBHA-DEPOSIT-DATE NOT NUMERIC
               DISPLAY "*** LOCKBOX-FILE DEPOSIT DATE NOT NUMERIC ***"
               MOVE "Y" TO WS-EOF-SWITCH
               ADD 1 TO WS-ERROR-COUNT
               GO TO 1100-EXIT
           END-IF
           MOVE LBH-DEPOSIT-DATE TO WS-DATE-WORK
           IF WS-DW-YYYY < 1980 OR WS-DW-MM < 1 OR WS-DW-MM > 12
                   OR WS-DW-DD < 1 OR WS-DW-DD > 31
               DISPLAY "*** LOCKBOX-FILE DEPOSIT DATE NOT A DATE ***"
               MOVE "Y" TO WS-EOF-SWITCH
               ADD 1 TO WS-ERROR-COUNT
               GO TO 1100-EXIT
           END-IF
           MOVE LBH-DEPOSIT-DATE TO WS-DEPOSIT-DATE.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  3000-PROVE-RECORD THRU 3000-EXIT                             *
      *  Proving pass - one record after the header.  Items are       *
      *  edited and added into the open batch; a trailer must name    *
      *  the open batch and tie to it.  Each failure is listed on     *
      *  the register with its record number.                         *
      *****************************************************************
       3000-PROVE-RECORD.
           ADD 1 TO WS-RECORD-COUNT
           MOVE SPACES TO WS-ERROR-TEXT
           EVALUATE TRUE
               WHEN LB-DETAIL
                   PERFORM 3100-PROVE-ITEM THRU 3100-EXIT
               WHEN LB-BATCH-TRAILER
                   PERFORM 3200-PROVE-TRAILER THRU 3200-EXIT
               WHEN LB-FILE-HEADER
                   MOVE "SECOND HEADER RECORD" TO WS-ERROR-TEXT
               WHEN OTHER
                   MOVE "INVALID RECORD CODE" TO WS-ERROR-TEXT
           END-EVALUATE
           IF WS-ERROR-TEXT NOT = SPACES
               PERFORM 3900-LIST-ERROR
           END-IF
           PERFORM 2100-READ-LOCKBOX.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-PROVE-ITEM THRU 3100-EXIT                               *
      *  The first item after a trailer opens the next batch; an      *
      *  item for another batch while one is open means the open      *
      *  batch lost its trailer.                                       *
      *****************************************************************
       3100-PROVE-ITEM.
           IF NOT WS-BATCH-OPEN-YES
               MOVE "Y" TO WS-BATCH-OPEN-SWITCH
               MOVE LB-BATCH-NO TO WS-CUR-BATCH-NO
               MOVE ZEROS TO WS-BATCH-ITEMS
               MOVE ZEROS TO WS-BATCH-AMOUNT
           END-IF
           IF LB-BATCH-NO NOT = WS-CUR-BATCH-NO
               MOVE "BATCH NOT CLOSED BY A TRAILER"
                   TO WS-ERROR-TEXT
               MOVE LB-BATCH-NO TO WS-CUR-BATCH-NO
               MOVE ZEROS TO WS-BATCH-ITEMS
               MOVE ZEROS TO WS-BATCH-AMOUNT
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           ADD 1 TO WS-BATCH-ITEMS
           IF LBA-ITEM-SERIAL NOT NUMERIC
               MOVE "ITEM SERIAL NOT NUMERIC" TO WS-ERROR-TEXT
               GO TO 3100-EXIT
           END-IF
           IF LBA-AMOUNT NOT NUMERIC
               MOVE "ITEM AMOUNT NOT NUMERIC" TO WS-ERROR-TEXT
               GO TO 3100-EXIT
           END-IF
           IF LB-AMOUNT = ZERO
               MOVE "ITEM AMOUNT IS ZERO" TO WS-ERROR-TEXT
               GO TO 3100-EXIT
           END-IF
           ADD LB-AMOUNT TO WS-BATCH-AMOUNT.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3200-PROVE-TRAILER THRU 3200-EXIT                            *
      *****************************************************************
       3200-PROVE-TRAILER.
           IF NOT WS-BATCH-OPEN-YES
               MOVE "TRAILER WITH NO ITEMS" TO WS-ERROR-TEXT
               GO TO 3200-EXIT
           END-IF
           MOVE "N" TO WS-BATCH-OPEN-SWITCH
           ADD 1 TO WS-BATCH-COUNT
           IF LBT-BATCH-NO NOT = WS-CUR-BATCH-NO
               MOVE "TRAILER FOR ANOTHER BATCH" TO WS-ERROR-TEXT
               GO TO 3200-EXIT
           END-IF
           IF LBTA-ITEM-COUNT NOT NUMERIC
                   OR LBTA-DEPOSIT-TOTAL NOT NUMERIC
               MOVE "TRAILER TOTALS NOT NUMERIC" TO WS-ERROR-TEXT
               GO TO 3200-EXIT
           END-IF
           IF LBT-ITEM-COUNT NOT = WS-BATCH-ITEMS
               MOVE "BATCH ITEM COUNT DOES NOT TIE"
                   TO WS-ERROR-TEXT
               GO TO 3200-EXIT
           END-IF
           IF LBT-DEPOSIT-TOTAL NOT = WS-BATCH-AMOUNT
               MOVE "BATCH DEPOSIT TOTAL DOES NOT TIE"
                   TO WS-ERROR-TEXT
               GO TO 3200-EXIT
           END-IF
           ADD LBT-DEPOSIT-TOTAL TO WS-DEPOSIT-TOTAL.
       3200-EXIT.
           EXIT.

      *****************************************************************
      *  3900-LIST-ERROR                                              *
      *****************************************************************
       3900-LIST-ERROR.
           ADD 1 TO WS-ERROR-COUNT
           MOVE WS-RECORD-COUNT TO ERL-RECORD-NO
           MOVE WS-ERROR-TEXT TO ERL-TEXT
           MOVE WS-ERROR-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *****************************************************************
      *  4000-CHECK-CONTROL                                           *
      *  The convert pass runs only when every record proved and no   *
      *  batch was left open at the end of the file.                  *
      *****************************************************************
       4000-CHECK-CONTROL.
           IF WS-BATCH-OPEN-YES
               MOVE "LAST BATCH NOT CLOSED BY A TRAILER"
                   TO WS-ERROR-TEXT
               PERFORM 3900-LIST-ERROR
           END-IF
           IF WS-ERROR-COUNT > ZERO
               DISPLAY "*** " WS-ERROR-COUNT " LOCKBOX RECORDS "
                   "FAILED TO PROVE - NOTHING CONVERTED ***"
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "*** LOCKBOX FILE DID NOT PROVE - NOTHING CONVERTED"
                   TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE "Y" TO WS-CONVERT-OK-SWITCH
           END-IF.

      *****************************************************************
      *  4100-REOPEN-LOCKBOX THRU 4100-EXIT                           *
      *  Rewinds the proved file for the convert pass - the header    *
      *  is skipped and the first item is primed.                     *
      *****************************************************************
       4100-REOPEN-LOCKBOX.
           CLOSE LOCKBOX-FILE
           OPEN INPUT LOCKBOX-FILE
           IF NOT WS-LOCKBOX-OK
               DISPLAY "LOCKBOX-FILE REOPEN FAILED, STATUS = "
                   WS-LOCKBOX-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 4100-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           MOVE ZEROS TO WS-BATCH-CONV-COUNT
           MOVE ZEROS TO WS-BATCH-CONV-AMOUNT
           MOVE ZEROS TO WS-BATCH-SUSP-COUNT
           MOVE ZEROS TO WS-BATCH-SUSP-AMOUNT
           MOVE WS-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 2100-READ-LOCKBOX
           PERFORM 2100-READ-LOCKBOX.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  2000-CONVERT-RECORD THRU 2000-EXIT                           *
      *  Convert pass - the file has proved, so every record here is  *
      *  an item or the trailer closing its batch.  An item matched   *
      *  to a student becomes a payment transaction; one that is not  *
      *  goes to suspense.                                             *
      *****************************************************************
       2000-CONVERT-RECORD.
           IF LB-BATCH-TRAILER
               PERFORM 2500-PRINT-BATCH
               GO TO 2000-READ
           END-IF
           PERFORM 2200-MATCH-PAYER THRU 2200-EXIT
           MOVE LB-BATCH-NO TO DTL-BATCH-NO
           MOVE LB-ITEM-SERIAL TO DTL-SERIAL
           MOVE LB-AMOUNT TO DTL-AMOUNT
           IF WS-REASON = SPACES
               PERFORM 2300-WRITE-PAYMENT
               MOVE WS-MATCH-STUDENTID TO DTL-STUDENTID
               MOVE "CONVERTED" TO DTL-ACTION
               MOVE WS-MATCH-METHOD TO DTL-REASON
           ELSE
               PERFORM 2400-WRITE-SUSPENSE
               MOVE LB-STUDENTID TO DTL-STUDENTID
               MOVE "SUSPENSE" TO DTL-ACTION
               MOVE WS-REASON TO DTL-REASON
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.
       2000-READ.
           PERFORM 2100-READ-LOCKBOX.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-READ-LOCKBOX                                            *
      *****************************************************************
       2100-READ-LOCKBOX.
           READ LOCKBOX-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *****************************************************************
      *  2200-MATCH-PAYER THRU 2200-EXIT                              *
      *  Leaves WS-REASON spaces and the student in                   *
      *  WS-MATCH-STUDENTID when the item can post, or the reason it  *
      *  goes to suspense.  The scan-line STUDENTID is used when the  *
      *  coupon came back; only a blank one falls back to the         *
      *  invoice number, so a misread coupon is never matched to      *
      *  whoever the invoice happens to name.                         *
      *****************************************************************
       2200-MATCH-PAYER.
           MOVE SPACES TO WS-REASON
           MOVE ZEROS TO WS-MATCH-STUDENTID
           IF LB-STUDENTID NOT = SPACES
                   AND LB-STUDENTID NOT = ZEROS
               IF LB-STUDENTID NOT NUMERIC
                   MOVE "STUDENTID NOT NUMERIC" TO WS-REASON
                   GO TO 2200-EXIT
               END-IF
               MOVE LB-STUDENTID TO WS-MATCH-STUDENTID
               MOVE "STUDENTID" TO WS-MATCH-METHOD
           ELSE
               IF LB-INVOICE-NO = SPACES
                   MOVE "NO STUDENTID OR INVOICE" TO WS-REASON
                   GO TO 2200-EXIT
               END-IF
               IF LB-INV-STMT-DATE NOT NUMERIC
                       OR LB-INV-STUDENTID NOT NUMERIC
                       OR LB-INV-STUDENTID = ZERO
                   MOVE "INVOICE NUMBER NOT VALID" TO WS-REASON
                   GO TO 2200-EXIT
               END-IF
               MOVE LB-INV-STUDENTID TO WS-MATCH-STUDENTID
               MOVE "INVOICE" TO WS-MATCH-METHOD
           END-IF
           MOVE WS-MATCH-STUDENTID TO STUDENTID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "STUDENT NOT ON MASTER" TO WS-REASON
                   GO TO 2200-EXIT
           END-READ
           MOVE WS-MATCH-STUDENTID TO AR-STUDENTID
           READ RECV-MASTER
               INVALID KEY
                   MOVE "NO RECEIVABLES ROW ON FILE" TO WS-REASON
           END-READ.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-WRITE-PAYMENT                                           *
      *  The bank serial is the receipt number; ARPOST rejects it if  *
      *  the same item is ever sent again.                             *
      *****************************************************************
       2300-WRITE-PAYMENT.
           MOVE LB-ITEM-SERIAL TO PAY-RECEIPT-NO
           MOVE WS-MATCH-STUDENTID TO PAY-STUDENTID
           MOVE WS-DEPOSIT-DATE TO PAY-DATE
           MOVE LB-AMOUNT TO PAY-AMOUNT
           MOVE "L" TO PAY-SOURCE
           MOVE LB-BATCH-NO TO PAY-DEPOSIT-BATCH
           WRITE PAY-TRANS-REC
           ADD 1 TO WS-CONVERTED-COUNT
           ADD LB-AMOUNT TO WS-CONVERTED-TOTAL
           ADD 1 TO WS-BATCH-CONV-COUNT
           ADD LB-AMOUNT TO WS-BATCH-CONV-AMOUNT.

      *****************************************************************
      *  2400-WRITE-SUSPENSE                                          *
      *****************************************************************
       2400-WRITE-SUSPENSE.
           MOVE WS-DEPOSIT-DATE TO LS-DEPOSIT-DATE
           MOVE LB-BATCH-NO TO LS-BATCH-NO
           MOVE LB-ITEM-SERIAL TO LS-ITEM-SERIAL
           MOVE LB-STUDENTID TO LS-STUDENTID
           MOVE LB-INVOICE-NO TO LS-INVOICE-NO
           MOVE LB-AMOUNT TO LS-AMOUNT
           MOVE LB-CHECK-NO TO LS-CHECK-NO
           MOVE LB-PAYER-NAME TO LS-PAYER-NAME
           MOVE WS-REASON TO LS-REASON
           WRITE LBX-SUSPENSE-REC
           ADD 1 TO WS-SUSPENSE-COUNT
           ADD LB-AMOUNT TO WS-SUSPENSE-TOTAL
           ADD 1 TO WS-BATCH-SUSP-COUNT
           ADD LB-AMOUNT TO WS-BATCH-SUSP-AMOUNT.

      *****************************************************************
      *  2500-PRINT-BATCH                                             *
      *  Subtotal at each trailer - the bank's deposit total and how  *
      *  it split between converted items and suspense.               *
      *****************************************************************
       2500-PRINT-BATCH.
           MOVE LBT-BATCH-NO TO BTL-BATCH-NO
           MOVE LBT-DEPOSIT-TOTAL TO BTL-BANK-AMOUNT
           MOVE WS-BATCH-CONV-AMOUNT TO BTL-CONV-AMOUNT
           MOVE WS-BATCH-SUSP-AMOUNT TO BTL-SUSP-AMOUNT
           MOVE WS-BATCH-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE ZEROS TO WS-BATCH-CONV-COUNT
           MOVE ZEROS TO WS-BATCH-CONV-AMOUNT
           MOVE ZEROS TO WS-BATCH-SUSP-COUNT
           MOVE ZEROS TO WS-BATCH-SUSP-AMOUNT.

      *****************************************************************
      *  9000-TERMINATE                                               *
      *****************************************************************
       9000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "DEPOSIT BATCHES" TO TOT-LABEL
           MOVE WS-BATCH-COUNT TO TOT-COUNT
           MOVE WS-DEPOSIT-TOTAL TO TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "ITEMS CONVERTED" TO TOT-LABEL
           MOVE WS-CONVERTED-COUNT TO TOT-COUNT
           MOVE WS-CONVERTED-TOTAL TO TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "ITEMS TO SUSPENSE" TO TOT-LABEL
           MOVE WS-SUSPENSE-COUNT TO TOT-COUNT
           MOVE WS-SUSPENSE-TOTAL TO TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           DISPLAY "LOCKBOX ITEMS READ   = " WS-ITEM-COUNT
           DISPLAY "ITEMS CONVERTED      = " WS-CONVERTED-COUNT
           DISPLAY "ITEMS TO SUSPENSE    = " WS-SUSPENSE-COUNT
           DISPLAY "RECORDS IN ERROR     = " WS-ERROR-COUNT
           CLOSE LOCKBOX-FILE
           CLOSE STUDENT-MASTER
           CLOSE RECV-MASTER
           CLOSE PAY-TRANS
           CLOSE LBX-SUSPENSE
           CLOSE INTAKE-RPT.
