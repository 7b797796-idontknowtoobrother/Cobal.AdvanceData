       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBXRECN.
       AUTHOR. RLM.

      *****************************************************************
      *  LBXRECN                                                       *
      *  Daily lockbox deposit reconciliation.  Ties what the night   *
      *  actually posted from the lockbox back to what the bank says  *
      *  it deposited, batch by batch.  The bank side is the item     *
      *  count and deposit total on each batch trailer of the         *
      *  lockbox transmission (copybooks/LOCKBOX.CPY); the posted     *
      *  side is every payment-history row ARPOST wrote from a        *
      *  lockbox item dated the deposit date, gathered by its         *
      *  PH-DEPOSIT-BATCH; items LBXINTK could not match are taken    *
      *  from the suspense file (copybooks/LBXSUSP.CPY).  For each    *
      *  batch                                                         *
      *     difference = deposit - posted - suspense                  *
      *  and a batch that does not come to zero - an item ARPOST      *
      *  rejected, a file that never converted, a posting with no     *
      *  deposit behind it - is printed as a DIFFERENCE.  The run     *
      *  ends RC=4 when any batch is out, and files its verdict to    *
      *  RUN-STATS (copybooks/RUNSTAT.CPY) for the balance sheet:     *
      *  in is the bank's item count, out the items posted, rejects   *
      *  the batches out of balance.                                   *
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

           SELECT OPTIONAL LBX-SUSPENSE ASSIGN TO "LBXSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT OPTIONAL PAY-HISTORY ASSIGN TO "PAYHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT RECON-RPT ASSIGN TO "LBXRECN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT OPTIONAL RUN-STATS ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCKBOX-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOCKBOX.

       FD  LBX-SUSPENSE
           LABEL RECORDS ARE STANDARD.
           COPY LBXSUSP.

       FD  PAY-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY PAYHIST.

       FD  RECON-RPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                 PIC X(80).

       FD  RUN-STATS
           LABEL RECORDS ARE STANDARD.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       01  WS-LOCKBOX-STATUS    PIC XX         VALUE ZEROS.
           88  WS-LOCKBOX-OK                   VALUE "00".
       01  WS-SUSP-STATUS       PIC XX         VALUE ZEROS.
           88  WS-SUSP-OK                      VALUES "00" "05".
       01  WS-HISTORY-STATUS    PIC XX         VALUE ZEROS.
           88  WS-HISTORY-OK                   VALUES "00" "05".
       01  WS-RPT-STATUS        PIC XX         VALUE ZEROS.
       01  WS-RUNSTAT-STATUS    PIC XX         VALUE ZEROS.
           88  WS-RUNSTAT-OK                   VALUES "00" "05".

       01  WS-SWITCHES.
           02  WS-EOF-SWITCH    PIC X          VALUE "N".
               88  WS-EOF-YES                  VALUE "Y".
           02  WS-RUN-ERROR-SWITCH PIC X       VALUE "N".
               88  WS-RUN-ERROR-YES            VALUE "Y".
           02  WS-BATCH-FOUND-SWITCH PIC X     VALUE "N".
               88  WS-BATCH-FOUND-YES          VALUE "Y".

       01  WS-COUNTERS.
           02  WS-HISTORY-READ-COUNT PIC 9(7)  VALUE ZEROS.
           02  WS-OUT-BATCH-COUNT   PIC 9(5)   VALUE ZEROS.

       01  WS-DEPOSIT-DATE      PIC 9(8)       VALUE ZEROS.
       01  WS-LOCKBOX-NO        PIC X(7)       VALUE SPACES.
       01  WS-FIND-BATCH-NO     PIC X(6)       VALUE SPACES.
       01  WS-DIFFERENCE        PIC S9(7)V99   VALUE ZEROS.

      *    Every deposit batch seen on any of the three files, with   *
      *    the bank's figures, what posted and what went to suspense. *
      *    A night carrying more batches than the table cannot be     *
      *    proved and is reported out of balance.                     *
       01  WS-BATCH-TABLE.
           02  WS-BATCH-MAX         PIC 9(3)   VALUE 100 COMP.
           02  WS-BATCH-IX          PIC S9(3)  VALUE ZEROS COMP.
           02  WS-BATCH-TALLY       PIC 9(3)   VALUE ZEROS.
           02  WS-BATCH-ENTRY OCCURS 100 TIMES.
               03  WS-BT-BATCH-NO   PIC X(6).
               03  WS-BT-BANK-ITEMS PIC 9(5).
               03  WS-BT-BANK-AMOUNT PIC 9(7)V99.
               03  WS-BT-POST-ITEMS PIC 9(5).
               03  WS-BT-POST-AMOUNT PIC 9(7)V99.
               03  WS-BT-SUSP-ITEMS PIC 9(5).
               03  WS-BT-SUSP-AMOUNT PIC 9(7)V99.

       01  WS-GRAND-TOTALS.
           02  WS-GT-BANK-ITEMS     PIC 9(7)   VALUE ZEROS.
           02  WS-GT-BANK-AMOUNT    PIC 9(9)V99 VALUE ZEROS.
           02  WS-GT-POST-ITEMS     PIC 9(7)   VALUE ZEROS.
           02  WS-GT-POST-AMOUNT    PIC 9(9)V99 VALUE ZEROS.
           02  WS-GT-SUSP-ITEMS     PIC 9(7)   VALUE ZEROS.
           02  WS-GT-SUSP-AMOUNT    PIC 9(9)V99 VALUE ZEROS.
           02  WS-GT-DIFFERENCE     PIC S9(9)V99 VALUE ZEROS.

       01  WS-HEADING-1.
           02  FILLER            PIC X(34)
                   VALUE "LOCKBOX DEPOSIT RECONCILIATION - ".
           02  HDG1-LOCKBOX-NO   PIC X(7).
           02  FILLER            PIC X(16) VALUE "  DEPOSIT DATE ".
           02  HDG1-DEPOSIT-DATE PIC 9999/99/99.

       01  WS-HEADING-2.
           02  FILLER            PIC X(7)  VALUE "BATCH".
           02  FILLER            PIC X(6)  VALUE "ITEMS".
           02  FILLER            PIC X(13) VALUE "     DEPOSIT".
           02  FILLER            PIC X(13) VALUE "      POSTED".
           02  FILLER            PIC X(13) VALUE "    SUSPENSE".
           02  FILLER            PIC X(14) VALUE "   DIFFERENCE".
           02  FILLER            PIC X(10) VALUE " STATUS".

       01  WS-BATCH-LINE.
           02  BTL-BATCH-NO      PIC X(6).
           02  FILLER            PIC X     VALUE SPACE.
           02  BTL-BANK-ITEMS    PIC ZZZZ9.
           02  FILLER            PIC X     VALUE SPACE.
           02  BTL-BANK-AMOUNT   PIC Z,ZZZ,ZZ9.99.
           02  FILLER            PIC X     VALUE SPACE.
           02  BTL-POST-AMOUNT   PIC Z,ZZZ,ZZ9.99.
           02  FILLER            PIC X     VALUE SPACE.
           02  BTL-SUSP-AMOUNT   PIC Z,ZZZ,ZZ9.99.
           02  FILLER            PIC X     VALUE SPACE.
           02  BTL-DIFFERENCE    PIC Z,ZZZ,ZZ9.99-.
           02  FILLER            PIC X     VALUE SPACE.
           02  BTL-STATUS        PIC X(10).

       01  WS-TOTAL-LINE.
           02  FILLER            PIC X(5)  VALUE "TOTAL".
           02  TOT-BANK-ITEMS    PIC ZZZZZZ9.
           02  TOT-BANK-AMOUNT   PIC ZZ,ZZZ,ZZ9.99.
           02  TOT-POST-AMOUNT   PIC ZZ,ZZZ,ZZ9.99.
           02  TOT-SUSP-AMOUNT   PIC ZZ,ZZZ,ZZ9.99.
           02  TOT-DIFFERENCE    PIC ZZ,ZZZ,ZZ9.99-.

       01  WS-COUNT-LINE.
           02  CNT-LABEL         PIC X(24).
           02  CNT-COUNT         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-RUN-ERROR-YES
               PERFORM 2000-LOAD-BANK THRU 2000-EXIT
                   UNTIL WS-EOF-YES
               PERFORM 3000-LOAD-SUSPENSE THRU 3000-EXIT
               PERFORM 4000-LOAD-POSTED THRU 4000-EXIT
               PERFORM 5000-PRINT-BATCHES
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE THRU 1000-EXIT                               *
      *  The lockbox header gives the deposit date the posted and     *
      *  suspense rows are selected on.                               *
      *****************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT RECON-RPT
           OPEN INPUT LOCKBOX-FILE
           IF NOT WS-LOCKBOX-OK
               DISPLAY "LOCKBOX-FILE OPEN FAILED, STATUS = "
                   WS-LOCKBOX-STATUS
               MOVE "Y" TO WS-RUN-ERROR-SWITCH
               GO TO 1000-EXIT
           END-IF
           READ LOCKBOX-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ
           IF WS-EOF-YES OR NOT LB-FILE-HEADER
                   OR LBHA-DEPOSIT-DATE NOT NUMERIC
               DISPLAY "*** LOCKBOX-FILE HAS NO VALID HEADER RECORD "
                   "- NOTHING RECONCILED ***"
               MOVE "Y" TO WS-RUN-ERROR-SWITCH
               CLOSE LOCKBOX-FILE
               GO TO 1000-EXIT
           END-IF
           MOVE LBH-DEPOSIT-DATE TO WS-DEPOSIT-DATE
           MOVE LBH-LOCKBOX-NO TO WS-LOCKBOX-NO
           MOVE WS-LOCKBOX-NO TO HDG1-LOCKBOX-NO
           MOVE WS-DEPOSIT-DATE TO HDG1-DEPOSIT-DATE
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  2000-LOAD-BANK THRU 2000-EXIT                                *
      *  The bank side - each batch trailer's item count and deposit  *
      *  total.  Items themselves are not needed here; LBXINTK has    *
      *  already proved they add up to their trailer.                 *
      *****************************************************************
       2000-LOAD-BANK.
           READ LOCKBOX-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
                   CLOSE LOCKBOX-FILE
                   GO TO 2000-EXIT
           END-READ
           IF NOT LB-BATCH-TRAILER
               GO TO 2000-EXIT
           END-IF
           IF LBTA-ITEM-COUNT NOT NUMERIC
                   OR LBTA-DEPOSIT-TOTAL NOT NUMERIC
               DISPLAY "*** LOCKBOX BATCH " LBT-BATCH-NO
                   " TRAILER NOT NUMERIC ***"
               MOVE "Y" TO WS-RUN-ERROR-SWITCH
               GO TO 2000-EXIT
           END-IF
           MOVE LBT-BATCH-NO TO WS-FIND-BATCH-NO
           PERFORM 2900-FIND-BATCH THRU 2900-EXIT
           IF WS-BATCH-FOUND-YES
               ADD LBT-ITEM-COUNT TO WS-BT-BANK-ITEMS(WS-BATCH-IX)
               ADD LBT-DEPOSIT-TOTAL TO WS-BT-BANK-AMOUNT(WS-BATCH-IX)
           END-IF.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2900-FIND-BATCH THRU 2900-EXIT                               *
      *  Leaves WS-BATCH-IX on the entry for WS-FIND-BATCH-NO,        *
      *  adding it when it is new.  A full table fails the run.       *
      *****************************************************************
       2900-FIND-BATCH.
           MOVE "N" TO WS-BATCH-FOUND-SWITCH
           MOVE 1 TO WS-BATCH-IX
           PERFORM 2950-MATCH-BATCH
               UNTIL WS-BATCH-FOUND-YES
                   OR WS-BATCH-IX > WS-BATCH-TALLY
           IF WS-BATCH-FOUND-YES
               GO TO 2900-EXIT
           END-IF
           IF WS-BATCH-TALLY = WS-BATCH-MAX
               DISPLAY "*** MORE THAN " WS-BATCH-MAX " DEPOSIT "
                   "BATCHES - BATCH " WS-FIND-BATCH-NO
                   " NOT RECONCILED ***"
               MOVE "Y" TO WS-RUN-ERROR-SWITCH
               GO TO 2900-EXIT
           END-IF
           ADD 1 TO WS-BATCH-TALLY
           MOVE WS-BATCH-TALLY TO WS-BATCH-IX
           MOVE WS-FIND-BATCH-NO TO WS-BT-BATCH-NO(WS-BATCH-IX)
           MOVE ZEROS TO WS-BT-BANK-ITEMS(WS-BATCH-IX)
           MOVE ZEROS TO WS-BT-BANK-AMOUNT(WS-BATCH-IX)
           MOVE ZEROS TO WS-BT-POST-ITEMS(WS-BATCH-IX)
           MOVE ZEROS TO WS-BT-POST-AMOUNT(WS-BATCH-IX)
           MOVE ZEROS TO WS-BT-SUSP-ITEMS(WS-BATCH-IX)
           MOVE ZEROS TO WS-BT-SUSP-AMOUNT(WS-BATCH-IX)
           MOVE "Y" TO WS-BATCH-FOUND-SWITCH.
       2900-EXIT.
           EXIT.

      *****************************************************************
      *  2950-MATCH-BATCH                                             *
      *****************************************************************
       2950-MATCH-BATCH.
           IF WS-BT-BATCH-NO(WS-BATCH-IX) = WS-FIND-BATCH-NO
               MOVE "Y" TO WS-BATCH-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-BATCH-IX
           END-IF.

      *****************************************************************
      *  3000-LOAD-SUSPENSE THRU 3000-EXIT                            *
      *  Items the intake put in suspense for this deposit date.      *
      *****************************************************************
       3000-LOAD-SUSPENSE.
           OPEN INPUT LBX-SUSPENSE
           IF NOT WS-SUSP-OK
               DISPLAY "LBX-SUSPENSE OPEN FAILED, STATUS = "
                   WS-SUSP-STATUS
               MOVE "Y" TO WS-RUN-ERROR-SWITCH
               GO TO 3000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 3100-READ-SUSPENSE
               UNTIL WS-EOF-YES
           CLOSE LBX-SUSPENSE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-READ-SUSPENSE                                           *
      *****************************************************************
       3100-READ-SUSPENSE.
           READ LBX-SUSPENSE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF LS-DEPOSIT-DATE = WS-DEPOSIT-DATE
                       MOVE LS-BATCH-NO TO WS-FIND-BATCH-NO
                       PERFORM 2900-FIND-BATCH THRU 2900-EXIT
                       IF WS-BATCH-FOUND-YES
                           ADD 1 TO WS-BT-SUSP-ITEMS(WS-BATCH-IX)
                           ADD LS-AMOUNT
                               TO WS-BT-SUSP-AMOUNT(WS-BATCH-IX)
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      *  4000-LOAD-POSTED THRU 4000-EXIT                              *
      *  Lockbox items ARPOST applied, dated the deposit date, from   *
      *  the permanent payment history.                                *
      *****************************************************************
       4000-LOAD-POSTED.
           OPEN INPUT PAY-HISTORY
           IF NOT WS-HISTORY-OK
               DISPLAY "PAY-HISTORY OPEN FAILED, STATUS = "
                   WS-HISTORY-STATUS
               MOVE "Y" TO WS-RUN-ERROR-SWITCH
               GO TO 4000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 4100-READ-HISTORY
               UNTIL WS-EOF-YES
           CLOSE PAY-HISTORY.
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  4100-READ-HISTORY                                            *
      *****************************************************************
       4100-READ-HISTORY.
           READ PAY-HISTORY
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ-COUNT
                   IF PH-LOCKBOX-ITEM
                           AND PH-PAY-DATE = WS-DEPOSIT-DATE
                       MOVE PH-DEPOSIT-BATCH TO WS-FIND-BATCH-NO
                       PERFORM 2900-FIND-BATCH THRU 2900-EXIT
                       IF WS-BATCH-FOUND-YES
                           ADD 1 TO WS-BT-POST-ITEMS(WS-BATCH-IX)
                           ADD PH-AMOUNT
                               TO WS-BT-POST-AMOUNT(WS-BATCH-IX)
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      *  5000-PRINT-BATCHES                                           *
      *****************************************************************
       5000-PRINT-BATCHES.
           MOVE 1 TO WS-BATCH-IX
           PERFORM 5100-PRINT-ONE-BATCH WS-BATCH-TALLY TIMES
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-GT-BANK-ITEMS TO TOT-BANK-ITEMS
           MOVE WS-GT-BANK-AMOUNT TO TOT-BANK-AMOUNT
           MOVE WS-GT-POST-AMOUNT TO TOT-POST-AMOUNT
           MOVE WS-GT-SUSP-AMOUNT TO TOT-SUSP-AMOUNT
           MOVE WS-GT-DIFFERENCE TO TOT-DIFFERENCE
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *****************************************************************
      *  5100-PRINT-ONE-BATCH                                         *
      *****************************************************************
       5100-PRINT-ONE-BATCH.
           COMPUTE WS-DIFFERENCE = WS-BT-BANK-AMOUNT(WS-BATCH-IX)
               - WS-BT-POST-AMOUNT(WS-BATCH-IX)
               - WS-BT-SUSP-AMOUNT(WS-BATCH-IX)
           MOVE WS-BT-BATCH-NO(WS-BATCH-IX) TO BTL-BATCH-NO
           MOVE WS-BT-BANK-ITEMS(WS-BATCH-IX) TO BTL-BANK-ITEMS
           MOVE WS-BT-BANK-AMOUNT(WS-BATCH-IX) TO BTL-BANK-AMOUNT
           MOVE WS-BT-POST-AMOUNT(WS-BATCH-IX) TO BTL-POST-AMOUNT
           MOVE WS-BT-SUSP-AMOUNT(WS-BATCH-IX) TO BTL-SUSP-AMOUNT
           MOVE WS-DIFFERENCE TO BTL-DIFFERENCE
           IF WS-DIFFERENCE = ZERO
               MOVE "TIES" TO BTL-STATUS
           ELSE
               MOVE "DIFFERENCE" TO BTL-STATUS
               ADD 1 TO WS-OUT-BATCH-COUNT
           END-IF
           MOVE WS-BATCH-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD WS-BT-BANK-ITEMS(WS-BATCH-IX) TO WS-GT-BANK-ITEMS
           ADD WS-BT-BANK-AMOUNT(WS-BATCH-IX) TO WS-GT-BANK-AMOUNT
           ADD WS-BT-POST-ITEMS(WS-BATCH-IX) TO WS-GT-POST-ITEMS
           ADD WS-BT-POST-AMOUNT(WS-BATCH-IX) TO WS-GT-POST-AMOUNT
           ADD WS-BT-SUSP-ITEMS(WS-BATCH-IX) TO WS-GT-SUSP-ITEMS
           ADD WS-BT-SUSP-AMOUNT(WS-BATCH-IX) TO WS-GT-SUSP-AMOUNT
           ADD WS-DIFFERENCE TO WS-GT-DIFFERENCE
           ADD 1 TO WS-BATCH-IX.

      *****************************************************************
      *  9000-TERMINATE                                               *
      *  Closing counts, the step's return code and its RUN-STATS     *
      *  row.                                                          *
      *****************************************************************
       9000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "DEPOSIT BATCHES" TO CNT-LABEL
           MOVE WS-BATCH-TALLY TO CNT-COUNT
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "BATCHES OUT OF BALANCE" TO CNT-LABEL
           MOVE WS-OUT-BATCH-COUNT TO CNT-COUNT
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "ITEMS POSTED" TO CNT-LABEL
           MOVE WS-GT-POST-ITEMS TO CNT-COUNT
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "ITEMS IN SUSPENSE" TO CNT-LABEL
           MOVE WS-GT-SUSP-ITEMS TO CNT-COUNT
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-RUN-ERROR-YES
               MOVE "*** RECONCILIATION INCOMPLETE - SEE SYSOUT"
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-OUT-BATCH-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "DEPOSIT BATCHES      = " WS-BATCH-TALLY
           DISPLAY "BATCHES OUT          = " WS-OUT-BATCH-COUNT
           DISPLAY "HISTORY ROWS READ    = " WS-HISTORY-READ-COUNT
           CLOSE RECON-RPT
           PERFORM 9100-WRITE-RUN-STATS.

      *****************************************************************
      *  9100-WRITE-RUN-STATS                                         *
      *****************************************************************
       9100-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS
           IF NOT WS-RUNSTAT-OK
               DISPLAY "RUN-STATS OPEN FAILED, STATUS = "
                   WS-RUNSTAT-STATUS
           ELSE
               MOVE "LBXRECN" TO RS-STEP-NAME
               MOVE WS-GT-BANK-ITEMS TO RS-RECORDS-IN
               MOVE WS-GT-POST-ITEMS TO RS-RECORDS-OUT
               MOVE WS-OUT-BATCH-COUNT TO RS-REJECT-COUNT
               IF WS-OUT-BATCH-COUNT = ZERO
                       AND NOT WS-RUN-ERROR-YES
                   MOVE "B" TO RS-BALANCE-FLAG
               ELSE
                   MOVE "O" TO RS-BALANCE-FLAG
               END-IF
               WRITE RUN-STAT-REC
               CLOSE RUN-STATS
           END-IF.
