      *  Payment transaction - one cashier receipt keyed in against  *
      *  a student's receivables balance.  Applied to RECVMAST by    *
      *  the nightly ARPOST posting step.                            *
      *  Lockbox checks converted by LBXINTK come through the same   *
      *  file with PAY-SOURCE "L" and the bank's deposit batch; a    *
      *  cashier receipt leaves both spaces.  Agency remittances     *
      *  written by COLLRTN carry PAY-SOURCE "A" and the agency code *
      *  in PAY-DEPOSIT-BATCH.                                       *
      *****************************************************************
       01  PAY-TRANS-REC.
           02  PAY-RECEIPT-NO       PIC 9(6).
           02  PAY-STUDENTID        PIC 9(8).
           02  PAY-DATE             PIC 9(8).
           02  PAY-AMOUNT           PIC 9(5)V99.
           02  PAY-SOURCE           PIC X.
               88  PAY-CASHIER              VALUE SPACE.
               88  PAY-LOCKBOX              VALUE "L".
               88  PAY-AGENCY               VALUE "A".
           02  PAY-DEPOSIT-BATCH    PIC X(6).
