      *****************************************************************
      *  LOCKBOX.CPY                                                  *
      *  Bank lockbox transmission - the checks the bank received at  *
      *  our lockbox and deposited that day, sent as one file per     *
      *  deposit date.  Record 1 is the file header (LB-RECORD-CODE   *
      *  = "H") with the lockbox number and the deposit date.  The    *
      *  items follow in deposit batches: one "D" record per check,   *
      *  each batch closed by a "T" trailer carrying the bank's item  *
      *  count and deposit total for the batch.                        *
      *                                                                *
      *  LB-ITEM-SERIAL is the bank's item number, issued from the    *
      *  lockbox receipt range agreed with the bank (the cashier      *
      *  receipt books are numbered outside it) and never reused, so  *
      *  it is carried as the PAY-RECEIPT-NO the item posts under.    *
      *  LB-STUDENTID is read off the remittance coupon's scan line   *
      *  and is spaces when the coupon did not come back; the bank    *
      *  then keys LB-INVOICE-NO off the invoice line instead - the   *
      *  statement date and STUDENTID BILLSTMT prints as the invoice  *
      *  number on every tuition statement.                            *
      *****************************************************************
       01  LOCKBOX-REC.
           02  LB-RECORD-CODE       PIC X.
               88  LB-FILE-HEADER           VALUE "H".
               88  LB-DETAIL                VALUE "D".
               88  LB-BATCH-TRAILER         VALUE "T".
           02  LB-BATCH-NO          PIC X(6).
           02  LB-ITEM-SERIAL       PIC 9(6).
           02  LB-STUDENTID         PIC X(8).
           02  LB-INVOICE-NO        PIC X(16).
           02  LB-INVOICE-PARTS REDEFINES LB-INVOICE-NO.
               03  LB-INV-STMT-DATE PIC 9(8).
               03  LB-INV-STUDENTID PIC 9(8).
           02  LB-AMOUNT            PIC 9(5)V99.
           02  LB-CHECK-NO          PIC X(10).
           02  LB-PAYER-NAME        PIC X(20).
       01  LOCKBOX-ALPHA REDEFINES LOCKBOX-REC.
           02  FILLER               PIC X(7).
           02  LBA-ITEM-SERIAL      PIC X(6).
           02  FILLER               PIC X(24).
           02  LBA-AMOUNT           PIC X(7).
           02  FILLER               PIC X(30).
       01  LOCKBOX-HDR REDEFINES LOCKBOX-REC.
           02  LBH-RECORD-CODE      PIC X.
           02  LBH-LOCKBOX-NO       PIC X(7).
           02  LBH-DEPOSIT-DATE     PIC 9(8).
           02  FILLER               PIC X(58).
       01  LOCKBOX-HDR-ALPHA REDEFINES LOCKBOX-REC.
           02  FILLER               PIC X(8).
           02  LBHA-DEPOSIT-DATE    PIC X(8).
           02  FILLER               PIC X(58).
       01  LOCKBOX-TRL REDEFINES LOCKBOX-REC.
           02  LBT-RECORD-CODE      PIC X.
           02  LBT-BATCH-NO         PIC X(6).
           02  LBT-ITEM-COUNT       PIC 9(5).
           02  LBT-DEPOSIT-TOTAL    PIC 9(7)V99.
           02  FILLER               PIC X(53).
       01  LOCKBOX-TRL-ALPHA REDEFINES LOCKBOX-REC.
           02  FILLER               PIC X(7).
           02  LBTA-ITEM-COUNT      PIC X(5).
           02  LBTA-DEPOSIT-TOTAL   PIC X(9).
           02  FILLER               PIC X(53).
