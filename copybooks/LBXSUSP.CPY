      *****************************************************************
      *  LBXSUSP.CPY                                                  *
      *  Lockbox suspense record - one row written by LBXINTK for     *
      *  every lockbox item (copybooks/LOCKBOX.CPY) it could not      *
      *  match to a student, carrying the item as the bank sent it,   *
      *  its deposit date and batch, and why it was not matched.      *
      *  The bursar works each row by hand and keys the receipt       *
      *  through the cashier batch once the payer is found.  LBXRECN  *
      *  counts the suspense amount into each batch's deposit proof.  *
      *****************************************************************
       01  LBX-SUSPENSE-REC.
           02  LS-DEPOSIT-DATE      PIC 9(8).
           02  LS-BATCH-NO          PIC X(6).
           02  LS-ITEM-SERIAL       PIC 9(6).
           02  LS-STUDENTID         PIC X(8).
           02  LS-INVOICE-NO        PIC X(16).
           02  LS-AMOUNT            PIC 9(5)V99.
           02  LS-CHECK-NO          PIC X(10).
           02  LS-PAYER-NAME        PIC X(20).
           02  LS-REASON            PIC X(30).
