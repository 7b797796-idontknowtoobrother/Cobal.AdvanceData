      *****************************************************************
      *  AIDHIST.CPY                                                  *
      *  Aid-disbursement history record - one row appended by        *
      *  AIDDISB for every award it credits to RECVMAST, carrying     *
      *  the award's term and fund code and stamped with the run      *
      *  date.  A movement leg of its own behind the receivables      *
      *  balances: aid lowers the balance without a cashier receipt,  *
      *  so AROLLFWD proves opening + billed - paid - aid + refunded  *
      *  = closing with this file as the aid leg.  Never truncated    *
      *  between runs.                                                 *
      *****************************************************************
       01  AID-HIST-REC.
           02  AH-STUDENTID         PIC 9(8).
           02  AH-TERM              PIC X(5).
           02  AH-FUND-CODE         PIC X(4).
           02  AH-AMOUNT            PIC 9(5)V99.
           02  AH-DISB-DATE         PIC 9(8).
