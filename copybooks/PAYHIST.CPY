      *  permanent record behind AR-LAST-PAYMENT-DATE, never          *
      *  truncated between runs - read back by the PAYYRSUM year-     *
      *  end statement run so "what did we pay this year" is a        *
      *  report, not a dig through months of SYSOUT.  PH-SOURCE and   *
      *  PH-DEPOSIT-BATCH carry a lockbox item's bank batch for the   *
      *  LBXRECN deposit reconciliation; both are spaces on cashier   *
      *  receipts and on rows written before they were added.  The    *
      *  receipt numbers on file are what ARPOST refuses to post a    *
      *  second time.  PH-SOURCE "A" marks a collection-agency        *
      *  remittance posted net of the agency's commission.             *
      *****************************************************************
       01  PAY-HIST-REC.
           02  PH-RECEIPT-NO        PIC 9(6).
           02  PH-PAY-DATE          PIC 9(8).
           02  PH-AMOUNT            PIC 9(5)V99.
           02  PH-POSTED-DATE       PIC 9(8).
           02  PH-SOURCE            PIC X.
               88  PH-LOCKBOX-ITEM          VALUE "L".
               88  PH-AGENCY-REMIT          VALUE "A".
           02  PH-DEPOSIT-BATCH     PIC X(6).
