      *  the receivables balances - the AROLLFWD month-end step       *
      *  proves opening + billed - paid = closing from these two      *
      *  files.  Never truncated between runs.                         *
      *                                                                *
      *  BH-ENTRY-TYPE says which way the row moved the balance: a    *
      *  charge ("B", or space on rows written before the field was   *
      *  added) raised it, a drop credit ("D" - tuition given back    *
      *  on a dropped course per the term's refund schedule) lowered  *
      *  it.  A late fee ("L" - charged by BILLSTMT when a payment-   *
      *  plan installment goes unpaid past its grace days) is a       *
      *  charge like "B".  BH-AMOUNT is always positive; AROLLFWD     *
      *  nets the charges and the credits.                             *
      *****************************************************************
       01  BILL-HIST-REC.
           02  BH-STUDENTID         PIC 9(8).
           02  BH-STMT-DATE         PIC 9(8).
           02  BH-AMOUNT            PIC 9(5)V99.
           02  BH-ENTRY-TYPE        PIC X.
               88  BH-CHARGE                VALUES "B" SPACE "L".
               88  BH-LATE-FEE              VALUE "L".
               88  BH-DROP-CREDIT           VALUE "D".
