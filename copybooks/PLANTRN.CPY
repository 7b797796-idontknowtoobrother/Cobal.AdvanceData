      *****************************************************************
      *  PLANTRN.CPY                                                  *
      *  Payment-plan maintenance transaction - one add or cancel     *
      *  action against PL-PLAN-KEY on the payment-plan master        *
      *  (copybooks/PLANMAST.CPY), applied by the PLANMNT batch.      *
      *  An add enrolls the student's term balance in a plan of       *
      *  PN-INSTALL-COUNT installments (1 to 4), each a due date and  *
      *  an amount, due dates ascending; the installments may not     *
      *  total more than the RECVMAST balance due.  A cancel closes   *
      *  the keyed plan (status X) and needs no schedule.              *
      *                                                                *
      *  Record 1 of the file is always a control-total header        *
      *  (PN-RECORD-CODE = "H") carrying the detail count the batch   *
      *  was balanced to, the same convention RATETRN.CPY uses;       *
      *  every record after it is a detail (PN-RECORD-CODE = "D").    *
      *****************************************************************
       01  PLAN-TRANS-REC.
           02  PN-RECORD-CODE       PIC X.
               88  PN-HEADER-RECORD         VALUE "H".
               88  PN-DETAIL-RECORD         VALUE "D".
           02  PN-TRANS-CODE        PIC X.
               88  PN-ADD-TRANS             VALUE "A".
               88  PN-CANCEL-TRANS          VALUE "C".
           02  PN-STUDENTID         PIC 9(8).
           02  PN-TERM              PIC X(5).
           02  PN-INSTALL-COUNT     PIC 9.
           02  PN-INSTALLMENT OCCURS 4 TIMES.
               03  PN-DUE-DATE      PIC 9(8).
               03  PN-AMOUNT        PIC 9(5)V99.
       01  PLAN-TRANS-ALPHA REDEFINES PLAN-TRANS-REC.
           02  FILLER               PIC X(2).
           02  PNA-STUDENTID        PIC X(8).
           02  FILLER               PIC X(5).
           02  PNA-INSTALL-COUNT    PIC X.
           02  PNA-INSTALLMENT OCCURS 4 TIMES.
               03  PNA-DUE-DATE     PIC X(8).
               03  PNA-AMOUNT       PIC X(7).
       01  PLAN-TRANS-HDR REDEFINES PLAN-TRANS-REC.
           02  PNH-RECORD-CODE      PIC X.
           02  PNH-CONTROL-COUNT    PIC 9(5).
           02  FILLER               PIC X(70).
