      *****************************************************************
      *  WOTRAN.CPY                                                   *
      *  Bad-debt write-off transaction - one approved write-off of   *
      *  an uncollectible receivables balance, applied by the WRTOFF  *
      *  batch.  WT-AMOUNT is the balance the write-off was approved  *
      *  for and must still equal AR-BALANCE-DUE when the batch       *
      *  runs; WT-APPROVED-BY and WT-APPROVAL-DATE name who signed    *
      *  it off and when.                                              *
      *                                                                *
      *  Record 1 of the file is always a control-total header        *
      *  (WT-RECORD-CODE = "H") carrying the detail count and the     *
      *  amount total the batch was balanced to, the RATETRN.CPY      *
      *  convention with the amount added; every record after it is   *
      *  a detail (WT-RECORD-CODE = "D").                              *
      *****************************************************************
       01  WO-TRANS-REC.
           02  WT-RECORD-CODE       PIC X.
               88  WT-HEADER-RECORD         VALUE "H".
               88  WT-DETAIL-RECORD         VALUE "D".
           02  WT-STUDENTID         PIC 9(8).
           02  WT-AMOUNT            PIC 9(7)V99.
           02  WT-APPROVED-BY       PIC X(8).
           02  WT-APPROVAL-DATE     PIC 9(8).
       01  WO-TRANS-ALPHA REDEFINES WO-TRANS-REC.
           02  FILLER               PIC X.
           02  WTA-STUDENTID        PIC X(8).
           02  WTA-AMOUNT           PIC X(9).
           02  FILLER               PIC X(8).
           02  WTA-APPROVAL-DATE    PIC X(8).
       01  WO-TRANS-HDR REDEFINES WO-TRANS-REC.
           02  WTH-RECORD-CODE      PIC X.
           02  WTH-CONTROL-COUNT    PIC 9(5).
           02  WTH-CONTROL-TOTAL    PIC 9(9)V99.
           02  FILLER               PIC X(17).
       01  WO-TRANS-HDR-ALPHA REDEFINES WO-TRANS-REC.
           02  FILLER               PIC X.
           02  WTHA-CONTROL-COUNT   PIC X(5).
           02  WTHA-CONTROL-TOTAL   PIC X(11).
           02  FILLER               PIC X(17).
