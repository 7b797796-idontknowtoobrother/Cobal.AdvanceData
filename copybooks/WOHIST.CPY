      *****************************************************************
      *  WOHIST.CPY                                                   *
      *  Bad-debt write-off history record - one row appended by      *
      *  WRTOFF for every balance it writes off RECVMAST, with who    *
      *  approved it and stamped with the run date.  A movement leg   *
      *  of its own behind the receivables balances: a write-off      *
      *  lowers the balance with no receipt behind it, so AROLLFWD    *
      *  proves opening + billed - paid - aid - written off +         *
      *  refunded = closing with this file as the write-off leg.      *
      *  Never truncated between runs.                                 *
      *****************************************************************
       01  WO-HIST-REC.
           02  WH-STUDENTID         PIC 9(8).
           02  WH-AMOUNT            PIC 9(7)V99.
           02  WH-WRITEOFF-DATE     PIC 9(8).
           02  WH-APPROVED-BY       PIC X(8).
           02  WH-APPROVAL-DATE     PIC 9(8).
