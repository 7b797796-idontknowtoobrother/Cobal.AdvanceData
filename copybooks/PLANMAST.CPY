      *****************************************************************
      *  PLANMAST.CPY                                                 *
      *  Installment payment-plan master - one row per plan the       *
      *  bursar has enrolled a student's term balance in, keyed on    *
      *  PL-STUDENTID + PL-TERM.  The plan carries up to four         *
      *  installments, each with its due date, the amount due and     *
      *  what ARPOST has applied to it so far.  Rows are added and    *
      *  cancelled by the PLANMNT batch; a student has at most one    *
      *  open plan (current, late or defaulted) at a time.            *
      *                                                                *
      *  PL-STATUS is kept by the nightly runs: BILLSTMT's late-fee   *
      *  pass moves a plan to late when an installment goes past its  *
      *  due date plus the LATEPARM grace days unpaid (charging the   *
      *  late fee once per installment, PL-INST-FEE-FLAG), and to     *
      *  defaulted at the LATEPARM missed-installment count.  ARPOST  *
      *  moves a late plan back to current once nothing past due is   *
      *  left unpaid, and to paid off when every installment is.      *
      *  Defaulted is final.  DUNNOTIC and HOLDCUT pass over a        *
      *  student whose plan is current.  All dates are CCYYMMDD.       *
      *****************************************************************
       01  PLAN-MASTER-REC.
           02  PL-PLAN-KEY.
               03  PL-STUDENTID     PIC 9(8).
               03  PL-TERM          PIC X(5).
           02  PL-PLAN-AMOUNT       PIC 9(5)V99.
           02  PL-ENROLL-DATE       PIC 9(8).
           02  PL-STATUS            PIC X.
               88  PL-CURRENT               VALUE "C".
               88  PL-LATE                  VALUE "L".
               88  PL-DEFAULTED             VALUE "D".
               88  PL-PAID-OFF              VALUE "P".
               88  PL-CANCELLED             VALUE "X".
               88  PL-OPEN                  VALUES "C" "L" "D".
           02  PL-STATUS-DATE       PIC 9(8).
           02  PL-INSTALL-COUNT     PIC 9.
           02  PL-INSTALLMENT OCCURS 4 TIMES.
               03  PL-INST-DUE-DATE PIC 9(8).
               03  PL-INST-AMOUNT   PIC 9(5)V99.
               03  PL-INST-PAID     PIC 9(5)V99.
               03  PL-INST-FEE-FLAG PIC X.
                   88  PL-INST-FEE-CHARGED  VALUE "Y".
