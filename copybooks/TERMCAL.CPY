      *****************************************************************
      *  TERMCAL.CPY                                                  *
      *  Academic term calendar - one row per term, keyed on the      *
      *  same 5-character term ID every enrollment row carries in     *
      *  EN-TERM.  The dates are the registrar's published windows:   *
      *  REGBATCH takes an enroll through TC-LAST-ADD-DATE, and a     *
      *  drop through TC-LAST-DROP-DATE comes off the enrollment      *
      *  master with no W; GRADPOST takes grades from TC-START-DATE   *
      *  through TC-GRADE-DEADLINE.  TC-CENSUS-DATE is the official   *
      *  headcount date for state reporting.  BILLXTRC will not bill  *
      *  a term that has no row here, and stamps the per-credit       *
      *  amount it billed the term at into TC-BILLED-PER-CREDIT        *
      *  (zero until the term is billed) - the rate BILLSTMT prices   *
      *  a drop's tuition credit at.  All dates are CCYYMMDD.          *
      *****************************************************************
       01  TERM-CAL-REC.
           02  TC-TERM-ID           PIC X(5).
           02  TC-START-DATE        PIC 9(8).
           02  TC-LAST-ADD-DATE     PIC 9(8).
           02  TC-LAST-DROP-DATE    PIC 9(8).
           02  TC-CENSUS-DATE       PIC 9(8).
           02  TC-GRADE-DEADLINE    PIC 9(8).
           02  TC-BILLED-PER-CREDIT PIC 9(4).
