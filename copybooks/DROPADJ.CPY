      *****************************************************************
      *  DROPADJ.CPY                                                  *
      *  Drop-adjustment record - one row appended by REGBATCH for    *
      *  every drop it applies, carrying the credit hours that came   *
      *  off the enrollment master and the date of the drop.  The     *
      *  file is the registrar-to-bursar hand-off: BILLSTMT prices    *
      *  each row against the term's refund schedule (copybooks/      *
      *  REFSCHED.CPY) and the per-credit amount the term was billed  *
      *  at, posts the credit, and empties the file once every row    *
      *  has been taken up.                                            *
      *****************************************************************
       01  DROP-ADJ-REC.
           02  DA-STUDENTID         PIC 9(8).
           02  DA-TERM              PIC X(5).
           02  DA-COURSE            PIC X(8).
           02  DA-CREDIT-HOURS      PIC 9V9.
           02  DA-DROP-DATE         PIC 9(8).
