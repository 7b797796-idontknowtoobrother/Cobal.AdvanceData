      *****************************************************************
      *  XFERTRN.CPY                                                  *
      *  Transfer-credit transaction - one outside course the         *
      *  Registrar's evaluators have accepted, keyed by STUDENTID     *
      *  and the equivalent course on the course reference master     *
      *  (copybooks/CRSEMAST.CPY).  Posted by XFERPOST onto the       *
      *  enrollment master under the transfer term, with the          *
      *  institution the work was taken at and the transfer grade     *
      *  (A, B, C, D, or P for pass/credit).  The credit hours are    *
      *  the hours accepted, which may differ from the catalog hours  *
      *  of the equivalent course.                                     *
      *****************************************************************
       01  XFER-TRANS-REC.
           02  XT-STUDENTID         PIC 9(8).
           02  XT-EQUIV-COURSE      PIC X(8).
           02  XT-CREDIT-HOURS      PIC 9V9.
           02  XT-GRADE             PIC X.
           02  XT-SOURCE-INST       PIC X(20).
