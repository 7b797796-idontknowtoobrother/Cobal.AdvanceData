      *****************************************************************
      *  GRADCHG.CPY                                                  *
      *  Grade-change history record - one row appended by GRADPOST   *
      *  for every grade card that replaces a grade already posted    *
      *  on the enrollment master (copybooks/ENRLREC.CPY), carrying   *
      *  the grade as it stood, the grade that replaced it, the run   *
      *  date, and the reason code and authorizing instructor from    *
      *  the grade card.  The permanent record of every change the    *
      *  registrar is audited on - never truncated between runs and   *
      *  read back by the GRDCHRPT grade-change report by term and    *
      *  course.  GC-SOURCE says which run made the change - a grade  *
      *  card through GRADPOST, or an incomplete lapsed to F by the   *
      *  INCLAPSE run (reason code "LP", authorized by the            *
      *  registrar under the lapse policy).                            *
      *****************************************************************
       01  GRADE-CHANGE-REC.
           02  GC-STUDENTID         PIC 9(8).
           02  GC-TERM              PIC X(5).
           02  GC-COURSE            PIC X(8).
           02  GC-OLD-GRADE         PIC X.
           02  GC-NEW-GRADE         PIC X.
           02  GC-CHANGE-DATE       PIC 9(8).
           02  GC-REASON-CODE       PIC X(2).
           02  GC-AUTH-INSTRUCTOR   PIC X(10).
           02  GC-SOURCE            PIC X.
               88  GC-FROM-GRADE-CARD       VALUE "G".
               88  GC-FROM-LAPSE            VALUE "L".
