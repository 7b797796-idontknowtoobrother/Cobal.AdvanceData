      *****************************************************************
      *  REFSCHED.CPY                                                 *
      *  Tuition refund schedule - one row per term, keyed on the     *
      *  same term ID as the term calendar (copybooks/TERMCAL.CPY).   *
      *  RSC-WEEK-PERCENT(n) is the percent of the dropped hours'     *
      *  tuition credited back for a drop in week n of the term,      *
      *  week 1 being the seven days from TC-START-DATE (a drop        *
      *  before the term starts counts as week 1).  A drop after the  *
      *  last week on the schedule earns no credit - e.g. 100 050     *
      *  000 ... is full credit in week 1, half in week 2, none        *
      *  after.                                                        *
      *****************************************************************
       01  REFUND-SCHED-REC.
           02  RSC-TERM-ID          PIC X(5).
           02  RSC-WEEK-PERCENT     PIC 9(3) OCCURS 8 TIMES.
