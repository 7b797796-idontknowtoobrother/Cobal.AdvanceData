      *****************************************************************
      *  SECTCAP.CPY                                                  *
      *  Section capacity master - one row per course offered in a    *
      *  term, keyed on SC-SECTION-KEY (term then course), carrying   *
      *  the seat limit of the room the section is scheduled in.      *
      *  REGBATCH counts the seats already taken on the enrollment    *
      *  master against SC-SEAT-LIMIT before it applies an enroll;    *
      *  an enroll over the limit goes to the waitlist (copybooks/    *
      *  WAITLIST.CPY) instead.  A course and term with no row here   *
      *  has no seat limit.                                            *
      *****************************************************************
       01  SECTION-CAP-REC.
           02  SC-SECTION-KEY.
               03  SC-TERM          PIC X(5).
               03  SC-COURSE        PIC X(8).
           02  SC-SEAT-LIMIT        PIC 9(4).
