      *****************************************************************
      *  WAITLIST.CPY                                                 *
      *  Section waitlist - one row per student waiting for a seat,   *
      *  keyed on term, course and an arrival sequence number, so a   *
      *  keyed START at the section reads the waitlist back in the    *
      *  order the enroll cards arrived.  Written by REGBATCH when an  *
      *  enroll finds the section full (copybooks/SECTCAP.CPY); the   *
      *  row is deleted when a drop frees a seat and the student is   *
      *  promoted onto the enrollment master, or when the student     *
      *  sends a drop card while still waiting.                        *
      *****************************************************************
       01  WAIT-LIST-REC.
           02  WL-WAIT-KEY.
               03  WL-TERM          PIC X(5).
               03  WL-COURSE        PIC X(8).
               03  WL-SEQUENCE      PIC 9(5).
           02  WL-STUDENTID         PIC 9(8).
           02  WL-CREDIT-HOURS      PIC 9V9.
           02  WL-WAIT-DATE         PIC 9(8).
