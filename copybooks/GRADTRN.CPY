      *  master (copybooks/ENRLREC.CPY) by GRADPOST; a transaction    *
      *  for a key already on file replaces the posted grade, so a    *
      *  grade change is just the corrected card re-submitted.        *
      *  A card changing a posted grade must carry a reason code -    *
      *  GRADPOST rejects it otherwise - and the instructor who       *
      *  authorized the change; both go onto the grade-change         *
      *  history (copybooks/GRADCHG.CPY).  First postings leave       *
      *  them blank.                                                   *
      *****************************************************************
       01  GRADE-TRANS-REC.
           02  GT-STUDENTID         PIC 9(8).
           02  GT-COURSE            PIC X(8).
           02  GT-CREDIT-HOURS      PIC 9V9.
           02  GT-GRADE             PIC X.
           02  GT-REASON-CODE       PIC X(2).
           02  GT-AUTH-INSTRUCTOR   PIC X(10).
