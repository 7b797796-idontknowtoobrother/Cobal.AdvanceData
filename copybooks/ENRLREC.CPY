      *  EN-ENROLL-KEY group.  Rows are created by the REGBATCH       *
      *  start-of-term registration batch with the grade field        *
      *  spaces (EN-GRADE-UNGRADED) until GRADPOST posts a grade      *
      *  onto them; a drop after the term calendar's last day to      *
      *  drop without a W is the row marked "W" (an earlier drop      *
      *  removes the row).  Read in key order by GPACALC, which       *
      *  recomputes every GPA on STUDENT-MASTER from the posted       *
      *  grades.  W (withdrawn) and I (incomplete)                    *
      *  carry no quality points and are excluded from the GPA by     *
      *  the EN-GRADE-GRADED list, as are ungraded registrations.     *
      *  Accepted transfer work is posted by XFERPOST under the       *
      *  reserved transfer term (EN-TRANSFER-TERM), which sorts       *
      *  ahead of every institutional term: EN-COURSE is the          *
      *  equivalent course-master code, EN-GRADE the transfer grade   *
      *  (EN-GRADE-TRANSFER - "P" is pass/credit) and EN-SOURCE-INST  *
      *  the institution the work was taken at.  Transfer hours       *
      *  count as earned hours but carry no quality points.           *
      *  EN-SOURCE-INST is spaces on every institutional row.          *
      *****************************************************************
       01  ENROLL-REC.
           02  EN-ENROLL-KEY.
               03  EN-STUDENTID     PIC 9(8).
               03  EN-TERM          PIC X(5).
                   88  EN-TRANSFER-TERM     VALUE "0000T".
               03  EN-COURSE        PIC X(8).
           02  EN-CREDIT-HOURS      PIC 9V9.
               88  EN-CREDITS-VALID         VALUES 0.5 THRU 9.9.
               88  EN-GRADE-GRADED          VALUES "A" "B" "C" "D"
                                                   "F".
               88  EN-GRADE-UNGRADED        VALUE SPACE.
               88  EN-GRADE-TRANSFER        VALUES "A" "B" "C" "D"
                                                   "P".
           02  EN-SOURCE-INST       PIC X(20).
