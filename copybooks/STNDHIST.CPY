      *****************************************************************
      *  STNDHIST.CPY                                                 *
      *  Academic-standing history - one row per student per term     *
      *  assessed, keyed on STUDENTID + term, written by the ACSTAND  *
      *  term-end standing run.  The standing is decided from the     *
      *  cumulative GPA GPACALC left on STUDENT-MASTER and the        *
      *  student's standing on the previous row:                      *
      *     G  GOOD STANDING       at or above the probation cutoff   *
      *     P  PROBATION           first term below the cutoff        *
      *     C  CONTINUED PROBATION still below, but the term GPA met  *
      *                            the cutoff (or back from a         *
      *                            suspension)                         *
      *     S  SUSPENSION          second consecutive term below the  *
      *                            cutoff without the term GPA to     *
      *                            show for it                        *
      *     R  RETURNED TO GOOD    back above the cutoff after a term *
      *                            on probation or suspension         *
      *  ST-SUSPEND-TERM is the term a suspended student sits out -   *
      *  REGBATCH rejects an enroll for that term, the same way it    *
      *  honors the financial hold.  Spaces on every other row.       *
      *****************************************************************
       01  STANDING-REC.
           02  ST-STANDING-KEY.
               03  ST-STUDENTID     PIC 9(8).
               03  ST-TERM          PIC X(5).
           02  ST-STANDING          PIC X.
               88  ST-GOOD                  VALUE "G".
               88  ST-PROBATION             VALUE "P".
               88  ST-CONTINUED             VALUE "C".
               88  ST-SUSPENDED             VALUE "S".
               88  ST-RETURNED              VALUE "R".
               88  ST-ON-PROBATION          VALUES "P" "C".
           02  ST-PRIOR-STANDING    PIC X.
           02  ST-CUM-GPA           PIC 9V99.
           02  ST-TERM-GPA          PIC 9V99.
           02  ST-TERM-CREDITS      PIC 9(3)V9.
           02  ST-SUSPEND-TERM      PIC X(5).
           02  ST-RUN-DATE          PIC 9(8).
