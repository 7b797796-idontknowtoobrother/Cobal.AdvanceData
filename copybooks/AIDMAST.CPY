      *****************************************************************
      *  AIDMAST.CPY                                                  *
      *  Financial-aid award master - one row per scholarship, grant  *
      *  or loan the aid office has awarded a student for a term,     *
      *  keyed on AW-STUDENTID + AW-TERM + AW-FUND-CODE.  Loaded by   *
      *  the aid office as awards are packaged; the AIDDISB batch     *
      *  credits each awarded row to the student's receivables        *
      *  account (copybooks/RECVMAST.CPY) once the student is         *
      *  registered at least half-time for the term, and marks it     *
      *  disbursed with the run date so it is never credited twice.   *
      *  An award not yet eligible stays awarded and is retried on    *
      *  the next disbursement run.  AW-DISB-DATE is CCYYMMDD, zero   *
      *  until disbursed.                                              *
      *****************************************************************
       01  AID-AWARD-REC.
           02  AW-AWARD-KEY.
               03  AW-STUDENTID     PIC 9(8).
               03  AW-TERM          PIC X(5).
               03  AW-FUND-CODE     PIC X(4).
           02  AW-AWARD-AMOUNT      PIC 9(5)V99.
           02  AW-STATUS            PIC X.
               88  AW-AWARDED               VALUE "A".
               88  AW-DISBURSED             VALUE "D".
               88  AW-CANCELLED             VALUE "X".
           02  AW-DISB-DATE         PIC 9(8).
