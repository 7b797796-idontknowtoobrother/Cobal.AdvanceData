      *  MT-CAMPUS carries the campus of record for an add; it is     *
      *  ignored on change-contact, which never moves a student       *
      *  between campuses.                                             *
      *                                                                *
      *  MT-PROGRAM-CODE carries the declared degree program on an    *
      *  add (spaces = undeclared) and on a change-program ("P")      *
      *  transaction, which changes PROGRAM-CODE and nothing else.    *
      *  A non-blank code must be on the program-requirements master. *
      *                                                                *
      *  MT-STUDENT-STATUS / MT-STATUS-DATE carry a change-status     *
      *  ("S") transaction - active, withdrawn or inactive, effective *
      *  the date given (zeros = the run date).  On an add only the   *
      *  date is used; every add starts active.                        *
      *                                                                *
      *  MT-PRIVACY-FLAG / MT-PRIVACY-DATE carry a change-privacy     *
      *  ("F") transaction - "Y" withholds directory information,     *
      *  "N" releases it, effective the date given (zeros = the run   *
      *  date).  On an add the flag is taken as given (space = "N")   *
      *  effective the add's status date.                              *
      *****************************************************************
       01  MAINT-TRANS-REC.
           02  MT-RECORD-CODE       PIC X.
               88  MT-ADD-TRANS               VALUE "A".
               88  MT-CHANGE-CONTACT-TRANS    VALUE "C".
               88  MT-DELETE-TRANS            VALUE "D".
               88  MT-CHANGE-PROGRAM-TRANS    VALUE "P".
               88  MT-CHANGE-STATUS-TRANS     VALUE "S".
               88  MT-CHANGE-PRIVACY-TRANS    VALUE "F".
           02  MT-STUDENTID         PIC 9(8).
           02  MT-GPA               PIC 9V99.
           02  MT-CONTACT-INFO.
               03  MT-STATECODE     PIC X(2).
               03  MT-POSTALCODE    PIC X(9).
           02  MT-CAMPUS            PIC X.
           02  MT-PROGRAM-CODE      PIC X(6).
           02  MT-STUDENT-STATUS    PIC X.
           02  MT-STATUS-DATE       PIC 9(8).
           02  MT-PRIVACY-FLAG      PIC X.
           02  MT-PRIVACY-DATE      PIC 9(8).
       01  MAINT-TRANS-HDR REDEFINES MAINT-TRANS-REC.
           02  MTH-RECORD-CODE      PIC X.
           02  MTH-CONTROL-COUNT    PIC 9(5).
           02  FILLER               PIC X(107).
