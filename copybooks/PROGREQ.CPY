      *****************************************************************
      *  PROGREQ.CPY                                                  *
      *  Program-requirements master - the degree requirements for    *
      *  each program a student can declare (PROGRAM-CODE on          *
      *  STUDENTREC), keyed on program code + requirement sequence.   *
      *  Like the course master it is a reference table, loaded by    *
      *  the registrar's office; STUDMAINT validates a declared       *
      *  program against it and DEGAUDIT audits enrollment history    *
      *  against it.  Every program has three kinds of row:           *
      *     H  sequence 000 - the program header: program title in    *
      *        PQ-REQ-DESC, total hours earned and minimum cumulative *
      *        GPA required to graduate                               *
      *     R  a required course - satisfied by a passing grade in    *
      *        any one of the courses listed (normally just one; a    *
      *        second or third code is an accepted alternative)       *
      *     E  an elective pool - satisfied by PQ-POOL-HOURS of       *
      *        passing work drawn from the courses listed             *
      *  Course codes are course-master codes (copybooks/CRSEMAST.    *
      *  CPY); unused PQ-POOL-COURSE entries are spaces.               *
      *****************************************************************
       01  PROG-REQ-REC.
           02  PQ-REQ-KEY.
               03  PQ-PROGRAM-CODE  PIC X(6).
               03  PQ-REQ-SEQ       PIC 9(3).
                   88  PQ-HEADER-SEQ        VALUE ZERO.
           02  PQ-REQ-TYPE          PIC X.
               88  PQ-HEADER-ROW            VALUE "H".
               88  PQ-REQUIRED-ROW          VALUE "R".
               88  PQ-ELECTIVE-ROW          VALUE "E".
           02  PQ-REQ-DESC          PIC X(20).
           02  PQ-REQ-BODY          PIC X(84).
           02  PQ-HEADER-BODY REDEFINES PQ-REQ-BODY.
               03  PQ-TOTAL-HOURS   PIC 9(3)V9.
               03  PQ-MIN-GPA       PIC 9V99.
               03  FILLER           PIC X(77).
           02  PQ-COURSE-BODY REDEFINES PQ-REQ-BODY.
               03  PQ-POOL-HOURS    PIC 9(2)V9.
               03  PQ-POOL-COURSE   PIC X(8)   OCCURS 10 TIMES.
               03  FILLER           PIC X(1).
