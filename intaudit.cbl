       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTAUDIT.
       AUTHOR. RLM.

      *****************************************************************
      *  INTAUDIT                                                      *
      *  Weekly cross-file referential-integrity audit.  ACCTRECN     *
      *  only matches STUDENT-MASTER against ACCOUNT-MASTER; every    *
      *  other file keyed on STUDENTID or a course code can drift     *
      *  away from its parent master without anything noticing until  *
      *  a transcript or a dunning letter goes out wrong.  This run   *
      *  checks each relationship as its own numbered rule, one pass  *
      *  of the child file per rule with a keyed read of the parent:  *
      *  enrollment, wait-list, standing, receivables, dunning, hold, *
      *  payment-plan and aid rows whose student is not on            *
      *  STUDMAST; enrollment, wait-list, section-cap and program-    *
      *  requirement course codes not on CRSEMAST; declared programs  *
      *  not on PROGMAST; dunning rows and open plans or pending aid  *
      *  with no RECVMAST account to act on; and holds still on file  *
      *  for a balance no longer owed.  Standing, receivables,        *
      *  dunning, plan and aid rows INACTARC leaves behind for an     *
      *  archived student are matched against STUDARCH as well.  The  *
      *  exception report lists each rule's exceptions together with  *
      *  the rule's count, then a summary by rule, and the overall    *
      *  verdict is filed to RUN-STATS (copybooks/RUNSTAT.CPY) -      *
      *  clean is balanced, any exception is out of balance (RC=4).   *
      *  A master that will not open stops the audit (RC=8).          *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  2026-10-12  RLM  Original program.                            *
      *  2026-10-14  RLM  Standing, receivables, dunning, plan and aid *
      *                   rows of a student INACTARC moved to STUDARCH *
      *                   are no longer reported as orphans.           *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENTID
               ALTERNATE RECORD KEY IS SURNAME
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDMAST-STATUS.

           SELECT COURSE-MASTER ASSIGN TO "CRSEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-COURSE-CODE
               FILE STATUS IS WS-CRSEMAST-STATUS.

           SELECT PROGRAM-MASTER ASSIGN TO "PROGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-REQ-KEY
               FILE STATUS IS WS-PROGMAST-STATUS.

           SELECT RECV-MASTER ASSIGN TO "RECVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-STUDENTID
               FILE STATUS IS WS-RECVMAST-STATUS.

           SELECT ENROLL-MASTER ASSIGN TO "ENRLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-ENROLL-KEY
               FILE STATUS IS WS-ENRLMAST-STATUS.

           SELECT OPTIONAL WAIT-LIST ASSIGN TO "WAITLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-WAIT-KEY
               FILE STATUS IS WS-WAITLIST-STATUS.

           SELECT OPTIONAL SECTION-CAP ASSIGN TO "SECTCAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-SECTION-KEY
               FILE STATUS IS WS-SECTCAP-STATUS.

           SELECT OPTIONAL STANDING-HIST ASSIGN TO "STNDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-STANDING-KEY
               FILE STATUS IS WS-STNDHIST-STATUS.

           SELECT OPTIONAL DUN-MASTER ASSIGN TO "DUNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DN-STUDENTID
               FILE STATUS IS WS-DUNMAST-STATUS.

           SELECT OPTIONAL HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-STUDENTID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT OPTIONAL PLAN-MASTER ASSIGN TO "PLANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-PLAN-KEY
               FILE STATUS IS WS-PLANMAST-STATUS.

           SELECT OPTIONAL AID-MASTER ASSIGN TO "AIDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-AWARD-KEY
               FILE STATUS IS WS-AIDMAST-STATUS.

           SELECT OPTIONAL STUDENT-ARCHIVE ASSIGN TO "STUDARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SA-STUDENTID
               FILE STATUS IS WS-STUDARCH-STATUS.

           SELECT AUDIT-RPT ASSIGN TO "INTARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT OPTIONAL RUN-STATS ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY STUDREC.

       FD  COURSE-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CRSEMAST.

       FD  PROGRAM-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY PROGREQ.

       FD  RECV-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY RECVMAST.

       FD  ENROLL-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ENRLREC.

       FD  WAIT-LIST
           LABEL RECORDS ARE STANDARD.
           COPY WAITLIST.

       FD  SECTION-CAP
           LABEL RECORDS ARE STANDARD.
           COPY SECTCAP.

       FD  STANDING-HIST
           LABEL RECORDS ARE STANDARD.
           COPY STNDHIST.

       FD  DUN-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY DUNMAST.

       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HOLDREC.

       FD  PLAN-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY PLANMAST.

       FD  AID-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY AIDMAST.

       FD  STUDENT-ARCHIVE
           LABEL RECORDS ARE STANDARD.
           COPY STUDARCH.

       FD  AUDIT-RPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                 PIC X(80).

       FD  RUN-STATS
           LABEL RECORDS ARE STANDARD.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       01  WS-STUDMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-STUDMAST-OK                  VALUE "00".
       01  WS-CRSEMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-CRSEMAST-OK                  VALUE "00".
       01  WS-PROGMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-PROGMAST-OK                  VALUE "00".
       01  WS-RECVMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-RECVMAST-OK                  VALUE "00".
       01  WS-ENRLMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-ENRLMAST-OK                  VALUE "00".
       01  WS-WAITLIST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-WAITLIST-OK                  VALUES "00" "05".
       01  WS-SECTCAP-STATUS    PIC XX         VALUE ZEROS.
           88  WS-SECTCAP-OK                   VALUES "00" "05".
       01  WS-STNDHIST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-STNDHIST-OK                  VALUES "00" "05".
       01  WS-DUNMAST-STATUS    PIC XX         VALUE ZEROS.
           88  WS-DUNMAST-OK                   VALUES "00" "05".
       01  WS-HOLD-STATUS       PIC XX         VALUE ZEROS.
           88  WS-HOLD-OK                      VALUES "00" "05".
       01  WS-PLANMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-PLANMAST-OK                  VALUES "00" "05".
       01  WS-AIDMAST-STATUS    PIC XX         VALUE ZEROS.
           88  WS-AIDMAST-OK                   VALUES "00" "05".
       01  WS-STUDARCH-STATUS   PIC XX         VALUE ZEROS.
           88  WS-STUDARCH-OK                  VALUES "00" "05".
       01  WS-RPT-STATUS        PIC XX         VALUE ZEROS.
       01  WS-RUNSTAT-STATUS    PIC XX         VALUE ZEROS.
           88  WS-RUNSTAT-OK                   VALUES "00" "05".

       01  WS-SWITCHES.
           02  WS-PASS-EOF-SWITCH   PIC X      VALUE "N".
               88  WS-PASS-EOF-YES             VALUE "Y".
           02  WS-FOUND-SWITCH      PIC X      VALUE "N".
               88  WS-FOUND-YES                VALUE "Y".
           02  WS-RUN-ERROR-SWITCH  PIC X      VALUE "N".
               88  WS-RUN-ERROR-YES            VALUE "Y".

       01  WS-RUN-DATE              PIC 9(8)   VALUE ZEROS.
       01  WS-LOOKUP-STUDENTID      PIC 9(8)   VALUE ZEROS.
       01  WS-LOOKUP-COURSE         PIC X(8)   VALUE SPACES.
       01  WS-POOL-IX               PIC S9(3)  VALUE ZEROS COMP.

       01  WS-COUNTERS.
           02  WS-RULE-NO           PIC 9(2)   VALUE ZEROS.
           02  WS-RULE-CHECKED      PIC 9(7)   VALUE ZEROS.
           02  WS-RULE-EXCEPTIONS   PIC 9(5)   VALUE ZEROS.
           02  WS-TOTAL-CHECKED     PIC 9(7)   VALUE ZEROS.
           02  WS-TOTAL-EXCEPTIONS  PIC 9(7)   VALUE ZEROS.
           02  WS-RULES-FAILED      PIC 9(2)   VALUE ZEROS.
           02  WS-ARCHIVED-COUNT    PIC 9(7)   VALUE ZEROS.

      *    One entry per rule, in rule-number order - the title on    *
      *    the report and the exception count carried to the summary. *
       01  WS-RULE-TITLES.
           02  FILLER               PIC X(42)
                   VALUE "ENRLMAST - STUDENT NOT ON STUDMAST".
           02  FILLER               PIC X(42)
                   VALUE "ENRLMAST - COURSE NOT ON CRSEMAST".
           02  FILLER               PIC X(42)
                   VALUE "WAITLIST - STUDENT NOT ON STUDMAST".
           02  FILLER               PIC X(42)
                   VALUE "WAITLIST - COURSE NOT ON CRSEMAST".
           02  FILLER               PIC X(42)
                   VALUE "SECTCAP  - COURSE NOT ON CRSEMAST".
           02  FILLER               PIC X(42)
                   VALUE "STUDMAST - PROGRAM NOT ON PROGMAST".
           02  FILLER               PIC X(42)
                   VALUE "PROGMAST - COURSE NOT ON CRSEMAST".
           02  FILLER               PIC X(42)
                   VALUE "STNDHIST - STUDENT NOT ON STUDMAST/ARCHIVE".
           02  FILLER               PIC X(42)
                   VALUE "RECVMAST - STUDENT NOT ON STUDMAST/ARCHIVE".
           02  FILLER               PIC X(42)
                   VALUE "DUNMAST  - STUDENT NOT ON STUDMAST/ARCHIVE".
           02  FILLER               PIC X(42)
                   VALUE "DUNMAST  - NO RECVMAST ACCOUNT".
           02  FILLER               PIC X(42)
                   VALUE "HOLDFILE - STUDENT NOT ON STUDMAST".
           02  FILLER               PIC X(42)
                   VALUE "HOLDFILE - HOLD WITH NO BALANCE OWED".
           02  FILLER               PIC X(42)
                   VALUE "PLANMAST - STUDENT NOT ON STUDMAST/ARCHIVE".
           02  FILLER               PIC X(42)
                   VALUE "PLANMAST - OPEN PLAN, NO RECVMAST ACCOUNT".
           02  FILLER               PIC X(42)
                   VALUE "AIDMAST  - STUDENT NOT ON STUDMAST/ARCHIVE".
           02  FILLER               PIC X(42)
                   VALUE "AIDMAST  - PENDING AWARD, NO RECVMAST ACCT".
       01  WS-RULE-TITLE-TABLE REDEFINES WS-RULE-TITLES.
           02  WS-RULE-TITLE        PIC X(42)  OCCURS 17 TIMES.

       01  WS-RULE-COUNTS.
           02  WS-RULE-COUNT        PIC 9(5)   OCCURS 17 TIMES.

       01  WS-HEADING-1.
           02  FILLER            PIC X(40)
                   VALUE "REFERENTIAL INTEGRITY AUDIT".
           02  FILLER            PIC X(10) VALUE "RUN DATE ".
           02  HDG1-DATE         PIC 9(8).

       01  WS-RULE-HEADING.
           02  FILLER            PIC X(5)  VALUE "RULE ".
           02  RHD-RULE-NO       PIC 99.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  RHD-TITLE         PIC X(42).

       01  WS-EXCEPTION-LINE.
           02  FILLER            PIC X(4)  VALUE SPACES.
           02  EXL-KEY.
               03  EXL-KEY-1     PIC X(8).
               03  FILLER        PIC X     VALUE SPACE.
               03  EXL-KEY-2     PIC X(5).
               03  FILLER        PIC X     VALUE SPACE.
               03  EXL-KEY-3     PIC X(8).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  EXL-INFO-LABEL    PIC X(12).
           02  EXL-INFO-AMOUNT   PIC Z,ZZZ,ZZ9.99-.
           02  EXL-INFO-AMOUNT-X REDEFINES EXL-INFO-AMOUNT
                                 PIC X(13).

       01  WS-RULE-TOTAL-LINE.
           02  FILLER            PIC X(4)  VALUE SPACES.
           02  FILLER            PIC X(15) VALUE "ROWS CHECKED = ".
           02  RTL-CHECKED       PIC Z,ZZZ,ZZ9.
           02  FILLER            PIC X(17) VALUE "   EXCEPTIONS = ".
           02  RTL-EXCEPTIONS    PIC ZZ,ZZ9.

       01  WS-SUMMARY-HEADING.
           02  FILLER            PIC X(40)
                   VALUE "SUMMARY BY RULE".

       01  WS-SUMMARY-LINE.
           02  FILLER            PIC X(5)  VALUE "RULE ".
           02  SUM-RULE-NO       PIC 99.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  SUM-TITLE         PIC X(42).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  SUM-COUNT         PIC ZZ,ZZ9.

       01  WS-TOTAL-LINE.
           02  TOT-LABEL         PIC X(26).
           02  TOT-COUNT         PIC Z,ZZZ,ZZ9.

       01  WS-VERDICT-LINE.
           02  FILLER            PIC X(26)
                   VALUE "VERDICT                 = ".
           02  VRD-TEXT          PIC X(30).

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-RUN-ERROR-YES
               PERFORM 2000-RUN-RULES
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE THRU 1000-EXIT                               *
      *  The four parent masters and the enrollment master must       *
      *  open; the other child files are optional and an absent one   *
      *  simply has nothing to check.                                  *
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-RULE-COUNTS
           OPEN OUTPUT AUDIT-RPT
           MOVE WS-RUN-DATE TO HDG1-DATE
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT STUDENT-MASTER
           IF NOT WS-STUDMAST-OK
               DISPLAY "STUDENT-MASTER OPEN FAILED, STATUS = "
                   WS-STUDMAST-STATUS
               MOVE "Y" TO WS-RUN-ERROR-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT COURSE-MASTER
           IF NOT WS-CRSEMAST-OK
               DISPLAY "COURSE-MASTER OPEN FAILED, STATUS = "
                   WS-CRSEMAST-STATUS
               MOVE "Y" TO WS-RUN-ERROR-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT PROGRAM-MASTER
           IF NOT WS-PROGMAST-OK
               DISPLAY "PROGRAM-MASTER OPEN FAILED, STATUS = "
                   WS-PROGMAST-STATUS
               MOVE "Y" TO WS-RUN-ERROR-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT RECV-MASTER
           IF NOT WS-RECVMAST-OK
               DISPLAY "RECV-MASTER OPEN FAILED, STATUS = "
                   WS-RECVMAST-STATUS
               MOVE "Y" TO WS-RUN-ERROR-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT ENROLL-MASTER
           IF NOT WS-ENRLMAST-OK
               DISPLAY "ENROLL-MASTER OPEN FAILED, STATUS = "
                   WS-ENRLMAST-STATUS
               MOVE "Y" TO WS-RUN-ERROR-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT WAIT-LIST
           IF NOT WS-WAITLIST-OK
               DISPLAY "WAIT-LIST OPEN FAILED, STATUS = "
                   WS-WAITLIST-STATUS
               MOVE "Y" TO WS-RUN-ERROR-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT SECTION-CAP
           IF NOT WS-SECTCAP-OK
               DISPLAY "SECTION-CAP OPEN FAILED, STATUS = "
                   WS-SECTCAP-STATUS
               MOVE "Y" TO WS-RUN-ERROR-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT STANDING-HIST
           IF NOT WS-STNDHIST-OK
               DISPLAY "STANDING-HIST OPEN FAILED, STATUS = "
                   WS-STNDHIST-STATUS
               MOVE "Y" TO WS-RUN-ERROR-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT DUN-MASTER
           IF NOT WS-DUNMAST-OK
               DISPLAY "DUN-MASTER OPEN FAILED, STATUS = "
                   WS-DUNMAST-STATUS
               MOVE "Y" TO WS-RUN-ERROR-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT HOLD-FILE
           IF NOT WS-HOLD-OK
               DISPLAY "HOLD-FILE OPEN FAILED, STATUS = "
                   WS-HOLD-STATUS
               MOVE "Y" TO WS-RUN-ERROR-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT PLAN-MASTER
           IF NOT WS-PLANMAST-OK
               DISPLAY "PLAN-MASTER OPEN FAILED, STATUS = "
                   WS-PLANMAST-STATUS
               MOVE "Y" TO WS-RUN-ERROR-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT AID-MASTER
           IF NOT WS-AIDMAST-OK
               DISPLAY "AID-MASTER OPEN FAILED, STATUS = "
                   WS-AIDMAST-STATUS
               MOVE "Y" TO WS-RUN-ERROR-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT STUDENT-ARCHIVE
           IF NOT WS-STUDARCH-OK
               DISPLAY "STUDENT-ARCHIVE OPEN FAILED, STATUS = "
                   WS-STUDARCH-STATUS
               MOVE "Y" TO WS-RUN-ERROR-SWITCH
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  2000-RUN-RULES                                               *
      *  Every rule in number order, so the report reads rule by      *
      *  rule.                                                         *
      *****************************************************************
       2000-RUN-RULES.
           PERFORM 2100-RULE-ENRL-STUDENT
           PERFORM 2150-RULE-ENRL-COURSE
           PERFORM 2200-RULE-WAIT-STUDENT
           PERFORM 2250-RULE-WAIT-COURSE
           PERFORM 2300-RULE-SECTCAP-COURSE
           PERFORM 2350-RULE-STUDENT-PROGRAM
           PERFORM 2400-RULE-PROGRAM-COURSE
           PERFORM 2450-RULE-STANDING-STUDENT
           PERFORM 2500-RULE-RECV-STUDENT
           PERFORM 2550-RULE-DUN-STUDENT
           PERFORM 2600-RULE-DUN-ACCOUNT
           PERFORM 2650-RULE-HOLD-STUDENT
           PERFORM 2700-RULE-HOLD-BALANCE
           PERFORM 2750-RULE-PLAN-STUDENT
           PERFORM 2800-RULE-PLAN-ACCOUNT
           PERFORM 2850-RULE-AID-STUDENT
           PERFORM 2900-RULE-AID-ACCOUNT.

      *****************************************************************
      *  2100-RULE-ENRL-STUDENT                                       *
      *  Rule 01 - every enrollment row's student is on STUDMAST.     *
      *****************************************************************
       2100-RULE-ENRL-STUDENT.
           MOVE 1 TO WS-RULE-NO
           PERFORM 7000-BEGIN-RULE
           MOVE LOW-VALUES TO EN-ENROLL-KEY
           START ENROLL-MASTER KEY IS NOT LESS THAN EN-ENROLL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PASS-EOF-SWITCH
           END-START
           PERFORM 2190-READ-ENROLL
           PERFORM 2110-CHECK-ENRL-STUDENT
               UNTIL WS-PASS-EOF-YES
           PERFORM 7900-END-RULE.

      *****************************************************************
      *  2110-CHECK-ENRL-STUDENT                                      *
      *****************************************************************
       2110-CHECK-ENRL-STUDENT.
           ADD 1 TO WS-RULE-CHECKED
           MOVE EN-STUDENTID TO WS-LOOKUP-STUDENTID
           PERFORM 3000-LOOKUP-STUDENT
           IF NOT WS-FOUND-YES
               MOVE EN-STUDENTID TO EXL-KEY-1
               MOVE EN-TERM TO EXL-KEY-2
               MOVE EN-COURSE TO EXL-KEY-3
               PERFORM 7500-WRITE-EXCEPTION
           END-IF
           PERFORM 2190-READ-ENROLL.

      *****************************************************************
      *  2150-RULE-ENRL-COURSE                                        *
      *  Rule 02 - every enrollment row's course is on CRSEMAST,      *
      *  transfer rows included, since XFERPOST posts the equivalent  *
      *  course-master code.                                           *
      *****************************************************************
       2150-RULE-ENRL-COURSE.
           MOVE 2 TO WS-RULE-NO
           PERFORM 7000-BEGIN-RULE
           MOVE LOW-VALUES TO EN-ENROLL-KEY
           START ENROLL-MASTER KEY IS NOT LESS THAN EN-ENROLL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PASS-EOF-SWITCH
           END-START
           PERFORM 2190-READ-ENROLL
           PERFORM 2160-CHECK-ENRL-COURSE
               UNTIL WS-PASS-EOF-YES
           PERFORM 7900-END-RULE.

      *****************************************************************
      *  2160-CHECK-ENRL-COURSE                                       *
      *****************************************************************
       2160-CHECK-ENRL-COURSE.
           ADD 1 TO WS-RULE-CHECKED
           MOVE EN-COURSE TO WS-LOOKUP-COURSE
           PERFORM 3100-LOOKUP-COURSE
           IF NOT WS-FOUND-YES
               MOVE EN-STUDENTID TO EXL-KEY-1
               MOVE EN-TERM TO EXL-KEY-2
               MOVE EN-COURSE TO EXL-KEY-3
               PERFORM 7500-WRITE-EXCEPTION
           END-IF
           PERFORM 2190-READ-ENROLL.

      *****************************************************************
      *  2190-READ-ENROLL                                             *
      *****************************************************************
       2190-READ-ENROLL.
           IF NOT WS-PASS-EOF-YES
               READ ENROLL-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PASS-EOF-SWITCH
               END-READ
           END-IF.

      *****************************************************************
      *  2200-RULE-WAIT-STUDENT                                       *
      *  Rule 03 - every wait-listed student is on STUDMAST.          *
      *****************************************************************
       2200-RULE-WAIT-STUDENT.
           MOVE 3 TO WS-RULE-NO
           PERFORM 7000-BEGIN-RULE
           MOVE LOW-VALUES TO WL-WAIT-KEY
           START WAIT-LIST KEY IS NOT LESS THAN WL-WAIT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PASS-EOF-SWITCH
           END-START
           PERFORM 2290-READ-WAIT
           PERFORM 2210-CHECK-WAIT-STUDENT
               UNTIL WS-PASS-EOF-YES
           PERFORM 7900-END-RULE.

      *****************************************************************
      *  2210-CHECK-WAIT-STUDENT                                      *
      *****************************************************************
       2210-CHECK-WAIT-STUDENT.
           ADD 1 TO WS-RULE-CHECKED
           MOVE WL-STUDENTID TO WS-LOOKUP-STUDENTID
           PERFORM 3000-LOOKUP-STUDENT
           IF NOT WS-FOUND-YES
               MOVE WL-STUDENTID TO EXL-KEY-1
               MOVE WL-TERM TO EXL-KEY-2
               MOVE WL-COURSE TO EXL-KEY-3
               PERFORM 7500-WRITE-EXCEPTION
           END-IF
           PERFORM 2290-READ-WAIT.

      *****************************************************************
      *  2250-RULE-WAIT-COURSE                                        *
      *  Rule 04 - every wait-listed course is on CRSEMAST.           *
      *****************************************************************
       2250-RULE-WAIT-COURSE.
           MOVE 4 TO WS-RULE-NO
           PERFORM 7000-BEGIN-RULE
           MOVE LOW-VALUES TO WL-WAIT-KEY
           START WAIT-LIST KEY IS NOT LESS THAN WL-WAIT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PASS-EOF-SWITCH
           END-START
           PERFORM 2290-READ-WAIT
           PERFORM 2260-CHECK-WAIT-COURSE
               UNTIL WS-PASS-EOF-YES
           PERFORM 7900-END-RULE.

      *****************************************************************
      *  2260-CHECK-WAIT-COURSE                                       *
      *****************************************************************
       2260-CHECK-WAIT-COURSE.
           ADD 1 TO WS-RULE-CHECKED
           MOVE WL-COURSE TO WS-LOOKUP-COURSE
           PERFORM 3100-LOOKUP-COURSE
           IF NOT WS-FOUND-YES
               MOVE WL-STUDENTID TO EXL-KEY-1
               MOVE WL-TERM TO EXL-KEY-2
               MOVE WL-COURSE TO EXL-KEY-3
               PERFORM 7500-WRITE-EXCEPTION
           END-IF
           PERFORM 2290-READ-WAIT.

      *****************************************************************
      *  2290-READ-WAIT                                               *
      *****************************************************************
       2290-READ-WAIT.
           IF NOT WS-PASS-EOF-YES
               READ WAIT-LIST NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PASS-EOF-SWITCH
               END-READ
           END-IF.

      *****************************************************************
      *  2300-RULE-SECTCAP-COURSE                                     *
      *  Rule 05 - every section seat limit is for a course on        *
      *  CRSEMAST.                                                     *
      *****************************************************************
       2300-RULE-SECTCAP-COURSE.
           MOVE 5 TO WS-RULE-NO
           PERFORM 7000-BEGIN-RULE
           MOVE LOW-VALUES TO SC-SECTION-KEY
           START SECTION-CAP KEY IS NOT LESS THAN SC-SECTION-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PASS-EOF-SWITCH
           END-START
           PERFORM 2390-READ-SECTCAP
           PERFORM 2310-CHECK-SECTCAP-COURSE
               UNTIL WS-PASS-EOF-YES
           PERFORM 7900-END-RULE.

      *****************************************************************
      *  2310-CHECK-SECTCAP-COURSE                                    *
      *****************************************************************
       2310-CHECK-SECTCAP-COURSE.
           ADD 1 TO WS-RULE-CHECKED
           MOVE SC-COURSE TO WS-LOOKUP-COURSE
           PERFORM 3100-LOOKUP-COURSE
           IF NOT WS-FOUND-YES
               MOVE SPACES TO EXL-KEY-1
               MOVE SC-TERM TO EXL-KEY-2
               MOVE SC-COURSE TO EXL-KEY-3
               MOVE "SEAT LIMIT" TO EXL-INFO-LABEL
               MOVE SC-SEAT-LIMIT TO EXL-INFO-AMOUNT
               PERFORM 7500-WRITE-EXCEPTION
           END-IF
           PERFORM 2390-READ-SECTCAP.

      *****************************************************************
      *  2390-READ-SECTCAP                                            *
      *****************************************************************
       2390-READ-SECTCAP.
           IF NOT WS-PASS-EOF-YES
               READ SECTION-CAP NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PASS-EOF-SWITCH
               END-READ
           END-IF.

      *****************************************************************
      *  2350-RULE-STUDENT-PROGRAM                                    *
      *  Rule 06 - every program a student has declared has its       *
      *  header row on PROGMAST, or DEGAUDIT has nothing to audit     *
      *  the student against.  A blank program is undeclared and      *
      *  not checked.                                                  *
      *****************************************************************
       2350-RULE-STUDENT-PROGRAM.
           MOVE 6 TO WS-RULE-NO
           PERFORM 7000-BEGIN-RULE
           MOVE ZEROS TO STUDENTID
           START STUDENT-MASTER KEY IS NOT LESS THAN STUDENTID
               INVALID KEY
                   MOVE "Y" TO WS-PASS-EOF-SWITCH
           END-START
           PERFORM 2380-READ-STUDENT
           PERFORM 2360-CHECK-STUDENT-PROGRAM THRU 2360-EXIT
               UNTIL WS-PASS-EOF-YES
           PERFORM 7900-END-RULE.

      *****************************************************************
      *  2360-CHECK-STUDENT-PROGRAM THRU 2360-EXIT                    *
      *****************************************************************
       2360-CHECK-STUDENT-PROGRAM.
           IF PROGRAM-CODE = SPACES
               GO TO 2360-NEXT
           END-IF
           ADD 1 TO WS-RULE-CHECKED
           MOVE PROGRAM-CODE TO PQ-PROGRAM-CODE
           MOVE ZERO TO PQ-REQ-SEQ
           MOVE "N" TO WS-FOUND-SWITCH
           READ PROGRAM-MASTER
               NOT INVALID KEY
                   IF PQ-HEADER-ROW
                       MOVE "Y" TO WS-FOUND-SWITCH
                   END-IF
           END-READ
           IF NOT WS-FOUND-YES
               MOVE STUDENTID TO EXL-KEY-1
               MOVE SPACES TO EXL-KEY-2
               MOVE PROGRAM-CODE TO EXL-KEY-3
               PERFORM 7500-WRITE-EXCEPTION
           END-IF.
       2360-NEXT.
           PERFORM 2380-READ-STUDENT.
       2360-EXIT.
           EXIT.

      *****************************************************************
      *  2380-READ-STUDENT                                            *
      *****************************************************************
       2380-READ-STUDENT.
           IF NOT WS-PASS-EOF-YES
               READ STUDENT-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PASS-EOF-SWITCH
               END-READ
           END-IF.

      *****************************************************************
      *  2400-RULE-PROGRAM-COURSE                                     *
      *  Rule 07 - every course named in a program's requirement      *
      *  pools is on CRSEMAST, or no student can ever satisfy it.     *
      *  A row with a missing course is listed once per course.       *
      *****************************************************************
       2400-RULE-PROGRAM-COURSE.
           MOVE 7 TO WS-RULE-NO
           PERFORM 7000-BEGIN-RULE
           MOVE LOW-VALUES TO PQ-REQ-KEY
           START PROGRAM-MASTER KEY IS NOT LESS THAN PQ-REQ-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PASS-EOF-SWITCH
           END-START
           PERFORM 2440-READ-PROGRAM
           PERFORM 2410-CHECK-PROGRAM-ROW THRU 2410-EXIT
               UNTIL WS-PASS-EOF-YES
           PERFORM 7900-END-RULE.

      *****************************************************************
      *  2410-CHECK-PROGRAM-ROW THRU 2410-EXIT                        *
      *****************************************************************
       2410-CHECK-PROGRAM-ROW.
           IF PQ-HEADER-ROW
               GO TO 2410-NEXT
           END-IF
           MOVE ZEROS TO WS-POOL-IX
           PERFORM 2420-CHECK-POOL-COURSE 10 TIMES.
       2410-NEXT.
           PERFORM 2440-READ-PROGRAM.
       2410-EXIT.
           EXIT.

      *****************************************************************
      *  2420-CHECK-POOL-COURSE                                       *
      *****************************************************************
       2420-CHECK-POOL-COURSE.
           ADD 1 TO WS-POOL-IX
           IF PQ-POOL-COURSE(WS-POOL-IX) NOT = SPACES
               ADD 1 TO WS-RULE-CHECKED
               MOVE PQ-POOL-COURSE(WS-POOL-IX) TO WS-LOOKUP-COURSE
               PERFORM 3100-LOOKUP-COURSE
               IF NOT WS-FOUND-YES
                   MOVE PQ-PROGRAM-CODE TO EXL-KEY-1
                   MOVE PQ-REQ-SEQ TO EXL-KEY-2
                   MOVE PQ-POOL-COURSE(WS-POOL-IX) TO EXL-KEY-3
                   PERFORM 7500-WRITE-EXCEPTION
               END-IF
           END-IF.

      *****************************************************************
      *  2440-READ-PROGRAM                                            *
      *****************************************************************
       2440-READ-PROGRAM.
           IF NOT WS-PASS-EOF-YES
               READ PROGRAM-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PASS-EOF-SWITCH
               END-READ
           END-IF.

      *****************************************************************
      *  2450-RULE-STANDING-STUDENT                                   *
      *  Rule 08 - every academic-standing row's student is on        *
      *  STUDMAST.                                                     *
      *****************************************************************
       2450-RULE-STANDING-STUDENT.
           MOVE 8 TO WS-RULE-NO
           PERFORM 7000-BEGIN-RULE
           MOVE LOW-VALUES TO ST-STANDING-KEY
           START STANDING-HIST KEY IS NOT LESS THAN ST-STANDING-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PASS-EOF-SWITCH
           END-START
           PERFORM 2490-READ-STANDING
           PERFORM 2460-CHECK-STANDING-STUDENT
               UNTIL WS-PASS-EOF-YES
           PERFORM 7900-END-RULE.

      *****************************************************************
      *  2460-CHECK-STANDING-STUDENT                                  *
      *****************************************************************
       2460-CHECK-STANDING-STUDENT.
           ADD 1 TO WS-RULE-CHECKED
           MOVE ST-STUDENTID TO WS-LOOKUP-STUDENTID
           PERFORM 3050-LOOKUP-RETAINED-STUDENT
           IF NOT WS-FOUND-YES
               MOVE ST-STUDENTID TO EXL-KEY-1
               MOVE ST-TERM TO EXL-KEY-2
               MOVE SPACES TO EXL-KEY-3
               PERFORM 7500-WRITE-EXCEPTION
           END-IF
           PERFORM 2490-READ-STANDING.

      *****************************************************************
      *  2490-READ-STANDING                                           *
      *****************************************************************
       2490-READ-STANDING.
           IF NOT WS-PASS-EOF-YES
               READ STANDING-HIST NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PASS-EOF-SWITCH
               END-READ
           END-IF.

      *****************************************************************
      *  2500-RULE-RECV-STUDENT                                       *
      *  Rule 09 - every receivables account belongs to a student on  *
      *  STUDMAST.                                                     *
      *****************************************************************
       2500-RULE-RECV-STUDENT.
           MOVE 9 TO WS-RULE-NO
           PERFORM 7000-BEGIN-RULE
           MOVE ZEROS TO AR-STUDENTID
           START RECV-MASTER KEY IS NOT LESS THAN AR-STUDENTID
               INVALID KEY
                   MOVE "Y" TO WS-PASS-EOF-SWITCH
           END-START
           PERFORM 2590-READ-RECV
           PERFORM 2510-CHECK-RECV-STUDENT
               UNTIL WS-PASS-EOF-YES
           PERFORM 7900-END-RULE.

      *****************************************************************
      *  2510-CHECK-RECV-STUDENT                                      *
      *****************************************************************
       2510-CHECK-RECV-STUDENT.
           ADD 1 TO WS-RULE-CHECKED
           MOVE AR-STUDENTID TO WS-LOOKUP-STUDENTID
           PERFORM 3050-LOOKUP-RETAINED-STUDENT
           IF NOT WS-FOUND-YES
               MOVE AR-STUDENTID TO EXL-KEY-1
               MOVE SPACES TO EXL-KEY-2
               MOVE SPACES TO EXL-KEY-3
               MOVE "BALANCE DUE" TO EXL-INFO-LABEL
               MOVE AR-BALANCE-DUE TO EXL-INFO-AMOUNT
               PERFORM 7500-WRITE-EXCEPTION
           END-IF
           PERFORM 2590-READ-RECV.

      *****************************************************************
      *  2590-READ-RECV                                               *
      *****************************************************************
       2590-READ-RECV.
           IF NOT WS-PASS-EOF-YES
               READ RECV-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PASS-EOF-SWITCH
               END-READ
           END-IF.

      *****************************************************************
      *  2550-RULE-DUN-STUDENT                                        *
      *  Rule 10 - every dunning-ladder row's student is on STUDMAST, *
      *  or the next notice has no name or address to go to.          *
      *****************************************************************
       2550-RULE-DUN-STUDENT.
           MOVE 10 TO WS-RULE-NO
           PERFORM 7000-BEGIN-RULE
           MOVE ZEROS TO DN-STUDENTID
           START DUN-MASTER KEY IS NOT LESS THAN DN-STUDENTID
               INVALID KEY
                   MOVE "Y" TO WS-PASS-EOF-SWITCH
           END-START
           PERFORM 2690-READ-DUN
           PERFORM 2560-CHECK-DUN-STUDENT
               UNTIL WS-PASS-EOF-YES
           PERFORM 7900-END-RULE.

      *****************************************************************
      *  2560-CHECK-DUN-STUDENT                                       *
      *****************************************************************
       2560-CHECK-DUN-STUDENT.
           ADD 1 TO WS-RULE-CHECKED
           MOVE DN-STUDENTID TO WS-LOOKUP-STUDENTID
           PERFORM 3050-LOOKUP-RETAINED-STUDENT
           IF NOT WS-FOUND-YES
               PERFORM 2680-FORMAT-DUN-EXCEPTION
               PERFORM 7500-WRITE-EXCEPTION
           END-IF
           PERFORM 2690-READ-DUN.

      *****************************************************************
      *  2600-RULE-DUN-ACCOUNT                                        *
      *  Rule 11 - every dunning-ladder row has a RECVMAST account;   *
      *  DUNNOTIC only ever clears a row off the account it reads,    *
      *  so a row with no account is never cleared.                   *
      *****************************************************************
       2600-RULE-DUN-ACCOUNT.
           MOVE 11 TO WS-RULE-NO
           PERFORM 7000-BEGIN-RULE
           MOVE ZEROS TO DN-STUDENTID
           START DUN-MASTER KEY IS NOT LESS THAN DN-STUDENTID
               INVALID KEY
                   MOVE "Y" TO WS-PASS-EOF-SWITCH
           END-START
           PERFORM 2690-READ-DUN
           PERFORM 2610-CHECK-DUN-ACCOUNT
               UNTIL WS-PASS-EOF-YES
           PERFORM 7900-END-RULE.

      *****************************************************************
      *  2610-CHECK-DUN-ACCOUNT                                       *
      *****************************************************************
       2610-CHECK-DUN-ACCOUNT.
           ADD 1 TO WS-RULE-CHECKED
           MOVE DN-STUDENTID TO WS-LOOKUP-STUDENTID
           PERFORM 3200-LOOKUP-ACCOUNT
           IF NOT WS-FOUND-YES
               PERFORM 2680-FORMAT-DUN-EXCEPTION
               PERFORM 7500-WRITE-EXCEPTION
           END-IF
           PERFORM 2690-READ-DUN.

      *****************************************************************
      *  2680-FORMAT-DUN-EXCEPTION                                    *
      *  The ladder row's student, notice level and notice date.      *
      *****************************************************************
       2680-FORMAT-DUN-EXCEPTION.
           MOVE DN-STUDENTID TO EXL-KEY-1
           MOVE "LEVEL" TO EXL-KEY-2
           MOVE DN-LAST-LEVEL TO EXL-KEY-3
           MOVE "NOTICE DATE" TO EXL-INFO-LABEL
           MOVE DN-LAST-NOTICE-DATE TO EXL-INFO-AMOUNT-X.

      *****************************************************************
      *  2690-READ-DUN                                                *
      *****************************************************************
       2690-READ-DUN.
           IF NOT WS-PASS-EOF-YES
               READ DUN-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PASS-EOF-SWITCH
               END-READ
           END-IF.

      *****************************************************************
      *  2650-RULE-HOLD-STUDENT                                       *
      *  Rule 12 - every financial hold is on a student on STUDMAST.  *
      *****************************************************************
       2650-RULE-HOLD-STUDENT.
           MOVE 12 TO WS-RULE-NO
           PERFORM 7000-BEGIN-RULE
           MOVE ZEROS TO HD-STUDENTID
           START HOLD-FILE KEY IS NOT LESS THAN HD-STUDENTID
               INVALID KEY
                   MOVE "Y" TO WS-PASS-EOF-SWITCH
           END-START
           PERFORM 2790-READ-HOLD
           PERFORM 2660-CHECK-HOLD-STUDENT
               UNTIL WS-PASS-EOF-YES
           PERFORM 7900-END-RULE.

      *****************************************************************
      *  2660-CHECK-HOLD-STUDENT                                      *
      *****************************************************************
       2660-CHECK-HOLD-STUDENT.
           ADD 1 TO WS-RULE-CHECKED
           MOVE HD-STUDENTID TO WS-LOOKUP-STUDENTID
           PERFORM 3000-LOOKUP-STUDENT
           IF NOT WS-FOUND-YES
               MOVE HD-STUDENTID TO EXL-KEY-1
               MOVE SPACES TO EXL-KEY-2
               MOVE SPACES TO EXL-KEY-3
               MOVE "HELD BALANCE" TO EXL-INFO-LABEL
               MOVE HD-BALANCE-DUE TO EXL-INFO-AMOUNT
               PERFORM 7500-WRITE-EXCEPTION
           END-IF
           PERFORM 2790-READ-HOLD.

      *****************************************************************
      *  2700-RULE-HOLD-BALANCE                                       *
      *  Rule 13 - every financial hold is on an account that still   *
      *  owes.  A hold left on a paid-up or missing account refuses   *
      *  a transcript or a registration for nothing.                  *
      *****************************************************************
       2700-RULE-HOLD-BALANCE.
           MOVE 13 TO WS-RULE-NO
           PERFORM 7000-BEGIN-RULE
           MOVE ZEROS TO HD-STUDENTID
           START HOLD-FILE KEY IS NOT LESS THAN HD-STUDENTID
               INVALID KEY
                   MOVE "Y" TO WS-PASS-EOF-SWITCH
           END-START
           PERFORM 2790-READ-HOLD
           PERFORM 2710-CHECK-HOLD-BALANCE
               UNTIL WS-PASS-EOF-YES
           PERFORM 7900-END-RULE.

      *****************************************************************
      *  2710-CHECK-HOLD-BALANCE                                      *
      *****************************************************************
       2710-CHECK-HOLD-BALANCE.
           ADD 1 TO WS-RULE-CHECKED
           MOVE HD-STUDENTID TO WS-LOOKUP-STUDENTID
           PERFORM 3200-LOOKUP-ACCOUNT
           IF NOT WS-FOUND-YES
               MOVE HD-STUDENTID TO EXL-KEY-1
               MOVE SPACES TO EXL-KEY-2
               MOVE SPACES TO EXL-KEY-3
               MOVE "NO ACCOUNT" TO EXL-INFO-LABEL
               PERFORM 7500-WRITE-EXCEPTION
           ELSE
               IF AR-BALANCE-DUE NOT > ZERO
                   MOVE HD-STUDENTID TO EXL-KEY-1
                   MOVE SPACES TO EXL-KEY-2
                   MOVE SPACES TO EXL-KEY-3
                   MOVE "NOW OWES" TO EXL-INFO-LABEL
                   MOVE AR-BALANCE-DUE TO EXL-INFO-AMOUNT
                   PERFORM 7500-WRITE-EXCEPTION
               END-IF
           END-IF
           PERFORM 2790-READ-HOLD.

      *****************************************************************
      *  2790-READ-HOLD                                               *
      *****************************************************************
       2790-READ-HOLD.
           IF NOT WS-PASS-EOF-YES
               READ HOLD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PASS-EOF-SWITCH
               END-READ
           END-IF.

      *****************************************************************
      *  2750-RULE-PLAN-STUDENT                                       *
      *  Rule 14 - every payment plan is for a student on STUDMAST.   *
      *****************************************************************
       2750-RULE-PLAN-STUDENT.
           MOVE 14 TO WS-RULE-NO
           PERFORM 7000-BEGIN-RULE
           MOVE LOW-VALUES TO PL-PLAN-KEY
           START PLAN-MASTER KEY IS NOT LESS THAN PL-PLAN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PASS-EOF-SWITCH
           END-START
           PERFORM 2890-READ-PLAN
           PERFORM 2760-CHECK-PLAN-STUDENT
               UNTIL WS-PASS-EOF-YES
           PERFORM 7900-END-RULE.

      *****************************************************************
      *  2760-CHECK-PLAN-STUDENT                                      *
      *****************************************************************
       2760-CHECK-PLAN-STUDENT.
           ADD 1 TO WS-RULE-CHECKED
           MOVE PL-STUDENTID TO WS-LOOKUP-STUDENTID
           PERFORM 3050-LOOKUP-RETAINED-STUDENT
           IF NOT WS-FOUND-YES
               MOVE PL-STUDENTID TO EXL-KEY-1
               MOVE PL-TERM TO EXL-KEY-2
               MOVE PL-STATUS TO EXL-KEY-3
               MOVE "PLAN AMOUNT" TO EXL-INFO-LABEL
               MOVE PL-PLAN-AMOUNT TO EXL-INFO-AMOUNT
               PERFORM 7500-WRITE-EXCEPTION
           END-IF
           PERFORM 2890-READ-PLAN.

      *****************************************************************
      *  2800-RULE-PLAN-ACCOUNT                                       *
      *  Rule 15 - every open payment plan (current, late or          *
      *  defaulted) has a RECVMAST account its installments are       *
      *  paid against.  Paid-off and cancelled plans are history and  *
      *  not checked.                                                  *
      *****************************************************************
       2800-RULE-PLAN-ACCOUNT.
           MOVE 15 TO WS-RULE-NO
           PERFORM 7000-BEGIN-RULE
           MOVE LOW-VALUES TO PL-PLAN-KEY
           START PLAN-MASTER KEY IS NOT LESS THAN PL-PLAN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PASS-EOF-SWITCH
           END-START
           PERFORM 2890-READ-PLAN
           PERFORM 2810-CHECK-PLAN-ACCOUNT THRU 2810-EXIT
               UNTIL WS-PASS-EOF-YES
           PERFORM 7900-END-RULE.

      *****************************************************************
      *  2810-CHECK-PLAN-ACCOUNT THRU 2810-EXIT                       *
      *****************************************************************
       2810-CHECK-PLAN-ACCOUNT.
           IF NOT PL-OPEN
               GO TO 2810-NEXT
           END-IF
           ADD 1 TO WS-RULE-CHECKED
           MOVE PL-STUDENTID TO WS-LOOKUP-STUDENTID
           PERFORM 3200-LOOKUP-ACCOUNT
           IF NOT WS-FOUND-YES
               MOVE PL-STUDENTID TO EXL-KEY-1
               MOVE PL-TERM TO EXL-KEY-2
               MOVE PL-STATUS TO EXL-KEY-3
               MOVE "PLAN AMOUNT" TO EXL-INFO-LABEL
               MOVE PL-PLAN-AMOUNT TO EXL-INFO-AMOUNT
               PERFORM 7500-WRITE-EXCEPTION
           END-IF.
       2810-NEXT.
           PERFORM 2890-READ-PLAN.
       2810-EXIT.
           EXIT.

      *****************************************************************
      *  2890-READ-PLAN                                               *
      *****************************************************************
       2890-READ-PLAN.
           IF NOT WS-PASS-EOF-YES
               READ PLAN-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PASS-EOF-SWITCH
               END-READ
           END-IF.

      *****************************************************************
      *  2850-RULE-AID-STUDENT                                        *
      *  Rule 16 - every aid award is for a student on STUDMAST.      *
      *****************************************************************
       2850-RULE-AID-STUDENT.
           MOVE 16 TO WS-RULE-NO
           PERFORM 7000-BEGIN-RULE
           MOVE LOW-VALUES TO AW-AWARD-KEY
           START AID-MASTER KEY IS NOT LESS THAN AW-AWARD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PASS-EOF-SWITCH
           END-START
           PERFORM 2990-READ-AID
           PERFORM 2860-CHECK-AID-STUDENT
               UNTIL WS-PASS-EOF-YES
           PERFORM 7900-END-RULE.

      *****************************************************************
      *  2860-CHECK-AID-STUDENT                                       *
      *****************************************************************
       2860-CHECK-AID-STUDENT.
           ADD 1 TO WS-RULE-CHECKED
           MOVE AW-STUDENTID TO WS-LOOKUP-STUDENTID
           PERFORM 3050-LOOKUP-RETAINED-STUDENT
           IF NOT WS-FOUND-YES
               MOVE AW-STUDENTID TO EXL-KEY-1
               MOVE AW-TERM TO EXL-KEY-2
               MOVE AW-FUND-CODE TO EXL-KEY-3
               MOVE "AWARD" TO EXL-INFO-LABEL
               MOVE AW-AWARD-AMOUNT TO EXL-INFO-AMOUNT
               PERFORM 7500-WRITE-EXCEPTION
           END-IF
           PERFORM 2990-READ-AID.

      *****************************************************************
      *  2900-RULE-AID-ACCOUNT                                        *
      *  Rule 17 - every award still waiting to disburse has a        *
      *  RECVMAST account for AIDDISB to credit.                      *
      *****************************************************************
       2900-RULE-AID-ACCOUNT.
           MOVE 17 TO WS-RULE-NO
           PERFORM 7000-BEGIN-RULE
           MOVE LOW-VALUES TO AW-AWARD-KEY
           START AID-MASTER KEY IS NOT LESS THAN AW-AWARD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PASS-EOF-SWITCH
           END-START
           PERFORM 2990-READ-AID
           PERFORM 2910-CHECK-AID-ACCOUNT THRU 2910-EXIT
               UNTIL WS-PASS-EOF-YES
           PERFORM 7900-END-RULE.

      *****************************************************************
      *  2910-CHECK-AID-ACCOUNT THRU 2910-EXIT                        *
      *****************************************************************
       2910-CHECK-AID-ACCOUNT.
           IF NOT AW-AWARDED
               GO TO 2910-NEXT
           END-IF
           ADD 1 TO WS-RULE-CHECKED
           MOVE AW-STUDENTID TO WS-LOOKUP-STUDENTID
           PERFORM 3200-LOOKUP-ACCOUNT
           IF NOT WS-FOUND-YES
               MOVE AW-STUDENTID TO EXL-KEY-1
               MOVE AW-TERM TO EXL-KEY-2
               MOVE AW-FUND-CODE TO EXL-KEY-3
               MOVE "AWARD" TO EXL-INFO-LABEL
               MOVE AW-AWARD-AMOUNT TO EXL-INFO-AMOUNT
               PERFORM 7500-WRITE-EXCEPTION
           END-IF.
       2910-NEXT.
           PERFORM 2990-READ-AID.
       2910-EXIT.
           EXIT.

      *****************************************************************
      *  2990-READ-AID                                                *
      *****************************************************************
       2990-READ-AID.
           IF NOT WS-PASS-EOF-YES
               READ AID-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PASS-EOF-SWITCH
               END-READ
           END-IF.

      *****************************************************************
      *  3000-LOOKUP-STUDENT                                          *
      *  Keyed read of STUDMAST for WS-LOOKUP-STUDENTID.              *
      *****************************************************************
       3000-LOOKUP-STUDENT.
           MOVE WS-LOOKUP-STUDENTID TO STUDENTID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.

      *****************************************************************
      *  3050-LOOKUP-RETAINED-STUDENT                                 *
      *  For the files INACTARC leaves in place when it archives a    *
      *  student - standing history and the bursar's accounts, kept   *
      *  for the financial and academic record - a student moved to   *
      *  STUDARCH is a parent too.  Enrollment, wait-list and hold    *
      *  rows go with the student or stop the archive, so those       *
      *  rules still look at STUDMAST alone.                          *
      *****************************************************************
       3050-LOOKUP-RETAINED-STUDENT.
           PERFORM 3000-LOOKUP-STUDENT
           IF NOT WS-FOUND-YES
               MOVE WS-LOOKUP-STUDENTID TO SA-STUDENTID
               READ STUDENT-ARCHIVE
                   INVALID KEY
                       MOVE "N" TO WS-FOUND-SWITCH
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND-SWITCH
                       ADD 1 TO WS-ARCHIVED-COUNT
               END-READ
           END-IF.

      *****************************************************************
      *  3100-LOOKUP-COURSE                                           *
      *  Keyed read of CRSEMAST for WS-LOOKUP-COURSE.                 *
      *****************************************************************
       3100-LOOKUP-COURSE.
           MOVE WS-LOOKUP-COURSE TO CM-COURSE-CODE
           READ COURSE-MASTER
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.

      *****************************************************************
      *  3200-LOOKUP-ACCOUNT                                          *
      *  Keyed read of RECVMAST for WS-LOOKUP-STUDENTID.              *
      *****************************************************************
       3200-LOOKUP-ACCOUNT.
           MOVE WS-LOOKUP-STUDENTID TO AR-STUDENTID
           READ RECV-MASTER
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.

      *****************************************************************
      *  7000-BEGIN-RULE                                              *
      *  Resets the rule's counts and prints its heading.             *
      *****************************************************************
       7000-BEGIN-RULE.
           MOVE ZEROS TO WS-RULE-CHECKED
           MOVE ZEROS TO WS-RULE-EXCEPTIONS
           MOVE "N" TO WS-PASS-EOF-SWITCH
           MOVE WS-RULE-NO TO RHD-RULE-NO
           MOVE WS-RULE-TITLE(WS-RULE-NO) TO RHD-TITLE
           MOVE WS-RULE-HEADING TO RPT-LINE
           WRITE RPT-LINE.

      *****************************************************************
      *  7500-WRITE-EXCEPTION                                         *
      *  Prints the exception line the caller has filled and clears   *
      *  the information columns for the next one.                    *
      *****************************************************************
       7500-WRITE-EXCEPTION.
           ADD 1 TO WS-RULE-EXCEPTIONS
           MOVE WS-EXCEPTION-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO EXL-INFO-LABEL
           MOVE SPACES TO EXL-INFO-AMOUNT-X.

      *****************************************************************
      *  7900-END-RULE                                                *
      *  Prints the rule's count line and carries its totals.         *
      *****************************************************************
       7900-END-RULE.
           MOVE WS-RULE-CHECKED TO RTL-CHECKED
           MOVE WS-RULE-EXCEPTIONS TO RTL-EXCEPTIONS
           MOVE WS-RULE-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RULE-EXCEPTIONS TO WS-RULE-COUNT(WS-RULE-NO)
           ADD WS-RULE-CHECKED TO WS-TOTAL-CHECKED
           ADD WS-RULE-EXCEPTIONS TO WS-TOTAL-EXCEPTIONS
           IF WS-RULE-EXCEPTIONS > ZERO
               ADD 1 TO WS-RULES-FAILED
           END-IF.

      *****************************************************************
      *  8000-PRINT-SUMMARY                                           *
      *****************************************************************
       8000-PRINT-SUMMARY.
           MOVE WS-SUMMARY-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE ZEROS TO WS-RULE-NO
           PERFORM 8100-PRINT-SUMMARY-LINE 17 TIMES
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "ROWS CHECKED            = " TO TOT-LABEL
           MOVE WS-TOTAL-CHECKED TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "TOTAL EXCEPTIONS        = " TO TOT-LABEL
           MOVE WS-TOTAL-EXCEPTIONS TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "RULES WITH EXCEPTIONS   = " TO TOT-LABEL
           MOVE WS-RULES-FAILED TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "ARCHIVED-STUDENT ROWS   = " TO TOT-LABEL
           MOVE WS-ARCHIVED-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *****************************************************************
      *  8100-PRINT-SUMMARY-LINE                                      *
      *****************************************************************
       8100-PRINT-SUMMARY-LINE.
           ADD 1 TO WS-RULE-NO
           MOVE WS-RULE-NO TO SUM-RULE-NO
           MOVE WS-RULE-TITLE(WS-RULE-NO) TO SUM-TITLE
           MOVE WS-RULE-COUNT(WS-RULE-NO) TO SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *****************************************************************
      *  9000-TERMINATE                                               *
      *  Summary and verdict.  Any exception makes the week out of    *
      *  balance (RC=4); an audit that could not open its files is    *
      *  out of balance with nothing checked (RC=8).                  *
      *****************************************************************
       9000-TERMINATE.
           PERFORM 8000-PRINT-SUMMARY
           EVALUATE TRUE
               WHEN WS-RUN-ERROR-YES
                   MOVE "NOT RUN - FILE OPEN FAILED" TO VRD-TEXT
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TOTAL-EXCEPTIONS > ZERO
                   MOVE "EXCEPTIONS FOUND" TO VRD-TEXT
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "CLEAN" TO VRD-TEXT
           END-EVALUATE
           MOVE WS-VERDICT-LINE TO RPT-LINE
           WRITE RPT-LINE
           CLOSE STUDENT-ARCHIVE
           CLOSE AID-MASTER
           CLOSE PLAN-MASTER
           CLOSE HOLD-FILE
           CLOSE DUN-MASTER
           CLOSE STANDING-HIST
           CLOSE SECTION-CAP
           CLOSE WAIT-LIST
           CLOSE ENROLL-MASTER
           CLOSE RECV-MASTER
           CLOSE PROGRAM-MASTER
           CLOSE COURSE-MASTER
           CLOSE STUDENT-MASTER
           CLOSE AUDIT-RPT
           DISPLAY "ROWS CHECKED          = " WS-TOTAL-CHECKED
           DISPLAY "TOTAL EXCEPTIONS      = " WS-TOTAL-EXCEPTIONS
           DISPLAY "RULES WITH EXCEPTIONS = " WS-RULES-FAILED
           DISPLAY "ARCHIVED-STUDENT ROWS = " WS-ARCHIVED-COUNT
           DISPLAY "VERDICT               = " VRD-TEXT
           PERFORM 9100-WRITE-RUN-STATS.

      *****************************************************************
      *  9100-WRITE-RUN-STATS                                         *
      *  Appends the audit's counts and verdict to the common run-    *
      *  statistics file for the RUNSTATS balance sheet - in is the   *
      *  rows checked across all rules, out is the rows that passed,  *
      *  rejects are the exceptions.                                   *
      *****************************************************************
       9100-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS
           IF NOT WS-RUNSTAT-OK
               DISPLAY "RUN-STATS OPEN FAILED, STATUS = "
                   WS-RUNSTAT-STATUS
           ELSE
               MOVE "INTAUDIT" TO RS-STEP-NAME
               MOVE WS-TOTAL-CHECKED TO RS-RECORDS-IN
               COMPUTE RS-RECORDS-OUT =
                   WS-TOTAL-CHECKED - WS-TOTAL-EXCEPTIONS
               MOVE WS-TOTAL-EXCEPTIONS TO RS-REJECT-COUNT
               IF WS-TOTAL-EXCEPTIONS = ZERO
                       AND NOT WS-RUN-ERROR-YES
                   MOVE "B" TO RS-BALANCE-FLAG
               ELSE
                   MOVE "O" TO RS-BALANCE-FLAG
               END-IF
               WRITE RUN-STAT-REC
               CLOSE RUN-STATS
           END-IF.
