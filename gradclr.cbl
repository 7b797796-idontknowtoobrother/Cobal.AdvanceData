       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADCLR.
       AUTHOR. RLM.

      *****************************************************************
      *  GRADCLR                                                       *
      *  Graduation clearance.  Reads the Registrar's list of degree  *
      *  candidates (GRADCAND, one STUDENTID per card) and marks a    *
      *  candidate graduated (STUDENT-STATUS "G", effective the       *
      *  conferral date on the GRADPARM card) only once every         *
      *  clearance check passes:                                      *
      *     - no balance due on the receivables master (RECVMAST) -   *
      *       a credit balance awaiting refund does not hold it up    *
      *     - no row on the nightly financial-hold file (HOLDFILE)    *
      *     - no ungraded or incomplete course on the enrollment      *
      *       master - every registration must carry a final grade    *
      *  Only an active student can be cleared.  Every candidate is   *
      *  printed on GRADRPT as CLEARED or NOT CLEARED with each       *
      *  reason, and every status change is journaled to MAINTJRN     *
      *  (copybooks/MAINTJRN.CPY) the same way STUDMAINT journals a   *
      *  change, so MAINTBKO can back out a clearance run.            *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  2026-10-03  RLM  Original program.                            *
      *  2026-10-13  RLM  Journal before-image widened to X(111) with  *
      *                   the privacy flag and date added to           *
      *                   STUDENTREC.                                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRAD-CAND ASSIGN TO "GRADCAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAND-STATUS.

           SELECT GRAD-PARM ASSIGN TO "GRADPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENTID
               ALTERNATE RECORD KEY IS SURNAME
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDMAST-STATUS.

           SELECT ENROLL-MASTER ASSIGN TO "ENRLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-ENROLL-KEY
               FILE STATUS IS WS-ENRLMAST-STATUS.

           SELECT OPTIONAL RECV-MASTER ASSIGN TO "RECVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-STUDENTID
               FILE STATUS IS WS-RECVMAST-STATUS.

           SELECT OPTIONAL HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-STUDENTID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT OPTIONAL MAINT-JOURNAL ASSIGN TO "MAINTJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT GRAD-RPT ASSIGN TO "GRADRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Candidate card - one STUDENTID per degree candidate.       *
       FD  GRAD-CAND
           LABEL RECORDS ARE STANDARD.
       01  GRAD-CAND-REC.
           02  GC-STUDENTID            PIC X(8).
           02  FILLER                  PIC X(22).

      *    Run-control card - the degree conferral date, which        *
      *    becomes the effective date of every graduation.            *
       FD  GRAD-PARM
           LABEL RECORDS ARE STANDARD.
       01  GRAD-PARM-REC.
           02  GP-CONFER-DATE          PIC 9(8).
       01  GRAD-PARM-ALPHA.
           02  GPA-CONFER-DATE         PIC X(8).

       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY STUDREC.

       FD  ENROLL-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ENRLREC.

       FD  RECV-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY RECVMAST.

       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HOLDREC.

       FD  MAINT-JOURNAL
           LABEL RECORDS ARE STANDARD.
           COPY MAINTJRN.

       FD  GRAD-RPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CAND-STATUS       PIC XX         VALUE ZEROS.
           88  WS-CAND-OK                      VALUE "00".
       01  WS-PARM-STATUS       PIC XX         VALUE ZEROS.
           88  WS-PARM-OK                      VALUE "00".
       01  WS-STUDMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-STUDMAST-OK                  VALUE "00".
       01  WS-ENRLMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-ENRLMAST-OK                  VALUE "00".
       01  WS-RECVMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-RECVMAST-OK                  VALUES "00" "05".
       01  WS-HOLD-STATUS       PIC XX         VALUE ZEROS.
           88  WS-HOLD-OK                      VALUES "00" "05".
       01  WS-JOURNAL-STATUS    PIC XX         VALUE ZEROS.
           88  WS-JOURNAL-OK                   VALUES "00" "05".
       01  WS-RPT-STATUS        PIC XX         VALUE ZEROS.

       01  WS-SWITCHES.
           02  WS-EOF-SWITCH    PIC X          VALUE "N".
               88  WS-EOF-YES                  VALUE "Y".
           02  WS-PARM-ERROR-SWITCH PIC X      VALUE "N".
               88  WS-PARM-ERROR-YES           VALUE "Y".
           02  WS-ROWS-DONE-SWITCH PIC X       VALUE "N".
               88  WS-ROWS-DONE-YES            VALUE "Y".

       01  WS-COUNTERS.
           02  WS-CAND-COUNT        PIC 9(5)   VALUE ZEROS.
           02  WS-CLEARED-COUNT     PIC 9(5)   VALUE ZEROS.
           02  WS-NOT-CLEARED-COUNT PIC 9(5)   VALUE ZEROS.
           02  WS-ALREADY-COUNT     PIC 9(5)   VALUE ZEROS.
           02  WS-REJECT-COUNT      PIC 9(5)   VALUE ZEROS.
           02  WS-REASON-COUNT      PIC 9(3)   VALUE ZEROS.
           02  WS-UNGRADED-COUNT    PIC 9(3)   VALUE ZEROS.

       01  WS-RUN-DATE          PIC 9(8)       VALUE ZEROS.
       01  WS-CONFER-DATE       PIC 9(8)       VALUE ZEROS.
       01  WS-CAND-STUDENTID    PIC 9(8)       VALUE ZEROS.
       01  WS-BEFORE-IMAGE      PIC X(111)     VALUE SPACES.
       01  WS-DATE-WORK.
           02  WS-DW-YYYY       PIC 9(4).
           02  WS-DW-MM         PIC 99.
           02  WS-DW-DD         PIC 99.

       01  WS-JOURNAL-DATE      PIC 9(8)       VALUE ZEROS.
       01  WS-JOURNAL-TIME      PIC 9(8)       VALUE ZEROS.
       01  WS-JOURNAL-TIMESTAMP.
           02  WS-JOURNAL-TS-DATE PIC 9(8).
           02  WS-JOURNAL-TS-TIME PIC 9(6).

       01  WS-HEADING-1.
           02  FILLER            PIC X(40)
                   VALUE "GRADUATION CLEARANCE  -  CONFERRAL DATE ".
           02  HDG-CONFER-DATE   PIC 9999/99/99.

       01  WS-HEADING-2.
           02  FILLER            PIC X(10) VALUE "STUDENT ID".
           02  FILLER            PIC X(16) VALUE "  NAME".
           02  FILLER            PIC X(13) VALUE "DISPOSITION".
           02  FILLER            PIC X(30) VALUE "REASON".

       01  WS-CLEAR-LINE.
           02  CLL-STUDENTID     PIC X(8).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  CLL-NAME          PIC X(14).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  CLL-DISPOSITION   PIC X(11).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  CLL-REASON        PIC X(40).

       01  WS-BALANCE-REASON.
           02  FILLER            PIC X(13) VALUE "BALANCE DUE  ".
           02  BLR-AMOUNT        PIC Z,ZZZ,ZZ9.99.

       01  WS-UNGRADED-REASON.
           02  UGR-COUNT         PIC ZZ9.
           02  FILLER            PIC X(32)
                   VALUE " UNGRADED/INCOMPLETE COURSE(S) ".
           02  UGR-FIRST         PIC X(5).

       01  WS-TOTAL-LINE.
           02  FILLER            PIC X(4)  VALUE SPACES.
           02  TOT-LABEL         PIC X(24).
           02  TOT-COUNT         PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1050-READ-PARM THRU 1050-EXIT
           IF WS-PARM-ERROR-YES
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1000-INITIALIZE THRU 1000-EXIT
               PERFORM 2000-PROCESS-CANDIDATE THRU 2000-EXIT
                   UNTIL WS-EOF-YES
               PERFORM 9000-TERMINATE
           END-IF
           STOP RUN.

      *****************************************************************
      *  1050-READ-PARM THRU 1050-EXIT                                *
      *  The conferral date must be a real calendar date no later     *
      *  than the run date - a graduation is never post-dated.        *
      *****************************************************************
       1050-READ-PARM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT GRAD-PARM
           IF NOT WS-PARM-OK
               DISPLAY "*** GRAD-PARM RUN-CONTROL CARD MISSING, "
                   "STATUS = " WS-PARM-STATUS " - STEP FAILED ***"
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
               GO TO 1050-EXIT
           END-IF
           READ GRAD-PARM
               AT END
                   DISPLAY "*** GRAD-PARM RUN-CONTROL CARD EMPTY "
                       "- STEP FAILED ***"
                   MOVE "Y" TO WS-PARM-ERROR-SWITCH
           END-READ
           CLOSE GRAD-PARM
           IF WS-PARM-ERROR-YES
               GO TO 1050-EXIT
           END-IF
           IF GPA-CONFER-DATE NOT NUMERIC
               DISPLAY "*** GRAD-PARM CONFERRAL DATE NOT NUMERIC "
                   "- STEP FAILED ***"
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
               GO TO 1050-EXIT
           END-IF
           MOVE GP-CONFER-DATE TO WS-DATE-WORK
           IF WS-DW-YYYY < 1980 OR WS-DW-MM < 1 OR WS-DW-MM > 12
                   OR WS-DW-DD < 1 OR WS-DW-DD > 31
                   OR GP-CONFER-DATE > WS-RUN-DATE
               DISPLAY "*** GRAD-PARM CONFERRAL DATE INVALID "
                   "- STEP FAILED ***"
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
               GO TO 1050-EXIT
           END-IF
           MOVE GP-CONFER-DATE TO WS-CONFER-DATE.
       1050-EXIT.
           EXIT.

      *****************************************************************
      *  1000-INITIALIZE THRU 1000-EXIT                               *
      *****************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT GRAD-RPT
           MOVE WS-CONFER-DATE TO HDG-CONFER-DATE
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           OPEN I-O STUDENT-MASTER
           IF NOT WS-STUDMAST-OK
               DISPLAY "STUDENT-MASTER OPEN FAILED, STATUS = "
                   WS-STUDMAST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT ENROLL-MASTER
           IF NOT WS-ENRLMAST-OK
               DISPLAY "ENROLL-MASTER OPEN FAILED, STATUS = "
                   WS-ENRLMAST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT RECV-MASTER
           IF NOT WS-RECVMAST-OK
               DISPLAY "RECV-MASTER OPEN FAILED, STATUS = "
                   WS-RECVMAST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT HOLD-FILE
           IF NOT WS-HOLD-OK
               DISPLAY "HOLD-FILE OPEN FAILED, STATUS = "
                   WS-HOLD-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN EXTEND MAINT-JOURNAL
           IF NOT WS-JOURNAL-OK
               DISPLAY "MAINT-JOURNAL OPEN FAILED, STATUS = "
                   WS-JOURNAL-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT GRAD-CAND
           IF NOT WS-CAND-OK
               DISPLAY "GRAD-CAND OPEN FAILED, STATUS = "
                   WS-CAND-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           PERFORM 2100-READ-CANDIDATE.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROCESS-CANDIDATE THRU 2000-EXIT                        *
      *  One candidate - every clearance check is run so the report   *
      *  shows all that stands in the way, not just the first.        *
      *****************************************************************
       2000-PROCESS-CANDIDATE.
           ADD 1 TO WS-CAND-COUNT
           MOVE ZEROS TO WS-REASON-COUNT
           MOVE GC-STUDENTID TO CLL-STUDENTID
           MOVE SPACES TO CLL-NAME
           IF GC-STUDENTID NOT NUMERIC
               MOVE "REJECTED" TO CLL-DISPOSITION
               MOVE "NOT A STUDENTID" TO CLL-REASON
               PERFORM 2900-WRITE-LINE
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2000-NEXT
           END-IF
           MOVE GC-STUDENTID TO WS-CAND-STUDENTID
           MOVE WS-CAND-STUDENTID TO STUDENTID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "REJECTED" TO CLL-DISPOSITION
                   MOVE "STUDENTID NOT ON FILE" TO CLL-REASON
                   PERFORM 2900-WRITE-LINE
                   ADD 1 TO WS-REJECT-COUNT
                   GO TO 2000-NEXT
           END-READ
           MOVE STUDENTNAME TO CLL-NAME
           IF STATUS-GRADUATED
               MOVE "NOT CLEARED" TO CLL-DISPOSITION
               MOVE "ALREADY GRADUATED" TO CLL-REASON
               PERFORM 2900-WRITE-LINE
               ADD 1 TO WS-ALREADY-COUNT
               GO TO 2000-NEXT
           END-IF
           MOVE "NOT CLEARED" TO CLL-DISPOSITION
           IF NOT STATUS-ACTIVE
               MOVE "STATUS NOT ACTIVE" TO CLL-REASON
               PERFORM 2800-WRITE-REASON
           END-IF
           PERFORM 2200-CHECK-BALANCE
           PERFORM 2300-CHECK-HOLD
           PERFORM 2400-CHECK-UNGRADED THRU 2400-EXIT
           IF WS-REASON-COUNT > ZERO
               ADD 1 TO WS-NOT-CLEARED-COUNT
               GO TO 2000-NEXT
           END-IF
           PERFORM 2500-MARK-GRADUATED THRU 2500-EXIT.
       2000-NEXT.
           PERFORM 2100-READ-CANDIDATE.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-READ-CANDIDATE                                          *
      *****************************************************************
       2100-READ-CANDIDATE.
           READ GRAD-CAND
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *****************************************************************
      *  2200-CHECK-BALANCE                                           *
      *****************************************************************
       2200-CHECK-BALANCE.
           MOVE WS-CAND-STUDENTID TO AR-STUDENTID
           READ RECV-MASTER
               INVALID KEY
                   MOVE ZEROS TO AR-BALANCE-DUE
           END-READ
           IF AR-BALANCE-DUE > ZERO
               MOVE AR-BALANCE-DUE TO BLR-AMOUNT
               MOVE WS-BALANCE-REASON TO CLL-REASON
               PERFORM 2800-WRITE-REASON
           END-IF.

      *****************************************************************
      *  2300-CHECK-HOLD                                              *
      *****************************************************************
       2300-CHECK-HOLD.
           MOVE WS-CAND-STUDENTID TO HD-STUDENTID
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "FINANCIAL HOLD" TO CLL-REASON
                   PERFORM 2800-WRITE-REASON
           END-READ.

      *****************************************************************
      *  2400-CHECK-UNGRADED THRU 2400-EXIT                           *
      *  Counts the candidate's rows with no final grade - ungraded   *
      *  registrations and incompletes - and names the first term.    *
      *****************************************************************
       2400-CHECK-UNGRADED.
           MOVE ZEROS TO WS-UNGRADED-COUNT
           MOVE SPACES TO UGR-FIRST
           MOVE "N" TO WS-ROWS-DONE-SWITCH
           MOVE WS-CAND-STUDENTID TO EN-STUDENTID
           MOVE LOW-VALUES TO EN-TERM
           MOVE LOW-VALUES TO EN-COURSE
           START ENROLL-MASTER KEY IS NOT LESS THAN EN-ENROLL-KEY
               INVALID KEY
                   GO TO 2400-EXIT
           END-START
           PERFORM 2450-CHECK-ONE-ROW THRU 2450-EXIT
               UNTIL WS-ROWS-DONE-YES
           IF WS-UNGRADED-COUNT > ZERO
               MOVE WS-UNGRADED-COUNT TO UGR-COUNT
               MOVE WS-UNGRADED-REASON TO CLL-REASON
               PERFORM 2800-WRITE-REASON
           END-IF.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  2450-CHECK-ONE-ROW THRU 2450-EXIT                            *
      *****************************************************************
       2450-CHECK-ONE-ROW.
           READ ENROLL-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ROWS-DONE-SWITCH
                   GO TO 2450-EXIT
           END-READ
           IF EN-STUDENTID NOT = WS-CAND-STUDENTID
               MOVE "Y" TO WS-ROWS-DONE-SWITCH
               GO TO 2450-EXIT
           END-IF
           IF EN-GRADE-UNGRADED OR EN-GRADE = "I"
               IF WS-UNGRADED-COUNT = ZERO
                   MOVE EN-TERM TO UGR-FIRST
               END-IF
               ADD 1 TO WS-UNGRADED-COUNT
           END-IF.
       2450-EXIT.
           EXIT.

      *****************************************************************
      *  2500-MARK-GRADUATED THRU 2500-EXIT                           *
      *  Every check passed - the student is graduated effective the  *
      *  conferral date and the change journaled.                      *
      *****************************************************************
       2500-MARK-GRADUATED.
           MOVE STUDENTREC TO WS-BEFORE-IMAGE
           MOVE "G" TO STUDENT-STATUS
           MOVE WS-CONFER-DATE TO STATUS-DATE
           REWRITE STUDENTREC
               INVALID KEY
                   MOVE "REJECTED" TO CLL-DISPOSITION
                   MOVE "REWRITE FAILED" TO CLL-REASON
                   PERFORM 2900-WRITE-LINE
                   ADD 1 TO WS-REJECT-COUNT
                   GO TO 2500-EXIT
           END-REWRITE
           ACCEPT WS-JOURNAL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JOURNAL-TIME FROM TIME
           MOVE WS-JOURNAL-DATE TO WS-JOURNAL-TS-DATE
           MOVE WS-JOURNAL-TIME(1:6) TO WS-JOURNAL-TS-TIME
           MOVE WS-JOURNAL-TIMESTAMP TO MJ-TIMESTAMP
           MOVE "C" TO MJ-ACTION
           MOVE WS-CAND-STUDENTID TO MJ-STUDENTID
           MOVE WS-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
           MOVE STUDENTREC TO MJ-AFTER-IMAGE
           WRITE MAINT-JOURNAL-REC
           MOVE "CLEARED" TO CLL-DISPOSITION
           MOVE "GRADUATED" TO CLL-REASON
           PERFORM 2900-WRITE-LINE
           ADD 1 TO WS-CLEARED-COUNT.
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2800-WRITE-REASON                                            *
      *  One clearance failure - the first prints with the student,   *
      *  the rest beneath it with the identification blanked.         *
      *****************************************************************
       2800-WRITE-REASON.
           IF WS-REASON-COUNT > ZERO
               MOVE SPACES TO CLL-STUDENTID
               MOVE SPACES TO CLL-NAME
               MOVE SPACES TO CLL-DISPOSITION
           END-IF
           PERFORM 2900-WRITE-LINE
           ADD 1 TO WS-REASON-COUNT.

      *****************************************************************
      *  2900-WRITE-LINE                                              *
      *****************************************************************
       2900-WRITE-LINE.
           MOVE WS-CLEAR-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *****************************************************************
      *  9000-TERMINATE                                               *
      *****************************************************************
       9000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "CANDIDATES READ" TO TOT-LABEL
           MOVE WS-CAND-COUNT TO TOT-COUNT
           PERFORM 9100-PRINT-TOTAL
           MOVE "CLEARED - GRADUATED" TO TOT-LABEL
           MOVE WS-CLEARED-COUNT TO TOT-COUNT
           PERFORM 9100-PRINT-TOTAL
           MOVE "NOT CLEARED" TO TOT-LABEL
           MOVE WS-NOT-CLEARED-COUNT TO TOT-COUNT
           PERFORM 9100-PRINT-TOTAL
           MOVE "ALREADY GRADUATED" TO TOT-LABEL
           MOVE WS-ALREADY-COUNT TO TOT-COUNT
           PERFORM 9100-PRINT-TOTAL
           MOVE "REJECTED" TO TOT-LABEL
           MOVE WS-REJECT-COUNT TO TOT-COUNT
           PERFORM 9100-PRINT-TOTAL
           CLOSE GRAD-CAND
           CLOSE STUDENT-MASTER
           CLOSE ENROLL-MASTER
           CLOSE RECV-MASTER
           CLOSE HOLD-FILE
           CLOSE MAINT-JOURNAL
           CLOSE GRAD-RPT
           DISPLAY "CANDIDATES READ    = " WS-CAND-COUNT
           DISPLAY "CLEARED            = " WS-CLEARED-COUNT
           DISPLAY "NOT CLEARED        = " WS-NOT-CLEARED-COUNT
           DISPLAY "ALREADY GRADUATED  = " WS-ALREADY-COUNT
           DISPLAY "REJECTED           = " WS-REJECT-COUNT.

      *****************************************************************
      *  9100-PRINT-TOTAL                                             *
      *****************************************************************
       9100-PRINT-TOTAL.
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.
