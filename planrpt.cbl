       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANRPT.
       AUTHOR. RLM.

      *****************************************************************
      *  PLANRPT                                                       *
      *  Installment payment-plan status report.  Lists every open    *
      *  plan on the payment-plan master (copybooks/PLANMAST.CPY) -   *
      *  current, late or defaulted - after the night's late-fee      *
      *  pass and payment posting, with the student's name, the plan  *
      *  amount, what has been paid on it, the next installment       *
      *  still owing and how many installments are past their due     *
      *  date unpaid.  Paid-off and cancelled plans are left off.     *
      *  The totals give the count and the amount still owing on the  *
      *  plans in each status.                                         *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  2026-10-07  RLM  Original program.                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PLAN-MASTER ASSIGN TO "PLANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PL-PLAN-KEY
               FILE STATUS IS WS-PLANMAST-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENTID
               ALTERNATE RECORD KEY IS SURNAME
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDMAST-STATUS.

           SELECT PLAN-RPT ASSIGN TO "PLANRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY PLANMAST.

       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY STUDREC.

       FD  PLAN-RPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PLANMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-PLANMAST-OK                  VALUES "00" "05".
       01  WS-STUDMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-STUDMAST-OK                  VALUE "00".
       01  WS-RPT-STATUS        PIC XX         VALUE ZEROS.

       01  WS-SWITCHES.
           02  WS-EOF-SWITCH    PIC X          VALUE "N".
               88  WS-EOF-YES                  VALUE "Y".
           02  WS-NEXT-FOUND-SWITCH PIC X      VALUE "N".
               88  WS-NEXT-FOUND-YES           VALUE "Y".

       01  WS-COUNTERS.
           02  WS-PLAN-READ-COUNT   PIC 9(5)   VALUE ZEROS.
           02  WS-CURRENT-COUNT     PIC 9(5)   VALUE ZEROS.
           02  WS-LATE-COUNT        PIC 9(5)   VALUE ZEROS.
           02  WS-DEFAULT-COUNT     PIC 9(5)   VALUE ZEROS.

       01  WS-OWING-TOTALS.
           02  WS-CURRENT-OWING     PIC 9(7)V99 VALUE ZEROS.
           02  WS-LATE-OWING        PIC 9(7)V99 VALUE ZEROS.
           02  WS-DEFAULT-OWING     PIC 9(7)V99 VALUE ZEROS.

       01  WS-RUN-DATE          PIC 9(8)       VALUE ZEROS.

      *    One plan being summarized - paid to date, still owing,     *
      *    the first installment not paid in full and how many        *
      *    installments are past their due date unpaid.               *
       01  WS-PLAN-WORK.
           02  WS-INST-IX           PIC S9(3)  VALUE ZEROS COMP.
           02  WS-PAID-TOTAL        PIC 9(6)V99 VALUE ZEROS.
           02  WS-OWING             PIC 9(6)V99 VALUE ZEROS.
           02  WS-NEXT-DUE-DATE     PIC 9(8)   VALUE ZEROS.
           02  WS-NEXT-OWED         PIC 9(5)V99 VALUE ZEROS.
           02  WS-PAST-DUE-COUNT    PIC 9      VALUE ZEROS.

       01  WS-HEADING-1.
           02  FILLER            PIC X(36)
                   VALUE "INSTALLMENT PAYMENT-PLAN STATUS  - ".
           02  FILLER            PIC X(9)  VALUE "RUN DATE ".
           02  HDG1-DATE         PIC 9(8).

       01  WS-HEADING-2.
           02  FILLER            PIC X(9)  VALUE "STUDENT".
           02  FILLER            PIC X(15) VALUE "NAME".
           02  FILLER            PIC X(6)  VALUE "TERM".
           02  FILLER            PIC X(10) VALUE "  PLAN AMT".
           02  FILLER            PIC X(10) VALUE "      PAID".
           02  FILLER            PIC X(9)  VALUE " NEXT DUE".
           02  FILLER            PIC X(10) VALUE "  NEXT AMT".
           02  FILLER            PIC X(3)  VALUE " PD".
           02  FILLER            PIC X(8)  VALUE " STATUS".

       01  WS-DETAIL-LINE.
           02  DTL-STUDENTID     PIC 9(8).
           02  FILLER            PIC X     VALUE SPACE.
           02  DTL-NAME          PIC X(14).
           02  FILLER            PIC X     VALUE SPACE.
           02  DTL-TERM          PIC X(5).
           02  FILLER            PIC X     VALUE SPACE.
           02  DTL-PLAN-AMOUNT   PIC ZZ,ZZ9.99.
           02  FILLER            PIC X     VALUE SPACE.
           02  DTL-PAID          PIC ZZ,ZZ9.99.
           02  FILLER            PIC X     VALUE SPACE.
           02  DTL-NEXT-DUE      PIC 9(8).
           02  DTL-NEXT-DUE-X REDEFINES DTL-NEXT-DUE
                                 PIC X(8).
           02  FILLER            PIC X     VALUE SPACE.
           02  DTL-NEXT-AMOUNT   PIC ZZ,ZZ9.99.
           02  FILLER            PIC X     VALUE SPACE.
           02  DTL-PAST-DUE      PIC Z9.
           02  FILLER            PIC X     VALUE SPACE.
           02  DTL-STATUS        PIC X(8).

       01  WS-TOTAL-LINE.
           02  TOT-LABEL         PIC X(24).
           02  TOT-COUNT         PIC ZZ,ZZ9.
           02  FILLER            PIC X(12) VALUE "   OWING = ".
           02  TOT-OWING         PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-REPORT-PLAN THRU 2000-EXIT
               UNTIL WS-EOF-YES
           PERFORM 9000-TERMINATE
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE THRU 1000-EXIT                               *
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT PLAN-RPT
           MOVE WS-RUN-DATE TO HDG1-DATE
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT PLAN-MASTER
           IF NOT WS-PLANMAST-OK
               DISPLAY "PLAN-MASTER OPEN FAILED, STATUS = "
                   WS-PLANMAST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT STUDENT-MASTER
           IF NOT WS-STUDMAST-OK
               DISPLAY "STUDENT-MASTER OPEN FAILED, STATUS = "
                   WS-STUDMAST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  2000-REPORT-PLAN THRU 2000-EXIT                              *
      *  One plan row.  Only open plans print; the installment table  *
      *  is walked for paid to date, the next installment owing and   *
      *  the past-due count.                                           *
      *****************************************************************
       2000-REPORT-PLAN.
           READ PLAN-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-PLAN-READ-COUNT
           IF NOT PL-OPEN
               GO TO 2000-EXIT
           END-IF
           MOVE ZEROS TO WS-PAID-TOTAL
           MOVE ZEROS TO WS-NEXT-DUE-DATE
           MOVE ZEROS TO WS-NEXT-OWED
           MOVE ZEROS TO WS-PAST-DUE-COUNT
           MOVE "N" TO WS-NEXT-FOUND-SWITCH
           MOVE 1 TO WS-INST-IX
           PERFORM 2100-SUM-INSTALLMENT PL-INSTALL-COUNT TIMES
           COMPUTE WS-OWING = PL-PLAN-AMOUNT - WS-PAID-TOTAL
           EVALUATE TRUE
               WHEN PL-CURRENT
                   MOVE "CURRENT" TO DTL-STATUS
                   ADD 1 TO WS-CURRENT-COUNT
                   ADD WS-OWING TO WS-CURRENT-OWING
               WHEN PL-LATE
                   MOVE "LATE" TO DTL-STATUS
                   ADD 1 TO WS-LATE-COUNT
                   ADD WS-OWING TO WS-LATE-OWING
               WHEN OTHER
                   MOVE "DEFAULT" TO DTL-STATUS
                   ADD 1 TO WS-DEFAULT-COUNT
                   ADD WS-OWING TO WS-DEFAULT-OWING
           END-EVALUATE
           MOVE PL-STUDENTID TO STUDENTID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "*NOT ON MASTER" TO DTL-NAME
               NOT INVALID KEY
                   MOVE STUDENTNAME TO DTL-NAME
           END-READ
           MOVE PL-STUDENTID TO DTL-STUDENTID
           MOVE PL-TERM TO DTL-TERM
           MOVE PL-PLAN-AMOUNT TO DTL-PLAN-AMOUNT
           MOVE WS-PAID-TOTAL TO DTL-PAID
           IF WS-NEXT-FOUND-YES
               MOVE WS-NEXT-DUE-DATE TO DTL-NEXT-DUE
           ELSE
               MOVE SPACES TO DTL-NEXT-DUE-X
           END-IF
           MOVE WS-NEXT-OWED TO DTL-NEXT-AMOUNT
           MOVE WS-PAST-DUE-COUNT TO DTL-PAST-DUE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-SUM-INSTALLMENT                                         *
      *****************************************************************
       2100-SUM-INSTALLMENT.
           ADD PL-INST-PAID(WS-INST-IX) TO WS-PAID-TOTAL
           IF PL-INST-PAID(WS-INST-IX) < PL-INST-AMOUNT(WS-INST-IX)
               IF NOT WS-NEXT-FOUND-YES
                   MOVE "Y" TO WS-NEXT-FOUND-SWITCH
                   MOVE PL-INST-DUE-DATE(WS-INST-IX)
                       TO WS-NEXT-DUE-DATE
                   COMPUTE WS-NEXT-OWED =
                       PL-INST-AMOUNT(WS-INST-IX)
                           - PL-INST-PAID(WS-INST-IX)
               END-IF
               IF PL-INST-DUE-DATE(WS-INST-IX) < WS-RUN-DATE
                   ADD 1 TO WS-PAST-DUE-COUNT
               END-IF
           END-IF
           ADD 1 TO WS-INST-IX.

      *****************************************************************
      *  9000-TERMINATE                                               *
      *****************************************************************
       9000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "PLANS CURRENT         = " TO TOT-LABEL
           MOVE WS-CURRENT-COUNT TO TOT-COUNT
           MOVE WS-CURRENT-OWING TO TOT-OWING
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "PLANS LATE            = " TO TOT-LABEL
           MOVE WS-LATE-COUNT TO TOT-COUNT
           MOVE WS-LATE-OWING TO TOT-OWING
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "PLANS DEFAULTED       = " TO TOT-LABEL
           MOVE WS-DEFAULT-COUNT TO TOT-COUNT
           MOVE WS-DEFAULT-OWING TO TOT-OWING
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           CLOSE PLAN-MASTER
           CLOSE STUDENT-MASTER
           CLOSE PLAN-RPT
           DISPLAY "PLANS READ      = " WS-PLAN-READ-COUNT
           DISPLAY "PLANS CURRENT   = " WS-CURRENT-COUNT
           DISPLAY "PLANS LATE      = " WS-LATE-COUNT
           DISPLAY "PLANS DEFAULTED = " WS-DEFAULT-COUNT.
