      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  2026-09-02  RLM  Original program.                            *
      *  2026-10-07  RLM  An account whose student is current on an    *
      *                   installment payment plan                     *
      *                   (copybooks/PLANMAST.CPY) is passed over with *
      *                   no notice and counted on the summary page; a *
      *                   late or defaulted plan does not shelter it.  *
      *  2026-10-10  RLM  An account placed with the collection agency *
      *                   by COLLPLC (dunning level 4) gets no further *
      *                   notice and is counted on the summary page.   *
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS DN-STUDENTID
               FILE STATUS IS WS-DUNMAST-STATUS.

           SELECT OPTIONAL PLAN-MASTER ASSIGN TO "PLANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-PLAN-KEY
               FILE STATUS IS WS-PLANMAST-STATUS.

           SELECT NOTICE-PRINT ASSIGN TO "NOTICES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY DUNMAST.

       FD  PLAN-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY PLANMAST.

       FD  NOTICE-PRINT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-DUNMAST-STATUS    PIC XX         VALUE ZEROS.
           88  WS-DUNMAST-OK                   VALUES "00" "05".
       01  WS-RPT-STATUS        PIC XX         VALUE ZEROS.
       01  WS-PLANMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-PLANMAST-OK                  VALUES "00" "05".

       01  WS-SWITCHES.
           02  WS-EOF-SWITCH    PIC X          VALUE "N".
               88  WS-EOF-YES                  VALUE "Y".
           02  WS-PLAN-EOF-SWITCH PIC X        VALUE "N".
               88  WS-PLAN-EOF-YES             VALUE "Y".
           02  WS-ON-PLAN-SWITCH PIC X         VALUE "N".
               88  WS-ON-PLAN-YES              VALUE "Y".

       01  WS-COUNTERS.
           02  WS-REMINDER-COUNT    PIC 9(5)   VALUE ZEROS.
           02  WS-FINAL-COUNT       PIC 9(5)   VALUE ZEROS.
           02  WS-HELD-BACK-COUNT   PIC 9(5)   VALUE ZEROS.
           02  WS-CLEARED-COUNT     PIC 9(5)   VALUE ZEROS.
           02  WS-ON-PLAN-COUNT     PIC 9(5)   VALUE ZEROS.
           02  WS-PLACED-COUNT      PIC 9(5)   VALUE ZEROS.

       01  WS-RUN-DATE              PIC 9(8)   VALUE ZEROS.
       01  WS-RUN-DATE-INT          PIC S9(7)  VALUE ZEROS.
       01  WS-BUCKET-LEVEL          PIC 9      VALUE ZERO.
       01  WS-SEND-LEVEL            PIC 9      VALUE ZERO.
       01  WS-LAST-LEVEL            PIC 9      VALUE ZERO.
           88  WS-LAST-PLACED                  VALUE 4.

       01  WS-NOTICE-HEADING.
           02  FILLER            PIC X(20)
               MOVE "Y" TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT PLAN-MASTER
           IF NOT WS-PLANMAST-OK
               DISPLAY "PLAN-MASTER OPEN FAILED, STATUS = "
                   WS-PLANMAST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT RECV-MASTER
           IF NOT WS-RECVMAST-OK
               DISPLAY "RECV-MASTER OPEN FAILED, STATUS = "
      *  any, is cleared so the next delinquency starts over at the   *
      *  reminder.  Past due - the aging bucket names the level the   *
      *  account has EARNED, the dunning master says what it already  *
      *  GOT, and the notice sent is one rung up at most.  A student  *
      *  current on an installment payment plan gets no notice - the  *
      *  ladder stands where it was until the plan falls behind.      *
      *  An account COLLPLC has placed with the collection agency is  *
      *  the agency's to chase and gets nothing further from us.      *
      *****************************************************************
       2000-WORK-ACCOUNT.
           IF AR-BALANCE-DUE NOT > ZERO
               PERFORM 2300-CLEAR-LADDER
               GO TO 2000-NEXT
           END-IF
           PERFORM 2200-GET-LAST-LEVEL
           IF WS-LAST-PLACED
               ADD 1 TO WS-PLACED-COUNT
               GO TO 2000-NEXT
           END-IF
           PERFORM 2600-CHECK-PLAN THRU 2600-EXIT
           IF WS-ON-PLAN-YES
               ADD 1 TO WS-ON-PLAN-COUNT
               GO TO 2000-NEXT
           END-IF
           COMPUTE WS-CHARGE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(AR-OLDEST-CHARGE-DATE)
           COMPUTE WS-DAYS-OPEN =
                   REWRITE DUN-MASTER-REC
           END-WRITE.

      *****************************************************************
      *  2600-CHECK-PLAN THRU 2600-EXIT                               *
      *  Sets WS-ON-PLAN-SWITCH when the account's student has a      *
      *  payment plan (copybooks/PLANMAST.CPY), under any term, that  *
      *  is current.  A late or defaulted plan does not shelter the   *
      *  account.                                                      *
      *****************************************************************
       2600-CHECK-PLAN.
           MOVE "N" TO WS-ON-PLAN-SWITCH
           MOVE "N" TO WS-PLAN-EOF-SWITCH
           MOVE AR-STUDENTID TO PL-STUDENTID
           MOVE LOW-VALUES TO PL-TERM
           START PLAN-MASTER KEY IS NOT LESS THAN PL-PLAN-KEY
               INVALID KEY
                   GO TO 2600-EXIT
           END-START
           PERFORM 2610-READ-PLAN
               UNTIL WS-PLAN-EOF-YES OR WS-ON-PLAN-YES.
       2600-EXIT.
           EXIT.

      *****************************************************************
      *  2610-READ-PLAN                                               *
      *****************************************************************
       2610-READ-PLAN.
           READ PLAN-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PLAN-EOF-SWITCH
           END-READ
           IF NOT WS-PLAN-EOF-YES
               IF PL-STUDENTID NOT = AR-STUDENTID
                   MOVE "Y" TO WS-PLAN-EOF-SWITCH
               ELSE
                   IF PL-CURRENT
                       MOVE "Y" TO WS-ON-PLAN-SWITCH
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  9000-TERMINATE                                               *
      *  Summary page - how many of each level went out tonight.      *
           MOVE WS-CLEARED-COUNT TO SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "ON CURRENT PLAN       = " TO SUM-LABEL
           MOVE WS-ON-PLAN-COUNT TO SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "PLACED WITH AGENCY    = " TO SUM-LABEL
           MOVE WS-PLACED-COUNT TO SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           CLOSE RECV-MASTER
           CLOSE STUDENT-MASTER
           CLOSE DUN-MASTER
           CLOSE PLAN-MASTER
           CLOSE NOTICE-PRINT
           DISPLAY "REMINDERS SENT     = " WS-REMINDER-COUNT
           DISPLAY "WARNINGS SENT      = " WS-WARNING-COUNT
           DISPLAY "FINAL DEMANDS SENT = " WS-FINAL-COUNT
           DISPLAY "ON CURRENT PLAN    = " WS-ON-PLAN-COUNT
           DISPLAY "PLACED WITH AGENCY = " WS-PLACED-COUNT.
