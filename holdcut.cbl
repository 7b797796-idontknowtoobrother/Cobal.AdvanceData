      *                   hold file and ended RC=0 when the master     *
      *                   open failed, silently releasing every        *
      *                   financial hold for the next day.             *
      *  2026-10-07  RLM  A student current on an installment payment  *
      *                   plan (copybooks/PLANMAST.CPY) is no longer   *
      *                   held whatever the balance; the account is    *
      *                   listed on the report as not held and counted *
      *                   on the total lines. PLANMAST is opened       *
      *                   before the hold file is truncated, like      *
      *                   RECVMAST.                                    *
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS HD-STUDENTID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT OPTIONAL PLAN-MASTER ASSIGN TO "PLANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-PLAN-KEY
               FILE STATUS IS WS-PLANMAST-STATUS.

           SELECT HOLD-RPT ASSIGN TO "HOLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY HOLDREC.

       FD  PLAN-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY PLANMAST.

       FD  HOLD-RPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-HOLD-STATUS       PIC XX         VALUE ZEROS.
           88  WS-HOLD-OK                      VALUE "00".
       01  WS-RPT-STATUS        PIC XX         VALUE ZEROS.
       01  WS-PLANMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-PLANMAST-OK                  VALUES "00" "05".

       01  WS-SWITCHES.
           02  WS-EOF-SWITCH    PIC X          VALUE "N".
               88  WS-EOF-YES                  VALUE "Y".
           02  WS-PARM-ERROR-SWITCH PIC X      VALUE "N".
               88  WS-PARM-ERROR-YES           VALUE "Y".
           02  WS-PLAN-EOF-SWITCH PIC X        VALUE "N".
               88  WS-PLAN-EOF-YES             VALUE "Y".
           02  WS-ON-PLAN-SWITCH PIC X         VALUE "N".
               88  WS-ON-PLAN-YES              VALUE "Y".

       01  WS-THRESHOLD         PIC 9(5)       VALUE ZEROS.
       01  WS-RUN-DATE          PIC 9(8)       VALUE ZEROS.
       01  WS-COUNTERS.
           02  WS-ACCOUNT-COUNT     PIC 9(5)   VALUE ZEROS.
           02  WS-HOLD-COUNT        PIC 9(5)   VALUE ZEROS.
           02  WS-ON-PLAN-COUNT     PIC 9(5)   VALUE ZEROS.

       01  WS-HEADING-1.
           02  FILLER            PIC X(33)
           02  DTL-STUDENTID     PIC 9(8).
           02  FILLER            PIC X(15) VALUE "  BALANCE DUE =".
           02  DTL-BALANCE       PIC Z,ZZZ,ZZ9.99.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  DTL-NOTE          PIC X(30).

       01  WS-TOTAL-LINE.
           02  FILLER            PIC X(18) VALUE "HOLDS ON FILE   = ".
           02  TOT-COUNT         PIC ZZ,ZZ9.

       01  WS-PLAN-TOTAL-LINE.
           02  FILLER            PIC X(18) VALUE "ON CURRENT PLAN = ".
           02  TOTP-COUNT        PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

      *****************************************************************
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT PLAN-MASTER
           IF NOT WS-PLANMAST-OK
               DISPLAY "PLAN-MASTER OPEN FAILED, STATUS = "
                   WS-PLANMAST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT HOLD-FILE
           IF NOT WS-HOLD-OK
               DISPLAY "HOLD-FILE OPEN FAILED, STATUS = "

      *****************************************************************
      *  2000-CUT-HOLD THRU 2000-EXIT                                 *
      *  A student current on an installment payment plan is not      *
      *  held whatever the balance; the account is listed with the    *
      *  reason so the bursar can see who the plan is sheltering.     *
      *****************************************************************
       2000-CUT-HOLD.
           ADD 1 TO WS-ACCOUNT-COUNT
           IF AR-BALANCE-DUE > WS-THRESHOLD
               MOVE AR-STUDENTID TO DTL-STUDENTID
               MOVE AR-BALANCE-DUE TO DTL-BALANCE
               PERFORM 2600-CHECK-PLAN THRU 2600-EXIT
               IF WS-ON-PLAN-YES
                   ADD 1 TO WS-ON-PLAN-COUNT
                   MOVE "ON CURRENT PLAN - NOT HELD" TO DTL-NOTE
               ELSE
                   MOVE AR-STUDENTID TO HD-STUDENTID
                   MOVE AR-BALANCE-DUE TO HD-BALANCE-DUE
                   MOVE WS-RUN-DATE TO HD-CUT-DATE
                   WRITE HOLD-REC
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE SPACES TO DTL-NOTE
               END-IF
               MOVE WS-DETAIL-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *****************************************************************
      *  2600-CHECK-PLAN THRU 2600-EXIT                               *
      *  Sets WS-ON-PLAN-SWITCH when the account's student has a      *
      *  payment plan (copybooks/PLANMAST.CPY), under any term, that  *
      *  is current - the same test DUNNOTIC makes.                    *
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
      *****************************************************************
           MOVE WS-HOLD-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ON-PLAN-COUNT TO TOTP-COUNT
           MOVE WS-PLAN-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           CLOSE RECV-MASTER
           CLOSE PLAN-MASTER
           CLOSE HOLD-FILE
           CLOSE HOLD-RPT
           DISPLAY "ACCOUNTS READ = " WS-ACCOUNT-COUNT
           DISPLAY "HOLDS CUT     = " WS-HOLD-COUNT
           DISPLAY "PLAN, NOT HELD= " WS-ON-PLAN-COUNT.
