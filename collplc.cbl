       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLPLC.
       AUTHOR. RLM.

      *****************************************************************
      *  COLLPLC                                                       *
      *  Collection-agency placement run.  Reads the dunning master   *
      *  (copybooks/DUNMAST.CPY) after DUNNOTIC and picks up every    *
      *  account whose 90-day final demand went out at least the      *
      *  COLLPARM number of days ago and which still owes money.      *
      *  Each account placed is:                                       *
      *     - written to the outbound agency file (COLLAGY, copybooks/ *
      *       COLLAGY.CPY) with the student's name, the POSTALADDR    *
      *       block off the student master and the balance placed     *
      *     - moved to dunning level 4 with the placement date, so    *
      *       DUNNOTIC sends it nothing further                       *
      *     - listed on the placement register (PLCRPT)               *
      *  A student current on an installment payment plan is left     *
      *  alone, as DUNNOTIC leaves the account alone.  An account     *
      *  that cannot be placed - no student master row, or no address *
      *  to work from - stays at the final-demand level, is listed    *
      *  with the reason on the exception report (PLCEXCP), and is    *
      *  tried again on the next run.  Placement comes off when the   *
      *  balance is cleared: DUNNOTIC deletes the ladder row as for   *
      *  any paid account.                                            *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  2026-10-10  RLM  Original program.                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLL-PARM ASSIGN TO "COLLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT DUN-MASTER ASSIGN TO "DUNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DN-STUDENTID
               FILE STATUS IS WS-DUNMAST-STATUS.

           SELECT RECV-MASTER ASSIGN TO "RECVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-STUDENTID
               FILE STATUS IS WS-RECVMAST-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENTID
               ALTERNATE RECORD KEY IS SURNAME
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDMAST-STATUS.

           SELECT OPTIONAL PLAN-MASTER ASSIGN TO "PLANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-PLAN-KEY
               FILE STATUS IS WS-PLANMAST-STATUS.

           SELECT COLL-AGENCY ASSIGN TO "COLLAGY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLAGY-STATUS.

           SELECT PLACE-RPT ASSIGN TO "PLCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT EXCP-RPT ASSIGN TO "PLCEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Run-control card - days an account must have stood at the  *
      *    final demand before it is placed, and the code of the      *
      *    agency it is placed with - "030CBUR" places with CBUR 30   *
      *    days after the final notice.                                *
       FD  COLL-PARM
           LABEL RECORDS ARE STANDARD.
       01  COLL-PARM-REC.
           02  CP-DAYS-PAST-FINAL      PIC 9(3).
           02  CP-AGENCY-CODE          PIC X(4).
       01  COLL-PARM-ALPHA.
           02  CPA-DAYS-PAST-FINAL     PIC X(3).
           02  FILLER                  PIC X(4).

       FD  DUN-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY DUNMAST.

       FD  RECV-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY RECVMAST.

       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY STUDREC.

       FD  PLAN-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY PLANMAST.

       FD  COLL-AGENCY
           LABEL RECORDS ARE STANDARD.
           COPY COLLAGY.

       FD  PLACE-RPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                 PIC X(80).

       FD  EXCP-RPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  EXCP-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS       PIC XX         VALUE ZEROS.
           88  WS-PARM-OK                      VALUE "00".
       01  WS-DUNMAST-STATUS    PIC XX         VALUE ZEROS.
           88  WS-DUNMAST-OK                   VALUE "00".
       01  WS-RECVMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-RECVMAST-OK                  VALUE "00".
       01  WS-STUDMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-STUDMAST-OK                  VALUE "00".
       01  WS-PLANMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-PLANMAST-OK                  VALUES "00" "05".
       01  WS-COLLAGY-STATUS    PIC XX         VALUE ZEROS.
           88  WS-COLLAGY-OK                   VALUE "00".
       01  WS-RPT-STATUS        PIC XX         VALUE ZEROS.
       01  WS-EXCP-STATUS       PIC XX         VALUE ZEROS.

       01  WS-SWITCHES.
           02  WS-EOF-SWITCH    PIC X          VALUE "N".
               88  WS-EOF-YES                  VALUE "Y".
           02  WS-PARM-ERROR-SWITCH PIC X      VALUE "N".
               88  WS-PARM-ERROR-YES           VALUE "Y".
           02  WS-PLAN-EOF-SWITCH PIC X        VALUE "N".
               88  WS-PLAN-EOF-YES             VALUE "Y".
           02  WS-ON-PLAN-SWITCH PIC X         VALUE "N".
               88  WS-ON-PLAN-YES              VALUE "Y".

       01  WS-COUNTERS.
           02  WS-LADDER-READ-COUNT PIC 9(5)   VALUE ZEROS.
           02  WS-FINAL-COUNT       PIC 9(5)   VALUE ZEROS.
           02  WS-NOT-DUE-COUNT     PIC 9(5)   VALUE ZEROS.
           02  WS-NO-BALANCE-COUNT  PIC 9(5)   VALUE ZEROS.
           02  WS-ON-PLAN-COUNT     PIC 9(5)   VALUE ZEROS.
           02  WS-PLACED-COUNT      PIC 9(5)   VALUE ZEROS.
           02  WS-EXCEPTION-COUNT   PIC 9(5)   VALUE ZEROS.
           02  WS-AGENCY-OUT-COUNT  PIC 9(5)   VALUE ZEROS.

       01  WS-PLACED-TOTAL      PIC 9(9)V99    VALUE ZEROS.
       01  WS-EXCEPTION-TOTAL   PIC 9(9)V99    VALUE ZEROS.

       01  WS-RUN-DATE          PIC 9(8)       VALUE ZEROS.
       01  WS-RUN-DATE-INT      PIC S9(7)      VALUE ZEROS.
       01  WS-NOTICE-DATE-INT   PIC S9(7)      VALUE ZEROS.
       01  WS-DAYS-SINCE-FINAL  PIC S9(5)      VALUE ZEROS.
       01  WS-DAYS-PAST-FINAL   PIC 9(3)       VALUE ZEROS.
       01  WS-AGENCY-CODE       PIC X(4)       VALUE SPACES.
       01  WS-REASON            PIC X(28)      VALUE SPACES.
       01  WS-STUDENT-NAME      PIC X(14)      VALUE SPACES.

       01  WS-HEADING-1.
           02  FILLER            PIC X(31)
                   VALUE "COLLECTION PLACEMENT - AGENCY ".
           02  HDG1-AGENCY-CODE  PIC X(4).
           02  FILLER            PIC X(11) VALUE "  RUN DATE ".
           02  HDG1-RUN-DATE     PIC 9999/99/99.

       01  WS-EXCP-HEADING-1.
           02  FILLER            PIC X(31)
                   VALUE "ACCOUNTS NOT PLACED - AGENCY ".
           02  EXH1-AGENCY-CODE  PIC X(4).
           02  FILLER            PIC X(11) VALUE "  RUN DATE ".
           02  EXH1-RUN-DATE     PIC 9999/99/99.

       01  WS-HEADING-2.
           02  FILLER            PIC X(22)
                   VALUE "FINAL DEMAND AT LEAST ".
           02  HDG2-DAYS         PIC ZZ9.
           02  FILLER            PIC X(9)  VALUE " DAYS AGO".

       01  WS-HEADING-3.
           02  FILLER            PIC X(9)  VALUE "STUDENT".
           02  FILLER            PIC X(15) VALUE "NAME".
           02  FILLER            PIC X(14) VALUE "       BALANCE".
           02  FILLER            PIC X(11) VALUE "  OLDEST".
           02  FILLER            PIC X(11) VALUE " FINAL".

       01  WS-EXCP-HEADING-3.
           02  FILLER            PIC X(9)  VALUE "STUDENT".
           02  FILLER            PIC X(15) VALUE "NAME".
           02  FILLER            PIC X(14) VALUE "       BALANCE".
           02  FILLER            PIC X(11) VALUE " FINAL".
           02  FILLER            PIC X(7)  VALUE " REASON".

       01  WS-DETAIL-LINE.
           02  DTL-STUDENTID     PIC 9(8).
           02  FILLER            PIC X     VALUE SPACE.
           02  DTL-NAME          PIC X(14).
           02  FILLER            PIC X     VALUE SPACE.
           02  DTL-BALANCE       PIC Z,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  DTL-OLDEST-DATE   PIC 9999/99/99.
           02  FILLER            PIC X     VALUE SPACE.
           02  DTL-FINAL-DATE    PIC 9999/99/99.

       01  WS-EXCP-LINE.
           02  EXL-STUDENTID     PIC 9(8).
           02  FILLER            PIC X     VALUE SPACE.
           02  EXL-NAME          PIC X(14).
           02  FILLER            PIC X     VALUE SPACE.
           02  EXL-BALANCE       PIC Z,ZZZ,ZZ9.99-.
           02  FILLER            PIC X     VALUE SPACE.
           02  EXL-FINAL-DATE    PIC 9999/99/99.
           02  FILLER            PIC X     VALUE SPACE.
           02  EXL-REASON        PIC X(28).

       01  WS-TOTAL-LINE.
           02  TOT-LABEL         PIC X(24).
           02  TOT-COUNT         PIC ZZ,ZZ9.
           02  FILLER            PIC X(12) VALUE "   AMOUNT = ".
           02  TOT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-SUMMARY-LINE.
           02  SUM-LABEL         PIC X(24).
           02  SUM-COUNT         PIC ZZ,ZZ9.

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
               PERFORM 2000-WORK-LADDER THRU 2000-EXIT
                   UNTIL WS-EOF-YES
               PERFORM 9000-TERMINATE
           END-IF
           STOP RUN.

      *****************************************************************
      *  1050-READ-PARM THRU 1050-EXIT                                *
      *  Both the waiting period and the agency code are required.    *
      *****************************************************************
       1050-READ-PARM.
           OPEN INPUT COLL-PARM
           IF NOT WS-PARM-OK
               DISPLAY "*** COLL-PARM RUN-CONTROL CARD MISSING, "
                   "STATUS = " WS-PARM-STATUS " - STEP FAILED ***"
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
               GO TO 1050-EXIT
           END-IF
           READ COLL-PARM
               AT END
                   DISPLAY "*** COLL-PARM RUN-CONTROL CARD EMPTY "
                       "- STEP FAILED ***"
                   MOVE "Y" TO WS-PARM-ERROR-SWITCH
           END-READ
           CLOSE COLL-PARM
           IF WS-PARM-ERROR-YES
               GO TO 1050-EXIT
           END-IF
           IF CPA-DAYS-PAST-FINAL NOT NUMERIC
               DISPLAY "*** COLL-PARM DAYS PAST FINAL INVALID "
                   "- STEP FAILED ***"
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
               GO TO 1050-EXIT
           END-IF
           IF CP-AGENCY-CODE = SPACES
               DISPLAY "*** COLL-PARM AGENCY CODE MISSING "
                   "- STEP FAILED ***"
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
               GO TO 1050-EXIT
           END-IF
           MOVE CP-DAYS-PAST-FINAL TO WS-DAYS-PAST-FINAL
           MOVE CP-AGENCY-CODE TO WS-AGENCY-CODE.
       1050-EXIT.
           EXIT.

      *****************************************************************
      *  1000-INITIALIZE THRU 1000-EXIT                               *
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           OPEN OUTPUT PLACE-RPT
           MOVE WS-AGENCY-CODE TO HDG1-AGENCY-CODE
           MOVE WS-RUN-DATE TO HDG1-RUN-DATE
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-DAYS-PAST-FINAL TO HDG2-DAYS
           MOVE WS-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HEADING-3 TO RPT-LINE
           WRITE RPT-LINE
           OPEN OUTPUT EXCP-RPT
           MOVE WS-AGENCY-CODE TO EXH1-AGENCY-CODE
           MOVE WS-RUN-DATE TO EXH1-RUN-DATE
           MOVE WS-EXCP-HEADING-1 TO EXCP-LINE
           WRITE EXCP-LINE
           MOVE WS-HEADING-2 TO EXCP-LINE
           WRITE EXCP-LINE
           MOVE SPACES TO EXCP-LINE
           WRITE EXCP-LINE
           MOVE WS-EXCP-HEADING-3 TO EXCP-LINE
           WRITE EXCP-LINE
           OPEN I-O DUN-MASTER
           IF NOT WS-DUNMAST-OK
               DISPLAY "DUN-MASTER OPEN FAILED, STATUS = "
                   WS-DUNMAST-STATUS
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
           OPEN INPUT STUDENT-MASTER
           IF NOT WS-STUDMAST-OK
               DISPLAY "STUDENT-MASTER OPEN FAILED, STATUS = "
                   WS-STUDMAST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
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
           OPEN OUTPUT COLL-AGENCY
           IF NOT WS-COLLAGY-OK
               DISPLAY "COLL-AGENCY OPEN FAILED, STATUS = "
                   WS-COLLAGY-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  2000-WORK-LADDER THRU 2000-EXIT                              *
      *  One dunning-master row.  Only a final demand old enough on   *
      *  an account still owing is a candidate; a student current on  *
      *  a payment plan is passed over.  A candidate is placed, or    *
      *  listed as an exception and left at the final demand.         *
      *****************************************************************
       2000-WORK-LADDER.
           READ DUN-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-LADDER-READ-COUNT
           IF NOT DN-FINAL-SENT
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-FINAL-COUNT
           COMPUTE WS-NOTICE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(DN-LAST-NOTICE-DATE)
           COMPUTE WS-DAYS-SINCE-FINAL =
               WS-RUN-DATE-INT - WS-NOTICE-DATE-INT
           IF WS-DAYS-SINCE-FINAL < WS-DAYS-PAST-FINAL
               ADD 1 TO WS-NOT-DUE-COUNT
               GO TO 2000-EXIT
           END-IF
           MOVE DN-STUDENTID TO AR-STUDENTID
           READ RECV-MASTER
               INVALID KEY
                   ADD 1 TO WS-NO-BALANCE-COUNT
                   GO TO 2000-EXIT
           END-READ
           IF AR-BALANCE-DUE NOT > ZERO
               ADD 1 TO WS-NO-BALANCE-COUNT
               GO TO 2000-EXIT
           END-IF
           PERFORM 2600-CHECK-PLAN THRU 2600-EXIT
           IF WS-ON-PLAN-YES
               ADD 1 TO WS-ON-PLAN-COUNT
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-CHECK-PLACEABLE THRU 2100-EXIT
           IF WS-REASON NOT = SPACES
               PERFORM 2500-WRITE-EXCEPTION
               GO TO 2000-EXIT
           END-IF
           PERFORM 2300-PLACE-ACCOUNT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-CHECK-PLACEABLE THRU 2100-EXIT                          *
      *  Leaves WS-REASON spaces when the agency has a name and an    *
      *  address to work from, or the first reason it has not.  The   *
      *  student master row is left read for the placement record.    *
      *****************************************************************
       2100-CHECK-PLACEABLE.
           MOVE SPACES TO WS-REASON
           MOVE DN-STUDENTID TO STUDENTID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "*NOT ON MASTER" TO WS-STUDENT-NAME
                   MOVE "NOT ON STUDENT MASTER" TO WS-REASON
                   GO TO 2100-EXIT
           END-READ
           MOVE STUDENTNAME TO WS-STUDENT-NAME
           IF STREETADDR = SPACES
                   OR CITYNAME = SPACES
               MOVE "NO MAILING ADDRESS ON FILE" TO WS-REASON
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2300-PLACE-ACCOUNT                                           *
      *  Sends the account to the agency, moves the ladder row to     *
      *  placed with the run date, and registers it.                  *
      *****************************************************************
       2300-PLACE-ACCOUNT.
           MOVE WS-AGENCY-CODE TO CA-AGENCY-CODE
           MOVE DN-STUDENTID TO CA-STUDENTID
           MOVE FORENAME TO CA-FORENAME
           MOVE SURNAME TO CA-SURNAME
           MOVE POSTALADDR TO CA-POSTALADDR
           MOVE PHONENUMBER TO CA-PHONENUMBER
           MOVE AR-BALANCE-DUE TO CA-BALANCE
           MOVE AR-OLDEST-CHARGE-DATE TO CA-OLDEST-CHARGE-DATE
           MOVE DN-LAST-NOTICE-DATE TO CA-FINAL-NOTICE-DATE
           MOVE WS-RUN-DATE TO CA-PLACED-DATE
           WRITE COLL-PLACEMENT-REC
           IF WS-COLLAGY-OK
               ADD 1 TO WS-AGENCY-OUT-COUNT
           END-IF
           MOVE DN-LAST-NOTICE-DATE TO DTL-FINAL-DATE
           MOVE 4 TO DN-LAST-LEVEL
           MOVE WS-RUN-DATE TO DN-LAST-NOTICE-DATE
           REWRITE DUN-MASTER-REC
           ADD 1 TO WS-PLACED-COUNT
           ADD AR-BALANCE-DUE TO WS-PLACED-TOTAL
           MOVE DN-STUDENTID TO DTL-STUDENTID
           MOVE WS-STUDENT-NAME TO DTL-NAME
           MOVE AR-BALANCE-DUE TO DTL-BALANCE
           MOVE AR-OLDEST-CHARGE-DATE TO DTL-OLDEST-DATE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *****************************************************************
      *  2500-WRITE-EXCEPTION                                         *
      *****************************************************************
       2500-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD AR-BALANCE-DUE TO WS-EXCEPTION-TOTAL
           MOVE DN-STUDENTID TO EXL-STUDENTID
           MOVE WS-STUDENT-NAME TO EXL-NAME
           MOVE AR-BALANCE-DUE TO EXL-BALANCE
           MOVE DN-LAST-NOTICE-DATE TO EXL-FINAL-DATE
           MOVE WS-REASON TO EXL-REASON
           MOVE WS-EXCP-LINE TO EXCP-LINE
           WRITE EXCP-LINE.

      *****************************************************************
      *  2600-CHECK-PLAN THRU 2600-EXIT                               *
      *  Sets WS-ON-PLAN-SWITCH when the student has a payment plan   *
      *  (copybooks/PLANMAST.CPY), under any term, that is current -  *
      *  the test DUNNOTIC applies before sending a notice.           *
      *****************************************************************
       2600-CHECK-PLAN.
           MOVE "N" TO WS-ON-PLAN-SWITCH
           MOVE "N" TO WS-PLAN-EOF-SWITCH
           MOVE DN-STUDENTID TO PL-STUDENTID
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
               IF PL-STUDENTID NOT = DN-STUDENTID
                   MOVE "Y" TO WS-PLAN-EOF-SWITCH
               ELSE
                   IF PL-CURRENT
                       MOVE "Y" TO WS-ON-PLAN-SWITCH
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  9000-TERMINATE                                               *
      *  Run totals onto the register and the exception report.  An   *
      *  agency file short of the placed count fails the step (RC=8)  *
      *  - those accounts are marked placed but the agency never got  *
      *  them.                                                         *
      *****************************************************************
       9000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "ACCOUNTS PLACED       = " TO TOT-LABEL
           MOVE WS-PLACED-COUNT TO TOT-COUNT
           MOVE WS-PLACED-TOTAL TO TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "FINAL DEMANDS ON FILE = " TO SUM-LABEL
           MOVE WS-FINAL-COUNT TO SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "NOT YET DUE           = " TO SUM-LABEL
           MOVE WS-NOT-DUE-COUNT TO SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "NOTHING OWING         = " TO SUM-LABEL
           MOVE WS-NO-BALANCE-COUNT TO SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "ON CURRENT PLAN       = " TO SUM-LABEL
           MOVE WS-ON-PLAN-COUNT TO SUM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO EXCP-LINE
           WRITE EXCP-LINE
           MOVE "ACCOUNTS NOT PLACED   = " TO TOT-LABEL
           MOVE WS-EXCEPTION-COUNT TO TOT-COUNT
           MOVE WS-EXCEPTION-TOTAL TO TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO EXCP-LINE
           WRITE EXCP-LINE
           CLOSE COLL-AGENCY
           IF WS-AGENCY-OUT-COUNT NOT = WS-PLACED-COUNT
               DISPLAY "*** AGENCY FILE SHORT - " WS-AGENCY-OUT-COUNT
                   " WRITTEN OF " WS-PLACED-COUNT
                   " PLACED - STEP FAILED ***"
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE DUN-MASTER
           CLOSE RECV-MASTER
           CLOSE STUDENT-MASTER
           CLOSE PLAN-MASTER
           CLOSE PLACE-RPT
           CLOSE EXCP-RPT
           DISPLAY "LADDER ROWS READ     = " WS-LADDER-READ-COUNT
           DISPLAY "FINAL DEMANDS        = " WS-FINAL-COUNT
           DISPLAY "ACCOUNTS PLACED      = " WS-PLACED-COUNT
           DISPLAY "AMOUNT PLACED        = " WS-PLACED-TOTAL
           DISPLAY "ACCOUNTS NOT PLACED  = " WS-EXCEPTION-COUNT.
