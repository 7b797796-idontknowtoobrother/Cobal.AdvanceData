      *                   fails the step (RC=8), the same do-not-      *
      *                   hand-downstream-a-half-result discipline     *
      *                   ARCHPRGE applies to its rename gate.         *
      *  2026-09-18  RLM  The BILLPARM term must be on the term        *
      *                   calendar (copybooks/TERMCAL.CPY) - a term    *
      *                   the registrar never published is refused     *
      *                   before anything is built (RC=8).             *
      *  2026-09-22  RLM  Once PCTTRANS is cut, the per-credit amount  *
      *                   the term was billed at is stamped on its     *
      *                   term-calendar row (TC-BILLED-PER-CREDIT) -   *
      *                   BILLSTMT prices drop credits at the rate     *
      *                   actually billed, not whatever the next       *
      *                   BILLPARM card says.                          *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT TERM-CALENDAR ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-TERM-ID
               FILE STATUS IS WS-TERMCAL-STATUS.

           SELECT OPTIONAL BASE-OVERRIDE ASSIGN TO "BASEOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.
           02  BPA-PER-CREDIT-AMT      PIC X(4).
           02  FILLER                  PIC X(16).

       FD  TERM-CALENDAR
           LABEL RECORDS ARE STANDARD.
           COPY TERMCAL.

      *    Override cards - one keyed base amount replacing the       *
      *    computed base for that student, the old keying path kept   *
      *    as an exception route.                                      *
           88  WS-ENRLMAST-OK                  VALUE "00".
       01  WS-PARM-STATUS       PIC XX         VALUE ZEROS.
           88  WS-PARM-OK                      VALUE "00".
       01  WS-TERMCAL-STATUS    PIC XX         VALUE ZEROS.
           88  WS-TERMCAL-OK                   VALUE "00".
       01  WS-OVERRIDE-STATUS   PIC XX         VALUE ZEROS.
           88  WS-OVERRIDE-OK                  VALUES "00" "05".
       01  WS-TRANS-STATUS      PIC XX         VALUE ZEROS.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1050-READ-PARM THRU 1050-EXIT
           IF NOT WS-PARM-ERROR-YES
               PERFORM 1070-CHECK-CALENDAR THRU 1070-EXIT
           END-IF
           IF WS-PARM-ERROR-YES
               MOVE 8 TO RETURN-CODE
           ELSE
       1050-EXIT.
           EXIT.

      *****************************************************************
      *  1070-CHECK-CALENDAR THRU 1070-EXIT                           *
      *  The term named on the card must be on the term calendar.     *
      *  A term the registrar never published is a keying error on    *
      *  the card, and billing it would post real charges against     *
      *  it - the step fails before anything is built.                *
      *****************************************************************
       1070-CHECK-CALENDAR.
           OPEN INPUT TERM-CALENDAR
           IF NOT WS-TERMCAL-OK
               DISPLAY "*** TERM-CALENDAR OPEN FAILED, STATUS = "
                   WS-TERMCAL-STATUS " - STEP FAILED ***"
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
               GO TO 1070-EXIT
           END-IF
           MOVE WS-TERM-ID TO TC-TERM-ID
           READ TERM-CALENDAR
               INVALID KEY
                   DISPLAY "*** BILL-PARM TERM " WS-TERM-ID
                       " NOT ON TERM CALENDAR - STEP FAILED ***"
                   MOVE "Y" TO WS-PARM-ERROR-SWITCH
           END-READ
           CLOSE TERM-CALENDAR.
       1070-EXIT.
           EXIT.

      *****************************************************************
      *  1000-INITIALIZE                                              *
      *****************************************************************
               CLOSE ENROLL-MASTER
               CLOSE DETAIL-WORK
               PERFORM 9050-CUT-PCTTRANS THRU 9050-EXIT
               PERFORM 9060-STAMP-CALENDAR THRU 9060-EXIT
           ELSE
               DISPLAY "*** EXTRACT DID NOT COMPLETE - PCTTRANS "
                   "LEFT UNTOUCHED ***"
       9050-EXIT.
           EXIT.

      *****************************************************************
      *  9060-STAMP-CALENDAR THRU 9060-EXIT                           *
      *  Records on the term's calendar row the per-credit amount     *
      *  this cut billed at, so a later drop is credited at the rate  *
      *  the student was actually charged.  A failure here does not   *
      *  undo the cut batch but fails the step (RC=8) so the stamp    *
      *  is put right before drops are priced off it.                 *
      *****************************************************************
       9060-STAMP-CALENDAR.
           OPEN I-O TERM-CALENDAR
           IF NOT WS-TERMCAL-OK
               DISPLAY "*** TERM-CALENDAR OPEN FAILED, STATUS = "
                   WS-TERMCAL-STATUS " - RATE NOT STAMPED ***"
               MOVE 8 TO RETURN-CODE
               GO TO 9060-EXIT
           END-IF
           MOVE WS-TERM-ID TO TC-TERM-ID
           READ TERM-CALENDAR
               INVALID KEY
                   DISPLAY "*** TERM " WS-TERM-ID
                       " GONE FROM TERM CALENDAR - RATE NOT STAMPED ***"
                   MOVE 8 TO RETURN-CODE
                   CLOSE TERM-CALENDAR
                   GO TO 9060-EXIT
           END-READ
           MOVE WS-PER-CREDIT-AMT TO TC-BILLED-PER-CREDIT
           REWRITE TERM-CAL-REC
               INVALID KEY
                   DISPLAY "*** TERM-CALENDAR REWRITE FAILED, STATUS = "
                       WS-TERMCAL-STATUS " - RATE NOT STAMPED ***"
                   MOVE 8 TO RETURN-CODE
           END-REWRITE
           CLOSE TERM-CALENDAR.
       9060-EXIT.
           EXIT.

      *****************************************************************
      *  9100-READ-WORK                                               *
      *****************************************************************
