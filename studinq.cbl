      *                   session RC=8, the same way STUDDIR refuses   *
      *                   the directory print - the two request-019    *
      *                   programs enforce the rule identically.       *
      *  2026-10-13  RLM  A student withholding directory information  *
      *                   (PRIVACY-FLAG, copybooks/STUDREC.CPY) gets a *
      *                   CONFIDENTIAL - NO RELEASE banner, with the   *
      *                   date the withhold took effect, ahead of the  *
      *                   match line and ahead of the full-record      *
      *                   display. The session ends with a count of    *
      *                   confidential students shown.                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-MATCH-COUNT       PIC 9(5)       VALUE ZEROS.
       01  WS-PICK-ENTRY        PIC X(8)       VALUE SPACES.
       01  WS-PICK-STUDENTID    PIC 9(8)       VALUE ZEROS.
       01  WS-CONFIDENTIAL-COUNT PIC 9(5)      VALUE ZEROS.

      *    Human-readable rendering of a 14-digit PHONENUMBER - the
      *    rightmost 10 digits, the same technique REDEFINES3 uses
               MOVE "Y" TO WS-SCAN-EOF-SWITCH
               GO TO 2300-EXIT
           END-IF
           IF PRIVACY-WITHHELD
               PERFORM 2380-DISPLAY-CONFIDENTIAL
           END-IF
           MOVE STUDENTID TO MAT-STUDENTID
           MOVE STUDENTNAME TO MAT-NAME
           MOVE GPA TO MAT-GPA
           MOVE PHONENUMBER(8:3) TO PHD-EXCHANGE
           MOVE PHONENUMBER(11:4) TO PHD-NUMBER.

      *****************************************************************
      *  2380-DISPLAY-CONFIDENTIAL                                    *
      *  The student has asked that directory information be          *
      *  withheld - the banner goes up ahead of any detail so the     *
      *  clerk releases nothing to a caller or visitor.               *
      *****************************************************************
       2380-DISPLAY-CONFIDENTIAL.
           DISPLAY "*** CONFIDENTIAL - NO RELEASE ***  (WITHHELD SINCE "
               PRIVACY-DATE ")"
           ADD 1 TO WS-CONFIDENTIAL-COUNT.

      *****************************************************************
      *  2400-DISPLAY-STUDENT                                         *
      *  Full-record display of the STUDENTID the clerk picked off    *
                   DISPLAY "STUDENTID " WS-PICK-STUDENTID
                       " NOT ON FILE"
               NOT INVALID KEY
                   IF PRIVACY-WITHHELD
                       PERFORM 2380-DISPLAY-CONFIDENTIAL
                   END-IF
                   PERFORM 2350-FORMAT-PHONE
                   DISPLAY "STUDENTID = " STUDENTID
                   DISPLAY "NAME      = " STUDENTNAME
       9000-TERMINATE.
           CLOSE ACCESS-LOG
           CLOSE HOLD-FILE
           CLOSE STUDENT-MASTER
           DISPLAY "CONFIDENTIAL STUDENTS SHOWN = "
               WS-CONFIDENTIAL-COUNT.
