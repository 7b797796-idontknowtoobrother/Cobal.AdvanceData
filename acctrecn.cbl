      *  an account with no student.  BILLSTMT and REDEFINES2 only    *
      *  ever surfaced these as console lines nobody worked; this     *
      *  report is the worked-exception list for the nightly stream.  *
      *  An account left behind for a student INACTARC archived is    *
      *  found on STUDARCH and counted separately, not reported.      *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  2026-08-22  RLM  Original program.                            *
      *  2026-10-14  RLM  Accounts of students archived to STUDARCH    *
      *                   are counted, not reported as orphans.        *
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS AM-ACCOUNT-NO
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT OPTIONAL STUDENT-ARCHIVE ASSIGN TO "STUDARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SA-STUDENTID
               FILE STATUS IS WS-STUDARCH-STATUS.

           SELECT RECON-RPT ASSIGN TO "RECONRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMAST.

       FD  STUDENT-ARCHIVE
           LABEL RECORDS ARE STANDARD.
           COPY STUDARCH.

       FD  RECON-RPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           88  WS-STUDMAST-OK                  VALUE "00".
       01  WS-ACCTMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-ACCTMAST-OK                  VALUE "00".
       01  WS-STUDARCH-STATUS   PIC XX         VALUE ZEROS.
           88  WS-STUDARCH-OK                  VALUES "00" "05".
       01  WS-RPT-STATUS        PIC XX         VALUE ZEROS.

       01  WS-SWITCHES.
           02  WS-MATCHED-COUNT     PIC 9(5)   VALUE ZEROS.
           02  WS-NO-ACCT-COUNT     PIC 9(5)   VALUE ZEROS.
           02  WS-NO-STUD-COUNT     PIC 9(5)   VALUE ZEROS.
           02  WS-ARCHIVED-COUNT    PIC 9(5)   VALUE ZEROS.

       01  WS-HEADING-1.
           02  FILLER            PIC X(40)
               MOVE "Y" TO WS-ACCT-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT STUDENT-ARCHIVE
           IF NOT WS-STUDARCH-OK
               DISPLAY "STUDENT-ARCHIVE OPEN FAILED, STATUS = "
                   WS-STUDARCH-STATUS
               MOVE "Y" TO WS-STUD-EOF-SWITCH
               MOVE "Y" TO WS-ACCT-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           PERFORM 2100-READ-STUDENT
           PERFORM 2200-READ-ACCOUNT.
       1000-EXIT.
       2000-MATCH-MASTERS.
           EVALUATE TRUE
               WHEN WS-STUD-EOF-YES
                   PERFORM 2400-ACCOUNT-ORPHAN THRU 2400-EXIT
                   PERFORM 2200-READ-ACCOUNT
               WHEN WS-ACCT-EOF-YES
                   PERFORM 2300-STUDENT-ORPHAN
                   PERFORM 2300-STUDENT-ORPHAN
                   PERFORM 2100-READ-STUDENT
               WHEN OTHER
                   PERFORM 2400-ACCOUNT-ORPHAN THRU 2400-EXIT
                   PERFORM 2200-READ-ACCOUNT
           END-EVALUATE.
       2000-EXIT.
           WRITE RPT-LINE.

      *****************************************************************
      *  2400-ACCOUNT-ORPHAN THRU 2400-EXIT                           *
      *  An account whose student INACTARC moved to STUDARCH is kept  *
      *  on purpose for the financial record; it is counted, not      *
      *  reported.                                                    *
      *****************************************************************
       2400-ACCOUNT-ORPHAN.
           MOVE AM-ACCOUNT-NO TO SA-STUDENTID
           READ STUDENT-ARCHIVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ARCHIVED-COUNT
                   GO TO 2400-EXIT
           END-READ
           ADD 1 TO WS-NO-STUD-COUNT
           MOVE AM-ACCOUNT-NO TO EXC-KEY
           MOVE AM-ACCOUNT-NAME TO EXC-NAME
           MOVE "ACCOUNT HAS NO STUDENT" TO EXC-REASON
           MOVE WS-EXCEPTION-LINE TO RPT-LINE
           WRITE RPT-LINE.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  9000-TERMINATE                                               *
           MOVE WS-NO-STUD-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "ACCTS OF ARCHIVED STUDS = " TO TOT-LABEL
           MOVE WS-ARCHIVED-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           CLOSE STUDENT-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE STUDENT-ARCHIVE
           CLOSE RECON-RPT
           DISPLAY "MATCHED                 = " WS-MATCHED-COUNT
           DISPLAY "STUDENTS WITHOUT ACCT   = " WS-NO-ACCT-COUNT
           DISPLAY "ACCOUNTS WITHOUT STUD   = " WS-NO-STUD-COUNT
           DISPLAY "ACCOUNTS OF ARCHIVED    = " WS-ARCHIVED-COUNT.
