       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIDDISB.
       AUTHOR. RLM.

      *****************************************************************
      *  AIDDISB                                                       *
      *  Financial-aid disbursement to receivables.  Works every      *
      *  award on the aid award master (copybooks/AIDMAST.CPY) for    *
      *  the AIDPARM term that is still awarded, and credits it to    *
      *  the student's receivables account (copybooks/RECVMAST.CPY)   *
      *  when the student is registered at least half-time for the    *
      *  term.  Registered hours are totalled off the enrollment      *
      *  master the way ENRLVER certifies them - the term's rows not  *
      *  marked "W" - against the half-time threshold on the card.    *
      *  Each award disbursed is:                                      *
      *     - subtracted from AR-BALANCE-DUE; a balance taken to      *
      *       credit is refunded by ARPOST's credit-balance pass      *
      *     - appended to the aid-disbursement history                *
      *       (copybooks/AIDHIST.CPY), the aid leg AROLLFWD proves    *
      *     - journaled to the AIDGLFD GL feed with its fund code     *
      *     - marked disbursed on the award master with the run date  *
      *     - listed on the disbursement register (AIDRPT), which     *
      *       closes with the amount disbursed from each fund         *
      *  An award that cannot be disbursed stays awarded, is listed   *
      *  with the reason on the exception report (AIDEXCP), and is    *
      *  tried again on the next run.                                  *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  2026-10-08  RLM  Original program.                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AID-PARM ASSIGN TO "AIDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT AID-MASTER ASSIGN TO "AIDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-AWARD-KEY
               FILE STATUS IS WS-AIDMAST-STATUS.

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

           SELECT RECV-MASTER ASSIGN TO "RECVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-STUDENTID
               FILE STATUS IS WS-RECVMAST-STATUS.

           SELECT OPTIONAL AID-HISTORY ASSIGN TO "AIDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AIDHIST-STATUS.

           SELECT GL-FEED ASSIGN TO "AIDGLFD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFEED-STATUS.

           SELECT DISB-RPT ASSIGN TO "AIDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT EXCP-RPT ASSIGN TO "AIDEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Run-control card - the term disbursed and the half-time    *
      *    credit-hour threshold in tenths of an hour, the same       *
      *    threshold ENRVPARM certifies to - "2026F060" is fall 2026  *
      *    at 6.0 hours.                                               *
       FD  AID-PARM
           LABEL RECORDS ARE STANDARD.
       01  AID-PARM-REC.
           02  AP-TERM                 PIC X(5).
           02  AP-HALF-TIME-HOURS      PIC 9(2)V9.
       01  AID-PARM-ALPHA.
           02  FILLER                  PIC X(5).
           02  APA-HALF-TIME-HOURS     PIC X(3).

       FD  AID-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY AIDMAST.

       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY STUDREC.

       FD  ENROLL-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ENRLREC.

       FD  RECV-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY RECVMAST.

      *    Historical trail of every award disbursed - never          *
      *    truncated or overwritten between runs.                      *
       FD  AID-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY AIDHIST.

      *    GL interface feed - "H" batch header with the run date,    *
      *    "C" journal record per award disbursed (a credit to the    *
      *    student's receivables account, charged to the fund on      *
      *    GL-FUND-CODE), "T" trailer with the record count and       *
      *    amount total the GL load ties out to.  The billing feed's  *
      *    layout with the fund code added to the detail.              *
       FD  GL-FEED
           LABEL RECORDS ARE STANDARD.
       01  GL-DETAIL-REC.
           02  GL-RECORD-CODE       PIC X.
           02  GL-ACCOUNT-NO        PIC 9(8).
           02  GL-AMOUNT            PIC 9(7)V99.
           02  GL-RUN-DATE          PIC 9(8).
           02  GL-FUND-CODE         PIC X(4).
       01  GL-HEADER-REC.
           02  GLH-RECORD-CODE      PIC X.
           02  GLH-RUN-DATE         PIC 9(8).
           02  FILLER               PIC X(21).
       01  GL-TRAILER-REC.
           02  GLT-RECORD-CODE      PIC X.
           02  GLT-RECORD-COUNT     PIC 9(7).
           02  GLT-AMOUNT-TOTAL     PIC 9(9)V99.
           02  FILLER               PIC X(11).

       FD  DISB-RPT
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
       01  WS-AIDMAST-STATUS    PIC XX         VALUE ZEROS.
           88  WS-AIDMAST-OK                   VALUE "00".
       01  WS-STUDMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-STUDMAST-OK                  VALUE "00".
       01  WS-ENRLMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-ENRLMAST-OK                  VALUE "00".
       01  WS-RECVMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-RECVMAST-OK                  VALUE "00".
       01  WS-AIDHIST-STATUS    PIC XX         VALUE ZEROS.
           88  WS-AIDHIST-OK                   VALUES "00" "05".
       01  WS-GLFEED-STATUS     PIC XX         VALUE ZEROS.
           88  WS-GLFEED-OK                    VALUE "00".
       01  WS-RPT-STATUS        PIC XX         VALUE ZEROS.
       01  WS-EXCP-STATUS       PIC XX         VALUE ZEROS.

       01  WS-SWITCHES.
           02  WS-EOF-SWITCH    PIC X          VALUE "N".
               88  WS-EOF-YES                  VALUE "Y".
           02  WS-PARM-ERROR-SWITCH PIC X      VALUE "N".
               88  WS-PARM-ERROR-YES           VALUE "Y".
           02  WS-ROWS-DONE-SWITCH PIC X       VALUE "N".
               88  WS-ROWS-DONE-YES            VALUE "Y".
           02  WS-FUND-FOUND-SWITCH PIC X      VALUE "N".
               88  WS-FUND-FOUND-YES           VALUE "Y".
           02  WS-FUND-OVERFLOW-SWITCH PIC X   VALUE "N".
               88  WS-FUND-OVERFLOW-YES        VALUE "Y".

       01  WS-COUNTERS.
           02  WS-AWARD-READ-COUNT  PIC 9(5)   VALUE ZEROS.
           02  WS-TERM-AWARD-COUNT  PIC 9(5)   VALUE ZEROS.
           02  WS-DISBURSED-COUNT   PIC 9(5)   VALUE ZEROS.
           02  WS-EXCEPTION-COUNT   PIC 9(5)   VALUE ZEROS.
           02  WS-GL-DETAIL-COUNT   PIC 9(5)   VALUE ZEROS.

       01  WS-DISBURSED-TOTAL   PIC 9(9)V99    VALUE ZEROS.
       01  WS-EXCEPTION-TOTAL   PIC 9(9)V99    VALUE ZEROS.
       01  WS-GL-AMOUNT-TOTAL   PIC 9(9)V99    VALUE ZEROS.

       01  WS-RUN-DATE          PIC 9(8)       VALUE ZEROS.
       01  WS-TERM              PIC X(5)       VALUE SPACES.
           88  WS-TERM-TRANSFER                VALUE "0000T".
       01  WS-HALF-TIME-HOURS   PIC 9(2)V9     VALUE ZEROS.
       01  WS-SUM-STUDENTID     PIC 9(8)       VALUE ZEROS.
       01  WS-TERM-HOURS        PIC 9(3)V9     VALUE ZEROS.
       01  WS-REASON            PIC X(28)      VALUE SPACES.
       01  WS-STUDENT-NAME      PIC X(14)      VALUE SPACES.

      *    Amount disbursed from each fund this run, for the closing  *
      *    section of the register.  A run carrying more distinct     *
      *    fund codes than the table skips the fund totals rather     *
      *    than printing part of them.                                 *
       01  WS-FUND-TABLE.
           02  WS-FUND-MAX          PIC 9(3)   VALUE 50 COMP.
           02  WS-FUND-IX           PIC S9(3)  VALUE ZEROS COMP.
           02  WS-FUND-TALLY        PIC 9(3)   VALUE ZEROS.
           02  WS-FUND-ENTRY OCCURS 50 TIMES.
               03  WS-FT-FUND-CODE  PIC X(4).
               03  WS-FT-COUNT      PIC 9(5).
               03  WS-FT-AMOUNT     PIC 9(9)V99.

       01  WS-HEADING-1.
           02  FILLER            PIC X(32)
                   VALUE "AID DISBURSEMENT REGISTER - TERM".
           02  FILLER            PIC X     VALUE SPACE.
           02  HDG1-TERM         PIC X(5).
           02  FILLER            PIC X(11) VALUE "  RUN DATE ".
           02  HDG1-RUN-DATE     PIC 9999/99/99.

       01  WS-EXCP-HEADING-1.
           02  FILLER            PIC X(32)
                   VALUE "AWARDS NOT DISBURSED - TERM".
           02  FILLER            PIC X     VALUE SPACE.
           02  EXH1-TERM         PIC X(5).
           02  FILLER            PIC X(11) VALUE "  RUN DATE ".
           02  EXH1-RUN-DATE     PIC 9999/99/99.

       01  WS-HEADING-2.
           02  FILLER            PIC X(22)
                   VALUE "HALF-TIME AT OR ABOVE ".
           02  HDG2-HALF-TIME    PIC Z9.9.
           02  FILLER            PIC X(13) VALUE " CREDIT HOURS".

       01  WS-HEADING-3.
           02  FILLER            PIC X(9)  VALUE "STUDENT".
           02  FILLER            PIC X(15) VALUE "NAME".
           02  FILLER            PIC X(6)  VALUE "TERM".
           02  FILLER            PIC X(5)  VALUE "FUND".
           02  FILLER            PIC X(10) VALUE "    AMOUNT".
           02  FILLER            PIC X(6)  VALUE " HOURS".
           02  FILLER            PIC X(15) VALUE "    NEW BALANCE".

       01  WS-EXCP-HEADING-3.
           02  FILLER            PIC X(9)  VALUE "STUDENT".
           02  FILLER            PIC X(15) VALUE "NAME".
           02  FILLER            PIC X(6)  VALUE "TERM".
           02  FILLER            PIC X(5)  VALUE "FUND".
           02  FILLER            PIC X(10) VALUE "    AMOUNT".
           02  FILLER            PIC X(6)  VALUE " HOURS".
           02  FILLER            PIC X(7)  VALUE " REASON".

       01  WS-DETAIL-LINE.
           02  DTL-STUDENTID     PIC 9(8).
           02  FILLER            PIC X     VALUE SPACE.
           02  DTL-NAME          PIC X(14).
           02  FILLER            PIC X     VALUE SPACE.
           02  DTL-TERM          PIC X(5).
           02  FILLER            PIC X     VALUE SPACE.
           02  DTL-FUND-CODE     PIC X(4).
           02  FILLER            PIC X     VALUE SPACE.
           02  DTL-AMOUNT        PIC ZZ,ZZ9.99.
           02  FILLER            PIC X     VALUE SPACE.
           02  DTL-HOURS         PIC ZZ9.9.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  DTL-NEW-BALANCE   PIC Z,ZZZ,ZZ9.99-.

       01  WS-EXCP-LINE.
           02  EXL-STUDENTID     PIC 9(8).
           02  FILLER            PIC X     VALUE SPACE.
           02  EXL-NAME          PIC X(14).
           02  FILLER            PIC X     VALUE SPACE.
           02  EXL-TERM          PIC X(5).
           02  FILLER            PIC X     VALUE SPACE.
           02  EXL-FUND-CODE     PIC X(4).
           02  FILLER            PIC X     VALUE SPACE.
           02  EXL-AMOUNT        PIC ZZ,ZZ9.99.
           02  FILLER            PIC X     VALUE SPACE.
           02  EXL-HOURS         PIC ZZ9.9.
           02  FILLER            PIC X     VALUE SPACE.
           02  EXL-REASON        PIC X(28).

       01  WS-FUND-HEADING.
           02  FILLER            PIC X(30)
                   VALUE "DISBURSED BY FUND CODE".

       01  WS-FUND-LINE.
           02  FILLER            PIC X(4)  VALUE SPACES.
           02  FDL-FUND-CODE     PIC X(4).
           02  FILLER            PIC X(4)  VALUE SPACES.
           02  FDL-COUNT         PIC ZZ,ZZ9.
           02  FILLER            PIC X(12) VALUE " AWARDS   = ".
           02  FDL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-TOTAL-LINE.
           02  TOT-LABEL         PIC X(24).
           02  TOT-COUNT         PIC ZZ,ZZ9.
           02  FILLER            PIC X(12) VALUE "   AMOUNT = ".
           02  TOT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.

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
               PERFORM 2000-PROCESS-AWARD THRU 2000-EXIT
                   UNTIL WS-EOF-YES
               PERFORM 9000-TERMINATE
           END-IF
           STOP RUN.

      *****************************************************************
      *  1050-READ-PARM THRU 1050-EXIT                                *
      *  Term and threshold are both required; the reserved transfer  *
      *  term is never a term aid is disbursed for.                   *
      *****************************************************************
       1050-READ-PARM.
           OPEN INPUT AID-PARM
           IF NOT WS-PARM-OK
               DISPLAY "*** AID-PARM RUN-CONTROL CARD MISSING, "
                   "STATUS = " WS-PARM-STATUS " - STEP FAILED ***"
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
               GO TO 1050-EXIT
           END-IF
           READ AID-PARM
               AT END
                   DISPLAY "*** AID-PARM RUN-CONTROL CARD EMPTY "
                       "- STEP FAILED ***"
                   MOVE "Y" TO WS-PARM-ERROR-SWITCH
           END-READ
           CLOSE AID-PARM
           IF WS-PARM-ERROR-YES
               GO TO 1050-EXIT
           END-IF
           MOVE AP-TERM TO WS-TERM
           IF WS-TERM = SPACES OR WS-TERM-TRANSFER
               DISPLAY "*** AID-PARM TERM INVALID - STEP FAILED ***"
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
               GO TO 1050-EXIT
           END-IF
           IF APA-HALF-TIME-HOURS NOT NUMERIC
                   OR AP-HALF-TIME-HOURS = ZERO
               DISPLAY "*** AID-PARM HALF-TIME HOURS INVALID "
                   "- STEP FAILED ***"
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
               GO TO 1050-EXIT
           END-IF
           MOVE AP-HALF-TIME-HOURS TO WS-HALF-TIME-HOURS.
       1050-EXIT.
           EXIT.

      *****************************************************************
      *  1000-INITIALIZE THRU 1000-EXIT                               *
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT DISB-RPT
           MOVE WS-TERM TO HDG1-TERM
           MOVE WS-RUN-DATE TO HDG1-RUN-DATE
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HALF-TIME-HOURS TO HDG2-HALF-TIME
           MOVE WS-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HEADING-3 TO RPT-LINE
           WRITE RPT-LINE
           OPEN OUTPUT EXCP-RPT
           MOVE WS-TERM TO EXH1-TERM
           MOVE WS-RUN-DATE TO EXH1-RUN-DATE
           MOVE WS-EXCP-HEADING-1 TO EXCP-LINE
           WRITE EXCP-LINE
           MOVE WS-HEADING-2 TO EXCP-LINE
           WRITE EXCP-LINE
           MOVE SPACES TO EXCP-LINE
           WRITE EXCP-LINE
           MOVE WS-EXCP-HEADING-3 TO EXCP-LINE
           WRITE EXCP-LINE
           OPEN I-O AID-MASTER
           IF NOT WS-AIDMAST-OK
               DISPLAY "AID-MASTER OPEN FAILED, STATUS = "
                   WS-AIDMAST-STATUS
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
           OPEN INPUT ENROLL-MASTER
           IF NOT WS-ENRLMAST-OK
               DISPLAY "ENROLL-MASTER OPEN FAILED, STATUS = "
                   WS-ENRLMAST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O RECV-MASTER
           IF NOT WS-RECVMAST-OK
               DISPLAY "RECV-MASTER OPEN FAILED, STATUS = "
                   WS-RECVMAST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN EXTEND AID-HISTORY
           IF NOT WS-AIDHIST-OK
               DISPLAY "AID-HISTORY OPEN FAILED, STATUS = "
                   WS-AIDHIST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT GL-FEED
           IF NOT WS-GLFEED-OK
               DISPLAY "GL-FEED OPEN FAILED, STATUS = "
                   WS-GLFEED-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO GL-HEADER-REC
           MOVE "H" TO GLH-RECORD-CODE
           MOVE WS-RUN-DATE TO GLH-RUN-DATE
           WRITE GL-HEADER-REC.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROCESS-AWARD THRU 2000-EXIT                            *
      *  One award row.  Only the card's term and only awards not     *
      *  yet disbursed or cancelled are worked; each is checked for   *
      *  eligibility and either disbursed or listed as an exception.  *
      *****************************************************************
       2000-PROCESS-AWARD.
           READ AID-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-AWARD-READ-COUNT
           IF AW-TERM NOT = WS-TERM
                   OR NOT AW-AWARDED
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-TERM-AWARD-COUNT
           PERFORM 2100-CHECK-ELIGIBLE THRU 2100-EXIT
           IF WS-REASON NOT = SPACES
               PERFORM 2500-WRITE-EXCEPTION
               GO TO 2000-EXIT
           END-IF
           PERFORM 2300-DISBURSE-AWARD.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-CHECK-ELIGIBLE THRU 2100-EXIT                           *
      *  Leaves WS-REASON spaces when the award can be disbursed, or  *
      *  the first reason it cannot.  On the way through, the         *
      *  student's name and term hours are picked up for the reports  *
      *  and the receivables row is left read for the credit.         *
      *****************************************************************
       2100-CHECK-ELIGIBLE.
           MOVE SPACES TO WS-REASON
           MOVE ZEROS TO WS-TERM-HOURS
           MOVE AW-STUDENTID TO STUDENTID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "*NOT ON MASTER" TO WS-STUDENT-NAME
                   MOVE "NOT ON STUDENT MASTER" TO WS-REASON
                   GO TO 2100-EXIT
           END-READ
           MOVE STUDENTNAME TO WS-STUDENT-NAME
           IF AW-AWARD-AMOUNT = ZERO
               MOVE "AWARD AMOUNT IS ZERO" TO WS-REASON
               GO TO 2100-EXIT
           END-IF
           MOVE AW-STUDENTID TO WS-SUM-STUDENTID
           PERFORM 2200-SUM-TERM-HOURS THRU 2200-EXIT
           IF WS-TERM-HOURS = ZERO
               MOVE "NOT REGISTERED FOR THE TERM" TO WS-REASON
               GO TO 2100-EXIT
           END-IF
           IF WS-TERM-HOURS < WS-HALF-TIME-HOURS
               MOVE "BELOW HALF-TIME" TO WS-REASON
               GO TO 2100-EXIT
           END-IF
           MOVE AW-STUDENTID TO AR-STUDENTID
           READ RECV-MASTER
               INVALID KEY
                   MOVE "NO RECEIVABLES ROW ON FILE" TO WS-REASON
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2200-SUM-TERM-HOURS THRU 2200-EXIT                           *
      *  STUDENTID + term is the leading part of EN-ENROLL-KEY, so    *
      *  the student's rows for the term are read as one keyed run.   *
      *  Leaves the total in WS-TERM-HOURS; a "W" row is a drop.      *
      *****************************************************************
       2200-SUM-TERM-HOURS.
           MOVE ZEROS TO WS-TERM-HOURS
           MOVE "N" TO WS-ROWS-DONE-SWITCH
           MOVE WS-SUM-STUDENTID TO EN-STUDENTID
           MOVE WS-TERM TO EN-TERM
           MOVE LOW-VALUES TO EN-COURSE
           START ENROLL-MASTER KEY IS NOT LESS THAN EN-ENROLL-KEY
               INVALID KEY
                   GO TO 2200-EXIT
           END-START
           PERFORM 2250-ADD-ONE-ROW THRU 2250-EXIT
               UNTIL WS-ROWS-DONE-YES.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2250-ADD-ONE-ROW THRU 2250-EXIT                              *
      *****************************************************************
       2250-ADD-ONE-ROW.
           READ ENROLL-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ROWS-DONE-SWITCH
                   GO TO 2250-EXIT
           END-READ
           IF EN-STUDENTID NOT = WS-SUM-STUDENTID
                   OR EN-TERM NOT = WS-TERM
               MOVE "Y" TO WS-ROWS-DONE-SWITCH
               GO TO 2250-EXIT
           END-IF
           IF EN-GRADE NOT = "W"
               ADD EN-CREDIT-HOURS TO WS-TERM-HOURS
           END-IF.
       2250-EXIT.
           EXIT.

      *****************************************************************
      *  2300-DISBURSE-AWARD                                          *
      *  Credits the award to the receivables row 2100 left read.     *
      *  A balance paid off by the aid has no unpaid charge left to   *
      *  age.  The award is then journaled, marked disbursed and      *
      *  registered.                                                   *
      *****************************************************************
       2300-DISBURSE-AWARD.
           SUBTRACT AW-AWARD-AMOUNT FROM AR-BALANCE-DUE
           IF AR-BALANCE-DUE NOT > ZERO
               MOVE ZEROS TO AR-OLDEST-CHARGE-DATE
           END-IF
           REWRITE RECV-MASTER-REC
           ADD 1 TO WS-DISBURSED-COUNT
           ADD AW-AWARD-AMOUNT TO WS-DISBURSED-TOTAL
           PERFORM 2350-APPEND-HISTORY
           PERFORM 2400-WRITE-GL-DETAIL
           MOVE "D" TO AW-STATUS
           MOVE WS-RUN-DATE TO AW-DISB-DATE
           REWRITE AID-AWARD-REC
           PERFORM 2600-ADD-FUND-TOTAL THRU 2600-EXIT
           MOVE AW-STUDENTID TO DTL-STUDENTID
           MOVE WS-STUDENT-NAME TO DTL-NAME
           MOVE AW-TERM TO DTL-TERM
           MOVE AW-FUND-CODE TO DTL-FUND-CODE
           MOVE AW-AWARD-AMOUNT TO DTL-AMOUNT
           MOVE WS-TERM-HOURS TO DTL-HOURS
           MOVE AR-BALANCE-DUE TO DTL-NEW-BALANCE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *****************************************************************
      *  2350-APPEND-HISTORY                                          *
      *  The aid leg AROLLFWD proves the month's movement with.       *
      *****************************************************************
       2350-APPEND-HISTORY.
           MOVE AW-STUDENTID TO AH-STUDENTID
           MOVE AW-TERM TO AH-TERM
           MOVE AW-FUND-CODE TO AH-FUND-CODE
           MOVE AW-AWARD-AMOUNT TO AH-AMOUNT
           MOVE WS-RUN-DATE TO AH-DISB-DATE
           WRITE AID-HIST-REC.

      *****************************************************************
      *  2400-WRITE-GL-DETAIL                                         *
      *  One journal record per award disbursed, counted              *
      *  independently so a short feed is caught at end of run.       *
      *****************************************************************
       2400-WRITE-GL-DETAIL.
           MOVE "C" TO GL-RECORD-CODE
           MOVE AW-STUDENTID TO GL-ACCOUNT-NO
           MOVE AW-AWARD-AMOUNT TO GL-AMOUNT
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE AW-FUND-CODE TO GL-FUND-CODE
           WRITE GL-DETAIL-REC
           IF WS-GLFEED-OK
               ADD 1 TO WS-GL-DETAIL-COUNT
               ADD AW-AWARD-AMOUNT TO WS-GL-AMOUNT-TOTAL
           END-IF.

      *****************************************************************
      *  2500-WRITE-EXCEPTION                                         *
      *****************************************************************
       2500-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD AW-AWARD-AMOUNT TO WS-EXCEPTION-TOTAL
           MOVE AW-STUDENTID TO EXL-STUDENTID
           MOVE WS-STUDENT-NAME TO EXL-NAME
           MOVE AW-TERM TO EXL-TERM
           MOVE AW-FUND-CODE TO EXL-FUND-CODE
           MOVE AW-AWARD-AMOUNT TO EXL-AMOUNT
           MOVE WS-TERM-HOURS TO EXL-HOURS
           MOVE WS-REASON TO EXL-REASON
           MOVE WS-EXCP-LINE TO EXCP-LINE
           WRITE EXCP-LINE.

      *****************************************************************
      *  2600-ADD-FUND-TOTAL THRU 2600-EXIT                           *
      *  Adds the award into its fund's row of the table, starting a  *
      *  new row for a fund not seen yet this run.                    *
      *****************************************************************
       2600-ADD-FUND-TOTAL.
           IF WS-FUND-OVERFLOW-YES
               GO TO 2600-EXIT
           END-IF
           MOVE "N" TO WS-FUND-FOUND-SWITCH
           MOVE 1 TO WS-FUND-IX
           PERFORM 2610-FIND-FUND
               UNTIL WS-FUND-FOUND-YES
                   OR WS-FUND-IX > WS-FUND-TALLY
           IF WS-FUND-FOUND-YES
               ADD 1 TO WS-FT-COUNT(WS-FUND-IX)
               ADD AW-AWARD-AMOUNT TO WS-FT-AMOUNT(WS-FUND-IX)
               GO TO 2600-EXIT
           END-IF
           IF WS-FUND-TALLY = WS-FUND-MAX
               DISPLAY "*** MORE THAN " WS-FUND-MAX " DISTINCT FUND "
                   "CODES - FUND TOTALS NOT PRINTED ***"
               MOVE "Y" TO WS-FUND-OVERFLOW-SWITCH
               GO TO 2600-EXIT
           END-IF
           ADD 1 TO WS-FUND-TALLY
           MOVE WS-FUND-TALLY TO WS-FUND-IX
           MOVE AW-FUND-CODE TO WS-FT-FUND-CODE(WS-FUND-IX)
           MOVE 1 TO WS-FT-COUNT(WS-FUND-IX)
           MOVE AW-AWARD-AMOUNT TO WS-FT-AMOUNT(WS-FUND-IX).
       2600-EXIT.
           EXIT.

      *****************************************************************
      *  2610-FIND-FUND                                               *
      *****************************************************************
       2610-FIND-FUND.
           IF WS-FT-FUND-CODE(WS-FUND-IX) = AW-FUND-CODE
               MOVE "Y" TO WS-FUND-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-FUND-IX
           END-IF.

      *****************************************************************
      *  9000-TERMINATE                                               *
      *  Fund totals and the run total onto the register, the         *
      *  exception total onto the exception report, the trailer onto  *
      *  the GL feed.  A feed short of the disbursed count fails the  *
      *  step (RC=8), as the posting runs' feeds do.                  *
      *****************************************************************
       9000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF NOT WS-FUND-OVERFLOW-YES AND WS-FUND-TALLY > ZERO
               MOVE WS-FUND-HEADING TO RPT-LINE
               WRITE RPT-LINE
               MOVE 1 TO WS-FUND-IX
               PERFORM 9100-PRINT-FUND WS-FUND-TALLY TIMES
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE "AWARDS DISBURSED      = " TO TOT-LABEL
           MOVE WS-DISBURSED-COUNT TO TOT-COUNT
           MOVE WS-DISBURSED-TOTAL TO TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO EXCP-LINE
           WRITE EXCP-LINE
           MOVE "AWARDS NOT DISBURSED  = " TO TOT-LABEL
           MOVE WS-EXCEPTION-COUNT TO TOT-COUNT
           MOVE WS-EXCEPTION-TOTAL TO TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO EXCP-LINE
           WRITE EXCP-LINE
           IF WS-GLFEED-OK
               MOVE SPACES TO GL-TRAILER-REC
               MOVE "T" TO GLT-RECORD-CODE
               MOVE WS-GL-DETAIL-COUNT TO GLT-RECORD-COUNT
               MOVE WS-GL-AMOUNT-TOTAL TO GLT-AMOUNT-TOTAL
               WRITE GL-TRAILER-REC
           END-IF
           CLOSE GL-FEED
           IF WS-GL-DETAIL-COUNT NOT = WS-DISBURSED-COUNT
               DISPLAY "*** GL FEED SHORT - " WS-GL-DETAIL-COUNT
                   " JOURNALED OF " WS-DISBURSED-COUNT
                   " DISBURSED - STEP FAILED ***"
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE AID-MASTER
           CLOSE STUDENT-MASTER
           CLOSE ENROLL-MASTER
           CLOSE RECV-MASTER
           CLOSE AID-HISTORY
           CLOSE DISB-RPT
           CLOSE EXCP-RPT
           DISPLAY "AWARD ROWS READ      = " WS-AWARD-READ-COUNT
           DISPLAY "AWARDS FOR THE TERM  = " WS-TERM-AWARD-COUNT
           DISPLAY "AWARDS DISBURSED     = " WS-DISBURSED-COUNT
           DISPLAY "AMOUNT DISBURSED     = " WS-DISBURSED-TOTAL
           DISPLAY "AWARDS NOT DISBURSED = " WS-EXCEPTION-COUNT.

      *****************************************************************
      *  9100-PRINT-FUND                                              *
      *****************************************************************
       9100-PRINT-FUND.
           MOVE WS-FT-FUND-CODE(WS-FUND-IX) TO FDL-FUND-CODE
           MOVE WS-FT-COUNT(WS-FUND-IX) TO FDL-COUNT
           MOVE WS-FT-AMOUNT(WS-FUND-IX) TO FDL-AMOUNT
           MOVE WS-FUND-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-FUND-IX.
