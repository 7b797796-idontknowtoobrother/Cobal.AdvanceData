       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENRLVER.
       AUTHOR. RLM.

      *****************************************************************
      *  ENRLVER                                                       *
      *  Enrollment status certification for one term.  Totals each   *
      *  student's registered credit hours for the ENRVPARM term off  *
      *  the enrollment master (copybooks/ENRLREC.CPY) - rows marked  *
      *  "W" are drops and do not count; an early drop has no row at  *
      *  all - and classifies the student against the full-time and   *
      *  half-time thresholds on the same card:                       *
      *     F  FULL-TIME            at or above the full-time hours   *
      *     H  HALF-TIME            at or above the half-time hours   *
      *     L  LESS THAN HALF-TIME  anything registered below that    *
      *  Three outputs:                                               *
      *     ENRVFILE  fixed-format verification file for the lenders  *
      *               and the clearinghouse - an H header naming the  *
      *               term and thresholds, one D record per enrolled  *
      *               student, and a T trailer carrying the record    *
      *               count and STUDENTID hash total, the same        *
      *               control trailer the mailing feed (CONTEXP)      *
      *               carries                                         *
      *     ENRVRPT   the printed status roster with counts by class  *
      *     VERLTR    an enrollment verification letter for each      *
      *               STUDENTID on the VERIFREQ request file - one    *
      *               card per letter, as TRNSCRPT is driven.  No     *
      *               request file, no letters.                        *
      *  A student with no countable hours in the term is not         *
      *  enrolled and is left off the file and the roster.            *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  2026-10-04  RLM  Original program.                            *
      *  2026-10-14  RLM  Detail record trailing filler corrected so   *
      *                   the D record is 80 bytes like the header and *
      *                   trailer.                                     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENRV-PARM ASSIGN TO "ENRVPARM"
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

           SELECT VERIFY-FILE ASSIGN TO "ENRVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERIFY-STATUS.

           SELECT ROSTER-RPT ASSIGN TO "ENRVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT OPTIONAL VERIFY-REQUEST ASSIGN TO "VERIFREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT LETTER-RPT ASSIGN TO "VERLTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Run-control card - the term certified and the full-time /  *
      *    half-time credit-hour thresholds in tenths of an hour -    *
      *    "2026F120060" is fall 2026, full-time at 12.0, half-time   *
      *    at 6.0.                                                    *
       FD  ENRV-PARM
           LABEL RECORDS ARE STANDARD.
       01  ENRV-PARM-REC.
           02  EP-TERM                 PIC X(5).
           02  EP-FULL-TIME-HOURS      PIC 9(2)V9.
           02  EP-HALF-TIME-HOURS      PIC 9(2)V9.
       01  ENRV-PARM-ALPHA.
           02  FILLER                  PIC X(5).
           02  EPA-FULL-TIME-HOURS     PIC X(3).
           02  EPA-HALF-TIME-HOURS     PIC X(3).

       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY STUDREC.

       FD  ENROLL-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ENRLREC.

      *    Outbound verification file - H header, D detail per        *
      *    enrolled student, T count/hash trailer.                    *
       FD  VERIFY-FILE
           LABEL RECORDS ARE STANDARD.
       01  VERIFY-HEADER-REC.
           02  VH-RECORD-CODE       PIC X.
           02  VH-TERM              PIC X(5).
           02  VH-RUN-DATE          PIC 9(8).
           02  VH-FULL-TIME-HOURS   PIC 9(2)V9.
           02  VH-HALF-TIME-HOURS   PIC 9(2)V9.
           02  VH-SOURCE            PIC X(20).
           02  FILLER               PIC X(40).
       01  VERIFY-DETAIL-REC.
           02  VD-RECORD-CODE       PIC X.
           02  VD-STUDENTID         PIC 9(8).
           02  VD-SURNAME           PIC X(8).
           02  VD-FORENAME          PIC X(6).
           02  VD-TERM              PIC X(5).
           02  VD-CREDIT-HOURS      PIC 9(3)V9.
           02  VD-ENROLL-STATUS     PIC X.
           02  VD-PROGRAM-CODE      PIC X(6).
           02  VD-STUDENT-STATUS    PIC X.
           02  VD-STATUS-DATE       PIC 9(8).
           02  FILLER               PIC X(32).
       01  VERIFY-TRAILER-REC.
           02  VT-RECORD-CODE       PIC X.
           02  VT-RECORD-COUNT      PIC 9(7).
           02  VT-ID-HASH-TOTAL     PIC 9(12).
           02  FILLER               PIC X(60).

       FD  ROSTER-RPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                 PIC X(80).

      *    Letter request card - one STUDENTID per letter wanted.     *
       FD  VERIFY-REQUEST
           LABEL RECORDS ARE STANDARD.
       01  VERIFY-REQUEST-REC.
           02  VR-STUDENTID         PIC X(8).
           02  FILLER               PIC X(22).

       FD  LETTER-RPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  LETTER-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS       PIC XX         VALUE ZEROS.
           88  WS-PARM-OK                      VALUE "00".
       01  WS-STUDMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-STUDMAST-OK                  VALUE "00".
       01  WS-ENRLMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-ENRLMAST-OK                  VALUE "00".
       01  WS-VERIFY-STATUS     PIC XX         VALUE ZEROS.
           88  WS-VERIFY-OK                    VALUE "00".
       01  WS-REQUEST-STATUS    PIC XX         VALUE ZEROS.
           88  WS-REQUEST-OK                   VALUES "00" "05".
       01  WS-LETTER-STATUS     PIC XX         VALUE ZEROS.
       01  WS-RPT-STATUS        PIC XX         VALUE ZEROS.

       01  WS-SWITCHES.
           02  WS-EOF-SWITCH    PIC X          VALUE "N".
               88  WS-EOF-YES                  VALUE "Y".
           02  WS-REQUEST-EOF-SWITCH PIC X     VALUE "N".
               88  WS-REQUEST-EOF-YES          VALUE "Y".
           02  WS-PARM-ERROR-SWITCH PIC X      VALUE "N".
               88  WS-PARM-ERROR-YES           VALUE "Y".
           02  WS-ROWS-DONE-SWITCH PIC X       VALUE "N".
               88  WS-ROWS-DONE-YES            VALUE "Y".

       01  WS-COUNTERS.
           02  WS-READ-COUNT        PIC 9(7)   VALUE ZEROS.
           02  WS-FULL-TIME-COUNT   PIC 9(7)   VALUE ZEROS.
           02  WS-HALF-TIME-COUNT   PIC 9(7)   VALUE ZEROS.
           02  WS-LESS-HALF-COUNT   PIC 9(7)   VALUE ZEROS.
           02  WS-DETAIL-COUNT      PIC 9(7)   VALUE ZEROS.
           02  WS-ID-HASH-TOTAL     PIC 9(12)  VALUE ZEROS.
           02  WS-REQUEST-COUNT     PIC 9(5)   VALUE ZEROS.
           02  WS-LETTER-COUNT      PIC 9(5)   VALUE ZEROS.
           02  WS-REJECT-COUNT      PIC 9(5)   VALUE ZEROS.

       01  WS-RUN-DATE          PIC 9(8)       VALUE ZEROS.
       01  WS-TERM              PIC X(5)       VALUE SPACES.
           88  WS-TERM-TRANSFER                VALUE "0000T".
       01  WS-FULL-TIME-HOURS   PIC 9(2)V9     VALUE ZEROS.
       01  WS-HALF-TIME-HOURS   PIC 9(2)V9     VALUE ZEROS.
       01  WS-SUM-STUDENTID     PIC 9(8)       VALUE ZEROS.
       01  WS-TERM-HOURS        PIC 9(3)V9     VALUE ZEROS.
       01  WS-ENROLL-STATUS     PIC X          VALUE SPACE.
           88  WS-FULL-TIME                    VALUE "F".
           88  WS-HALF-TIME                    VALUE "H".
           88  WS-LESS-HALF                    VALUE "L".
       01  WS-REQUEST-STUDENTID PIC 9(8)       VALUE ZEROS.

       01  WS-STATUS-TEXT       PIC X(19)      VALUE SPACES.

       01  WS-HEADING-1.
           02  FILLER            PIC X(32)
                   VALUE "ENROLLMENT STATUS ROSTER - TERM ".
           02  HDG1-TERM         PIC X(5).
           02  FILLER            PIC X(11) VALUE "  RUN DATE ".
           02  HDG1-RUN-DATE     PIC 9999/99/99.

       01  WS-HEADING-2.
           02  FILLER            PIC X(22)
                   VALUE "FULL-TIME AT OR ABOVE ".
           02  HDG2-FULL-TIME    PIC Z9.9.
           02  FILLER            PIC X(24)
                   VALUE "  HALF-TIME AT OR ABOVE ".
           02  HDG2-HALF-TIME    PIC Z9.9.

       01  WS-HEADING-3.
           02  FILLER            PIC X(10) VALUE "STUDENT ID".
           02  FILLER            PIC X(16) VALUE "  NAME".
           02  FILLER            PIC X(8)  VALUE " HOURS".
           02  FILLER            PIC X(20) VALUE "  ENROLLMENT STATUS".

       01  WS-ROSTER-LINE.
           02  ROL-STUDENTID     PIC 9(8).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  ROL-NAME          PIC X(14).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  ROL-HOURS         PIC ZZ9.9.
           02  FILLER            PIC X(5)  VALUE SPACES.
           02  ROL-STATUS        PIC X(19).

       01  WS-TOTAL-LINE.
           02  FILLER            PIC X(4)  VALUE SPACES.
           02  TOT-LABEL         PIC X(28).
           02  TOT-COUNT         PIC Z,ZZZ,ZZ9.

       01  WS-LETTER-RULE       PIC X(60)      VALUE ALL "=".

       01  WS-LTR-DATE-LINE.
           02  FILLER            PIC X(6)  VALUE "DATE: ".
           02  LDL-RUN-DATE      PIC 9999/99/99.

       01  WS-LTR-NAME-LINE.
           02  FILLER            PIC X(25)
                   VALUE "THIS IS TO CERTIFY THAT ".
           02  LNL-FORENAME      PIC X(6).
           02  FILLER            PIC X     VALUE SPACE.
           02  LNL-SURNAME       PIC X(8).
           02  FILLER            PIC X(14) VALUE " (STUDENT ID ".
           02  LNL-STUDENTID     PIC 9(8).
           02  FILLER            PIC X     VALUE ")".

       01  WS-LTR-HOURS-LINE.
           02  FILLER            PIC X(26)
                   VALUE "IS ENROLLED FOR THE TERM ".
           02  LHL-TERM          PIC X(5).
           02  FILLER            PIC X(6)  VALUE " WITH ".
           02  LHL-HOURS         PIC ZZ9.9.
           02  FILLER            PIC X(24)
                   VALUE " REGISTERED CREDIT HOURS".

       01  WS-LTR-STATUS-LINE.
           02  FILLER            PIC X(9)  VALUE "WHICH IS ".
           02  LSL-STATUS        PIC X(19).
           02  FILLER            PIC X(33)
                   VALUE " ENROLLMENT AT THIS INSTITUTION.".

       01  WS-LTR-NOT-ENROLLED-LINE.
           02  FILLER            PIC X(30)
                   VALUE "IS NOT ENROLLED FOR THE TERM ".
           02  LXL-TERM          PIC X(5).
           02  FILLER            PIC X     VALUE ".".

       01  WS-LTR-BASIS-LINE.
           02  FILLER            PIC X(21)
                   VALUE "FULL-TIME ENROLLMENT ".
           02  FILLER            PIC X(6)  VALUE "IS AT ".
           02  LBL-FULL-TIME     PIC Z9.9.
           02  FILLER            PIC X(27)
                   VALUE " CREDIT HOURS, HALF-TIME AT".
           02  FILLER            PIC X     VALUE SPACE.
           02  LBL-HALF-TIME     PIC Z9.9.
           02  FILLER            PIC X(7)  VALUE " HOURS.".

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
               PERFORM 2000-PROCESS-STUDENT THRU 2000-EXIT
                   UNTIL WS-EOF-YES
               PERFORM 3000-PRINT-LETTERS THRU 3000-EXIT
               PERFORM 9000-TERMINATE
           END-IF
           STOP RUN.

      *****************************************************************
      *  1050-READ-PARM THRU 1050-EXIT                                *
      *  Term and both thresholds are required; half-time must sit    *
      *  below full-time, and the reserved transfer term is never a   *
      *  term anyone is enrolled in.                                  *
      *****************************************************************
       1050-READ-PARM.
           OPEN INPUT ENRV-PARM
           IF NOT WS-PARM-OK
               DISPLAY "*** ENRV-PARM RUN-CONTROL CARD MISSING, "
                   "STATUS = " WS-PARM-STATUS " - STEP FAILED ***"
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
               GO TO 1050-EXIT
           END-IF
           READ ENRV-PARM
               AT END
                   DISPLAY "*** ENRV-PARM RUN-CONTROL CARD EMPTY "
                       "- STEP FAILED ***"
                   MOVE "Y" TO WS-PARM-ERROR-SWITCH
           END-READ
           CLOSE ENRV-PARM
           IF WS-PARM-ERROR-YES
               GO TO 1050-EXIT
           END-IF
           MOVE EP-TERM TO WS-TERM
           IF WS-TERM = SPACES OR WS-TERM-TRANSFER
               DISPLAY "*** ENRV-PARM TERM INVALID - STEP FAILED ***"
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
               GO TO 1050-EXIT
           END-IF
           IF EPA-FULL-TIME-HOURS NOT NUMERIC
                   OR EPA-HALF-TIME-HOURS NOT NUMERIC
               DISPLAY "*** ENRV-PARM THRESHOLDS NOT NUMERIC "
                   "- STEP FAILED ***"
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
               GO TO 1050-EXIT
           END-IF
           IF EP-HALF-TIME-HOURS = ZERO
                   OR EP-HALF-TIME-HOURS NOT < EP-FULL-TIME-HOURS
               DISPLAY "*** ENRV-PARM HALF-TIME MUST BE ABOVE ZERO "
                   "AND BELOW FULL-TIME - STEP FAILED ***"
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
               GO TO 1050-EXIT
           END-IF
           MOVE EP-FULL-TIME-HOURS TO WS-FULL-TIME-HOURS
           MOVE EP-HALF-TIME-HOURS TO WS-HALF-TIME-HOURS.
       1050-EXIT.
           EXIT.

      *****************************************************************
      *  1000-INITIALIZE THRU 1000-EXIT                               *
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT ROSTER-RPT
           MOVE WS-TERM TO HDG1-TERM
           MOVE WS-RUN-DATE TO HDG1-RUN-DATE
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-FULL-TIME-HOURS TO HDG2-FULL-TIME
           MOVE WS-HALF-TIME-HOURS TO HDG2-HALF-TIME
           MOVE WS-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HEADING-3 TO RPT-LINE
           WRITE RPT-LINE
           OPEN OUTPUT LETTER-RPT
           OPEN INPUT STUDENT-MASTER
           IF NOT WS-STUDMAST-OK
               DISPLAY "STUDENT-MASTER OPEN FAILED, STATUS = "
                   WS-STUDMAST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE "Y" TO WS-REQUEST-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT ENROLL-MASTER
           IF NOT WS-ENRLMAST-OK
               DISPLAY "ENROLL-MASTER OPEN FAILED, STATUS = "
                   WS-ENRLMAST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE "Y" TO WS-REQUEST-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT VERIFY-FILE
           IF NOT WS-VERIFY-OK
               DISPLAY "VERIFY-FILE OPEN FAILED, STATUS = "
                   WS-VERIFY-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE "Y" TO WS-REQUEST-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO VERIFY-HEADER-REC
           MOVE "H" TO VH-RECORD-CODE
           MOVE WS-TERM TO VH-TERM
           MOVE WS-RUN-DATE TO VH-RUN-DATE
           MOVE WS-FULL-TIME-HOURS TO VH-FULL-TIME-HOURS
           MOVE WS-HALF-TIME-HOURS TO VH-HALF-TIME-HOURS
           MOVE "OFFICE OF REGISTRAR" TO VH-SOURCE
           WRITE VERIFY-HEADER-REC
           MOVE LOW-VALUES TO STUDENTREC
           START STUDENT-MASTER KEY IS NOT LESS THAN STUDENTID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
                   GO TO 1000-EXIT
           END-START
           PERFORM 2100-READ-STUDENT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROCESS-STUDENT THRU 2000-EXIT                          *
      *  One master record - hours totalled for the term, classed,    *
      *  and written to the file and the roster when enrolled.        *
      *****************************************************************
       2000-PROCESS-STUDENT.
           MOVE STUDENTID TO WS-SUM-STUDENTID
           PERFORM 2200-SUM-TERM-HOURS THRU 2200-EXIT
           IF WS-TERM-HOURS = ZERO
               GO TO 2000-NEXT
           END-IF
           PERFORM 2300-CLASSIFY
           IF WS-FULL-TIME
               ADD 1 TO WS-FULL-TIME-COUNT
           END-IF
           IF WS-HALF-TIME
               ADD 1 TO WS-HALF-TIME-COUNT
           END-IF
           IF WS-LESS-HALF
               ADD 1 TO WS-LESS-HALF-COUNT
           END-IF
           MOVE SPACES TO VERIFY-DETAIL-REC
           MOVE "D" TO VD-RECORD-CODE
           MOVE STUDENTID TO VD-STUDENTID
           MOVE SURNAME TO VD-SURNAME
           MOVE FORENAME TO VD-FORENAME
           MOVE WS-TERM TO VD-TERM
           MOVE WS-TERM-HOURS TO VD-CREDIT-HOURS
           MOVE WS-ENROLL-STATUS TO VD-ENROLL-STATUS
           MOVE PROGRAM-CODE TO VD-PROGRAM-CODE
           MOVE STUDENT-STATUS TO VD-STUDENT-STATUS
           MOVE STATUS-DATE TO VD-STATUS-DATE
           WRITE VERIFY-DETAIL-REC
           ADD 1 TO WS-DETAIL-COUNT
           ADD STUDENTID TO WS-ID-HASH-TOTAL
           MOVE STUDENTID TO ROL-STUDENTID
           MOVE STUDENTNAME TO ROL-NAME
           MOVE WS-TERM-HOURS TO ROL-HOURS
           MOVE WS-STATUS-TEXT TO ROL-STATUS
           MOVE WS-ROSTER-LINE TO RPT-LINE
           WRITE RPT-LINE.
       2000-NEXT.
           PERFORM 2100-READ-STUDENT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-READ-STUDENT                                            *
      *****************************************************************
       2100-READ-STUDENT.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

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
      *  2300-CLASSIFY                                                *
      *  Classes WS-TERM-HOURS against the card's thresholds - the    *
      *  file, the roster and the letters all class through here.     *
      *****************************************************************
       2300-CLASSIFY.
           IF WS-TERM-HOURS NOT < WS-FULL-TIME-HOURS
               MOVE "F" TO WS-ENROLL-STATUS
               MOVE "FULL-TIME" TO WS-STATUS-TEXT
           ELSE
               IF WS-TERM-HOURS NOT < WS-HALF-TIME-HOURS
                   MOVE "H" TO WS-ENROLL-STATUS
                   MOVE "HALF-TIME" TO WS-STATUS-TEXT
               ELSE
                   MOVE "L" TO WS-ENROLL-STATUS
                   MOVE "LESS THAN HALF-TIME" TO WS-STATUS-TEXT
               END-IF
           END-IF.

      *****************************************************************
      *  3000-PRINT-LETTERS THRU 3000-EXIT                            *
      *  One verification letter per request card.  The request file  *
      *  is optional - a run for the clearinghouse alone has none.    *
      *****************************************************************
       3000-PRINT-LETTERS.
           IF WS-REQUEST-EOF-YES
               GO TO 3000-EXIT
           END-IF
           OPEN INPUT VERIFY-REQUEST
           IF NOT WS-REQUEST-OK
               DISPLAY "VERIFY-REQUEST OPEN FAILED, STATUS = "
                   WS-REQUEST-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-READ-REQUEST
           PERFORM 3200-PROCESS-REQUEST THRU 3200-EXIT
               UNTIL WS-REQUEST-EOF-YES
           CLOSE VERIFY-REQUEST.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-READ-REQUEST                                            *
      *****************************************************************
       3100-READ-REQUEST.
           READ VERIFY-REQUEST
               AT END
                   MOVE "Y" TO WS-REQUEST-EOF-SWITCH
           END-READ.

      *****************************************************************
      *  3200-PROCESS-REQUEST THRU 3200-EXIT                          *
      *  A request that is not a STUDENTID on the master is reported  *
      *  on the letter file in place of a letter, as TRNSCRPT does.   *
      *****************************************************************
       3200-PROCESS-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT
           IF VR-STUDENTID NOT NUMERIC
               MOVE SPACES TO LETTER-LINE
               STRING "REQUEST '" VR-STUDENTID
                   "' IS NOT A STUDENTID - SKIPPED"
                   DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
               ADD 1 TO WS-REJECT-COUNT
               GO TO 3200-NEXT
           END-IF
           MOVE VR-STUDENTID TO WS-REQUEST-STUDENTID
           MOVE WS-REQUEST-STUDENTID TO STUDENTID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACES TO LETTER-LINE
                   STRING "STUDENTID " VR-STUDENTID
                       " NOT ON STUDENT MASTER - NO LETTER"
                       DELIMITED BY SIZE INTO LETTER-LINE
                   WRITE LETTER-LINE
                   ADD 1 TO WS-REJECT-COUNT
                   GO TO 3200-NEXT
           END-READ
           MOVE WS-REQUEST-STUDENTID TO WS-SUM-STUDENTID
           PERFORM 2200-SUM-TERM-HOURS THRU 2200-EXIT
           PERFORM 3300-WRITE-LETTER
           ADD 1 TO WS-LETTER-COUNT.
       3200-NEXT.
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           PERFORM 3100-READ-REQUEST.
       3200-EXIT.
           EXIT.

      *****************************************************************
      *  3300-WRITE-LETTER                                            *
      *  The letter body - enrolled hours and class for the term, or  *
      *  a statement that the student is not enrolled in it.          *
      *****************************************************************
       3300-WRITE-LETTER.
           MOVE WS-LETTER-RULE TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "ENROLLMENT VERIFICATION" TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-RUN-DATE TO LDL-RUN-DATE
           MOVE WS-LTR-DATE-LINE TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "TO WHOM IT MAY CONCERN:" TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE FORENAME TO LNL-FORENAME
           MOVE SURNAME TO LNL-SURNAME
           MOVE WS-REQUEST-STUDENTID TO LNL-STUDENTID
           MOVE WS-LTR-NAME-LINE TO LETTER-LINE
           WRITE LETTER-LINE
           IF WS-TERM-HOURS = ZERO
               MOVE WS-TERM TO LXL-TERM
               MOVE WS-LTR-NOT-ENROLLED-LINE TO LETTER-LINE
               WRITE LETTER-LINE
           ELSE
               PERFORM 2300-CLASSIFY
               MOVE WS-TERM TO LHL-TERM
               MOVE WS-TERM-HOURS TO LHL-HOURS
               MOVE WS-LTR-HOURS-LINE TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE WS-STATUS-TEXT TO LSL-STATUS
               MOVE WS-LTR-STATUS-LINE TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE SPACES TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE WS-FULL-TIME-HOURS TO LBL-FULL-TIME
               MOVE WS-HALF-TIME-HOURS TO LBL-HALF-TIME
               MOVE WS-LTR-BASIS-LINE TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "OFFICE OF THE REGISTRAR" TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-LETTER-RULE TO LETTER-LINE
           WRITE LETTER-LINE.

      *****************************************************************
      *  9000-TERMINATE                                               *
      *  Trailer onto the verification file, class totals onto the    *
      *  roster.                                                       *
      *****************************************************************
       9000-TERMINATE.
           MOVE SPACES TO VERIFY-TRAILER-REC
           MOVE "T" TO VT-RECORD-CODE
           MOVE WS-DETAIL-COUNT TO VT-RECORD-COUNT
           MOVE WS-ID-HASH-TOTAL TO VT-ID-HASH-TOTAL
           WRITE VERIFY-TRAILER-REC
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "FULL-TIME" TO TOT-LABEL
           MOVE WS-FULL-TIME-COUNT TO TOT-COUNT
           PERFORM 9100-PRINT-TOTAL
           MOVE "HALF-TIME" TO TOT-LABEL
           MOVE WS-HALF-TIME-COUNT TO TOT-COUNT
           PERFORM 9100-PRINT-TOTAL
           MOVE "LESS THAN HALF-TIME" TO TOT-LABEL
           MOVE WS-LESS-HALF-COUNT TO TOT-COUNT
           PERFORM 9100-PRINT-TOTAL
           MOVE "STUDENTS ENROLLED" TO TOT-LABEL
           MOVE WS-DETAIL-COUNT TO TOT-COUNT
           PERFORM 9100-PRINT-TOTAL
           CLOSE STUDENT-MASTER
           CLOSE ENROLL-MASTER
           CLOSE VERIFY-FILE
           CLOSE ROSTER-RPT
           CLOSE LETTER-RPT
           DISPLAY "MASTER RECORDS READ = " WS-READ-COUNT
           DISPLAY "STUDENTS ENROLLED   = " WS-DETAIL-COUNT
           DISPLAY "  FULL-TIME         = " WS-FULL-TIME-COUNT
           DISPLAY "  HALF-TIME         = " WS-HALF-TIME-COUNT
           DISPLAY "  LESS THAN HALF    = " WS-LESS-HALF-COUNT
           DISPLAY "ID HASH TOTAL       = " WS-ID-HASH-TOTAL
           DISPLAY "LETTER REQUESTS     = " WS-REQUEST-COUNT
           DISPLAY "LETTERS PRINTED     = " WS-LETTER-COUNT
           DISPLAY "REQUESTS REJECTED   = " WS-REJECT-COUNT.

      *****************************************************************
      *  9100-PRINT-TOTAL                                             *
      *****************************************************************
       9100-PRINT-TOTAL.
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.
