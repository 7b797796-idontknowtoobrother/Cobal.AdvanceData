       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFERPOST.
       AUTHOR. RLM.

      *****************************************************************
      *  XFERPOST                                                      *
      *  Transfer-credit posting batch.  Posts the outside courses    *
      *  the Registrar's evaluators have accepted (copybooks/         *
      *  XFERTRN.CPY) onto the enrollment master (copybooks/          *
      *  ENRLREC.CPY) under the reserved transfer term, so transfer   *
      *  work sits on the same file as everything else the student    *
      *  has taken: the equivalent course-master code in EN-COURSE,   *
      *  the accepted hours, the transfer grade, and the source       *
      *  institution.  GPACALC counts the hours as earned with no     *
      *  quality points, and TRNSCRPT prints them in a TRANSFER       *
      *  CREDIT section ahead of the institutional terms.  Every      *
      *  transaction is edited - student must exist on STUDENT-       *
      *  MASTER, the equivalent course on the course reference        *
      *  master, the grade in the EN-GRADE-TRANSFER list and the      *
      *  hours in range - and logged to XFER-RPT applied or           *
      *  rejected, the same way GRADPOST logs its grade cards.  A     *
      *  card for a transfer course already posted replaces it, so a  *
      *  re-evaluation is just the corrected card resubmitted.        *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  2026-09-30  RLM  Original program.                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XFER-TRANS ASSIGN TO "XFERTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT OPTIONAL ENROLL-MASTER ASSIGN TO "ENRLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-ENROLL-KEY
               FILE STATUS IS WS-ENRLMAST-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENTID
               ALTERNATE RECORD KEY IS SURNAME
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDMAST-STATUS.

           SELECT COURSE-MASTER ASSIGN TO "CRSEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-COURSE-CODE
               FILE STATUS IS WS-CRSEMAST-STATUS.

           SELECT XFER-RPT ASSIGN TO "XFERRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XFER-TRANS
           LABEL RECORDS ARE STANDARD.
           COPY XFERTRN.

       FD  ENROLL-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ENRLREC.

       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY STUDREC.

       FD  COURSE-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CRSEMAST.

       FD  XFER-RPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS      PIC XX         VALUE ZEROS.
           88  WS-TRANS-OK                     VALUE "00".
       01  WS-ENRLMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-ENRLMAST-OK                  VALUES "00" "05".
       01  WS-STUDMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-STUDMAST-OK                  VALUE "00".
       01  WS-CRSEMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-CRSEMAST-OK                  VALUE "00".
       01  WS-RPT-STATUS        PIC XX         VALUE ZEROS.

       01  WS-SWITCHES.
           02  WS-EOF-SWITCH    PIC X          VALUE "N".
               88  WS-EOF-YES                  VALUE "Y".

       01  WS-COUNTERS.
           02  WS-POSTED-COUNT      PIC 9(5)   VALUE ZEROS.
           02  WS-REPLACED-COUNT    PIC 9(5)   VALUE ZEROS.
           02  WS-REJECT-COUNT      PIC 9(5)   VALUE ZEROS.

       01  WS-XFER-REASON       PIC X(30)      VALUE SPACES.
       01  WS-XFER-ACTION       PIC X(10)      VALUE SPACES.

       01  WS-XFER-LINE.
           02  XDL-STUDENTID     PIC 9(8).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  XDL-COURSE        PIC X(8).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  XDL-GRADE         PIC X.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  XDL-INSTITUTION   PIC X(20).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  XDL-ACTION        PIC X(10).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  XDL-REASON        PIC X(23).

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-TRANSFER THRU 2000-EXIT
               UNTIL WS-EOF-YES
           PERFORM 9000-TERMINATE
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE                                              *
      *****************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT XFER-RPT
           OPEN I-O ENROLL-MASTER
           IF NOT WS-ENRLMAST-OK
               DISPLAY "ENROLL-MASTER OPEN FAILED, STATUS = "
                   WS-ENRLMAST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT STUDENT-MASTER
           IF NOT WS-STUDMAST-OK
               DISPLAY "STUDENT-MASTER OPEN FAILED, STATUS = "
                   WS-STUDMAST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT COURSE-MASTER
           IF NOT WS-CRSEMAST-OK
               DISPLAY "COURSE-MASTER OPEN FAILED, STATUS = "
                   WS-CRSEMAST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT XFER-TRANS
           IF NOT WS-TRANS-OK
               DISPLAY "XFER-TRANS OPEN FAILED, STATUS = "
                   WS-TRANS-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           PERFORM 2100-READ-TRANS.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROCESS-TRANSFER THRU 2000-EXIT                         *
      *  Edits one accepted transfer course and posts it under the    *
      *  transfer term.  The grade and hours are edited through the   *
      *  enrollment record's own condition names.                      *
      *****************************************************************
       2000-PROCESS-TRANSFER.
           MOVE XT-CREDIT-HOURS TO EN-CREDIT-HOURS
           MOVE XT-GRADE TO EN-GRADE
           IF XT-EQUIV-COURSE = SPACES OR XT-SOURCE-INST = SPACES
               MOVE "REJECTED" TO WS-XFER-ACTION
               MOVE "COURSE OR INSTITUTION BLANK" TO WS-XFER-REASON
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2000-LOG
           END-IF
           IF NOT EN-GRADE-TRANSFER
               MOVE "REJECTED" TO WS-XFER-ACTION
               MOVE "INVALID TRANSFER GRADE" TO WS-XFER-REASON
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2000-LOG
           END-IF
           IF NOT EN-CREDITS-VALID
               MOVE "REJECTED" TO WS-XFER-ACTION
               MOVE "CREDIT HOURS OUT OF RANGE" TO WS-XFER-REASON
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2000-LOG
           END-IF
           MOVE XT-STUDENTID TO STUDENTID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "REJECTED" TO WS-XFER-ACTION
                   MOVE "STUDENTID NOT ON FILE" TO WS-XFER-REASON
                   ADD 1 TO WS-REJECT-COUNT
                   GO TO 2000-LOG
           END-READ
           MOVE XT-EQUIV-COURSE TO CM-COURSE-CODE
           READ COURSE-MASTER
               INVALID KEY
                   MOVE "REJECTED" TO WS-XFER-ACTION
                   MOVE "NO EQUIVALENT ON COURSE MAST"
                       TO WS-XFER-REASON
                   ADD 1 TO WS-REJECT-COUNT
                   GO TO 2000-LOG
           END-READ
           PERFORM 2200-POST-TRANSFER THRU 2200-EXIT.
       2000-LOG.
           PERFORM 2900-LOG-TRANSACTION
           PERFORM 2100-READ-TRANS.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-READ-TRANS                                              *
      *****************************************************************
       2100-READ-TRANS.
           READ XFER-TRANS
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *****************************************************************
      *  2200-POST-TRANSFER THRU 2200-EXIT                            *
      *  Writes the transfer row; a row already on file for the same  *
      *  equivalent course is a re-evaluation and is rewritten with   *
      *  the card's grade, hours and institution.                     *
      *****************************************************************
       2200-POST-TRANSFER.
           MOVE XT-STUDENTID TO EN-STUDENTID
           MOVE "0000T" TO EN-TERM
           MOVE XT-EQUIV-COURSE TO EN-COURSE
           MOVE XT-CREDIT-HOURS TO EN-CREDIT-HOURS
           MOVE XT-GRADE TO EN-GRADE
           MOVE XT-SOURCE-INST TO EN-SOURCE-INST
           MOVE "POSTED" TO WS-XFER-ACTION
           WRITE ENROLL-REC
               INVALID KEY
                   MOVE "REPLACED" TO WS-XFER-ACTION
           END-WRITE
           IF WS-XFER-ACTION = "REPLACED"
               REWRITE ENROLL-REC
                   INVALID KEY
                       MOVE "REJECTED" TO WS-XFER-ACTION
                       MOVE "REWRITE FAILED" TO WS-XFER-REASON
                       ADD 1 TO WS-REJECT-COUNT
                       GO TO 2200-EXIT
               END-REWRITE
               ADD 1 TO WS-REPLACED-COUNT
           ELSE
               ADD 1 TO WS-POSTED-COUNT
           END-IF
           IF XT-CREDIT-HOURS NOT = CM-CREDIT-HOURS
               MOVE "APPLIED - CR HRS OFF CATALOG" TO WS-XFER-REASON
           ELSE
               MOVE "APPLIED" TO WS-XFER-REASON
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2900-LOG-TRANSACTION                                         *
      *****************************************************************
       2900-LOG-TRANSACTION.
           MOVE XT-STUDENTID TO XDL-STUDENTID
           MOVE XT-EQUIV-COURSE TO XDL-COURSE
           MOVE XT-GRADE TO XDL-GRADE
           MOVE XT-SOURCE-INST TO XDL-INSTITUTION
           MOVE WS-XFER-ACTION TO XDL-ACTION
           MOVE WS-XFER-REASON TO XDL-REASON
           MOVE WS-XFER-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *****************************************************************
      *  9000-TERMINATE                                               *
      *****************************************************************
       9000-TERMINATE.
           CLOSE XFER-TRANS
           CLOSE COURSE-MASTER
           CLOSE STUDENT-MASTER
           CLOSE ENROLL-MASTER
           CLOSE XFER-RPT
           DISPLAY "TRANSFERS POSTED  = " WS-POSTED-COUNT
           DISPLAY "TRANSFERS REPLACED= " WS-REPLACED-COUNT
           DISPLAY "REJECTED          = " WS-REJECT-COUNT.
