      *                   CAMPUS - it sits outside PERSONALINFO.  The  *
      *                   journal before/after images widened with     *
      *                   the record.                                  *
      *  2026-10-02  RLM  Declared degree program (PROGRAM-CODE,       *
      *                   copybooks/STUDREC.CPY) maintained here: an   *
      *                   add carries it in MT-PROGRAM-CODE and a new  *
      *                   change-program (P) transaction replaces it,  *
      *                   journaled like a contact change. A non-blank *
      *                   code must have its header row on PROGRAM-    *
      *                   MASTER (copybooks/PROGREQ.CPY). Journal      *
      *                   images widened to X(93).                     *
      *  2026-10-03  RLM  Student lifecycle status (STUDENT-           *
      *                   STATUS/STATUS-DATE): an add starts active    *
      *                   effective the card date (zeros = run date)   *
      *                   and a new change-status (S) transaction sets *
      *                   active, withdrawn or inactive, journaled     *
      *                   like a contact change; graduated is left to  *
      *                   GRADCLR. A delete is now refused while the   *
      *                   student has enrollment rows or a non-zero    *
      *                   RECVMAST balance. Journal images widened to  *
      *                   X(102).                                      *
      *  2026-10-13  RLM  Directory-information privacy flag (PRIVACY- *
      *                   FLAG/PRIVACY-DATE, copybooks/STUDREC.CPY):   *
      *                   an add takes MT-PRIVACY-FLAG (space =        *
      *                   release) effective its status date, and a    *
      *                   new change-privacy (F) transaction withholds *
      *                   or releases effective the card date (zeros = *
      *                   run date), journaled like a contact change.  *
      *                   The card-date edit is shared by status and   *
      *                   privacy dates. Journal images widened to     *
      *                   X(111).                                      *
      *****************************************************************

       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDMAST-STATUS.

           SELECT PROGRAM-MASTER ASSIGN TO "PROGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PQ-REQ-KEY
               FILE STATUS IS WS-PROGMAST-STATUS.

           SELECT OPTIONAL ENROLL-MASTER ASSIGN TO "ENRLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-ENROLL-KEY
               FILE STATUS IS WS-ENRLMAST-STATUS.

           SELECT OPTIONAL RECV-MASTER ASSIGN TO "RECVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-STUDENTID
               FILE STATUS IS WS-RECVMAST-STATUS.

           SELECT MAINT-RPT ASSIGN TO "MAINTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY STUDREC.

       FD  PROGRAM-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY PROGREQ.

       FD  ENROLL-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ENRLREC.

       FD  RECV-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY RECVMAST.

       FD  MAINT-RPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           88  WS-TRANS-OK                     VALUE "00".
       01  WS-STUDMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-STUDMAST-OK                  VALUE "00".
       01  WS-PROGMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-PROGMAST-OK                  VALUE "00".
       01  WS-ENRLMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-ENRLMAST-OK                  VALUES "00" "05".
       01  WS-RECVMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-RECVMAST-OK                  VALUES "00" "05".
       01  WS-RPT-STATUS        PIC XX         VALUE ZEROS.
       01  WS-JOURNAL-STATUS    PIC XX         VALUE ZEROS.
           88  WS-JOURNAL-OK                   VALUES "00" "05".
           02  WS-ADD-COUNT         PIC 9(5)   VALUE ZEROS.
           02  WS-CHANGE-COUNT      PIC 9(5)   VALUE ZEROS.
           02  WS-DELETE-COUNT      PIC 9(5)   VALUE ZEROS.
           02  WS-PROGRAM-COUNT     PIC 9(5)   VALUE ZEROS.
           02  WS-STATUS-COUNT      PIC 9(5)   VALUE ZEROS.
           02  WS-PRIVACY-COUNT     PIC 9(5)   VALUE ZEROS.
           02  WS-REJECT-COUNT      PIC 9(5)   VALUE ZEROS.
           02  WS-DETAIL-COUNT      PIC 9(5)   VALUE ZEROS.
           02  WS-ERROR-COUNT       PIC 9(5)   VALUE ZEROS.
       01  WS-MAINT-REASON      PIC X(30)      VALUE SPACES.
       01  WS-MAINT-ACTION      PIC X(14)      VALUE SPACES.

       01  WS-BEFORE-IMAGE      PIC X(111)     VALUE SPACES.

       01  WS-ADDR-ERROR-SWITCH PIC X          VALUE "N".
           88  WS-ADDR-ERROR-YES               VALUE "Y".

       01  WS-PROG-ERROR-SWITCH PIC X          VALUE "N".
           88  WS-PROG-ERROR-YES               VALUE "Y".

       01  WS-DATE-ERROR-SWITCH PIC X          VALUE "N".
           88  WS-DATE-ERROR-YES               VALUE "Y".

       01  WS-RUN-DATE          PIC 9(8)       VALUE ZEROS.
       01  WS-EFFECTIVE-DATE    PIC 9(8)       VALUE ZEROS.
       01  WS-CARD-DATE         PIC X(8)       VALUE SPACES.
       01  WS-CARD-DATE-N REDEFINES WS-CARD-DATE
                                PIC 9(8).
       01  WS-DATE-WORK.
           02  WS-DW-YYYY       PIC 9(4).
           02  WS-DW-MM         PIC 99.
           02  WS-DW-DD         PIC 99.

      *    Set by 2770-CHECK-DEPENDENTS - spaces when nothing on the  *
      *    enrollment or receivables files still hangs off the        *
      *    student, otherwise the reason the delete is refused.       *
       01  WS-DEPENDENT-REASON  PIC X(30)      VALUE SPACES.

       01  WS-JOURNAL-DATE      PIC 9(8)       VALUE ZEROS.
       01  WS-JOURNAL-TIME      PIC 9(8)       VALUE ZEROS.
       01  WS-JOURNAL-TIMESTAMP.
      *  1000-INITIALIZE                                              *
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT MAINT-RPT
           OPEN I-O STUDENT-MASTER
           IF NOT WS-STUDMAST-OK
               MOVE "Y" TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT PROGRAM-MASTER
           IF NOT WS-PROGMAST-OK
               DISPLAY "PROGRAM-MASTER OPEN FAILED, STATUS = "
                   WS-PROGMAST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT ENROLL-MASTER
           IF NOT WS-ENRLMAST-OK
               DISPLAY "ENROLL-MASTER OPEN FAILED, STATUS = "
                   WS-ENRLMAST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT RECV-MASTER
           IF NOT WS-RECVMAST-OK
               DISPLAY "RECV-MASTER OPEN FAILED, STATUS = "
                   WS-RECVMAST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN EXTEND MAINT-JOURNAL
           IF NOT WS-JOURNAL-OK
               DISPLAY "MAINT-JOURNAL OPEN FAILED, STATUS = "
                   PERFORM 3300-VALIDATE-CHANGE
               WHEN MT-DELETE-TRANS
                   PERFORM 3400-VALIDATE-DELETE
               WHEN MT-CHANGE-PROGRAM-TRANS
                   PERFORM 3500-VALIDATE-PROGRAM
               WHEN MT-CHANGE-STATUS-TRANS
                   PERFORM 3600-VALIDATE-STATUS
               WHEN MT-CHANGE-PRIVACY-TRANS
                   PERFORM 3700-VALIDATE-PRIVACY
               WHEN OTHER
                   MOVE "REJECTED" TO WS-MAINT-ACTION
                   MOVE "INVALID TRANSACTION CODE" TO WS-MAINT-REASON
           MOVE MT-GPA TO GPA
           MOVE MT-CONTACT-INFO TO PERSONALINFO
           MOVE MT-CAMPUS TO CAMPUS
           MOVE MT-PROGRAM-CODE TO PROGRAM-CODE
           PERFORM 2700-EDIT-ADDRESS
           PERFORM 2750-EDIT-PROGRAM
           PERFORM 2760-EDIT-STATUS-DATE
           EVALUATE TRUE
               WHEN NOT GPA-IN-RANGE
                   MOVE "GPA EXCEEDS 4.00 SCALE" TO WS-MAINT-REASON
                   MOVE "INVALID CAMPUS CODE" TO WS-MAINT-REASON
               WHEN WS-ADDR-ERROR-YES
                   MOVE "INVALID POSTAL ADDRESS" TO WS-MAINT-REASON
               WHEN WS-PROG-ERROR-YES
                   MOVE "PROGRAM NOT ON FILE" TO WS-MAINT-REASON
               WHEN WS-DATE-ERROR-YES
                   MOVE "INVALID STATUS DATE" TO WS-MAINT-REASON
               WHEN MT-PRIVACY-FLAG NOT = SPACE AND NOT = "Y"
                       AND NOT = "N"
                   MOVE "INVALID PRIVACY FLAG" TO WS-MAINT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "STUDENTID NOT ON FILE" TO WS-MAINT-REASON
               NOT INVALID KEY
                   PERFORM 2770-CHECK-DEPENDENTS THRU 2770-EXIT
                   MOVE WS-DEPENDENT-REASON TO WS-MAINT-REASON
           END-READ
           IF WS-MAINT-REASON NOT = SPACES
               MOVE "REJECTED" TO WS-MAINT-ACTION
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

      *****************************************************************
      *  3500-VALIDATE-PROGRAM                                        *
      *****************************************************************
       3500-VALIDATE-PROGRAM.
           MOVE MT-STUDENTID TO STUDENTID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "STUDENTID NOT ON FILE" TO WS-MAINT-REASON
               NOT INVALID KEY
                   PERFORM 2750-EDIT-PROGRAM
                   IF WS-PROG-ERROR-YES
                       MOVE "PROGRAM NOT ON FILE" TO WS-MAINT-REASON
                   END-IF
           END-READ
           IF WS-MAINT-REASON NOT = SPACES
               MOVE "REJECTED" TO WS-MAINT-ACTION
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

      *****************************************************************
      *  3600-VALIDATE-STATUS                                         *
      *****************************************************************
       3600-VALIDATE-STATUS.
           MOVE MT-STUDENTID TO STUDENTID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "STUDENTID NOT ON FILE" TO WS-MAINT-REASON
               NOT INVALID KEY
                   PERFORM 2780-EDIT-STATUS
           END-READ
           IF WS-MAINT-REASON NOT = SPACES
               MOVE "REJECTED" TO WS-MAINT-ACTION
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

      *****************************************************************
      *  3700-VALIDATE-PRIVACY                                        *
      *****************************************************************
       3700-VALIDATE-PRIVACY.
           MOVE MT-STUDENTID TO STUDENTID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "STUDENTID NOT ON FILE" TO WS-MAINT-REASON
               NOT INVALID KEY
                   PERFORM 2790-EDIT-PRIVACY
           END-READ
           IF WS-MAINT-REASON NOT = SPACES
               MOVE "REJECTED" TO WS-MAINT-ACTION
               WHEN MT-CHANGE-CONTACT-TRANS
                   PERFORM 2300-CHANGE-CONTACT
               WHEN MT-DELETE-TRANS
                   PERFORM 2400-DELETE-STUDENT THRU 2400-EXIT
               WHEN MT-CHANGE-PROGRAM-TRANS
                   PERFORM 2500-CHANGE-PROGRAM
               WHEN MT-CHANGE-STATUS-TRANS
                   PERFORM 2600-CHANGE-STATUS
               WHEN MT-CHANGE-PRIVACY-TRANS
                   PERFORM 2650-CHANGE-PRIVACY
               WHEN OTHER
                   MOVE "REJECTED" TO WS-MAINT-ACTION
                   MOVE "INVALID TRANSACTION CODE" TO WS-MAINT-REASON
           MOVE MT-GPA TO GPA
           MOVE MT-CONTACT-INFO TO PERSONALINFO
           MOVE MT-CAMPUS TO CAMPUS
           MOVE MT-PROGRAM-CODE TO PROGRAM-CODE
           PERFORM 2700-EDIT-ADDRESS
           PERFORM 2750-EDIT-PROGRAM
           PERFORM 2760-EDIT-STATUS-DATE
           MOVE "A" TO STUDENT-STATUS
           MOVE WS-EFFECTIVE-DATE TO STATUS-DATE
           IF MT-PRIVACY-FLAG = "Y"
               MOVE "Y" TO PRIVACY-FLAG
           ELSE
               MOVE "N" TO PRIVACY-FLAG
           END-IF
           MOVE WS-EFFECTIVE-DATE TO PRIVACY-DATE
           IF NOT GPA-IN-RANGE
               MOVE "REJECTED" TO WS-MAINT-ACTION
               MOVE "GPA EXCEEDS 4.00 SCALE" TO WS-MAINT-REASON
                   MOVE "REJECTED" TO WS-MAINT-ACTION
                   MOVE "INVALID POSTAL ADDRESS" TO WS-MAINT-REASON
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
               IF WS-PROG-ERROR-YES OR WS-DATE-ERROR-YES
                   MOVE "REJECTED" TO WS-MAINT-ACTION
                   IF WS-PROG-ERROR-YES
                       MOVE "PROGRAM NOT ON FILE" TO WS-MAINT-REASON
                   ELSE
                       MOVE "INVALID STATUS DATE" TO WS-MAINT-REASON
                   END-IF
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   WRITE STUDENTREC
                       INVALID KEY
                   END-WRITE
               END-IF
               END-IF
               END-IF
           END-IF
           PERFORM 2900-LOG-TRANSACTION.

           PERFORM 2900-LOG-TRANSACTION.

      *****************************************************************
      *  2400-DELETE-STUDENT THRU 2400-EXIT                           *
      *  A student with enrollment rows or an open receivables        *
      *  balance is never deleted - the rows would be orphaned.  Such *
      *  a student is retired with a change-status transaction and    *
      *  left for the INACTARC archive run instead.                    *
      *****************************************************************
       2400-DELETE-STUDENT.
           MOVE MT-STUDENTID TO STUDENTID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "REJECTED" TO WS-MAINT-ACTION
                   MOVE "STUDENTID NOT ON FILE" TO WS-MAINT-REASON
                   ADD 1 TO WS-REJECT-COUNT
                   GO TO 2400-LOG
           END-READ
           PERFORM 2770-CHECK-DEPENDENTS THRU 2770-EXIT
           IF WS-DEPENDENT-REASON NOT = SPACES
               MOVE "REJECTED" TO WS-MAINT-ACTION
               MOVE WS-DEPENDENT-REASON TO WS-MAINT-REASON
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2400-LOG
           END-IF
           MOVE STUDENTREC TO WS-BEFORE-IMAGE
           DELETE STUDENT-MASTER RECORD
               INVALID KEY
                   MOVE "REJECTED" TO WS-MAINT-ACTION
                   MOVE "DELETE FAILED" TO WS-MAINT-REASON
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   MOVE "DELETE" TO WS-MAINT-ACTION
                   MOVE "APPLIED" TO WS-MAINT-REASON
                   ADD 1 TO WS-DELETE-COUNT
                   MOVE "D" TO MJ-ACTION
                   PERFORM 2800-WRITE-JOURNAL
           END-DELETE.
       2400-LOG.
           PERFORM 2900-LOG-TRANSACTION.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  2500-CHANGE-PROGRAM                                          *
      *  Only PROGRAM-CODE is replaced - a declared program is never  *
      *  changed as a side effect of a contact update, nor the        *
      *  contact block by a program change.  Spaces undeclare.         *
      *****************************************************************
       2500-CHANGE-PROGRAM.
           MOVE MT-STUDENTID TO STUDENTID
           READ STUDENT-MASTER
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   MOVE STUDENTREC TO WS-BEFORE-IMAGE
                   PERFORM 2750-EDIT-PROGRAM
                   IF WS-PROG-ERROR-YES
                       MOVE "REJECTED" TO WS-MAINT-ACTION
                       MOVE "PROGRAM NOT ON FILE" TO WS-MAINT-REASON
                       ADD 1 TO WS-REJECT-COUNT
                   ELSE
                       MOVE MT-PROGRAM-CODE TO PROGRAM-CODE
                       REWRITE STUDENTREC
                           INVALID KEY
                               MOVE "REJECTED" TO WS-MAINT-ACTION
                               MOVE "REWRITE FAILED" TO WS-MAINT-REASON
                               ADD 1 TO WS-REJECT-COUNT
                           NOT INVALID KEY
                               MOVE "CHG-PROGRAM" TO WS-MAINT-ACTION
                               MOVE "APPLIED" TO WS-MAINT-REASON
                               ADD 1 TO WS-PROGRAM-COUNT
                               MOVE "C" TO MJ-ACTION
                               PERFORM 2800-WRITE-JOURNAL
                       END-REWRITE
                   END-IF
           END-READ
           PERFORM 2900-LOG-TRANSACTION.

      *****************************************************************
      *  2600-CHANGE-STATUS                                           *
      *  Only the lifecycle status and its effective date change.     *
      *****************************************************************
       2600-CHANGE-STATUS.
           MOVE MT-STUDENTID TO STUDENTID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "REJECTED" TO WS-MAINT-ACTION
                   MOVE "STUDENTID NOT ON FILE" TO WS-MAINT-REASON
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   MOVE STUDENTREC TO WS-BEFORE-IMAGE
                   PERFORM 2780-EDIT-STATUS
                   IF WS-MAINT-REASON NOT = SPACES
                       MOVE "REJECTED" TO WS-MAINT-ACTION
                       ADD 1 TO WS-REJECT-COUNT
                   ELSE
                       MOVE MT-STUDENT-STATUS TO STUDENT-STATUS
                       MOVE WS-EFFECTIVE-DATE TO STATUS-DATE
                       REWRITE STUDENTREC
                           INVALID KEY
                               MOVE "REJECTED" TO WS-MAINT-ACTION
                               MOVE "REWRITE FAILED" TO WS-MAINT-REASON
                               ADD 1 TO WS-REJECT-COUNT
                           NOT INVALID KEY
                               MOVE "CHG-STATUS" TO WS-MAINT-ACTION
                               MOVE "APPLIED" TO WS-MAINT-REASON
                               ADD 1 TO WS-STATUS-COUNT
                               MOVE "C" TO MJ-ACTION
                               PERFORM 2800-WRITE-JOURNAL
                       END-REWRITE
                   END-IF
           END-READ
           PERFORM 2900-LOG-TRANSACTION.

      *****************************************************************
      *  2650-CHANGE-PRIVACY                                          *
      *  Only the directory-information privacy flag and its          *
      *  effective date change - journaled like any other change, so  *
      *  the date a withhold was asked for or lifted is on record.    *
      *****************************************************************
       2650-CHANGE-PRIVACY.
           MOVE MT-STUDENTID TO STUDENTID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "REJECTED" TO WS-MAINT-ACTION
                   MOVE "STUDENTID NOT ON FILE" TO WS-MAINT-REASON
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   MOVE STUDENTREC TO WS-BEFORE-IMAGE
                   PERFORM 2790-EDIT-PRIVACY
                   IF WS-MAINT-REASON NOT = SPACES
                       MOVE "REJECTED" TO WS-MAINT-ACTION
                       ADD 1 TO WS-REJECT-COUNT
                   ELSE
                       MOVE MT-PRIVACY-FLAG TO PRIVACY-FLAG
                       MOVE WS-EFFECTIVE-DATE TO PRIVACY-DATE
                       REWRITE STUDENTREC
                           INVALID KEY
                               MOVE "REJECTED" TO WS-MAINT-ACTION
                               MOVE "REWRITE FAILED" TO WS-MAINT-REASON
                               ADD 1 TO WS-REJECT-COUNT
                           NOT INVALID KEY
                               MOVE "CHG-PRIVACY" TO WS-MAINT-ACTION
                               MOVE "APPLIED" TO WS-MAINT-REASON
                               ADD 1 TO WS-PRIVACY-COUNT
                               MOVE "C" TO MJ-ACTION
                               PERFORM 2800-WRITE-JOURNAL
                       END-REWRITE
                   END-IF
           END-READ
           PERFORM 2900-LOG-TRANSACTION.

               END-IF
           END-IF.

      *****************************************************************
      *  2750-EDIT-PROGRAM                                            *
      *  A declared program must have its header row (sequence 000)   *
      *  on PROGRAM-MASTER.  Spaces - undeclared - are accepted.       *
      *****************************************************************
       2750-EDIT-PROGRAM.
           MOVE "N" TO WS-PROG-ERROR-SWITCH
           IF MT-PROGRAM-CODE = SPACES
               CONTINUE
           ELSE
               MOVE MT-PROGRAM-CODE TO PQ-PROGRAM-CODE
               MOVE ZERO TO PQ-REQ-SEQ
               READ PROGRAM-MASTER
                   INVALID KEY
                       MOVE "Y" TO WS-PROG-ERROR-SWITCH
                   NOT INVALID KEY
                       IF NOT PQ-HEADER-ROW
                           MOVE "Y" TO WS-PROG-ERROR-SWITCH
                       END-IF
               END-READ
           END-IF.

      *****************************************************************
      *  2760-EDIT-STATUS-DATE                                        *
      *  The status effective date on the transaction.                *
      *****************************************************************
       2760-EDIT-STATUS-DATE.
           MOVE MT-STATUS-DATE(1:8) TO WS-CARD-DATE
           PERFORM 2765-EDIT-CARD-DATE.

      *****************************************************************
      *  2765-EDIT-CARD-DATE                                          *
      *  An effective date off the transaction, in WS-CARD-DATE -     *
      *  zeros or spaces default to the run date, anything else must  *
      *  be a real calendar date no later than the run date.          *
      *****************************************************************
       2765-EDIT-CARD-DATE.
           MOVE "N" TO WS-DATE-ERROR-SWITCH
           IF WS-CARD-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
           ELSE
               IF WS-CARD-DATE NOT NUMERIC
                   MOVE "Y" TO WS-DATE-ERROR-SWITCH
               ELSE
                   IF WS-CARD-DATE-N = ZEROS
                       MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
                   ELSE
                       MOVE WS-CARD-DATE TO WS-DATE-WORK
                       MOVE WS-CARD-DATE-N TO WS-EFFECTIVE-DATE
                       IF WS-DW-YYYY < 1980
                               OR WS-DW-MM < 1 OR WS-DW-MM > 12
                               OR WS-DW-DD < 1 OR WS-DW-DD > 31
                               OR WS-CARD-DATE-N > WS-RUN-DATE
                           MOVE "Y" TO WS-DATE-ERROR-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  2770-CHECK-DEPENDENTS THRU 2770-EXIT                         *
      *  Looks for anything still keyed to the student - an           *
      *  enrollment row or a non-zero receivables balance - and sets  *
      *  WS-DEPENDENT-REASON.  STUDENTREC is left as read.             *
      *****************************************************************
       2770-CHECK-DEPENDENTS.
           MOVE SPACES TO WS-DEPENDENT-REASON
           MOVE MT-STUDENTID TO EN-STUDENTID
           MOVE LOW-VALUES TO EN-TERM
           MOVE LOW-VALUES TO EN-COURSE
           START ENROLL-MASTER KEY IS NOT LESS THAN EN-ENROLL-KEY
               INVALID KEY
                   GO TO 2770-RECEIVABLES
           END-START
           READ ENROLL-MASTER NEXT RECORD
               AT END
                   GO TO 2770-RECEIVABLES
           END-READ
           IF EN-STUDENTID = MT-STUDENTID
               MOVE "ENROLLMENT ROWS ON FILE" TO WS-DEPENDENT-REASON
               GO TO 2770-EXIT
           END-IF.
       2770-RECEIVABLES.
           MOVE MT-STUDENTID TO AR-STUDENTID
           READ RECV-MASTER
               INVALID KEY
                   GO TO 2770-EXIT
           END-READ
           IF AR-BALANCE-DUE NOT = ZERO
               MOVE "RECEIVABLE BALANCE OPEN" TO WS-DEPENDENT-REASON
           END-IF.
       2770-EXIT.
           EXIT.

      *****************************************************************
      *  2780-EDIT-STATUS                                             *
      *  A change-status transaction may set active, withdrawn or     *
      *  inactive.  Graduated is set only by the GRADCLR clearance    *
      *  run, and a graduate's status is not changed here.  Sets      *
      *  WS-MAINT-REASON on an error.                                  *
      *****************************************************************
       2780-EDIT-STATUS.
           PERFORM 2760-EDIT-STATUS-DATE
           EVALUATE TRUE
               WHEN MT-STUDENT-STATUS = "G"
                   MOVE "GRADUATION IS BY CLEARANCE RUN"
                       TO WS-MAINT-REASON
               WHEN MT-STUDENT-STATUS NOT = "A" AND NOT = "W"
                       AND NOT = "I"
                   MOVE "INVALID STUDENT STATUS" TO WS-MAINT-REASON
               WHEN STATUS-GRADUATED
                   MOVE "STUDENT HAS GRADUATED" TO WS-MAINT-REASON
               WHEN WS-DATE-ERROR-YES
                   MOVE "INVALID STATUS DATE" TO WS-MAINT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      *  2790-EDIT-PRIVACY                                            *
      *  A change-privacy transaction must say "Y" (withhold) or "N"  *
      *  (release), effective the date on the card.  Sets             *
      *  WS-MAINT-REASON on an error.                                  *
      *****************************************************************
       2790-EDIT-PRIVACY.
           MOVE MT-PRIVACY-DATE(1:8) TO WS-CARD-DATE
           PERFORM 2765-EDIT-CARD-DATE
           EVALUATE TRUE
               WHEN MT-PRIVACY-FLAG NOT = "Y" AND NOT = "N"
                   MOVE "INVALID PRIVACY FLAG" TO WS-MAINT-REASON
               WHEN WS-DATE-ERROR-YES
                   MOVE "INVALID PRIVACY DATE" TO WS-MAINT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      *  2800-WRITE-JOURNAL                                           *
      *  Appends one journal record for the REWRITE or DELETE just    *
       9000-TERMINATE.
           CLOSE MAINT-TRANS
           CLOSE STUDENT-MASTER
           CLOSE PROGRAM-MASTER
           CLOSE ENROLL-MASTER
           CLOSE RECV-MASTER
           CLOSE MAINT-JOURNAL
           CLOSE MAINT-RPT
           DISPLAY "DETAILS VALIDATED = " WS-DETAIL-COUNT
           DISPLAY "VALIDATION ERRORS = " WS-ERROR-COUNT
           DISPLAY "ADDS APPLIED      = " WS-ADD-COUNT
           DISPLAY "CONTACT CHANGES   = " WS-CHANGE-COUNT
           DISPLAY "PROGRAM CHANGES   = " WS-PROGRAM-COUNT
           DISPLAY "STATUS CHANGES    = " WS-STATUS-COUNT
           DISPLAY "PRIVACY CHANGES   = " WS-PRIVACY-COUNT
           DISPLAY "DELETES APPLIED   = " WS-DELETE-COUNT
           DISPLAY "REJECTED          = " WS-REJECT-COUNT.
