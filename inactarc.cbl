       IDENTIFICATION DIVISION.
       PROGRAM-ID. INACTARC.
       AUTHOR. RLM.

      *****************************************************************
      *  INACTARC                                                      *
      *  Inactive-student archive.  Moves every student who has been  *
      *  withdrawn or inactive longer than the INACPARM card allows   *
      *  (STUDENT-STATUS "W" or "I" with a STATUS-DATE before the     *
      *  cutoff) off the live files: the master record to STUDARCH    *
      *  (copybooks/STUDARCH.CPY) and each of the student's           *
      *  enrollment rows to ENRLARCH (copybooks/ENRLARCH.CPY), then   *
      *  deletes them from STUDMAST and ENRLMAST.  A student still    *
      *  owing money or under a financial hold is left on the live    *
      *  files for the bursar.  TRNSCRPT reads the archive when a     *
      *  transcript is requested for a student no longer on the       *
      *  master.  Archive records are written before anything is      *
      *  deleted; an archive write failure stops the run with RC=8,   *
      *  and since both archive files are written or rewritten by key *
      *  the run is simply resubmitted once the cause is fixed.       *
      *  The manifest on ARCHRPT lists each student considered.       *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  2026-10-03  RLM  Original program.                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INAC-PARM ASSIGN TO "INACPARM"
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

           SELECT OPTIONAL RECV-MASTER ASSIGN TO "RECVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-STUDENTID
               FILE STATUS IS WS-RECVMAST-STATUS.

           SELECT OPTIONAL HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-STUDENTID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT OPTIONAL STUDENT-ARCHIVE ASSIGN TO "STUDARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SA-STUDENTID
               FILE STATUS IS WS-STUDARCH-STATUS.

           SELECT OPTIONAL ENROLL-ARCHIVE ASSIGN TO "ENRLARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EA-ENROLL-KEY
               FILE STATUS IS WS-ENRLARCH-STATUS.

           SELECT ARCH-RPT ASSIGN TO "ARCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Run-control card - days a withdrawn or inactive student    *
      *    stays on the live files before being archived.             *
       FD  INAC-PARM
           LABEL RECORDS ARE STANDARD.
       01  INAC-PARM-REC.
           02  IP-INACTIVE-DAYS        PIC 9(4).
       01  INAC-PARM-ALPHA.
           02  IPA-INACTIVE-DAYS       PIC X(4).

       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY STUDREC.

       FD  ENROLL-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ENRLREC.

       FD  RECV-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY RECVMAST.

       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HOLDREC.

       FD  STUDENT-ARCHIVE
           LABEL RECORDS ARE STANDARD.
           COPY STUDARCH.

       FD  ENROLL-ARCHIVE
           LABEL RECORDS ARE STANDARD.
           COPY ENRLARCH.

       FD  ARCH-RPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS       PIC XX         VALUE ZEROS.
           88  WS-PARM-OK                      VALUE "00".
       01  WS-STUDMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-STUDMAST-OK                  VALUE "00".
       01  WS-ENRLMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-ENRLMAST-OK                  VALUE "00".
       01  WS-RECVMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-RECVMAST-OK                  VALUES "00" "05".
       01  WS-HOLD-STATUS       PIC XX         VALUE ZEROS.
           88  WS-HOLD-OK                      VALUES "00" "05".
       01  WS-STUDARCH-STATUS   PIC XX         VALUE ZEROS.
           88  WS-STUDARCH-OK                  VALUES "00" "05".
       01  WS-ENRLARCH-STATUS   PIC XX         VALUE ZEROS.
           88  WS-ENRLARCH-OK                  VALUES "00" "05".
       01  WS-RPT-STATUS        PIC XX         VALUE ZEROS.

       01  WS-SWITCHES.
           02  WS-EOF-SWITCH    PIC X          VALUE "N".
               88  WS-EOF-YES                  VALUE "Y".
           02  WS-PARM-ERROR-SWITCH PIC X      VALUE "N".
               88  WS-PARM-ERROR-YES           VALUE "Y".
           02  WS-ROWS-DONE-SWITCH PIC X       VALUE "N".
               88  WS-ROWS-DONE-YES            VALUE "Y".
           02  WS-ARCH-ERROR-SWITCH PIC X      VALUE "N".
               88  WS-ARCH-ERROR-YES           VALUE "Y".

       01  WS-COUNTERS.
           02  WS-READ-COUNT        PIC 9(7)   VALUE ZEROS.
           02  WS-CAND-COUNT        PIC 9(5)   VALUE ZEROS.
           02  WS-ARCHIVED-COUNT    PIC 9(5)   VALUE ZEROS.
           02  WS-RETAINED-COUNT    PIC 9(5)   VALUE ZEROS.
           02  WS-ROWS-COUNT        PIC 9(7)   VALUE ZEROS.
           02  WS-STUDENT-ROWS      PIC 9(5)   VALUE ZEROS.

       01  WS-RUN-DATE          PIC 9(8)       VALUE ZEROS.
       01  WS-RUN-DATE-INT      PIC S9(7)      VALUE ZEROS.
       01  WS-CUTOFF-DATE       PIC 9(8)       VALUE ZEROS.
       01  WS-INACTIVE-DAYS     PIC 9(4)       VALUE ZEROS.
       01  WS-ARCH-STUDENTID    PIC 9(8)       VALUE ZEROS.

       01  WS-HEADING-1.
           02  FILLER            PIC X(40)
                   VALUE "INACTIVE-STUDENT ARCHIVE  -  CUTOFF AT ".
           02  HDG1-CUTOFF       PIC 9999/99/99.
           02  FILLER            PIC X(3)  VALUE " (".
           02  HDG1-DAYS         PIC ZZZ9.
           02  FILLER            PIC X(6)  VALUE " DAYS)".

       01  WS-HEADING-2.
           02  FILLER            PIC X(10) VALUE "STUDENT ID".
           02  FILLER            PIC X(16) VALUE "  NAME".
           02  FILLER            PIC X(4)  VALUE "ST".
           02  FILLER            PIC X(12) VALUE "STATUS DATE".
           02  FILLER            PIC X(6)  VALUE " ROWS".
           02  FILLER            PIC X(20) VALUE "  DISPOSITION".

       01  WS-ARCH-LINE.
           02  ARL-STUDENTID     PIC 9(8).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  ARL-NAME          PIC X(14).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  ARL-STATUS        PIC X.
           02  FILLER            PIC X(3)  VALUE SPACES.
           02  ARL-STATUS-DATE   PIC 9999/99/99.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  ARL-ROWS          PIC ZZZ9.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  ARL-DISPOSITION   PIC X(22).

       01  WS-TOTAL-LINE.
           02  FILLER            PIC X(4)  VALUE SPACES.
           02  TOT-LABEL         PIC X(28).
           02  TOT-COUNT         PIC Z,ZZZ,ZZ9.

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
               PERFORM 9000-TERMINATE
           END-IF
           STOP RUN.

      *****************************************************************
      *  1050-READ-PARM THRU 1050-EXIT                                *
      *  Missing, non-numeric or zero fails the step - a zero period  *
      *  would archive a student withdrawn this morning.               *
      *****************************************************************
       1050-READ-PARM.
           OPEN INPUT INAC-PARM
           IF NOT WS-PARM-OK
               DISPLAY "*** INAC-PARM RUN-CONTROL CARD MISSING, "
                   "STATUS = " WS-PARM-STATUS " - STEP FAILED ***"
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
               GO TO 1050-EXIT
           END-IF
           READ INAC-PARM
               AT END
                   DISPLAY "*** INAC-PARM RUN-CONTROL CARD EMPTY "
                       "- STEP FAILED ***"
                   MOVE "Y" TO WS-PARM-ERROR-SWITCH
           END-READ
           IF WS-PARM-ERROR-YES
               CLOSE INAC-PARM
               GO TO 1050-EXIT
           END-IF
           IF IPA-INACTIVE-DAYS NOT NUMERIC
                   OR IP-INACTIVE-DAYS = ZERO
               DISPLAY "*** INAC-PARM INACTIVE DAYS INVALID "
                   "- STEP FAILED ***"
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
               CLOSE INAC-PARM
               GO TO 1050-EXIT
           END-IF
           MOVE IP-INACTIVE-DAYS TO WS-INACTIVE-DAYS
           CLOSE INAC-PARM.
       1050-EXIT.
           EXIT.

      *****************************************************************
      *  1000-INITIALIZE THRU 1000-EXIT                               *
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - WS-INACTIVE-DAYS
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INT)
           OPEN OUTPUT ARCH-RPT
           MOVE WS-CUTOFF-DATE TO HDG1-CUTOFF
           MOVE WS-INACTIVE-DAYS TO HDG1-DAYS
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           OPEN I-O STUDENT-MASTER
           IF NOT WS-STUDMAST-OK
               DISPLAY "STUDENT-MASTER OPEN FAILED, STATUS = "
                   WS-STUDMAST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O ENROLL-MASTER
           IF NOT WS-ENRLMAST-OK
               DISPLAY "ENROLL-MASTER OPEN FAILED, STATUS = "
                   WS-ENRLMAST-STATUS
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
           OPEN INPUT HOLD-FILE
           IF NOT WS-HOLD-OK
               DISPLAY "HOLD-FILE OPEN FAILED, STATUS = "
                   WS-HOLD-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O STUDENT-ARCHIVE
           IF NOT WS-STUDARCH-OK
               DISPLAY "STUDENT-ARCHIVE OPEN FAILED, STATUS = "
                   WS-STUDARCH-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O ENROLL-ARCHIVE
           IF NOT WS-ENRLARCH-OK
               DISPLAY "ENROLL-ARCHIVE OPEN FAILED, STATUS = "
                   WS-ENRLARCH-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
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
      *  One master record - archived only if withdrawn or inactive   *
      *  since before the cutoff and clear with the bursar.           *
      *****************************************************************
       2000-PROCESS-STUDENT.
           IF NOT STATUS-WITHDRAWN AND NOT STATUS-INACTIVE
               GO TO 2000-NEXT
           END-IF
           IF STATUS-DATE NOT < WS-CUTOFF-DATE
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-CAND-COUNT
           MOVE STUDENTID TO WS-ARCH-STUDENTID
           MOVE STUDENTID TO ARL-STUDENTID
           MOVE STUDENTNAME TO ARL-NAME
           MOVE STUDENT-STATUS TO ARL-STATUS
           MOVE STATUS-DATE TO ARL-STATUS-DATE
           MOVE ZEROS TO ARL-ROWS
           MOVE WS-ARCH-STUDENTID TO AR-STUDENTID
           READ RECV-MASTER
               INVALID KEY
                   MOVE ZEROS TO AR-BALANCE-DUE
           END-READ
           IF AR-BALANCE-DUE NOT = ZERO
               MOVE "RETAINED - BALANCE" TO ARL-DISPOSITION
               PERFORM 2900-WRITE-LINE
               ADD 1 TO WS-RETAINED-COUNT
               GO TO 2000-NEXT
           END-IF
           MOVE WS-ARCH-STUDENTID TO HD-STUDENTID
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "RETAINED - HOLD" TO ARL-DISPOSITION
                   PERFORM 2900-WRITE-LINE
                   ADD 1 TO WS-RETAINED-COUNT
                   GO TO 2000-NEXT
           END-READ
           PERFORM 2200-ARCHIVE-STUDENT THRU 2200-EXIT
           IF WS-ARCH-ERROR-YES
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
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
      *  2200-ARCHIVE-STUDENT THRU 2200-EXIT                          *
      *  Master image to STUDARCH first, then each enrollment row     *
      *  moved across, then the master record deleted.                 *
      *****************************************************************
       2200-ARCHIVE-STUDENT.
           MOVE STUDENTREC TO SA-STUDENT-IMAGE
           MOVE WS-RUN-DATE TO SA-ARCHIVE-DATE
           WRITE STUDENT-ARCH-REC
               INVALID KEY
                   REWRITE STUDENT-ARCH-REC
                       INVALID KEY
                           DISPLAY "*** STUDENT-ARCHIVE WRITE FAILED "
                               "FOR " WS-ARCH-STUDENTID ", STATUS = "
                               WS-STUDARCH-STATUS " ***"
                           MOVE "Y" TO WS-ARCH-ERROR-SWITCH
                           GO TO 2200-EXIT
                   END-REWRITE
           END-WRITE
           MOVE ZEROS TO WS-STUDENT-ROWS
           MOVE "N" TO WS-ROWS-DONE-SWITCH
           MOVE WS-ARCH-STUDENTID TO EN-STUDENTID
           MOVE LOW-VALUES TO EN-TERM
           MOVE LOW-VALUES TO EN-COURSE
           START ENROLL-MASTER KEY IS NOT LESS THAN EN-ENROLL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ROWS-DONE-SWITCH
           END-START
           PERFORM 2300-ARCHIVE-ROW THRU 2300-EXIT
               UNTIL WS-ROWS-DONE-YES
           IF WS-ARCH-ERROR-YES
               GO TO 2200-EXIT
           END-IF
           DELETE STUDENT-MASTER RECORD
               INVALID KEY
                   DISPLAY "*** STUDENT-MASTER DELETE FAILED FOR "
                       WS-ARCH-STUDENTID ", STATUS = "
                       WS-STUDMAST-STATUS " ***"
                   MOVE "Y" TO WS-ARCH-ERROR-SWITCH
                   GO TO 2200-EXIT
           END-DELETE
           MOVE WS-STUDENT-ROWS TO ARL-ROWS
           MOVE "ARCHIVED" TO ARL-DISPOSITION
           PERFORM 2900-WRITE-LINE
           ADD 1 TO WS-ARCHIVED-COUNT.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-ARCHIVE-ROW THRU 2300-EXIT                              *
      *  One enrollment row - written to ENRLARCH, then deleted.      *
      *****************************************************************
       2300-ARCHIVE-ROW.
           READ ENROLL-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ROWS-DONE-SWITCH
                   GO TO 2300-EXIT
           END-READ
           IF EN-STUDENTID NOT = WS-ARCH-STUDENTID
               MOVE "Y" TO WS-ROWS-DONE-SWITCH
               GO TO 2300-EXIT
           END-IF
           MOVE ENROLL-REC TO EA-ENROLL-IMAGE
           MOVE WS-RUN-DATE TO EA-ARCHIVE-DATE
           WRITE ENROLL-ARCH-REC
               INVALID KEY
                   REWRITE ENROLL-ARCH-REC
                       INVALID KEY
                           DISPLAY "*** ENROLL-ARCHIVE WRITE FAILED "
                               "FOR " WS-ARCH-STUDENTID ", STATUS = "
                               WS-ENRLARCH-STATUS " ***"
                           MOVE "Y" TO WS-ARCH-ERROR-SWITCH
                           MOVE "Y" TO WS-ROWS-DONE-SWITCH
                           GO TO 2300-EXIT
                   END-REWRITE
           END-WRITE
           DELETE ENROLL-MASTER RECORD
               INVALID KEY
                   DISPLAY "*** ENROLL-MASTER DELETE FAILED FOR "
                       WS-ARCH-STUDENTID ", STATUS = "
                       WS-ENRLMAST-STATUS " ***"
                   MOVE "Y" TO WS-ARCH-ERROR-SWITCH
                   MOVE "Y" TO WS-ROWS-DONE-SWITCH
                   GO TO 2300-EXIT
           END-DELETE
           ADD 1 TO WS-STUDENT-ROWS
           ADD 1 TO WS-ROWS-COUNT.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2900-WRITE-LINE                                              *
      *****************************************************************
       2900-WRITE-LINE.
           MOVE WS-ARCH-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *****************************************************************
      *  9000-TERMINATE                                               *
      *****************************************************************
       9000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "MASTER RECORDS READ" TO TOT-LABEL
           MOVE WS-READ-COUNT TO TOT-COUNT
           PERFORM 9100-PRINT-TOTAL
           MOVE "PAST THE CUTOFF" TO TOT-LABEL
           MOVE WS-CAND-COUNT TO TOT-COUNT
           PERFORM 9100-PRINT-TOTAL
           MOVE "STUDENTS ARCHIVED" TO TOT-LABEL
           MOVE WS-ARCHIVED-COUNT TO TOT-COUNT
           PERFORM 9100-PRINT-TOTAL
           MOVE "RETAINED FOR THE BURSAR" TO TOT-LABEL
           MOVE WS-RETAINED-COUNT TO TOT-COUNT
           PERFORM 9100-PRINT-TOTAL
           MOVE "ENROLLMENT ROWS ARCHIVED" TO TOT-LABEL
           MOVE WS-ROWS-COUNT TO TOT-COUNT
           PERFORM 9100-PRINT-TOTAL
           IF WS-ARCH-ERROR-YES
               MOVE "*** RUN STOPPED ON ARCHIVE ERROR ***" TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           CLOSE STUDENT-MASTER
           CLOSE ENROLL-MASTER
           CLOSE RECV-MASTER
           CLOSE HOLD-FILE
           CLOSE STUDENT-ARCHIVE
           CLOSE ENROLL-ARCHIVE
           CLOSE ARCH-RPT
           DISPLAY "MASTER RECORDS READ = " WS-READ-COUNT
           DISPLAY "STUDENTS ARCHIVED   = " WS-ARCHIVED-COUNT
           DISPLAY "RETAINED            = " WS-RETAINED-COUNT
           DISPLAY "ENROLLMENT ROWS     = " WS-ROWS-COUNT.

      *****************************************************************
      *  9100-PRINT-TOTAL                                             *
      *****************************************************************
       9100-PRINT-TOTAL.
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.
