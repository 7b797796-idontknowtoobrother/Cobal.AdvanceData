       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSNAP.
       AUTHOR. RLM.

      *****************************************************************
      *  CENSNAP                                                       *
      *  Census-date snapshot.  Freezes the CENSPARM term's           *
      *  registrations off the enrollment master into the census      *
      *  snapshot (copybooks/CENSNAP.CPY) - one D record per row      *
      *  counted, with the student's CAMPUS from STUDENT-MASTER and   *
      *  the course's catalog hours and title from the course master  *
      *  as they stand today - between an H header carrying the       *
      *  census date and the full-time load, and a T trailer with     *
      *  the count, hours and STUDENTID hash.  Rows graded "W" are    *
      *  drops and are not counted.  CENSRPT reports from the         *
      *  snapshot alone.                                               *
      *  The census date is the term calendar's TC-CENSUS-DATE.  The  *
      *  run date (or the shared ASOFDATE override card, as REGBATCH  *
      *  honors it) must have reached it - a snapshot before census   *
      *  fails the step.  One taken after census still runs, but      *
      *  warns with RC=4: drops since the census date are already     *
      *  off the master and the figures will be short.                *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  2026-10-05  RLM  Original program.                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CENS-PARM ASSIGN TO "CENSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL ASOF-PARM ASSIGN TO "ASOFDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASOF-STATUS.

           SELECT TERM-CALENDAR ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-TERM-ID
               FILE STATUS IS WS-TERMCAL-STATUS.

           SELECT ENROLL-MASTER ASSIGN TO "ENRLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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

           SELECT CENSUS-SNAPSHOT ASSIGN TO "CENSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Run-control card - the census term and the full-time load  *
      *    in tenths of an hour: "2026F120" is fall 2026 at 12.0.     *
       FD  CENS-PARM
           LABEL RECORDS ARE STANDARD.
       01  CENS-PARM-REC.
           02  CP-TERM                 PIC X(5).
           02  CP-FULL-TIME-LOAD       PIC 9(2)V9.
       01  CENS-PARM-ALPHA.
           02  FILLER                  PIC X(5).
           02  CPA-FULL-TIME-LOAD      PIC X(3).

      *    Shared run-date override card - one business date, used    *
      *    in place of the system clock when a run is reproduced.     *
      *    The second 01 is the same card as characters for the       *
      *    class test.                                                 *
       FD  ASOF-PARM
           LABEL RECORDS ARE STANDARD.
       01  ASOF-PARM-REC.
           02  AP-ASOF-DATE            PIC 9(8).
           02  FILLER                  PIC X(17).
       01  ASOF-PARM-ALPHA.
           02  APA-ASOF-DATE           PIC X(8).
           02  FILLER                  PIC X(17).

       FD  TERM-CALENDAR
           LABEL RECORDS ARE STANDARD.
           COPY TERMCAL.

       FD  ENROLL-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ENRLREC.

       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY STUDREC.

       FD  COURSE-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CRSEMAST.

       FD  CENSUS-SNAPSHOT
           LABEL RECORDS ARE STANDARD.
           COPY CENSNAP.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS       PIC XX         VALUE ZEROS.
           88  WS-PARM-OK                      VALUE "00".
       01  WS-ASOF-STATUS       PIC XX         VALUE ZEROS.
           88  WS-ASOF-OK                      VALUES "00" "05".
       01  WS-TERMCAL-STATUS    PIC XX         VALUE ZEROS.
           88  WS-TERMCAL-OK                   VALUE "00".
       01  WS-ENRLMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-ENRLMAST-OK                  VALUE "00".
       01  WS-STUDMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-STUDMAST-OK                  VALUE "00".
       01  WS-CRSEMAST-STATUS   PIC XX         VALUE ZEROS.
           88  WS-CRSEMAST-OK                  VALUE "00".
       01  WS-SNAPSHOT-STATUS   PIC XX         VALUE ZEROS.
           88  WS-SNAPSHOT-OK                  VALUE "00".

       01  WS-SWITCHES.
           02  WS-EOF-SWITCH    PIC X          VALUE "N".
               88  WS-EOF-YES                  VALUE "Y".
           02  WS-PARM-ERROR-SWITCH PIC X      VALUE "N".
               88  WS-PARM-ERROR-YES           VALUE "Y".

       01  WS-COUNTERS.
           02  WS-READ-COUNT        PIC 9(7)   VALUE ZEROS.
           02  WS-ROW-COUNT         PIC 9(7)   VALUE ZEROS.
           02  WS-DROP-COUNT        PIC 9(7)   VALUE ZEROS.
           02  WS-NO-STUDENT-COUNT  PIC 9(7)   VALUE ZEROS.
           02  WS-NO-COURSE-COUNT   PIC 9(7)   VALUE ZEROS.
           02  WS-HOURS-TOTAL       PIC 9(7)V9 VALUE ZEROS.
           02  WS-ID-HASH-TOTAL     PIC 9(12)  VALUE ZEROS.

       01  WS-RUN-DATE          PIC 9(8)       VALUE ZEROS.
       01  WS-TERM              PIC X(5)       VALUE SPACES.
           88  WS-TERM-TRANSFER                VALUE "0000T".
       01  WS-FULL-TIME-LOAD    PIC 9(2)V9     VALUE ZEROS.
       01  WS-CENSUS-DATE       PIC 9(8)       VALUE ZEROS.
       01  WS-LAST-STUDENTID    PIC 9(8)       VALUE ZEROS.
       01  WS-LAST-CAMPUS       PIC X          VALUE SPACE.

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-SET-RUN-DATE THRU 1020-EXIT
           PERFORM 1050-READ-PARM THRU 1050-EXIT
           IF WS-PARM-ERROR-YES
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1000-INITIALIZE THRU 1000-EXIT
               PERFORM 2000-PROCESS-ROW THRU 2000-EXIT
                   UNTIL WS-EOF-YES
               PERFORM 9000-TERMINATE
           END-IF
           STOP RUN.

      *****************************************************************
      *  1020-SET-RUN-DATE THRU 1020-EXIT                             *
      *  Honors the shared ASOFDATE run-date override card, as        *
      *  REGBATCH does.  No card, an empty card or a blank date       *
      *  leaves the system date in force.                              *
      *****************************************************************
       1020-SET-RUN-DATE.
           OPEN INPUT ASOF-PARM
           IF NOT WS-ASOF-OK
               DISPLAY "ASOF-PARM OPEN FAILED, STATUS = "
                   WS-ASOF-STATUS " - SYSTEM DATE USED"
               GO TO 1020-EXIT
           END-IF
           READ ASOF-PARM
               AT END
                   CLOSE ASOF-PARM
                   GO TO 1020-EXIT
           END-READ
           IF APA-ASOF-DATE = SPACES
               CLOSE ASOF-PARM
               GO TO 1020-EXIT
           END-IF
           IF APA-ASOF-DATE NOT NUMERIC OR AP-ASOF-DATE = ZEROS
               DISPLAY "*** ASOFDATE CARD '" APA-ASOF-DATE
                   "' INVALID - SYSTEM DATE USED ***"
               CLOSE ASOF-PARM
               GO TO 1020-EXIT
           END-IF
           MOVE AP-ASOF-DATE TO WS-RUN-DATE
           DISPLAY "RUN AS OF " WS-RUN-DATE
               " PER THE ASOFDATE OVERRIDE CARD"
           CLOSE ASOF-PARM.
       1020-EXIT.
           EXIT.

      *****************************************************************
      *  1050-READ-PARM THRU 1050-EXIT                                *
      *  The term must be on the calendar with its census date        *
      *  reached, and the full-time load must be above zero.          *
      *****************************************************************
       1050-READ-PARM.
           OPEN INPUT CENS-PARM
           IF NOT WS-PARM-OK
               DISPLAY "*** CENS-PARM RUN-CONTROL CARD MISSING, "
                   "STATUS = " WS-PARM-STATUS " - STEP FAILED ***"
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
               GO TO 1050-EXIT
           END-IF
           READ CENS-PARM
               AT END
                   DISPLAY "*** CENS-PARM RUN-CONTROL CARD EMPTY "
                       "- STEP FAILED ***"
                   MOVE "Y" TO WS-PARM-ERROR-SWITCH
           END-READ
           CLOSE CENS-PARM
           IF WS-PARM-ERROR-YES
               GO TO 1050-EXIT
           END-IF
           MOVE CP-TERM TO WS-TERM
           IF WS-TERM = SPACES OR WS-TERM-TRANSFER
               DISPLAY "*** CENS-PARM TERM INVALID - STEP FAILED ***"
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
               GO TO 1050-EXIT
           END-IF
           IF CPA-FULL-TIME-LOAD NOT NUMERIC
                   OR CP-FULL-TIME-LOAD = ZERO
               DISPLAY "*** CENS-PARM FULL-TIME LOAD INVALID "
                   "- STEP FAILED ***"
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
               GO TO 1050-EXIT
           END-IF
           MOVE CP-FULL-TIME-LOAD TO WS-FULL-TIME-LOAD
           OPEN INPUT TERM-CALENDAR
           IF NOT WS-TERMCAL-OK
               DISPLAY "*** TERM-CALENDAR OPEN FAILED, STATUS = "
                   WS-TERMCAL-STATUS " - STEP FAILED ***"
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
               GO TO 1050-EXIT
           END-IF
           MOVE WS-TERM TO TC-TERM-ID
           READ TERM-CALENDAR
               INVALID KEY
                   DISPLAY "*** TERM " WS-TERM
                       " NOT ON THE TERM CALENDAR - STEP FAILED ***"
                   MOVE "Y" TO WS-PARM-ERROR-SWITCH
           END-READ
           CLOSE TERM-CALENDAR
           IF WS-PARM-ERROR-YES
               GO TO 1050-EXIT
           END-IF
           MOVE TC-CENSUS-DATE TO WS-CENSUS-DATE
           IF WS-RUN-DATE < WS-CENSUS-DATE
               DISPLAY "*** CENSUS DATE " WS-CENSUS-DATE
                   " NOT YET REACHED - STEP FAILED ***"
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
               GO TO 1050-EXIT
           END-IF
           IF WS-RUN-DATE > WS-CENSUS-DATE
               DISPLAY "*** SNAPSHOT TAKEN AFTER THE CENSUS DATE "
                   WS-CENSUS-DATE " - DROPS SINCE ARE NOT COUNTED ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
       1050-EXIT.
           EXIT.

      *****************************************************************
      *  1000-INITIALIZE THRU 1000-EXIT                               *
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT ENROLL-MASTER
           IF NOT WS-ENRLMAST-OK
               DISPLAY "ENROLL-MASTER OPEN FAILED, STATUS = "
                   WS-ENRLMAST-STATUS
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
           OPEN INPUT COURSE-MASTER
           IF NOT WS-CRSEMAST-OK
               DISPLAY "COURSE-MASTER OPEN FAILED, STATUS = "
                   WS-CRSEMAST-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT CENSUS-SNAPSHOT
           IF NOT WS-SNAPSHOT-OK
               DISPLAY "CENSUS-SNAPSHOT OPEN FAILED, STATUS = "
                   WS-SNAPSHOT-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO CENSUS-SNAP-REC
           MOVE "H" TO CS-RECORD-CODE
           MOVE WS-TERM TO CS-TERM
           MOVE WS-CENSUS-DATE TO CS-CENSUS-DATE
           MOVE WS-RUN-DATE TO CS-TAKEN-DATE
           MOVE WS-FULL-TIME-LOAD TO CS-FULL-TIME-LOAD
           WRITE CENSUS-SNAP-REC
           PERFORM 2100-READ-ENROLL.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROCESS-ROW THRU 2000-EXIT                              *
      *  One enrollment row - the census term's registrations are     *
      *  frozen, everything else passed over.                          *
      *****************************************************************
       2000-PROCESS-ROW.
           IF EN-TERM NOT = WS-TERM
               GO TO 2000-NEXT
           END-IF
           IF EN-GRADE = "W"
               ADD 1 TO WS-DROP-COUNT
               GO TO 2000-NEXT
           END-IF
           IF EN-STUDENTID NOT = WS-LAST-STUDENTID
               PERFORM 2200-GET-CAMPUS
           END-IF
           MOVE SPACES TO CENSUS-SNAP-REC
           MOVE "D" TO CS-RECORD-CODE
           MOVE WS-TERM TO CS-TERM
           MOVE EN-STUDENTID TO CS-STUDENTID
           MOVE EN-COURSE TO CS-COURSE
           MOVE WS-LAST-CAMPUS TO CS-CAMPUS
           MOVE EN-CREDIT-HOURS TO CS-CREDIT-HOURS
           MOVE EN-COURSE TO CM-COURSE-CODE
           READ COURSE-MASTER
               INVALID KEY
                   MOVE ZEROS TO CS-CATALOG-HOURS
                   MOVE "NOT ON COURSE MASTER" TO CS-COURSE-TITLE
                   ADD 1 TO WS-NO-COURSE-COUNT
               NOT INVALID KEY
                   MOVE CM-CREDIT-HOURS TO CS-CATALOG-HOURS
                   MOVE CM-COURSE-TITLE TO CS-COURSE-TITLE
           END-READ
           WRITE CENSUS-SNAP-REC
           ADD 1 TO WS-ROW-COUNT
           ADD EN-CREDIT-HOURS TO WS-HOURS-TOTAL
           ADD EN-STUDENTID TO WS-ID-HASH-TOTAL.
       2000-NEXT.
           PERFORM 2100-READ-ENROLL.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-READ-ENROLL                                             *
      *****************************************************************
       2100-READ-ENROLL.
           READ ENROLL-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

      *****************************************************************
      *  2200-GET-CAMPUS                                              *
      *  Campus of record, read once per student - the rows arrive    *
      *  grouped by STUDENTID.  A student not on the master is        *
      *  frozen with a blank campus and counted as an invalid code.   *
      *****************************************************************
       2200-GET-CAMPUS.
           MOVE EN-STUDENTID TO WS-LAST-STUDENTID
           MOVE EN-STUDENTID TO STUDENTID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACE TO WS-LAST-CAMPUS
                   ADD 1 TO WS-NO-STUDENT-COUNT
               NOT INVALID KEY
                   MOVE CAMPUS TO WS-LAST-CAMPUS
           END-READ.

      *****************************************************************
      *  9000-TERMINATE                                               *
      *****************************************************************
       9000-TERMINATE.
           MOVE SPACES TO CENSUS-SNAP-REC
           MOVE "T" TO CS-RECORD-CODE
           MOVE WS-TERM TO CS-TERM
           MOVE WS-ROW-COUNT TO CS-ROW-COUNT
           MOVE WS-HOURS-TOTAL TO CS-HOURS-TOTAL
           MOVE WS-ID-HASH-TOTAL TO CS-ID-HASH-TOTAL
           WRITE CENSUS-SNAP-REC
           CLOSE ENROLL-MASTER
           CLOSE STUDENT-MASTER
           CLOSE COURSE-MASTER
           CLOSE CENSUS-SNAPSHOT
           DISPLAY "CENSUS TERM         = " WS-TERM
           DISPLAY "CENSUS DATE         = " WS-CENSUS-DATE
           DISPLAY "ENROLLMENT ROWS READ = " WS-READ-COUNT
           DISPLAY "REGISTRATIONS FROZEN = " WS-ROW-COUNT
           DISPLAY "DROPS (W) PASSED     = " WS-DROP-COUNT
           DISPLAY "CREDIT HOURS         = " WS-HOURS-TOTAL
           DISPLAY "NOT ON STUDENT MAST  = " WS-NO-STUDENT-COUNT
           DISPLAY "NOT ON COURSE MAST   = " WS-NO-COURSE-COUNT.
