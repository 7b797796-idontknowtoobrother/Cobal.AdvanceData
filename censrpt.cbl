       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSRPT.
       AUTHOR. RLM.

      *****************************************************************
      *  CENSRPT                                                       *
      *  Census headcount and FTE report for state reporting, run     *
      *  from the census snapshot CENSNAP froze on the census date    *
      *  (copybooks/CENSNAP.CPY) and nothing else - no live master    *
      *  is opened, so rerunning against a term's snapshot            *
      *  generation reproduces the filed figures exactly, whatever    *
      *  drops and grade postings have happened since.                *
      *  Two sections:                                                 *
      *     by campus  headcount (students with at least one          *
      *                registration), credit hours, FTE (credit       *
      *                hours over the full-time load frozen in the    *
      *                snapshot header) and average load per student, *
      *                on the main / north / invalid-code lines       *
      *                DEMORPT breaks campus into, and a total        *
      *     by course  registrations, the course-master catalog       *
      *                hours and the catalog hours rolled up over     *
      *                the registrations, with each course's FTE -    *
      *                the snapshot rows SORTed into course order,    *
      *                as CRSROSTR does with the enrollment master    *
      *  The snapshot's trailer count, hours and STUDENTID hash are   *
      *  proved before anything is printed; a snapshot that does not  *
      *  balance, or has no header or trailer, fails the step (RC=8). *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  2026-10-05  RLM  Original program.                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CENSUS-SNAPSHOT ASSIGN TO "CENSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT SORT-WORK ASSIGN TO "SRTWORK".

           SELECT SORTED-CENSUS ASSIGN TO "CENSSRTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.

           SELECT CENSUS-RPT ASSIGN TO "CENSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CENSUS-SNAPSHOT
           LABEL RECORDS ARE STANDARD.
           COPY CENSNAP.

       SD  SORT-WORK.
       01  SORT-WORK-REC.
           02  SW-COURSE            PIC X(8).
           02  SW-STUDENTID         PIC 9(8).
           02  SW-CREDIT-HOURS      PIC 9V9.
           02  SW-CATALOG-HOURS     PIC 9V9.
           02  SW-COURSE-TITLE      PIC X(20).

      *    The snapshot registrations in course order - the SORT's    *
      *    GIVING file, read back for the course section.             *
       FD  SORTED-CENSUS
           LABEL RECORDS ARE STANDARD.
       01  SORTED-CENSUS-REC.
           02  SC-COURSE            PIC X(8).
           02  SC-STUDENTID         PIC 9(8).
           02  SC-CREDIT-HOURS      PIC 9V9.
           02  SC-CATALOG-HOURS     PIC 9V9.
           02  SC-COURSE-TITLE      PIC X(20).

       FD  CENSUS-RPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SNAPSHOT-STATUS   PIC XX         VALUE ZEROS.
           88  WS-SNAPSHOT-OK                  VALUE "00".
       01  WS-SORTED-STATUS     PIC XX         VALUE ZEROS.
           88  WS-SORTED-OK                    VALUE "00".
       01  WS-RPT-STATUS        PIC XX         VALUE ZEROS.

       01  WS-SWITCHES.
           02  WS-EOF-SWITCH    PIC X          VALUE "N".
               88  WS-EOF-YES                  VALUE "Y".
           02  WS-SORT-EOF-SWITCH PIC X        VALUE "N".
               88  WS-SORT-EOF-YES             VALUE "Y".
           02  WS-HEADER-SWITCH PIC X          VALUE "N".
               88  WS-HEADER-SEEN              VALUE "Y".
           02  WS-TRAILER-SWITCH PIC X         VALUE "N".
               88  WS-TRAILER-SEEN             VALUE "Y".
           02  WS-SNAP-ERROR-SWITCH PIC X      VALUE "N".
               88  WS-SNAP-ERROR-YES           VALUE "Y".

      *    Snapshot header values and the running proof totals.       *
       01  WS-SNAP-TERM         PIC X(5)       VALUE SPACES.
       01  WS-CENSUS-DATE       PIC 9(8)       VALUE ZEROS.
       01  WS-TAKEN-DATE        PIC 9(8)       VALUE ZEROS.
       01  WS-FULL-TIME-LOAD    PIC 9(2)V9     VALUE ZEROS.
       01  WS-PROOF-COUNT       PIC 9(7)       VALUE ZEROS.
       01  WS-PROOF-HOURS       PIC 9(7)V9     VALUE ZEROS.
       01  WS-PROOF-HASH        PIC 9(12)      VALUE ZEROS.
       01  WS-LAST-STUDENTID    PIC 9(8)       VALUE ZEROS.

      *    Campus accumulators - main, north and invalid code, the    *
      *    same three lines DEMORPT prints, then the college total.   *
       01  WS-CAMPUS-TOTALS.
           02  WS-CAMPUS-ENTRY OCCURS 4 TIMES.
               03  WS-CT-HEADCOUNT  PIC 9(7)   VALUE ZEROS.
               03  WS-CT-HOURS      PIC 9(7)V9 VALUE ZEROS.
       01  WS-CAMPUS-IX         PIC S9(4)      VALUE ZEROS COMP.
       01  WS-MAIN-IX           PIC S9(4)      VALUE 1 COMP.
       01  WS-NORTH-IX          PIC S9(4)      VALUE 2 COMP.
       01  WS-INVALID-IX        PIC S9(4)      VALUE 3 COMP.
       01  WS-TOTAL-IX          PIC S9(4)      VALUE 4 COMP.
       01  WS-CAMPUS-LABELS.
           02  FILLER           PIC X(18)      VALUE "MAIN CAMPUS (M)".
           02  FILLER           PIC X(18)      VALUE "NORTH CAMPUS (N)".
           02  FILLER           PIC X(18)      VALUE "INVALID CAMPUS".
           02  FILLER           PIC X(18)      VALUE "ALL CAMPUSES".
       01  WS-CAMPUS-LABEL-TABLE REDEFINES WS-CAMPUS-LABELS.
           02  WS-CAMPUS-LABEL  PIC X(18)      OCCURS 4 TIMES.

      *    Course control-break accumulators.                         *
       01  WS-PREV-COURSE       PIC X(8)       VALUE SPACES.
       01  WS-PREV-TITLE        PIC X(20)      VALUE SPACES.
       01  WS-PREV-CATALOG      PIC 9V9        VALUE ZEROS.
       01  WS-COURSE-REGS       PIC 9(5)       VALUE ZEROS.
       01  WS-COURSE-HOURS      PIC 9(6)V9     VALUE ZEROS.
       01  WS-ALL-REGS          PIC 9(7)       VALUE ZEROS.
       01  WS-ALL-HOURS         PIC 9(7)V9     VALUE ZEROS.
       01  WS-COURSE-COUNT      PIC 9(5)       VALUE ZEROS.

       01  WS-FTE               PIC 9(6)V99    VALUE ZEROS.
       01  WS-AVERAGE-LOAD      PIC 9(3)V99    VALUE ZEROS.

       01  WS-HEADING-1.
           02  FILLER            PIC X(32)
                   VALUE "CENSUS HEADCOUNT AND FTE - TERM ".
           02  HDG1-TERM         PIC X(5).
           02  FILLER            PIC X(15) VALUE "  CENSUS DATE ".
           02  HDG1-CENSUS-DATE  PIC 9999/99/99.

       01  WS-HEADING-2.
           02  FILLER            PIC X(21) VALUE "SNAPSHOT TAKEN ".
           02  HDG2-TAKEN-DATE   PIC 9999/99/99.
           02  FILLER            PIC X(20)
                   VALUE "   FULL-TIME LOAD = ".
           02  HDG2-LOAD         PIC Z9.9.

       01  WS-CAMPUS-HEADING.
           02  FILLER            PIC X(20) VALUE "CAMPUS".
           02  FILLER            PIC X(11) VALUE "  HEADCOUNT".
           02  FILLER            PIC X(14) VALUE "  CREDIT HOURS".
           02  FILLER            PIC X(12) VALUE "         FTE".
           02  FILLER            PIC X(10) VALUE "  AVG LOAD".

       01  WS-CAMPUS-LINE.
           02  CPL-LABEL         PIC X(18).
           02  FILLER            PIC X(4)  VALUE SPACES.
           02  CPL-HEADCOUNT     PIC Z,ZZZ,ZZ9.
           02  FILLER            PIC X(3)  VALUE SPACES.
           02  CPL-HOURS         PIC ZZZ,ZZ9.9.
           02  FILLER            PIC X(3)  VALUE SPACES.
           02  CPL-FTE           PIC ZZZ,ZZ9.99.
           02  FILLER            PIC X(4)  VALUE SPACES.
           02  CPL-AVG-LOAD      PIC ZZ9.99.

       01  WS-COURSE-HEADING.
           02  FILLER            PIC X(10) VALUE "COURSE".
           02  FILLER            PIC X(22) VALUE "TITLE".
           02  FILLER            PIC X(8)  VALUE "CAT HRS".
           02  FILLER            PIC X(9)  VALUE "  REGS".
           02  FILLER            PIC X(14) VALUE "  CREDIT HOURS".
           02  FILLER            PIC X(10) VALUE "       FTE".

       01  WS-COURSE-LINE.
           02  CRL-COURSE        PIC X(8).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  CRL-TITLE         PIC X(20).
           02  FILLER            PIC X(3)  VALUE SPACES.
           02  CRL-CATALOG       PIC 9.9.
           02  FILLER            PIC X(3)  VALUE SPACES.
           02  CRL-REGS          PIC ZZ,ZZ9.
           02  FILLER            PIC X(5)  VALUE SPACES.
           02  CRL-HOURS         PIC ZZZ,ZZ9.9.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  CRL-FTE           PIC ZZ,ZZ9.99.

       01  WS-COURSE-TOTAL-LINE.
           02  FILLER            PIC X(10) VALUE SPACES.
           02  CTL-LABEL         PIC X(23).
           02  FILLER            PIC X(3)  VALUE SPACES.
           02  CTL-REGS          PIC Z,ZZZ,ZZ9.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  CTL-HOURS         PIC ZZZ,ZZ9.9.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  CTL-FTE           PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-SNAP-ERROR-YES
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 3000-PRINT-CAMPUSES
               PERFORM 4000-PRINT-COURSE-ROW THRU 4000-EXIT
                   UNTIL WS-EOF-YES
               PERFORM 4100-COURSE-BREAK THRU 4100-EXIT
               PERFORM 4200-COURSE-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE THRU 1000-EXIT                               *
      *  The SORT's input procedure proves the snapshot and builds    *
      *  the campus totals as it releases the rows; the sorted file   *
      *  is only opened once the snapshot has balanced.               *
      *****************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT CENSUS-RPT
           OPEN INPUT CENSUS-SNAPSHOT
           IF NOT WS-SNAPSHOT-OK
               DISPLAY "CENSUS-SNAPSHOT OPEN FAILED, STATUS = "
                   WS-SNAPSHOT-STATUS
               MOVE "Y" TO WS-SNAP-ERROR-SWITCH
               MOVE "Y" TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           SORT SORT-WORK
               ON ASCENDING KEY SW-COURSE SW-STUDENTID
               INPUT PROCEDURE 1100-SORT-INPUT
               GIVING SORTED-CENSUS
           PERFORM 1200-PROVE-SNAPSHOT
           IF WS-SNAP-ERROR-YES
               MOVE "Y" TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           MOVE WS-SNAP-TERM TO HDG1-TERM
           MOVE WS-CENSUS-DATE TO HDG1-CENSUS-DATE
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TAKEN-DATE TO HDG2-TAKEN-DATE
           MOVE WS-FULL-TIME-LOAD TO HDG2-LOAD
           MOVE WS-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT SORTED-CENSUS
           IF NOT WS-SORTED-OK
               DISPLAY "SORTED-CENSUS OPEN FAILED, STATUS = "
                   WS-SORTED-STATUS
               MOVE "Y" TO WS-SNAP-ERROR-SWITCH
               MOVE "Y" TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           PERFORM 2100-READ-SORTED
           IF NOT WS-EOF-YES
               MOVE SC-COURSE TO WS-PREV-COURSE
               MOVE SC-COURSE-TITLE TO WS-PREV-TITLE
               MOVE SC-CATALOG-HOURS TO WS-PREV-CATALOG
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-SORT-INPUT                                              *
      *  SORT's input procedure - drains the snapshot into the sort,  *
      *  and closes it when done.                                      *
      *****************************************************************
       1100-SORT-INPUT.
           PERFORM 1150-RELEASE-ROW THRU 1150-EXIT
               UNTIL WS-SORT-EOF-YES
           CLOSE CENSUS-SNAPSHOT.

      *****************************************************************
      *  1150-RELEASE-ROW THRU 1150-EXIT                              *
      *  Header and trailer are kept for the proof; each detail row   *
      *  is added to its campus and released to the sort.  The rows   *
      *  arrive grouped by STUDENTID, so a student is counted into    *
      *  the headcount on the first row seen.                         *
      *****************************************************************
       1150-RELEASE-ROW.
           READ CENSUS-SNAPSHOT
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
                   GO TO 1150-EXIT
           END-READ
           IF CS-HEADER-REC
               MOVE "Y" TO WS-HEADER-SWITCH
               MOVE CS-TERM TO WS-SNAP-TERM
               MOVE CS-CENSUS-DATE TO WS-CENSUS-DATE
               MOVE CS-TAKEN-DATE TO WS-TAKEN-DATE
               MOVE CS-FULL-TIME-LOAD TO WS-FULL-TIME-LOAD
               GO TO 1150-EXIT
           END-IF
           IF CS-TRAILER-REC
               MOVE "Y" TO WS-TRAILER-SWITCH
               IF CS-ROW-COUNT NOT = WS-PROOF-COUNT
                       OR CS-HOURS-TOTAL NOT = WS-PROOF-HOURS
                       OR CS-ID-HASH-TOTAL NOT = WS-PROOF-HASH
                   DISPLAY "*** CENSUS SNAPSHOT TRAILER DOES NOT "
                       "AGREE WITH ITS DETAIL - STEP FAILED ***"
                   MOVE "Y" TO WS-SNAP-ERROR-SWITCH
               END-IF
               GO TO 1150-EXIT
           END-IF
           IF NOT CS-DETAIL-REC
               DISPLAY "*** UNKNOWN CENSUS SNAPSHOT RECORD CODE '"
                   CS-RECORD-CODE "' - STEP FAILED ***"
               MOVE "Y" TO WS-SNAP-ERROR-SWITCH
               GO TO 1150-EXIT
           END-IF
           ADD 1 TO WS-PROOF-COUNT
           ADD CS-CREDIT-HOURS TO WS-PROOF-HOURS
           ADD CS-STUDENTID TO WS-PROOF-HASH
           EVALUATE CS-CAMPUS
               WHEN "M"
                   MOVE WS-MAIN-IX TO WS-CAMPUS-IX
               WHEN "N"
                   MOVE WS-NORTH-IX TO WS-CAMPUS-IX
               WHEN OTHER
                   MOVE WS-INVALID-IX TO WS-CAMPUS-IX
           END-EVALUATE
           IF CS-STUDENTID NOT = WS-LAST-STUDENTID
               MOVE CS-STUDENTID TO WS-LAST-STUDENTID
               ADD 1 TO WS-CT-HEADCOUNT(WS-CAMPUS-IX)
               ADD 1 TO WS-CT-HEADCOUNT(WS-TOTAL-IX)
           END-IF
           ADD CS-CREDIT-HOURS TO WS-CT-HOURS(WS-CAMPUS-IX)
           ADD CS-CREDIT-HOURS TO WS-CT-HOURS(WS-TOTAL-IX)
           MOVE CS-COURSE TO SW-COURSE
           MOVE CS-STUDENTID TO SW-STUDENTID
           MOVE CS-CREDIT-HOURS TO SW-CREDIT-HOURS
           MOVE CS-CATALOG-HOURS TO SW-CATALOG-HOURS
           MOVE CS-COURSE-TITLE TO SW-COURSE-TITLE
           RELEASE SORT-WORK-REC.
       1150-EXIT.
           EXIT.

      *****************************************************************
      *  1200-PROVE-SNAPSHOT                                          *
      *  A snapshot with no header has no load to figure FTE from,    *
      *  and one with no trailer may have been cut short.             *
      *****************************************************************
       1200-PROVE-SNAPSHOT.
           IF NOT WS-HEADER-SEEN OR WS-FULL-TIME-LOAD = ZERO
               DISPLAY "*** CENSUS SNAPSHOT HAS NO VALID HEADER "
                   "- STEP FAILED ***"
               MOVE "Y" TO WS-SNAP-ERROR-SWITCH
           END-IF
           IF NOT WS-TRAILER-SEEN
               DISPLAY "*** CENSUS SNAPSHOT HAS NO TRAILER "
                   "- STEP FAILED ***"
               MOVE "Y" TO WS-SNAP-ERROR-SWITCH
           END-IF
           IF WS-SNAP-ERROR-YES
               MOVE "*** CENSUS SNAPSHOT FAILED ITS PROOF - NO REPORT"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *****************************************************************
      *  2100-READ-SORTED                                             *
      *****************************************************************
       2100-READ-SORTED.
           READ SORTED-CENSUS
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *****************************************************************
      *  3000-PRINT-CAMPUSES                                          *
      *****************************************************************
       3000-PRINT-CAMPUSES.
           MOVE WS-CAMPUS-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE 1 TO WS-CAMPUS-IX
           PERFORM 3100-PRINT-ONE-CAMPUS 4 TIMES
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COURSE-HEADING TO RPT-LINE
           WRITE RPT-LINE.

      *****************************************************************
      *  3100-PRINT-ONE-CAMPUS                                        *
      *  FTE is credit hours over the full-time load; average load    *
      *  is credit hours over headcount.                              *
      *****************************************************************
       3100-PRINT-ONE-CAMPUS.
           IF WS-CAMPUS-IX = WS-TOTAL-IX
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           COMPUTE WS-FTE ROUNDED =
               WS-CT-HOURS(WS-CAMPUS-IX) / WS-FULL-TIME-LOAD
           IF WS-CT-HEADCOUNT(WS-CAMPUS-IX) > ZERO
               COMPUTE WS-AVERAGE-LOAD ROUNDED =
                   WS-CT-HOURS(WS-CAMPUS-IX)
                   / WS-CT-HEADCOUNT(WS-CAMPUS-IX)
           ELSE
               MOVE ZEROS TO WS-AVERAGE-LOAD
           END-IF
           MOVE WS-CAMPUS-LABEL(WS-CAMPUS-IX) TO CPL-LABEL
           MOVE WS-CT-HEADCOUNT(WS-CAMPUS-IX) TO CPL-HEADCOUNT
           MOVE WS-CT-HOURS(WS-CAMPUS-IX) TO CPL-HOURS
           MOVE WS-FTE TO CPL-FTE
           MOVE WS-AVERAGE-LOAD TO CPL-AVG-LOAD
           MOVE WS-CAMPUS-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-CAMPUS-IX.

      *****************************************************************
      *  4000-PRINT-COURSE-ROW THRU 4000-EXIT                         *
      *  One sorted registration - a change of course prints the      *
      *  previous course's rollup line.                               *
      *****************************************************************
       4000-PRINT-COURSE-ROW.
           IF SC-COURSE NOT = WS-PREV-COURSE
               PERFORM 4100-COURSE-BREAK THRU 4100-EXIT
               MOVE SC-COURSE TO WS-PREV-COURSE
               MOVE SC-COURSE-TITLE TO WS-PREV-TITLE
               MOVE SC-CATALOG-HOURS TO WS-PREV-CATALOG
           END-IF
           ADD 1 TO WS-COURSE-REGS
           ADD SC-CATALOG-HOURS TO WS-COURSE-HOURS
           PERFORM 2100-READ-SORTED.
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  4100-COURSE-BREAK THRU 4100-EXIT                             *
      *  The course's catalog hours rolled up over its registrations. *
      *****************************************************************
       4100-COURSE-BREAK.
           IF WS-COURSE-REGS = ZERO
               GO TO 4100-EXIT
           END-IF
           COMPUTE WS-FTE ROUNDED =
               WS-COURSE-HOURS / WS-FULL-TIME-LOAD
           MOVE WS-PREV-COURSE TO CRL-COURSE
           MOVE WS-PREV-TITLE TO CRL-TITLE
           MOVE WS-PREV-CATALOG TO CRL-CATALOG
           MOVE WS-COURSE-REGS TO CRL-REGS
           MOVE WS-COURSE-HOURS TO CRL-HOURS
           MOVE WS-FTE TO CRL-FTE
           MOVE WS-COURSE-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-COURSE-COUNT
           ADD WS-COURSE-REGS TO WS-ALL-REGS
           ADD WS-COURSE-HOURS TO WS-ALL-HOURS
           MOVE ZEROS TO WS-COURSE-REGS
           MOVE ZEROS TO WS-COURSE-HOURS.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  4200-COURSE-TOTALS                                           *
      *****************************************************************
       4200-COURSE-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           COMPUTE WS-FTE ROUNDED =
               WS-ALL-HOURS / WS-FULL-TIME-LOAD
           MOVE "ALL COURSES (CATALOG)" TO CTL-LABEL
           MOVE WS-ALL-REGS TO CTL-REGS
           MOVE WS-ALL-HOURS TO CTL-HOURS
           MOVE WS-FTE TO CTL-FTE
           MOVE WS-COURSE-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *****************************************************************
      *  9000-TERMINATE                                               *
      *****************************************************************
       9000-TERMINATE.
           IF NOT WS-SNAP-ERROR-YES
               CLOSE SORTED-CENSUS
           END-IF
           CLOSE CENSUS-RPT
           DISPLAY "CENSUS TERM         = " WS-SNAP-TERM
           DISPLAY "REGISTRATIONS       = " WS-PROOF-COUNT
           DISPLAY "HEADCOUNT           = " WS-CT-HEADCOUNT(4)
           DISPLAY "CREDIT HOURS        = " WS-CT-HOURS(4)
           DISPLAY "COURSES             = " WS-COURSE-COUNT.
