      *                   master, and the privacy review wants a       *
      *                   name behind that too.  No initials, no       *
      *                   print (RC=8).                                *
      *  2026-10-13  RLM  Students withholding directory information   *
      *                   (PRIVACY-FLAG, copybooks/STUDREC.CPY) are no *
      *                   longer printed or logged; the count withheld *
      *                   prints under the total listed so the print   *
      *                   still accounts for the whole master.         *
      *****************************************************************

       ENVIRONMENT DIVISION.
               88  WS-EOF-YES                  VALUE "Y".

       01  WS-STUDENT-COUNT     PIC 9(7)       VALUE ZEROS.
       01  WS-WITHHELD-COUNT    PIC 9(7)       VALUE ZEROS.

       01  WS-OPERATOR          PIC X(3)       VALUE SPACES.
       01  WS-LOG-DATE          PIC 9(8)       VALUE ZEROS.
           02  FILLER            PIC X(20) VALUE "STUDENTS LISTED = ".
           02  TOT-COUNT         PIC ZZZ,ZZ9.

       01  WS-WITHHELD-LINE.
           02  FILLER            PIC X(22)
                   VALUE "WITHHELD - PRIVACY = ".
           02  WHL-COUNT         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

      *****************************************************************

      *****************************************************************
      *  2000-PRINT-STUDENT THRU 2000-EXIT                            *
      *  A student withholding directory information is not printed   *
      *  or logged - only counted, so the total on the print still    *
      *  accounts for every record on the master.                     *
      *****************************************************************
       2000-PRINT-STUDENT.
           IF PRIVACY-WITHHELD
               ADD 1 TO WS-WITHHELD-COUNT
               GO TO 2000-NEXT
           END-IF
           MOVE SURNAME TO DTL-SURNAME
           MOVE FORENAME TO DTL-FORENAME
           MOVE STUDENTID TO DTL-STUDENTID
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-STUDENT-COUNT
           PERFORM 2900-LOG-ACCESS.
       2000-NEXT.
           PERFORM 2100-READ-STUDENT.
       2000-EXIT.
           EXIT.
           MOVE WS-STUDENT-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-WITHHELD-COUNT TO WHL-COUNT
           MOVE WS-WITHHELD-LINE TO RPT-LINE
           WRITE RPT-LINE
           CLOSE STUDENT-MASTER
           CLOSE ACCESS-LOG
           CLOSE DIRECTORY-RPT
           DISPLAY "STUDENTS LISTED = " WS-STUDENT-COUNT
           DISPLAY "WITHHELD - PRIVACY = " WS-WITHHELD-COUNT.
