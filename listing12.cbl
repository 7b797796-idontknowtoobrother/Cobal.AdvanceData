      *                   RANGE) and the end-of-run totals only, so    *
      *                   the SYSOUT is readable for the one thing     *
      *                   anyone scans it for.                          *
      *  2026-10-13  RLM  Students withholding directory information   *
      *                   (PRIVACY-FLAG, copybooks/STUDREC.CPY) are    *
      *                   left off CONTACT-EXPORT and the Student      *
      *                   Affairs extract and have their name masked   *
      *                   on the Registrar's extract. The count        *
      *                   withheld is displayed, carried on the        *
      *                   checkpoint and written to the CONTACT-EXPORT *
      *                   trailer (CT-WITHHELD-COUNT) so VENDACK can   *
      *                   show it beside the count sent.               *
      *****************************************************************

       ENVIRONMENT DIVISION.
           02  CT-RECORD-CODE       PIC X.
           02  CT-RECORD-COUNT      PIC 9(7).
           02  CT-ID-HASH-TOTAL     PIC 9(12).
           02  CT-WITHHELD-COUNT    PIC 9(7).
           02  FILLER               PIC X(49).

      *    Registrar's slice - academic identifiers only (COLLEGEINFO).
      *    A student withholding directory information keeps the row
      *    but the name positions (12 through 25) are masked.
       FD  REGISTRAR-EXTRACT
           LABEL RECORDS ARE STANDARD.
       01  REGISTRAR-EXTRACT-REC   PIC X(25).

      *    Student Affairs' slice - contact/demographic data only
      *    (PERSONALINFO).  Registrar's identifiers never appear here.
      *    A student withholding directory information is left out.
       FD  STUDENT-AFFAIRS-EXTRACT
           LABEL RECORDS ARE STANDARD.
       01  STUDENT-AFFAIRS-EXTRACT-REC PIC X(75).
           02  CKPT-LAST-STUDENTID  PIC 9(8).
           02  CKPT-CONTACT-COUNT   PIC 9(7).
           02  CKPT-ID-HASH         PIC 9(12).
           02  CKPT-WITHHELD-COUNT  PIC 9(7).

       FD  RUN-STATS
           LABEL RECORDS ARE STANDARD.
           02  WS-CHECKPOINT-COUNT  PIC 9(5)      VALUE ZEROS.
           02  WS-CONTACT-COUNT     PIC 9(7)      VALUE ZEROS.
           02  WS-ID-HASH-TOTAL     PIC 9(12)     VALUE ZEROS.
           02  WS-WITHHELD-COUNT    PIC 9(7)      VALUE ZEROS.

       01  WS-CHECKPOINT-INTERVAL   PIC 9(5)      VALUE 100.
       01  WS-RESTART-STUDENTID     PIC 9(8)      VALUE ZEROS.
                       MOVE CKPT-LAST-STUDENTID TO STUDENTID
                       MOVE CKPT-CONTACT-COUNT TO WS-CONTACT-COUNT
                       MOVE CKPT-ID-HASH TO WS-ID-HASH-TOTAL
                       MOVE CKPT-WITHHELD-COUNT TO WS-WITHHELD-COUNT
                       MOVE "Y" TO WS-RESTART-SWITCH
                       DISPLAY "RESTARTING AFTER STUDENTID "
                           WS-RESTART-STUDENTID
           IF WS-VERBOSE-YES
               PERFORM 2080-DISPLAY-NARRATION
           END-IF
           IF PRIVACY-WITHHELD
               ADD 1 TO WS-WITHHELD-COUNT
           ELSE
               PERFORM 2200-WRITE-CONTACT-EXPORT
           END-IF
           PERFORM 2300-WRITE-DEPT-EXTRACTS
           ADD 1 TO WS-CHECKPOINT-COUNT
           IF WS-CHECKPOINT-COUNT = WS-CHECKPOINT-INTERVAL
      *  2200-WRITE-CONTACT-EXPORT                                    *
      *  Writes one fixed-layout record per student for the mailing-  *
      *  house vendor's feed, taken from CONTACTINFO with the phone   *
      *  number rendered through PHONE-DISPLAY.  Never called for a   *
      *  student withholding directory information - those are        *
      *  counted instead and the count rides the trailer.             *
      *****************************************************************
       2200-WRITE-CONTACT-EXPORT.
           MOVE "D" TO CE-RECORD-CODE
      *  Writes the Registrar's extract straight from COLLEGEINFO and *
      *  the Student Affairs extract straight from PERSONALINFO, so   *
      *  each department only ever receives its own slice of the      *
      *  record.  A student withholding directory information keeps   *
      *  the Registrar's row with the name masked and is left off the *
      *  Student Affairs extract altogether.                          *
      *****************************************************************
       2300-WRITE-DEPT-EXTRACTS.
           MOVE COLLEGEINFO TO REGISTRAR-EXTRACT-REC
           IF PRIVACY-WITHHELD
               MOVE ALL "*" TO REGISTRAR-EXTRACT-REC(12:14)
           END-IF
           WRITE REGISTRAR-EXTRACT-REC
           IF NOT PRIVACY-WITHHELD
               MOVE PERSONALINFO TO STUDENT-AFFAIRS-EXTRACT-REC
               WRITE STUDENT-AFFAIRS-EXTRACT-REC
           END-IF.

      *****************************************************************
      *  2400-WRITE-CHECKPOINT                                        *
           MOVE STUDENTID TO CKPT-LAST-STUDENTID
           MOVE WS-CONTACT-COUNT TO CKPT-CONTACT-COUNT
           MOVE WS-ID-HASH-TOTAL TO CKPT-ID-HASH
           MOVE WS-WITHHELD-COUNT TO CKPT-WITHHELD-COUNT
           WRITE CHECKPOINT-REC
           CLOSE CHECKPOINT-FILE
           MOVE ZEROS TO WS-CHECKPOINT-COUNT.
               MOVE "T" TO CT-RECORD-CODE
               MOVE WS-CONTACT-COUNT TO CT-RECORD-COUNT
               MOVE WS-ID-HASH-TOTAL TO CT-ID-HASH-TOTAL
               MOVE WS-WITHHELD-COUNT TO CT-WITHHELD-COUNT
               WRITE CONTACT-TRAILER-REC
               OPEN OUTPUT CHECKPOINT-FILE
               CLOSE CHECKPOINT-FILE
           DISPLAY "STUDENTS PROCESSED = " WS-RECORD-COUNT
           DISPLAY "INVALID GENDER CODES = " WS-GENDER-ERRORS
           DISPLAY "GPA OUT OF RANGE = " WS-GPA-ERRORS
           DISPLAY "CONTACTS EXPORTED = " WS-CONTACT-COUNT
           DISPLAY "WITHHELD - PRIVACY = " WS-WITHHELD-COUNT
               " (LEFT OFF CONTEXP AND AFFEXTR, MASKED ON REGEXTR)"
           PERFORM 9100-WRITE-RUN-STATS.

      *****************************************************************
      *  9100-WRITE-RUN-STATS                                         *
      *  Appends this step's counts to the common run-statistics      *
      *  file for the RUNSTATS balance sheet - in is the students     *
      *  read, out is the contacts exported (students withholding     *
      *  directory information make up the difference), rejects are   *
      *  the edit flags, and the verdict is whether the run finished  *
      *  clean.                                                        *
      *****************************************************************
       9100-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS
