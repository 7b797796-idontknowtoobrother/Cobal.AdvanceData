      *                   code failing CAMPUS-VALID rejects the adds.  *
      *                   Merges of existing students leave CAMPUS     *
      *                   alone - PERSONALINFO does not include it.    *
      *  2026-10-02  RLM  Students this run adds carry spaces in       *
      *                   PROGRAM-CODE; the program is declared        *
      *                   afterwards through STUDMAINT.                *
      *  2026-10-03  RLM  Students this run adds are stamped active    *
      *                   (STUDENT-STATUS) effective the run date.     *
      *  2026-10-13  RLM  Students this run adds are released for      *
      *                   directory information (PRIVACY-FLAG N)       *
      *                   effective the run date; a withhold request   *
      *                   is entered afterwards through STUDMAINT.     *
      *****************************************************************

       ENVIRONMENT DIVISION.
           02  WS-REJECT-COUNT      PIC 9(7)   VALUE ZEROS.

       01  WS-DISPOSITION       PIC X(30)      VALUE SPACES.
       01  WS-RUN-DATE          PIC 9(8)       VALUE ZEROS.

       01  WS-DISP-LINE.
           02  DSP-STUDENTID     PIC 9(8).
      *  1000-INITIALIZE                                              *
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT CONS-RPT
           OPEN I-O STUDENT-MASTER
           IF NOT WS-STUDMAST-OK
           MOVE CI-GPA TO GPA
           MOVE CI-PERSONALINFO TO PERSONALINFO
           MOVE WS-CAMPUS-CODE TO CAMPUS
           MOVE SPACES TO PROGRAM-CODE
           MOVE "A" TO STUDENT-STATUS
           MOVE WS-RUN-DATE TO STATUS-DATE
           MOVE "N" TO PRIVACY-FLAG
           MOVE WS-RUN-DATE TO PRIVACY-DATE
           IF NOT GPA-IN-RANGE OR NOT GENDER-VALID
                   OR NOT CAMPUS-VALID
               MOVE "REJECTED - FAILS MASTER EDITS" TO WS-DISPOSITION
