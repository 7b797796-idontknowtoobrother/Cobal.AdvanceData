      *                   of record (CAMPUS, copybooks/STUDREC.CPY) -  *
      *                   everything on the converted master is the    *
      *                   main campus, so the conversion stamps "M".   *
      *  2026-10-02  RLM  PROGRAM-CODE on the expanded record is       *
      *                   spaced out - no converted student has        *
      *                   declared a program yet.                      *
      *  2026-10-03  RLM  Converted students are stamped active        *
      *                   (STUDENT-STATUS) effective the conversion    *
      *                   run date.                                    *
      *  2026-10-13  RLM  Converted students are released for          *
      *                   directory information (PRIVACY-FLAG N)       *
      *                   effective the conversion run date.           *
      *****************************************************************

       ENVIRONMENT DIVISION.
           02  WS-READ-COUNT        PIC 9(7)   VALUE ZEROS.
           02  WS-WRITTEN-COUNT     PIC 9(7)   VALUE ZEROS.

       01  WS-RUN-DATE          PIC 9(8)       VALUE ZEROS.

       PROCEDURE DIVISION.

      *****************************************************************
      *  1000-INITIALIZE                                              *
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT OLD-STUDENT-MASTER
           IF NOT WS-OLDMAST-OK
               DISPLAY "OLD STUDENT-MASTER OPEN FAILED, STATUS = "
           MOVE OLD-PHONENUMBER TO PHONENUMBER
           MOVE SPACES TO POSTALADDR
           MOVE "M" TO CAMPUS
           MOVE SPACES TO PROGRAM-CODE
           MOVE "A" TO STUDENT-STATUS
           MOVE WS-RUN-DATE TO STATUS-DATE
           MOVE "N" TO PRIVACY-FLAG
           MOVE WS-RUN-DATE TO PRIVACY-DATE
           WRITE STUDENTREC
               INVALID KEY
                   DISPLAY "WRITE FAILED ON STUDENTID " STUDENTID
