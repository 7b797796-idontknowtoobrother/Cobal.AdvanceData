      *  2026-08-22  RLM  Original program.                            *
      *  2026-09-02  RLM  Snapshot record widened with TS-CAMPUS to    *
      *                   track the CAMPUS byte added to STUDENTREC.   *
      *  2026-10-02  RLM  Snapshot record widened with TS-PROGRAM-CODE *
      *                   to track the PROGRAM-CODE field added to     *
      *                   STUDENTREC.                                  *
      *  2026-10-03  RLM  Snapshot record widened with TS-STUDENT-     *
      *                   STATUS and TS-STATUS-DATE to track the       *
      *                   lifecycle status added to STUDENTREC.        *
      *  2026-10-13  RLM  Snapshot record widened with TS-PRIVACY-FLAG *
      *                   and TS-PRIVACY-DATE to track the privacy     *
      *                   flag added to STUDENTREC.                    *
      *****************************************************************

       ENVIRONMENT DIVISION.
           02  TS-STATECODE         PIC X(2).
           02  TS-POSTALCODE        PIC X(9).
           02  TS-CAMPUS            PIC X.
           02  TS-PROGRAM-CODE      PIC X(6).
           02  TS-STUDENT-STATUS    PIC X.
           02  TS-STATUS-DATE       PIC 9(8).
           02  TS-PRIVACY-FLAG      PIC X.
           02  TS-PRIVACY-DATE      PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-STUDMAST-STATUS   PIC XX         VALUE ZEROS.
