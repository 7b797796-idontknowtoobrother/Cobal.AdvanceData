      *                   zero-count header and RC=0.  Either failure  *
      *                   now leaves VENDTRN untouched and fails the   *
      *                   step (RC=8).                                 *
      *  2026-10-02  RLM  Spool record widened with MT-PROGRAM-CODE,   *
      *                   left spaces - a change-contact never changes *
      *                   the declared program.                        *
      *  2026-10-03  RLM  Spool record widened with MT-STUDENT-STATUS  *
      *                   and MT-STATUS-DATE, left spaces and zeros.   *
      *  2026-10-13  RLM  Spool record widened with MT-PRIVACY-FLAG    *
      *                   and MT-PRIVACY-DATE, left space and zeros -  *
      *                   a change-contact never changes the privacy   *
      *                   flag.                                        *
      *****************************************************************

       ENVIRONMENT DIVISION.
      *    end of pass, can still be record 1 of the batch.           *
       FD  DETAIL-WORK
           LABEL RECORDS ARE STANDARD.
       01  DETAIL-WORK-REC          PIC X(113).

       FD  REVIEW-RPT
           LABEL RECORDS ARE STANDARD
           MOVE VC-STATECODE TO MT-STATECODE
           MOVE VC-POSTALCODE TO MT-POSTALCODE
           MOVE SPACES TO MT-CAMPUS
           MOVE SPACES TO MT-PROGRAM-CODE
           MOVE SPACES TO MT-STUDENT-STATUS
           MOVE ZEROS TO MT-STATUS-DATE
           MOVE SPACES TO MT-PRIVACY-FLAG
           MOVE ZEROS TO MT-PRIVACY-DATE
           MOVE MAINT-TRANS-REC TO DETAIL-WORK-REC
           WRITE DETAIL-WORK-REC
           ADD 1 TO WS-PENDING-COUNT
