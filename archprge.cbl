      *                   the step (RC=8), so the JCL's scratch-and-   *
      *                   rename gate holds and a live file is never   *
      *                   scratched against a half-written .NEW.       *
      *  2026-10-02  RLM  Journal archive/retained records widened to  *
      *                   X(209) to track the PROGRAM-CODE field added *
      *                   to STUDENTREC and the journal images.        *
      *  2026-10-03  RLM  Journal archive/retained records widened to  *
      *                   X(227) with the lifecycle status and date    *
      *                   added to STUDENTREC and the journal images.  *
      *  2026-10-13  RLM  Journal archive/retained records widened to  *
      *                   X(245) with the privacy flag and date added  *
      *                   to STUDENTREC and the journal images.        *
      *****************************************************************

       ENVIRONMENT DIVISION.

       FD  JOURNAL-ARCHIVE
           LABEL RECORDS ARE STANDARD.
       01  JOURNAL-ARCHIVE-REC      PIC X(245).

       FD  JOURNAL-RETAINED
           LABEL RECORDS ARE STANDARD.
       01  JOURNAL-RETAINED-REC     PIC X(245).

       FD  MANIFEST-RPT
           LABEL RECORDS ARE STANDARD
