      *  2026-09-02  RLM  Tabled before-images widened with the        *
      *                   CAMPUS byte added to STUDENTREC and the      *
      *                   journal images (copybooks/MAINTJRN.CPY).     *
      *  2026-10-02  RLM  Tabled before-images widened to X(93) with   *
      *                   the PROGRAM-CODE field added to STUDENTREC   *
      *                   and the journal images.                      *
      *  2026-10-03  RLM  Tabled before-images widened to X(102) with  *
      *                   the lifecycle status and date added to       *
      *                   STUDENTREC.                                  *
      *  2026-10-13  RLM  Tabled before-images widened to X(111) with  *
      *                   the privacy flag and date added to           *
      *                   STUDENTREC.                                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
           02  WS-JOURNAL-ENTRY OCCURS 5000 TIMES.
               03  WS-JT-ACTION     PIC X.
               03  WS-JT-STUDENTID  PIC 9(8).
               03  WS-JT-BEFORE     PIC X(111).

       01  WS-BACKOUT-LINE.
           02  BKO-ACTION        PIC X(12).
