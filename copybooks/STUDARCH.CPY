      *****************************************************************
      *  STUDARCH.CPY                                                 *
      *  Student archive - the STUDENTREC image of a long-withdrawn   *
      *  or inactive student moved off STUDENT-MASTER by the INACTARC *
      *  archive run, keyed on SA-STUDENTID, with the date it was     *
      *  archived.  TRNSCRPT reads it when a requested student is no  *
      *  longer on the live master.  SA-STUDENT-IMAGE is sized to     *
      *  STUDENTREC (copybooks/STUDREC.CPY) and must track any        *
      *  change to it.                                                 *
      *****************************************************************
       01  STUDENT-ARCH-REC.
           02  SA-STUDENT-IMAGE.
               03  SA-STUDENTID     PIC 9(8).
               03  FILLER           PIC X(103).
           02  SA-ARCHIVE-DATE      PIC 9(8).
