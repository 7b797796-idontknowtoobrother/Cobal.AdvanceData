      *  OUTSIDE PERSONALINFO so a change-contact transaction can     *
      *  never move a student between campuses.  The per-campus      *
      *  breaks on DEANLIST, DEMORPT and STANDGEN key off it.         *
      *  PROGRAM-CODE is the declared degree program, keyed to the    *
      *  program-requirements master (copybooks/PROGREQ.CPY) and set  *
      *  by STUDMAINT; spaces until the student declares.  DEGAUDIT   *
      *  audits the student's enrollment history against it.          *
      *  STUDENT-STATUS is where the student stands in the lifecycle, *
      *  effective STATUS-DATE: active on add, withdrawn or inactive  *
      *  by STUDMAINT, graduated only by the GRADCLR clearance run.   *
      *  Students long withdrawn or inactive are moved, with their    *
      *  enrollment rows, to the archive file set by INACTARC.         *
      *  PRIVACY-FLAG "Y" means the student has asked that directory  *
      *  information be withheld, effective PRIVACY-DATE; "N" (or     *
      *  space on a record never maintained) releases it.  Set by     *
      *  STUDMAINT only.  The directory print, the mailing export and *
      *  the departmental extracts suppress or mask a withheld        *
      *  student and count it; the inquiry screens show the           *
      *  CONFIDENTIAL - NO RELEASE banner.                             *
      *****************************************************************
       01  STUDENTREC.
           02  STUDENTID        PIC 9(8).
           02  POSTALCODE       PIC X(9).
           02  CAMPUS           PIC X.
               88  CAMPUS-VALID         VALUES "M" "N".
           02  PROGRAM-CODE     PIC X(6).
           02  STUDENT-STATUS   PIC X.
               88  STATUS-ACTIVE        VALUE "A".
               88  STATUS-GRADUATED     VALUE "G".
               88  STATUS-WITHDRAWN     VALUE "W".
               88  STATUS-INACTIVE      VALUE "I".
               88  STATUS-VALID         VALUES "A" "G" "W" "I".
           02  STATUS-DATE      PIC 9(8).
           02  PRIVACY-FLAG     PIC X.
               88  PRIVACY-WITHHELD     VALUE "Y".
               88  PRIVACY-VALID        VALUES "Y" "N".
           02  PRIVACY-DATE     PIC 9(8).
               66  PERSONALINFO RENAMES FORENAME THRU POSTALCODE.
               66  COLLEGEINFO  RENAMES STUDENTID THRU SURNAME.
               66  STUDENTNAME  RENAMES FORENAME THRU SURNAME.
