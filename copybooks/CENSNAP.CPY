      *****************************************************************
      *  CENSNAP.CPY                                                  *
      *  Census snapshot - the term's registrations frozen on the     *
      *  census date (TC-CENSUS-DATE) by the CENSNAP step, one        *
      *  generation per term.  CENSRPT reports headcount and FTE      *
      *  from this file alone, so a rerun months later gives the      *
      *  figures filed with the state however the enrollment master   *
      *  has moved since.  Three record types, in this order:         *
      *     H  header  - census date, date taken and the full-time    *
      *                  load the FTE is figured against              *
      *     D  detail  - one per registration counted (rows graded    *
      *                  "W" are drops and are not), in enrollment-   *
      *                  master order: the student's campus of        *
      *                  record, the hours registered, and the        *
      *                  course-master catalog hours and title as     *
      *                  they stood on the day                        *
      *     T  trailer - detail count, registered-hours total and     *
      *                  STUDENTID hash, so a truncated snapshot is   *
      *                  caught before it is reported from            *
      *****************************************************************
       01  CENSUS-SNAP-REC.
           02  CS-RECORD-CODE       PIC X.
               88  CS-HEADER-REC            VALUE "H".
               88  CS-DETAIL-REC            VALUE "D".
               88  CS-TRAILER-REC           VALUE "T".
           02  CS-TERM              PIC X(5).
           02  CS-BODY              PIC X(50).
           02  CS-HEADER-BODY REDEFINES CS-BODY.
               03  CS-CENSUS-DATE   PIC 9(8).
               03  CS-TAKEN-DATE    PIC 9(8).
               03  CS-FULL-TIME-LOAD PIC 9(2)V9.
               03  FILLER           PIC X(31).
           02  CS-DETAIL-BODY REDEFINES CS-BODY.
               03  CS-STUDENTID     PIC 9(8).
               03  CS-COURSE        PIC X(8).
               03  CS-CAMPUS        PIC X.
               03  CS-CREDIT-HOURS  PIC 9V9.
               03  CS-CATALOG-HOURS PIC 9V9.
               03  CS-COURSE-TITLE  PIC X(20).
               03  FILLER           PIC X(9).
           02  CS-TRAILER-BODY REDEFINES CS-BODY.
               03  CS-ROW-COUNT     PIC 9(7).
               03  CS-HOURS-TOTAL   PIC 9(7)V9.
               03  CS-ID-HASH-TOTAL PIC 9(12).
               03  FILLER           PIC X(23).
