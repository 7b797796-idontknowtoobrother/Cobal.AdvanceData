      *  confirmation file.  Any leg that does not tie               *
      *  fails the night's stream (RC=8) with an exception report,    *
      *  so "we sent 4,960, they loaded 4,812" is settled by the      *
      *  file, not by whoever argues loudest.  The students withheld  *
      *  for directory-information privacy are printed from the       *
      *  trailer, so details sent plus withheld still ties back to    *
      *  the students REDEFINES3 read.                                 *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  2026-08-22  RLM  Original program.                            *
      *  2026-10-13  RLM  Trailer now carries CT-WITHHELD-COUNT, the   *
      *                   students REDEFINES3 left off the feed for    *
      *                   directory-information privacy. It is printed *
      *                   on the report and console beside the counts  *
      *                   sent and loaded; it is not part of the       *
      *                   vendor tie-out.                              *
      *****************************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
      *    The feed as transmitted - "D" details, one "T" trailer     *
      *    carrying the count and STUDENTID hash total, and the count  *
      *    of students REDEFINES3 left off for withholding directory   *
      *    information.                                                *
       FD  CONTACT-EXPORT
           LABEL RECORDS ARE STANDARD.
       01  CONTACT-EXPORT-REC.
           02  FILLER               PIC X.
           02  CT-RECORD-COUNT      PIC 9(7).
           02  CT-ID-HASH-TOTAL     PIC 9(12).
           02  CT-WITHHELD-COUNT    PIC 9(7).
           02  FILLER               PIC X(49).

      *    The vendor's returned confirmation - the count and hash    *
      *    total they loaded, per the transmission agreement.          *
           02  WS-TRAILER-HASH      PIC 9(12)  VALUE ZEROS.
           02  WS-VENDOR-COUNT      PIC 9(7)   VALUE ZEROS.
           02  WS-VENDOR-HASH       PIC 9(12)  VALUE ZEROS.
           02  WS-WITHHELD-COUNT    PIC 9(7)   VALUE ZEROS.

       01  WS-ACK-LINE.
           02  ACK-LABEL         PIC X(24).
           02  FILLER            PIC X(9)  VALUE "  HASH = ".
           02  ACK-HASH          PIC 9(12).

       01  WS-WITHHELD-LINE.
           02  FILLER            PIC X(24)
                   VALUE "WITHHELD - PRIVACY    = ".
           02  WHL-COUNT         PIC Z,ZZZ,ZZ9.
           02  FILLER            PIC X(24)
                   VALUE "  (NOT SENT, NOT TIED)".

       01  WS-VERDICT-LINE.
           02  FILLER            PIC X(26)
                   VALUE "** ACKNOWLEDGMENT TIE-OUT ".
               WHEN CE-TRAILER-RECORD
                   MOVE CT-RECORD-COUNT TO WS-TRAILER-COUNT
                   MOVE CT-ID-HASH-TOTAL TO WS-TRAILER-HASH
                   MOVE CT-WITHHELD-COUNT TO WS-WITHHELD-COUNT
                   MOVE "Y" TO WS-TRAILER-SWITCH
               WHEN CE-DETAIL-RECORD
                   ADD 1 TO WS-DETAIL-COUNT
           MOVE WS-VENDOR-HASH TO ACK-HASH
           MOVE WS-ACK-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-WITHHELD-COUNT TO WHL-COUNT
           MOVE WS-WITHHELD-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
               DISPLAY "*** TRAILER COUNT DOES NOT MATCH THE DETAILS "
                   "ON FILE ***"
           DISPLAY "DETAILS ON FEED   = " WS-DETAIL-COUNT
           DISPLAY "TRAILER COUNT     = " WS-TRAILER-COUNT
           DISPLAY "VENDOR COUNT      = " WS-VENDOR-COUNT
           DISPLAY "WITHHELD PRIVACY  = " WS-WITHHELD-COUNT
           IF WS-TIED-NO
               DISPLAY "*** ACKNOWLEDGMENT DOES NOT TIE OUT ***"
               MOVE 8 TO RETURN-CODE
