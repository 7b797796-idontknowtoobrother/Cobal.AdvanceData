      *                   survivor's own and the re-key could not be   *
      *                   unwound.  Journal rows now carry a record    *
      *                   code ("E" re-key, "F" fold).                 *
      *  2026-09-30  RLM  Enrollment rows carry the new source-        *
      *                   institution field through the re-key and     *
      *                   the "E" before-image, so a merged student's  *
      *                   transfer credit keeps its institution.       *
      *  2026-10-02  RLM  Journal before-image widened to X(93) with   *
      *                   the PROGRAM-CODE field added to STUDENTREC.  *
      *  2026-10-03  RLM  Journal before-image widened to X(102) with  *
      *                   the lifecycle status and date added to       *
      *                   STUDENTREC.                                  *
      *  2026-10-13  RLM  Journal before-image widened to X(111) with  *
      *                   the privacy flag and date added to           *
      *                   STUDENTREC.                                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
               88  MJE-REKEY-ROW            VALUE "E".
           02  MJE-TIMESTAMP        PIC X(14).
           02  MJE-SURVIVOR-ID      PIC 9(8).
           02  MJE-ENROLL-BEFORE    PIC X(44).
           02  FILLER               PIC X(46).

       FD  MERGE-RPT
           LABEL RECORDS ARE STANDARD

       01  WS-MERGE-REASON      PIC X(34)      VALUE SPACES.

       01  WS-BEFORE-IMAGE      PIC X(111)     VALUE SPACES.
       01  WS-DUP-BALANCE       PIC S9(7)V99   VALUE ZEROS.
       01  WS-DUP-OLDEST-DATE   PIC 9(8)       VALUE ZEROS.
       01  WS-DUP-HAS-RECV      PIC X          VALUE "N".
           02  WS-EB-COURSE         PIC X(8).
           02  WS-EB-CREDITS        PIC 9V9.
           02  WS-EB-GRADE          PIC X.
           02  WS-EB-SOURCE-INST    PIC X(20).

       01  WS-JOURNAL-DATE      PIC 9(8)       VALUE ZEROS.
       01  WS-JOURNAL-TIME      PIC 9(8)       VALUE ZEROS.
               03  WS-RT-COURSE     PIC X(8).
               03  WS-RT-CREDITS    PIC 9V9.
               03  WS-RT-GRADE      PIC X.
               03  WS-RT-SOURCE-INST PIC X(20).

       01  WS-MERGE-LINE.
           02  MRG-SURVIVOR      PIC 9(8).
           MOVE EN-COURSE TO WS-RT-COURSE(WS-ROW-IX)
           MOVE EN-CREDIT-HOURS TO WS-RT-CREDITS(WS-ROW-IX)
           MOVE EN-GRADE TO WS-RT-GRADE(WS-ROW-IX)
           MOVE EN-SOURCE-INST TO WS-RT-SOURCE-INST(WS-ROW-IX)
           PERFORM 3050-READ-ENROLL.
       3060-EXIT.
           EXIT.
           MOVE WS-RT-COURSE(WS-ROW-IX) TO EN-COURSE
           MOVE WS-RT-CREDITS(WS-ROW-IX) TO EN-CREDIT-HOURS
           MOVE WS-RT-GRADE(WS-ROW-IX) TO EN-GRADE
           MOVE WS-RT-SOURCE-INST(WS-ROW-IX) TO EN-SOURCE-INST
           WRITE ENROLL-REC
               INVALID KEY
                   PERFORM 3250-LOG-CONFLICT
           MOVE WS-RT-COURSE(WS-ROW-IX) TO WS-EB-COURSE
           MOVE WS-RT-CREDITS(WS-ROW-IX) TO WS-EB-CREDITS
           MOVE WS-RT-GRADE(WS-ROW-IX) TO WS-EB-GRADE
           MOVE WS-RT-SOURCE-INST(WS-ROW-IX) TO WS-EB-SOURCE-INST
           MOVE SPACES TO MERGE-ENROLL-JRNL-REC
           MOVE "E" TO MJE-RECORD-CODE
           MOVE WS-JOURNAL-TIMESTAMP TO MJE-TIMESTAMP
