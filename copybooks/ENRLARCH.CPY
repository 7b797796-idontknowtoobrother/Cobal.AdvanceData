      *****************************************************************
      *  ENRLARCH.CPY                                                 *
      *  Enrollment archive - the ENROLL-REC image of every           *
      *  enrollment row of a student INACTARC moves to the student    *
      *  archive (copybooks/STUDARCH.CPY), keyed the same way as the  *
      *  live enrollment master so TRNSCRPT can walk an archived      *
      *  student's terms in the same key order.  EA-ENROLL-IMAGE is   *
      *  sized to ENROLL-REC (copybooks/ENRLREC.CPY) and must track   *
      *  any change to it.                                             *
      *****************************************************************
       01  ENROLL-ARCH-REC.
           02  EA-ENROLL-IMAGE.
               03  EA-ENROLL-KEY.
                   04  EA-STUDENTID PIC 9(8).
                   04  EA-TERM      PIC X(5).
                   04  EA-COURSE    PIC X(8).
               03  FILLER           PIC X(23).
           02  EA-ARCHIVE-DATE      PIC 9(8).
