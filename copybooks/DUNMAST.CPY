      *  that already received the 30-day reminder, and the 90-day    *
      *  final demand only after the warning.  The row is deleted     *
      *  when the account is no longer past due, so a balance paid    *
      *  down and re-aged starts the ladder over.  Once COLLPLC       *
      *  places an account with the collection agency the row goes to *
      *  level 4 with the placement date, and DUNNOTIC sends it       *
      *  nothing further.                                              *
      *****************************************************************
       01  DUN-MASTER-REC.
           02  DN-STUDENTID         PIC 9(8).
               88  DN-REMINDER-SENT         VALUE 1.
               88  DN-WARNING-SENT          VALUE 2.
               88  DN-FINAL-SENT            VALUE 3.
               88  DN-PLACED                VALUE 4.
           02  DN-LAST-NOTICE-DATE  PIC 9(8).
