      *****************************************************************
      *  COLLAGY.CPY                                                  *
      *  Collection-agency placement record - one row written by      *
      *  COLLPLC for every account it places with the agency, sent    *
      *  to the agency as the outbound placement file.  Carries the   *
      *  student's name and POSTALADDR block off the student master,  *
      *  the balance placed and the dates the agency works from: the  *
      *  oldest open charge, the final demand DUNNOTIC sent and the   *
      *  placement itself.  All dates are CCYYMMDD.                    *
      *****************************************************************
       01  COLL-PLACEMENT-REC.
           02  CA-AGENCY-CODE       PIC X(4).
           02  CA-STUDENTID         PIC 9(8).
           02  CA-FORENAME          PIC X(6).
           02  CA-SURNAME           PIC X(8).
           02  CA-POSTALADDR.
               03  CA-STREETADDR    PIC X(20).
               03  CA-CITYNAME      PIC X(15).
               03  CA-STATECODE     PIC X(2).
               03  CA-POSTALCODE    PIC X(9).
           02  CA-PHONENUMBER       PIC X(14).
           02  CA-BALANCE           PIC 9(7)V99.
           02  CA-OLDEST-CHARGE-DATE PIC 9(8).
           02  CA-FINAL-NOTICE-DATE PIC 9(8).
           02  CA-PLACED-DATE       PIC 9(8).
