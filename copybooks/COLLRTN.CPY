      *****************************************************************
      *  COLLRTN.CPY                                                  *
      *  Collection-agency return - the agency's remittance file,     *
      *  one detail (CR-RECORD-CODE = "D") per placed account it      *
      *  collected from, carrying what it collected and the           *
      *  commission it kept; the check it sends is the difference.    *
      *  CR-REMIT-NO is the agency's item number, issued from the     *
      *  agency receipt range outside the cashier receipt books and   *
      *  the lockbox range, and is carried as the PAY-RECEIPT-NO the  *
      *  item posts under.                                             *
      *                                                                *
      *  Record 1 is a control-total header (CR-RECORD-CODE = "H")    *
      *  with the agency code, the remittance date, the detail count  *
      *  and the net remittance total the batch must tie to - the     *
      *  RATETRN.CPY convention with the check amount added.          *
      *****************************************************************
       01  COLL-RETURN-REC.
           02  CR-RECORD-CODE       PIC X.
               88  CR-HEADER-RECORD         VALUE "H".
               88  CR-DETAIL-RECORD         VALUE "D".
           02  CR-REMIT-NO          PIC 9(6).
           02  CR-STUDENTID         PIC 9(8).
           02  CR-COLLECTED         PIC 9(5)V99.
           02  CR-COMMISSION        PIC 9(5)V99.
       01  COLL-RETURN-ALPHA REDEFINES COLL-RETURN-REC.
           02  FILLER               PIC X.
           02  CRA-REMIT-NO         PIC X(6).
           02  CRA-STUDENTID        PIC X(8).
           02  CRA-COLLECTED        PIC X(7).
           02  CRA-COMMISSION       PIC X(7).
       01  COLL-RETURN-HDR REDEFINES COLL-RETURN-REC.
           02  CRH-RECORD-CODE      PIC X.
           02  CRH-AGENCY-CODE      PIC X(4).
           02  CRH-REMIT-DATE       PIC 9(8).
           02  CRH-CONTROL-COUNT    PIC 9(5).
           02  CRH-REMIT-TOTAL      PIC 9(7)V99.
           02  FILLER               PIC X(2).
       01  COLL-RETURN-HDR-ALPHA REDEFINES COLL-RETURN-REC.
           02  FILLER               PIC X(5).
           02  CRHA-REMIT-DATE      PIC X(8).
           02  CRHA-CONTROL-COUNT   PIC X(5).
           02  CRHA-REMIT-TOTAL     PIC X(9).
           02  FILLER               PIC X(2).
