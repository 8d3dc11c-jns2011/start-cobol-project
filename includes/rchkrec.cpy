      *================================================================*
      *  RCHKREC.CPY                                                   *
      *  Record layout for the RCHKIN returned-check file the          *
      *  clearing house sends back for checks we deposited that the    *
      *  drawee bank refused to pay.  Only type "6" detail records     *
      *  are items; header and trailer records are skipped.  The       *
      *  reason code follows the clearing convention: NSF insufficient *
      *  funds, CLS account closed, STP payment stopped, SIG signature *
      *  irregular, UNK unable to locate.  Amounts are carried in      *
      *  cents, as on ACHREC.  RCK-DEPOSIT-DATE is the business date   *
      *  the check was deposited with us.                              *
      *================================================================*
           01  RETURNED-CHECK-RECORD.
               05  RCK-RECORD-TYPE          PIC X(01).
               05  RCK-ACCT-NUMBER          PIC 9(10).
               05  RCK-AMOUNT               PIC 9(10).
               05  RCK-DEPOSIT-DATE         PIC 9(08).
               05  RCK-CHECK-NUMBER         PIC X(10).
               05  RCK-DRAWEE-ROUTING       PIC X(09).
               05  RCK-REASON-CODE          PIC X(03).
               05  FILLER                   PIC X(29).
