      *================================================================*
      *  GLBAL.CPY                                                     *
      *  Record layout for the GLBAL branch general-ledger balance     *
      *  indexed file, keyed by GL account, posted nightly by          *
      *  BKGLPOST from TRAN-JOURNAL through the COAMAP chart.          *
      *  Balances are carried debit-positive: an asset such as Cash    *
      *  on Hand is normally positive, a liability such as Customer    *
      *  Deposits normally negative.  GLB-BUSINESS-DATE is the last    *
      *  date posted; the next date's run rolls the closing balance    *
      *  into the opening balance and clears the day's totals.         *
      *================================================================*
           01  GL-BALANCE-RECORD.
               05  GLB-GL-ACCOUNT           PIC 9(06).
               05  GLB-GL-NAME              PIC X(30).
               05  GLB-BUSINESS-DATE        PIC 9(08).
               05  GLB-OPENING-BALANCE      PIC S9(13)V99 COMP-3.
               05  GLB-DAY-DEBITS           PIC S9(13)V99 COMP-3.
               05  GLB-DAY-CREDITS          PIC S9(13)V99 COMP-3.
               05  GLB-CLOSING-BALANCE      PIC S9(13)V99 COMP-3.
               05  FILLER                   PIC X(20).
