      *================================================================*
      *  FEESCHED.CPY                                                  *
      *  Record layout for the FEESCHED account fee schedule file,     *
      *  read by BKFEEASM at month-end.  Laid out like RATETABL: one   *
      *  record per schedule, owned by a branch (0000 applies to       *
      *  every branch) and dated by when it takes effect.  Fee         *
      *  changes are new effective-dated records - no program change   *
      *  needed.  A branch record beats 0000, then the latest          *
      *  effective date wins.                                          *
      *      FS-MAINT-FEE         MONTHLY MAINTENANCE FEE.             *
      *      FS-LOW-BAL-MINIMUM   LOWEST LEDGER BALANCE THE ACCOUNT    *
      *                           MAY DIP TO IN THE MONTH WITHOUT      *
      *                           DRAWING FS-LOW-BAL-FEE.              *
      *      FS-FREE-WITHDRAWALS  WITHDRAWALS AND OUTBOUND TRANSFERS   *
      *                           ALLOWED PER MONTH; EACH ONE OVER     *
      *                           DRAWS FS-EXCESS-WDR-FEE.             *
      *      FS-WAIVER-BALANCE    ALL FEES ARE WAIVED WHEN THE         *
      *                           CUSTOMER'S COMBINED BALANCE ACROSS   *
      *                           EVERY ACCOUNT IS OVER THIS AMOUNT    *
      *                           (ZERO MEANS NO WAIVER).              *
      *  A zero fee amount switches that fee off.                      *
      *================================================================*
           01  FEE-SCHEDULE-RECORD.
               05  FS-BRANCH                PIC 9(04).
               05  FS-EFFECTIVE-DATE        PIC 9(08).
               05  FS-MAINT-FEE             PIC 9(05)V99.
               05  FS-LOW-BAL-MINIMUM       PIC 9(11)V99.
               05  FS-LOW-BAL-FEE           PIC 9(05)V99.
               05  FS-FREE-WITHDRAWALS      PIC 9(03).
               05  FS-EXCESS-WDR-FEE        PIC 9(05)V99.
               05  FS-WAIVER-BALANCE        PIC 9(11)V99.
               05  FILLER                   PIC X(10).
