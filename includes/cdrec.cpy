      *================================================================*
      *  CDREC.CPY                                                     *
      *  Record layout for the CDMASTER certificate-of-deposit indexed *
      *  file.  One record per certificate, keyed by CD-NUMBER, which  *
      *  is drawn from the same number space as ACCT-MASTER so the     *
      *  journal, BKRECON and the statement run can carry a CD like    *
      *  any other account.  Opened and broken by CDMNT from the       *
      *  supervisor menu; matured, renewed or paid out by BKCDMAT.     *
      *      CD-PRINCIPAL         CURRENT PRINCIPAL - THE CD'S BOOK    *
      *                           BALANCE.  A RENEWAL ROLLS THE TERM'S *
      *                           INTEREST IN; A PAYOUT OR BREAK       *
      *                           TAKES IT TO ZERO.                    *
      *      CD-ANNUAL-RATE       FIXED FOR THE TERM, IN PERCENT       *
      *                           (035000 = 3.5000 PCT), FROM CDRATES. *
      *      CD-TERM-START-DATE   START OF THE CURRENT TERM - THE OPEN *
      *                           DATE, THEN EACH RENEWAL'S MATURITY.  *
      *      CD-PAYOUT-INSTR      R RENEW AT MATURITY AT THE CURRENT   *
      *                           RATE, P PAY PRINCIPAL AND INTEREST   *
      *                           TO CD-PAYOUT-ACCT.                   *
      *================================================================*
           01  CD-MASTER-RECORD.
               05  CD-NUMBER                PIC 9(10).
               05  CD-HOLDER-NAME           PIC X(30).
               05  CD-BRANCH                PIC 9(04).
               05  CD-CUST-NUMBER           PIC 9(08).
               05  CD-PRINCIPAL             PIC S9(11)V99 COMP-3.
               05  CD-TERM-MONTHS           PIC 9(03).
               05  CD-ANNUAL-RATE           PIC 9(02)V9(04).
               05  CD-OPEN-DATE             PIC 9(08).
               05  CD-TERM-START-DATE       PIC 9(08).
               05  CD-MATURITY-DATE         PIC 9(08).
               05  CD-FUNDING-ACCT          PIC 9(10).
               05  CD-PAYOUT-INSTR          PIC X(01).
                   88  CD-PAYOUT-RENEW              VALUE "R".
                   88  CD-PAYOUT-TO-ACCT            VALUE "P".
               05  CD-PAYOUT-ACCT           PIC 9(10).
               05  CD-STATUS                PIC X(01).
                   88  CD-STATUS-ACTIVE             VALUE "A".
                   88  CD-STATUS-PAID               VALUE "M".
                   88  CD-STATUS-BROKEN             VALUE "B".
               05  CD-CLOSE-DATE            PIC 9(08).
               05  CD-RENEWAL-COUNT         PIC 9(03).
               05  CD-OPEN-TELLER-ID        PIC X(06).
               05  FILLER                   PIC X(20).
