      *================================================================*
      *  OFCKREC.CPY                                                   *
      *  Record layout for the OFCKREG official-check (cashier's       *
      *  check) register, an indexed file keyed by OFCK-SERIAL.  One   *
      *  record per check sold, written by OFCKISS from the teller     *
      *  A-CHEQUE OFICIAL option; marked paid by BKOFCKPD from the     *
      *  correspondent's paid-items file.  An outstanding check is a   *
      *  liability of the branch until it is paid; BKGLPOST proves     *
      *  the official checks GL account against the outstanding        *
      *  total on this file.                                           *
      *      OFCK-FUNDING         C CASH TAKEN INTO THE TELLER'S       *
      *                           DRAWER, D DEBITED TO                 *
      *                           OFCK-PURCHASER-ACCT.                 *
      *      OFCK-PURCHASER-ACCT  THE PURCHASER'S ACCOUNT, REQUIRED    *
      *                           EITHER WAY.  FOR A CASH SALE IT IS   *
      *                           NOT DEBITED; BKCTRRPT AND BKAMLMON   *
      *                           COUNT THE CASH AGAINST IT.           *
      *      OFCK-STATUS          O OUTSTANDING, P PAID.               *
      *      OFCK-PAID-DATE       BUSINESS DATE THE PAYMENT WAS        *
      *                           TAKEN UP FROM THE PAID-ITEMS FILE.   *
      *      OFCK-PRESENTED-COUNT TIMES THE CHECK HAS COME BACK ON     *
      *                           THE PAID-ITEMS FILE.  A PRESENTMENT  *
      *                           AFTER IT IS PAID IS A DUPLICATE;     *
      *                           IT IS REPORTED, NOT PAID AGAIN.      *
      *================================================================*
           01  OFFICIAL-CHECK-RECORD.
               05  OFCK-SERIAL              PIC 9(08).
               05  OFCK-ISSUE-DATE          PIC 9(08).
               05  OFCK-ISSUE-TIME          PIC 9(08).
               05  OFCK-BRANCH              PIC 9(04).
               05  OFCK-TELLER-ID           PIC X(06).
               05  OFCK-AMOUNT              PIC S9(11)V99 COMP-3.
               05  OFCK-PAYEE-NAME          PIC X(30).
               05  OFCK-PURCHASER-NAME      PIC X(30).
               05  OFCK-PURCHASER-ACCT      PIC 9(10).
               05  OFCK-FUNDING             PIC X(01).
                   88  OFCK-FUNDED-CASH             VALUE "C".
                   88  OFCK-FUNDED-ACCOUNT          VALUE "D".
               05  OFCK-STATUS              PIC X(01).
                   88  OFCK-OUTSTANDING             VALUE "O".
                   88  OFCK-PAID                    VALUE "P".
               05  OFCK-PAID-DATE           PIC 9(08).
               05  OFCK-PAID-AMOUNT         PIC S9(11)V99 COMP-3.
               05  OFCK-PRESENTED-COUNT     PIC 9(02).
               05  FILLER                   PIC X(20).
