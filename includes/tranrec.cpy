      *        NET MOVEMENT THE SAME AS TJ-OPER-RETENCIONES.
                   88  TJ-OPER-AUTORIZACION         VALUE "8".
                   88  TJ-OPER-REVERSAL             VALUE "9".
      *        A TJ-OPER-COMISIONES ENTRY IS A BANK FEE DEBITED BY THE
      *        MONTH-END FEE RUN (BKFEEASM).  TJ-SESSION-ID NAMES THE
      *        FEE: FEEMAINT MAINTENANCE, FEELOWBL LOW BALANCE,
      *        FEEXSWDR EXCESS WITHDRAWALS.
                   88  TJ-OPER-COMISIONES           VALUE "A".
      *        A TJ-OPER-SOBREGIRO PAIR IS AN OVERDRAFT PROTECTION
      *        SWEEP (WITHDRW1/XFER001, LINKS ON ODPLINK): A DEBIT
      *        TO THE BACKUP ACCOUNT AND A CREDIT TO THE PROTECTED
      *        ACCOUNT FOR THE SAME AMOUNT AND TJ-TRAN-TIME, EACH
      *        NAMING THE OTHER IN TJ-RELATED-ACCT-NUMBER.
                   88  TJ-OPER-SOBREGIRO            VALUE "B".
      *        A TJ-OPER-CHQ-DEVUELTO ENTRY IS A RETURNED-CHECK
      *        CHARGEBACK (BKCHKRT): A DEBIT FOR A CHECK DEPOSIT THE
      *        DRAWEE BANK REFUSED TO PAY.  TJ-ORIG-TRAN-TIME CARRIES
      *        THE TJ-TRAN-TIME OF THE DEPOSIT CHARGED BACK.
                   88  TJ-OPER-CHQ-DEVUELTO         VALUE "C".
      *        A TJ-OPER-PLAZO-FIJO ENTRY MOVES PRINCIPAL INTO OR OUT
      *        OF A CERTIFICATE OF DEPOSIT (CDMNT, BKCDMAT): A DEBIT
      *        TO ONE ACCOUNT AND A CREDIT TO THE OTHER FOR THE SAME
      *        AMOUNT, EACH NAMING THE OTHER IN TJ-RELATED-ACCT-NUMBER.
      *        THE CD CARRIES ITS OWN NUMBER IN TJ-ACCT-NUMBER.
                   88  TJ-OPER-PLAZO-FIJO           VALUE "D".
      *        A TJ-OPER-CHQ-OFICIAL ENTRY IS THE DEBIT FOR AN
      *        OFFICIAL CHECK BOUGHT FROM AN ACCOUNT (OFCKISS).
      *        TJ-RELATED-ACCT-NUMBER CARRIES THE CHECK SERIAL FROM
      *        THE OFCKREG REGISTER, NOT AN ACCOUNT NUMBER.
                   88  TJ-OPER-CHQ-OFICIAL          VALUE "E".
               05  TJ-DEBIT-CREDIT-IND      PIC X(01).
                   88  TJ-IS-DEBIT                  VALUE "D".
                   88  TJ-IS-CREDIT                 VALUE "C".
               05  TJ-BEFORE-BALANCE        PIC S9(11)V99 COMP-3.
               05  TJ-AFTER-BALANCE         PIC S9(11)V99 COMP-3.
      *        TJ-ORIG-TRAN-TIME IS SET ONLY ON A TJ-OPER-REVERSAL
      *        OR TJ-OPER-CHQ-DEVUELTO ENTRY - IT CARRIES THE
      *        TJ-TRAN-TIME OF THE ORIGINAL POSTING BEING BACKED OUT
      *        SO TXNREV01 AND BKCHKRT CAN TELL IT ALREADY HAS BEEN.
               05  TJ-ORIG-TRAN-TIME        PIC 9(08).
      *        TJ-TENDER-TYPE SAYS WHAT ACTUALLY CHANGED HANDS ON A
      *        DEPOSITOS/EXTRACCIONES POSTING: CASH MOVES THE TELLER
                   88  TJ-TENDER-CASH               VALUE "C" " ".
                   88  TJ-TENDER-CHECK              VALUE "K".
                   88  TJ-TENDER-INTERNAL           VALUE "I".
      *        TJ-JRNL-SEQUENCE AND TJ-CHAIN-VALUE ARE STAMPED BY
      *        JRNLWRT, NEVER BY THE CALLER.  THE SEQUENCE RUNS 1, 2,
      *        3... WITHOUT GAPS WITHIN A BUSINESS DATE; THE CHAIN
      *        VALUE IS JRNLCHK'S CHECK OVER EVERY BYTE AHEAD OF IT,
      *        SEEDED WITH THE PREVIOUS ENTRY'S CHAIN VALUE, SO AN
      *        ENTRY ALTERED, REMOVED OR REPEATED AFTER THE FACT
      *        BREAKS THE CHAIN.  BKJRNVFY PROVES IT EACH NIGHT.
               05  TJ-JRNL-SEQUENCE         PIC 9(06).
               05  TJ-CHAIN-VALUE           PIC 9(09).
