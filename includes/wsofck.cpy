      *================================================================*
      *  WSOFCK.CPY                                                    *
      *  Working-storage passed between TELLER01 and OFCKISS for the   *
      *  A-CHEQUE OFICIAL official-check sale.                         *
      *================================================================*
           01  WS-OFFICIAL-CHECK-DATA.
               05  WS-OFCK-FUNDING          PIC X(01).
                   88  WS-OFCK-BY-CASH              VALUE "C".
                   88  WS-OFCK-BY-ACCOUNT           VALUE "D".
               05  WS-OFCK-ACCT-NUMBER      PIC 9(10).
               05  WS-OFCK-AMOUNT           PIC 9(9)V99.
               05  WS-OFCK-PAYEE-NAME       PIC X(30).
               05  WS-OFCK-PURCHASER-NAME   PIC X(30).
               05  WS-OFCK-SERIAL           PIC 9(08).
               05  WS-OFCK-MESSAGE          PIC X(40).
               05  WS-OFCK-RETURN-CODE      PIC X(01).
                   88  WS-OFCK-APPROVED             VALUE "0".
                   88  WS-OFCK-INVALID-REQUEST      VALUE "1".
                   88  WS-OFCK-ACCT-NOT-FOUND       VALUE "2".
                   88  WS-OFCK-ACCT-NOT-ACTIVE      VALUE "3".
                   88  WS-OFCK-INSUFF-FUNDS         VALUE "4".
                   88  WS-OFCK-POSTING-CLOSED       VALUE "5".
                   88  WS-OFCK-ACCT-DORMANT         VALUE "6".
