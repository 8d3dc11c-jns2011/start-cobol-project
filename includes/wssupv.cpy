                   88  WS-SUPV-HOLDS                VALUE "5".
                   88  WS-SUPV-ORDERS               VALUE "6".
                   88  WS-SUPV-VAULT                VALUE "7".
                   88  WS-SUPV-OVERDRAFT            VALUE "8".
                   88  WS-SUPV-CD                   VALUE "9".
                   88  WS-SUPV-AML-CASES            VALUE "A".
                   88  WS-SUPV-SUB-VALID             VALUE "1" THRU "9"
                                                           "A".

           01  WS-REVERSAL-DATA.
               05  WS-REV-ACCT-NUMBER       PIC 9(10).
                   88  WS-HOLD-NONE-PRESENT         VALUE "3".
                   88  WS-HOLD-POSTING-CLOSED       VALUE "4".
                   88  WS-HOLD-INVALID-REQUEST      VALUE "5".

           01  WS-ODP-DATA.
               05  WS-ODP-ACCT-NUMBER       PIC 9(10).
               05  WS-ODP-ACTION            PIC X(01).
                   88  WS-ODP-SET                   VALUE "1".
                   88  WS-ODP-REMOVE                VALUE "2".
               05  WS-ODP-BACKUP-ACCT       PIC 9(10).
               05  WS-ODP-MESSAGE           PIC X(40).
               05  WS-ODP-RETURN-CODE       PIC X(01).
                   88  WS-ODP-APPROVED              VALUE "0".
                   88  WS-ODP-NOT-FOUND             VALUE "1".
                   88  WS-ODP-INVALID-REQUEST       VALUE "2".
                   88  WS-ODP-ACCT-NOT-FOUND        VALUE "3".
                   88  WS-ODP-ACCT-NOT-ACTIVE       VALUE "4".

           01  WS-CD-DATA.
               05  WS-CD-NUMBER             PIC 9(10).
               05  WS-CD-ACTION             PIC X(01).
                   88  WS-CD-OPEN                   VALUE "1".
                   88  WS-CD-BREAK                  VALUE "2".
               05  WS-CD-FUND-ACCT          PIC 9(10).
               05  WS-CD-AMOUNT             PIC 9(9)V99.
               05  WS-CD-TERM-MONTHS        PIC 9(03).
               05  WS-CD-PAYOUT-INSTR       PIC X(01).
               05  WS-CD-PAYOUT-ACCT        PIC 9(10).
               05  WS-CD-MESSAGE            PIC X(40).
               05  WS-CD-RETURN-CODE        PIC X(01).
                   88  WS-CD-APPROVED               VALUE "0".
                   88  WS-CD-NOT-FOUND              VALUE "1".
                   88  WS-CD-INVALID-REQUEST        VALUE "2".
                   88  WS-CD-ACCT-NOT-FOUND         VALUE "3".
                   88  WS-CD-ACCT-NOT-ACTIVE        VALUE "4".
                   88  WS-CD-INSUFF-FUNDS           VALUE "5".
                   88  WS-CD-NO-RATE                VALUE "6".
                   88  WS-CD-POSTING-CLOSED         VALUE "7".

           01  WS-AML-DATA.
               05  WS-AML-OPEN-DATE         PIC 9(08).
               05  WS-AML-SEQUENCE          PIC 9(04).
               05  WS-AML-ACTION            PIC X(01).
                   88  WS-AML-VIEW                  VALUE "1".
                   88  WS-AML-CLEAR                 VALUE "2".
                   88  WS-AML-ESCALATE              VALUE "3".
               05  WS-AML-CUST-NUMBER       PIC 9(08).
               05  WS-AML-RULE              PIC X(01).
               05  WS-AML-AMOUNT            PIC 9(9)V99.
               05  WS-AML-STATUS            PIC X(01).
               05  WS-AML-MESSAGE           PIC X(40).
               05  WS-AML-RETURN-CODE       PIC X(01).
                   88  WS-AML-APPROVED              VALUE "0".
                   88  WS-AML-NOT-FOUND             VALUE "1".
                   88  WS-AML-ALREADY-CLOSED        VALUE "2".
                   88  WS-AML-INVALID-REQUEST       VALUE "3".
