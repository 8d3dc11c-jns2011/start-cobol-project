               05  LINE 10 COLUMN 2 PIC X(22)
                       USING MSG-LBL-HISTORIA OF WS-MSG-AREA.
               05  LINE 11 COLUMN 2 PIC X(22)
                       USING MSG-LBL-OFICIAL OF WS-MSG-AREA.
               05  LINE 12 COLUMN 2 PIC X(22)
                       USING MSG-LBL-OPCION OF WS-MSG-AREA.
               05  CHOICE PIC X(1) USING WS-OPERATION-CHOICE AUTO.

               05  LINE 8 COLUMN 2 PIC X(22)
                       USING MSG-LBL-SUPV-OPT7 OF WS-MSG-AREA.
               05  LINE 9 COLUMN 2 PIC X(22)
                       USING MSG-LBL-SUPV-OPT8 OF WS-MSG-AREA.
               05  LINE 10 COLUMN 2 PIC X(22)
                       USING MSG-LBL-SUPV-OPT9 OF WS-MSG-AREA.
               05  LINE 11 COLUMN 2 PIC X(22)
                       USING MSG-LBL-SUPV-OPTA OF WS-MSG-AREA.
               05  LINE 12 COLUMN 2 PIC X(22)
                       USING MSG-LBL-OPCION OF WS-MSG-AREA.
               05  CHOICE PIC X(1) USING WS-SUPV-SUB-CHOICE AUTO.

                       USING WS-HOLD-AMOUNT AUTO.
               05  LINE 12 COLUMN 2 PIC X(40) USING WS-HOLD-MESSAGE.

           01  SUPV-ODP-SCREEN.
               05  BLANK SCREEN.
               05  LINE 2 COLUMN 2 PIC X(22)
                       USING MSG-LBL-SUPV-OPT8 OF WS-MSG-AREA.
               05  LINE 4 COLUMN 2 PIC X(22) REQUIRED
                       USING MSG-LBL-ACCT-NUM OF WS-MSG-AREA.
               05  COLUMN PLUS 1 PIC 9(10)
                       USING WS-ODP-ACCT-NUMBER AUTO.
               05  LINE 5 COLUMN 2 PIC X(22) REQUIRED
                       USING MSG-LBL-HOLD-ACTION OF WS-MSG-AREA.
               05  COLUMN PLUS 1 PIC X(1)
                       USING WS-ODP-ACTION AUTO.
               05  LINE 6 COLUMN 2 PIC X(22)
                       USING MSG-LBL-ODP-BACKUP OF WS-MSG-AREA.
               05  COLUMN PLUS 1 PIC 9(10)
                       USING WS-ODP-BACKUP-ACCT AUTO.
               05  LINE 12 COLUMN 2 PIC X(40) USING WS-ODP-MESSAGE.

           01  SUPV-CD-SCREEN.
               05  BLANK SCREEN.
               05  LINE 2 COLUMN 2 PIC X(22)
                       USING MSG-LBL-SUPV-OPT9 OF WS-MSG-AREA.
               05  LINE 4 COLUMN 2 PIC X(22) REQUIRED
                       USING MSG-LBL-CD-NUMBER OF WS-MSG-AREA.
               05  COLUMN PLUS 1 PIC 9(10)
                       USING WS-CD-NUMBER AUTO.
               05  LINE 5 COLUMN 2 PIC X(22) REQUIRED
                       USING MSG-LBL-HOLD-ACTION OF WS-MSG-AREA.
               05  COLUMN PLUS 1 PIC X(1)
                       USING WS-CD-ACTION AUTO.
               05  LINE 6 COLUMN 2 PIC X(22)
                       USING MSG-LBL-ACCT-NUM OF WS-MSG-AREA.
               05  COLUMN PLUS 1 PIC 9(10)
                       USING WS-CD-FUND-ACCT AUTO.
               05  LINE 7 COLUMN 2 PIC X(22)
                       USING MSG-LBL-MONTO OF WS-MSG-AREA.
               05  COLUMN PLUS 1 PIC 9(9)V99
                       USING WS-CD-AMOUNT AUTO.
               05  LINE 8 COLUMN 2 PIC X(22)
                       USING MSG-LBL-CD-TERM OF WS-MSG-AREA.
               05  COLUMN PLUS 1 PIC 9(3)
                       USING WS-CD-TERM-MONTHS AUTO.
               05  LINE 9 COLUMN 2 PIC X(22)
                       USING MSG-LBL-CD-PAYOUT OF WS-MSG-AREA.
               05  COLUMN PLUS 1 PIC X(1)
                       USING WS-CD-PAYOUT-INSTR AUTO.
               05  LINE 10 COLUMN 2 PIC X(22)
                       USING MSG-LBL-CD-PAY-ACCT OF WS-MSG-AREA.
               05  COLUMN PLUS 1 PIC 9(10)
                       USING WS-CD-PAYOUT-ACCT AUTO.
               05  LINE 12 COLUMN 2 PIC X(40) USING WS-CD-MESSAGE.

           01  SUPV-AML-SCREEN.
               05  BLANK SCREEN.
               05  LINE 2 COLUMN 2 PIC X(22)
                       USING MSG-LBL-SUPV-OPTA OF WS-MSG-AREA.
               05  LINE 4 COLUMN 2 PIC X(22) REQUIRED
                       USING MSG-LBL-AML-DATE OF WS-MSG-AREA.
               05  COLUMN PLUS 1 PIC 9(8)
                       USING WS-AML-OPEN-DATE AUTO.
               05  LINE 5 COLUMN 2 PIC X(22) REQUIRED
                       USING MSG-LBL-AML-SEQ OF WS-MSG-AREA.
               05  COLUMN PLUS 1 PIC 9(4)
                       USING WS-AML-SEQUENCE AUTO.
               05  LINE 6 COLUMN 2 PIC X(22) REQUIRED
                       USING MSG-LBL-AML-ACTION OF WS-MSG-AREA.
               05  COLUMN PLUS 1 PIC X(1)
                       USING WS-AML-ACTION AUTO.
               05  LINE 8 COLUMN 2 PIC X(22)
                       USING MSG-LBL-AML-CUST OF WS-MSG-AREA.
               05  COLUMN PLUS 1 PIC 9(8)
                       USING WS-AML-CUST-NUMBER.
               05  LINE 9 COLUMN 2 PIC X(22)
                       USING MSG-LBL-AML-RULE OF WS-MSG-AREA.
               05  COLUMN PLUS 1 PIC X(1)
                       USING WS-AML-RULE.
               05  LINE 10 COLUMN 2 PIC X(22)
                       USING MSG-LBL-MONTO OF WS-MSG-AREA.
               05  COLUMN PLUS 1 PIC 9(9)V99
                       USING WS-AML-AMOUNT.
               05  LINE 11 COLUMN 2 PIC X(22)
                       USING MSG-LBL-AML-STATUS OF WS-MSG-AREA.
               05  COLUMN PLUS 1 PIC X(1)
                       USING WS-AML-STATUS.
               05  LINE 12 COLUMN 2 PIC X(40) USING WS-AML-MESSAGE.

           01  DRAWER-OPEN-SCREEN.
               05  BLANK SCREEN.
               05  LINE 2 COLUMN 2 VALUE "DRAWER OPENING".
                       USING WS-HIST-ACCT-NUMBER AUTO.
               05  LINE 12 COLUMN 2 PIC X(40) USING WS-HIST-MESSAGE.

           01  OFCK-SCREEN.
               05  BLANK SCREEN.
               05  LINE 2 COLUMN 2 PIC X(22)
                       USING MSG-LBL-OFICIAL OF WS-MSG-AREA.
               05  LINE 4 COLUMN 2 PIC X(22) REQUIRED
                       USING MSG-LBL-OFCK-FUND OF WS-MSG-AREA.
               05  COLUMN PLUS 1 PIC X(1)
                       USING WS-OFCK-FUNDING AUTO.
               05  LINE 5 COLUMN 2 PIC X(22)
                       USING MSG-LBL-ACCT-NUM OF WS-MSG-AREA.
               05  COLUMN PLUS 1 PIC 9(10)
                       USING WS-OFCK-ACCT-NUMBER AUTO.
               05  LINE 6 COLUMN 2 PIC X(22) REQUIRED
                       USING MSG-LBL-MONTO OF WS-MSG-AREA.
               05  COLUMN PLUS 1 PIC 9(9)V99
                       USING WS-OFCK-AMOUNT AUTO.
               05  LINE 7 COLUMN 2 PIC X(22) REQUIRED
                       USING MSG-LBL-OFCK-PAYEE OF WS-MSG-AREA.
               05  COLUMN PLUS 1 PIC X(30)
                       USING WS-OFCK-PAYEE-NAME AUTO.
               05  LINE 8 COLUMN 2 PIC X(22)
                       USING MSG-LBL-OFCK-BUYER OF WS-MSG-AREA.
               05  COLUMN PLUS 1 PIC X(30)
                       USING WS-OFCK-PURCHASER-NAME AUTO.
               05  LINE 10 COLUMN 2 PIC X(22)
                       USING MSG-LBL-OFCK-SERIAL OF WS-MSG-AREA.
               05  COLUMN PLUS 1 PIC 9(8) USING WS-OFCK-SERIAL.
               05  LINE 12 COLUMN 2 PIC X(40) USING WS-OFCK-MESSAGE.

           01  PWD-CHANGE-SCREEN.
               05  BLANK SCREEN.
               05  LINE 2 COLUMN 2 VALUE "PASSWORD EXPIRED".
