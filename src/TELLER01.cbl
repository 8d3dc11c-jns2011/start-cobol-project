      *                    REACTIVATION (TLRAUTH + ACCTMNT ACTION 6)   *
      *                    AND RE-POST; TRANSFERS SHOW THE DORMANT     *
      *                    MESSAGE AND GO THROUGH 7-MANTENIMIENTO.     *
      *  2026-10-15  RA   ADDED 8-SOBREGIRO TO THE SUPERVISOR MENU:    *
      *                    SET OR REMOVE AN OVERDRAFT PROTECTION LINK  *
      *                    VIA ODPMNT.                                 *
      *  2026-10-15  RA   ADDED 9-PLAZO FIJO TO THE SUPERVISOR MENU:   *
      *                    OPEN OR BREAK A CERTIFICATE OF DEPOSIT VIA  *
      *                    CDMNT.                                      *
      *  2026-10-15  RA   ADDED A-CUMPLIMIENTO TO THE SUPERVISOR MENU: *
      *                    REVIEW AND DISPOSITION A COMPLIANCE CASE    *
      *                    VIA AMLCMNT.                                *
      *  2026-10-15  RA   ADDED A-CHEQUE OFICIAL TO THE MAIN MENU: SELL*
      *                    AN OFFICIAL CHECK AGAINST CASH OR AN        *
      *                    ACCOUNT VIA OFCKISS.                        *
      *  2026-10-15  RA   DEPOSIT AND WITHDRAWAL TENDER NORMALIZED TO  *
      *                    CASH UNLESS A CHECK IS KEYED.               *
      *================================================================*
      *  PURPOSE.                                                      *
      *      TELLER-FACING MENU DRIVER.  SHOWS THE LANGUAGE SCREEN,    *
           COPY wssto.
           COPY wsvlt.
           COPY wshist.
           COPY wsofck.
           COPY msgtab.

       01  WS-SESSLOG-FILE-STATUS       PIC X(02).
           ACCEPT MAIN-SCREEN
           PERFORM UNTIL WS-OPER-VALID
               DISPLAY MSG-INVALID-OPER OF WS-MSG-AREA
                   AT LINE 13 COLUMN 2
               DISPLAY MAIN-SCREEN
               ACCEPT MAIN-SCREEN
           END-PERFORM
                   PERFORM 7700-CUSTOMERS THRU 7700-CUSTOMERS-EXIT
               WHEN WS-OPER-HISTORIA
                   PERFORM 7800-HISTORIA THRU 7800-HISTORIA-EXIT
               WHEN WS-OPER-OFICIAL
                   PERFORM 7850-CHEQUE-OFICIAL
                       THRU 7850-CHEQUE-OFICIAL-EXIT
           END-EVALUATE.

       3000-MENU-LOOP-EXIT.
           MOVE SPACE TO WS-DEP-TENDER-TYPE
           DISPLAY DEPOSIT-SCREEN
           ACCEPT DEPOSIT-SCREEN
      *    ONLY CASH OR CHECK IS TAKEN AT THE WINDOW.
           IF NOT WS-DEP-TENDER-CHECK
               MOVE "C" TO WS-DEP-TENDER-TYPE
           END-IF
           CALL "DEPOST01" USING WS-DEP-ACCT-NUMBER
                                  WS-DEP-AMOUNT
                                  WS-DEP-TENDER-TYPE
           MOVE SPACE TO WS-WDR-TENDER-TYPE
           DISPLAY WITHDRAW-SCREEN
           ACCEPT WITHDRAW-SCREEN
      *    ONLY CASH OR CHECK IS TAKEN AT THE WINDOW.
           IF NOT WS-WDR-TENDER-CHECK
               MOVE "C" TO WS-WDR-TENDER-TYPE
           END-IF
           CALL "WITHDRW1" USING WS-WDR-ACCT-NUMBER
                                  WS-WDR-AMOUNT
                                  WS-WDR-TENDER-TYPE
           ACCEPT SUPV-MENU-SCREEN
           PERFORM UNTIL WS-SUPV-SUB-VALID
               DISPLAY MSG-INVALID-SUPV-OPER OF WS-MSG-AREA
                   AT LINE 13 COLUMN 2
               DISPLAY SUPV-MENU-SCREEN
               ACCEPT SUPV-MENU-SCREEN
           END-PERFORM
                   PERFORM 7560-STANDING-ORDERS
               WHEN WS-SUPV-VAULT
                   PERFORM 7570-VAULT THRU 7570-VAULT-EXIT
               WHEN WS-SUPV-OVERDRAFT
                   PERFORM 7590-OVERDRAFT-LINK
               WHEN WS-SUPV-CD
                   PERFORM 7595-CERTIFICATE-OF-DEPOSIT
               WHEN WS-SUPV-AML-CASES
                   PERFORM 7597-COMPLIANCE-CASE
           END-EVALUATE.

       7510-SUPERVISOR-MENU-LOOP-EXIT.
       7560-STANDING-ORDERS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  7590-OVERDRAFT-LINK - SET OR REMOVE THE BACKUP ACCOUNT THAT   *
      *  COVERS A SHORTFALL ON A PROTECTED ACCOUNT, DRIVEN BY          *
      *  SUPV-ODP-SCREEN.  THE SWEEP ITSELF HAPPENS IN WITHDRW1 AND    *
      *  XFER001 AT POSTING TIME.                                      *
      *----------------------------------------------------------------*
       7590-OVERDRAFT-LINK.
           MOVE SPACES TO WS-ODP-MESSAGE
           MOVE ZERO TO WS-ODP-BACKUP-ACCT
           DISPLAY SUPV-ODP-SCREEN
           ACCEPT SUPV-ODP-SCREEN
           CALL "ODPMNT" USING WS-ODP-ACCT-NUMBER
                                WS-ODP-ACTION
                                WS-ODP-BACKUP-ACCT
                                WS-TELLER-ID
                                WS-ODP-MESSAGE
                                WS-ODP-RETURN-CODE
           END-CALL
           EVALUATE WS-ODP-RETURN-CODE
               WHEN "0"
                   IF WS-ODP-SET
                       MOVE MSG-ODP-LINKED OF WS-MSG-AREA
                           TO WS-ODP-MESSAGE
                   ELSE
                       MOVE MSG-ODP-REMOVED OF WS-MSG-AREA
                           TO WS-ODP-MESSAGE
                   END-IF
               WHEN "1"
                   MOVE MSG-ODP-NOT-FOUND OF WS-MSG-AREA
                       TO WS-ODP-MESSAGE
               WHEN "2"
                   MOVE MSG-ODP-INVALID OF WS-MSG-AREA
                       TO WS-ODP-MESSAGE
               WHEN "3"
                   MOVE MSG-ACCT-NOT-FOUND OF WS-MSG-AREA
                       TO WS-ODP-MESSAGE
               WHEN "4"
                   MOVE MSG-ACCT-NOT-ACTIVE OF WS-MSG-AREA
                       TO WS-ODP-MESSAGE
           END-EVALUATE
           DISPLAY SUPV-ODP-SCREEN.

       7590-OVERDRAFT-LINK-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  7595-CERTIFICATE-OF-DEPOSIT - OPEN A CD FUNDED FROM AN        *
      *  ACCOUNT, OR BREAK ONE EARLY WITH THE PENALTY, DRIVEN BY       *
      *  SUPV-CD-SCREEN.  ON A BREAK CDMNT RETURNS THE NET AMOUNT      *
      *  PAID IN WS-CD-AMOUNT, SHOWN WHEN THE SCREEN IS REDISPLAYED.   *
      *  MATURITY IS HANDLED BY THE BKCDMAT NIGHT STEP.                *
      *----------------------------------------------------------------*
       7595-CERTIFICATE-OF-DEPOSIT.
           MOVE SPACES TO WS-CD-MESSAGE
           MOVE ZERO TO WS-CD-FUND-ACCT
           MOVE ZERO TO WS-CD-AMOUNT
           MOVE ZERO TO WS-CD-TERM-MONTHS
           MOVE SPACES TO WS-CD-PAYOUT-INSTR
           MOVE ZERO TO WS-CD-PAYOUT-ACCT
           DISPLAY SUPV-CD-SCREEN
           ACCEPT SUPV-CD-SCREEN
           CALL "CDMNT" USING WS-CD-NUMBER
                               WS-CD-ACTION
                               WS-CD-FUND-ACCT
                               WS-CD-AMOUNT
                               WS-CD-TERM-MONTHS
                               WS-CD-PAYOUT-INSTR
                               WS-CD-PAYOUT-ACCT
                               WS-TELLER-ID
                               WS-SESSION-ID
                               WS-CD-MESSAGE
                               WS-CD-RETURN-CODE
           END-CALL
           EVALUATE WS-CD-RETURN-CODE
               WHEN "0"
                   IF WS-CD-OPEN
                       MOVE MSG-CD-OPENED OF WS-MSG-AREA
                           TO WS-CD-MESSAGE
                   ELSE
                       MOVE MSG-CD-BROKEN OF WS-MSG-AREA
                           TO WS-CD-MESSAGE
                   END-IF
               WHEN "1"
                   MOVE MSG-CD-NOT-FOUND OF WS-MSG-AREA
                       TO WS-CD-MESSAGE
               WHEN "2"
                   MOVE MSG-CD-INVALID OF WS-MSG-AREA
                       TO WS-CD-MESSAGE
               WHEN "3"
                   MOVE MSG-ACCT-NOT-FOUND OF WS-MSG-AREA
                       TO WS-CD-MESSAGE
               WHEN "4"
                   MOVE MSG-ACCT-NOT-ACTIVE OF WS-MSG-AREA
                       TO WS-CD-MESSAGE
               WHEN "5"
                   MOVE MSG-INSUFF-FUNDS OF WS-MSG-AREA
                       TO WS-CD-MESSAGE
               WHEN "6"
                   MOVE MSG-CD-NO-RATE OF WS-MSG-AREA
                       TO WS-CD-MESSAGE
               WHEN "7"
                   MOVE MSG-POSTING-CLOSED OF WS-MSG-AREA
                       TO WS-CD-MESSAGE
           END-EVALUATE
           DISPLAY SUPV-CD-SCREEN.

       7595-CERTIFICATE-OF-DEPOSIT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  7597-COMPLIANCE-CASE - LOOK UP A MONITORING CASE OPENED BY    *
      *  BKAMLMON AND RECORD ITS DISPOSITION (CLEARED, OR ESCALATED    *
      *  FOR A FILING) UNDER THE REVIEWING SUPERVISOR'S ID, DRIVEN BY  *
      *  SUPV-AML-SCREEN.  AMLCMNT HANDS BACK THE CASE DETAIL, SHOWN   *
      *  WHEN THE SCREEN IS REDISPLAYED.                               *
      *----------------------------------------------------------------*
       7597-COMPLIANCE-CASE.
           MOVE SPACES TO WS-AML-MESSAGE
           MOVE ZERO TO WS-AML-CUST-NUMBER
           MOVE SPACE TO WS-AML-RULE
           MOVE ZERO TO WS-AML-AMOUNT
           MOVE SPACE TO WS-AML-STATUS
           DISPLAY SUPV-AML-SCREEN
           ACCEPT SUPV-AML-SCREEN
           CALL "AMLCMNT" USING WS-AML-OPEN-DATE
                                 WS-AML-SEQUENCE
                                 WS-AML-ACTION
                                 WS-SUPV-ID
                                 WS-AML-CUST-NUMBER
                                 WS-AML-RULE
                                 WS-AML-AMOUNT
                                 WS-AML-STATUS
                                 WS-AML-MESSAGE
                                 WS-AML-RETURN-CODE
           END-CALL
           EVALUATE WS-AML-RETURN-CODE
               WHEN "0"
                   EVALUATE TRUE
                       WHEN WS-AML-CLEAR
                           MOVE MSG-AML-CLEARED OF WS-MSG-AREA
                               TO WS-AML-MESSAGE
                       WHEN WS-AML-ESCALATE
                           MOVE MSG-AML-ESCALATED OF WS-MSG-AREA
                               TO WS-AML-MESSAGE
                       WHEN OTHER
                           MOVE MSG-AML-SHOWN OF WS-MSG-AREA
                               TO WS-AML-MESSAGE
                   END-EVALUATE
               WHEN "1"
                   MOVE MSG-AML-NOT-FOUND OF WS-MSG-AREA
                       TO WS-AML-MESSAGE
               WHEN "2"
                   MOVE MSG-AML-CLOSED OF WS-MSG-AREA
                       TO WS-AML-MESSAGE
               WHEN "3"
                   MOVE MSG-AML-INVALID OF WS-MSG-AREA
                       TO WS-AML-MESSAGE
           END-EVALUATE
           DISPLAY SUPV-AML-SCREEN.

       7597-COMPLIANCE-CASE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  7570-VAULT - VAULT CASH MANAGEMENT, DRIVEN BY SUPV-VLT-       *
      *  SCREEN.  A BUY OR SELL OVER THE DUAL-CONTROL THRESHOLD        *
       7800-HISTORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  7850-CHEQUE-OFICIAL - SELL AN OFFICIAL CHECK, DRIVEN BY       *
      *  OFCK-SCREEN: FUNDED C IN CASH OR D FROM AN ACCOUNT.  OFCKISS  *
      *  RETURNS THE SERIAL ASSIGNED, SHOWN WHEN THE SCREEN IS         *
      *  REDISPLAYED.  PAID ITEMS ARE MATCHED BY THE BKOFCKPD NIGHT    *
      *  STEP.                                                         *
      *----------------------------------------------------------------*
       7850-CHEQUE-OFICIAL.
           MOVE SPACES TO WS-OFCK-MESSAGE
           MOVE SPACES TO WS-OFCK-FUNDING
           MOVE ZERO TO WS-OFCK-ACCT-NUMBER
           MOVE ZERO TO WS-OFCK-AMOUNT
           MOVE SPACES TO WS-OFCK-PAYEE-NAME
           MOVE SPACES TO WS-OFCK-PURCHASER-NAME
           MOVE ZERO TO WS-OFCK-SERIAL
           DISPLAY OFCK-SCREEN
           ACCEPT OFCK-SCREEN
           CALL "OFCKISS" USING WS-OFCK-FUNDING
                                 WS-OFCK-ACCT-NUMBER
                                 WS-OFCK-AMOUNT
                                 WS-OFCK-PAYEE-NAME
                                 WS-OFCK-PURCHASER-NAME
                                 WS-TELLER-ID
                                 WS-SESSION-ID
                                 WS-OFCK-SERIAL
                                 WS-OFCK-MESSAGE
                                 WS-OFCK-RETURN-CODE
           END-CALL
           EVALUATE TRUE
               WHEN WS-OFCK-APPROVED
                   MOVE MSG-OFCK-ISSUED OF WS-MSG-AREA
                       TO WS-OFCK-MESSAGE
               WHEN WS-OFCK-INVALID-REQUEST
                   MOVE MSG-OFCK-INVALID OF WS-MSG-AREA
                       TO WS-OFCK-MESSAGE
               WHEN WS-OFCK-ACCT-NOT-FOUND
                   MOVE MSG-ACCT-NOT-FOUND OF WS-MSG-AREA
                       TO WS-OFCK-MESSAGE
               WHEN WS-OFCK-ACCT-NOT-ACTIVE
                   MOVE MSG-ACCT-NOT-ACTIVE OF WS-MSG-AREA
                       TO WS-OFCK-MESSAGE
               WHEN WS-OFCK-INSUFF-FUNDS
                   MOVE MSG-INSUFF-FUNDS OF WS-MSG-AREA
                       TO WS-OFCK-MESSAGE
               WHEN WS-OFCK-POSTING-CLOSED
                   MOVE MSG-POSTING-CLOSED OF WS-MSG-AREA
                       TO WS-OFCK-MESSAGE
               WHEN WS-OFCK-ACCT-DORMANT
                   MOVE MSG-ACCT-DORMANT OF WS-MSG-AREA
                       TO WS-OFCK-MESSAGE
           END-EVALUATE
           DISPLAY OFCK-SCREEN.

       7850-CHEQUE-OFICIAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-FINALIZAR - BALANCE THE DRAWER, THEN CLOSE OUT THE       *
      *  SESSION.  AN OVER/SHORT OUTSIDE TOLERANCE MUST BE             *
