      *                    TRANSFER LEFT PENDING BY XFER001.           *
      *  2026-08-22  RA   RECOVERY JOURNAL ENTRIES NOW STAMPED FROM    *
      *                    THE BUSINESS DATE (BDAYCTL).                *
      *  2026-10-15  RA   A HALF-DONE OVERDRAFT SWEEP IS BACKED OUT    *
      *                    LIKE A TRANSFER, JOURNALED AS SOBREGIRO.    *
      *================================================================*
      *  PURPOSE.                                                      *
      *      CALLED ONCE AT SESSION STARTUP.  SCANS XFER-CKPT FOR ANY  *
      *      IS SIMPLY CLOSED OUT.  A RECORD MARKED DEBITED MEANS THE  *
      *      SOURCE ACCOUNT WAS ALREADY REDUCED BUT THE DESTINATION    *
      *      NEVER RECEIVED THE CREDIT, SO THE DEBIT IS BACKED OUT BY  *
      *      RE-CREDITING THE SOURCE ACCOUNT.  AN OVERDRAFT            *
      *      PROTECTION SWEEP IS RESOLVED THE SAME WAY, ITS BACKUP     *
      *      ACCOUNT BEING THE SOURCE; ITS BACK-OUT IS JOURNALED AS    *
      *      TJ-OPER-SOBREGIRO LIKE THE SWEEP ITSELF.                  *
      *================================================================*

       ENVIRONMENT DIVISION.
           MOVE CKPT-TO-ACCT TO
               TJ-RELATED-ACCT-NUMBER OF WS-JRNL-ENTRY
           MOVE ACCT-BRANCH TO TJ-BRANCH OF WS-JRNL-ENTRY
           IF CKPT-KIND-SWEEP
               SET TJ-OPER-SOBREGIRO OF WS-JRNL-ENTRY TO TRUE
           ELSE
               MOVE "2" TO TJ-OPERATION-TYPE OF WS-JRNL-ENTRY
           END-IF
           SET TJ-IS-CREDIT OF WS-JRNL-ENTRY TO TRUE
           MOVE CKPT-AMOUNT TO TJ-AMOUNT OF WS-JRNL-ENTRY
           MOVE WS-BEFORE-BALANCE TO TJ-BEFORE-BALANCE OF WS-JRNL-ENTRY
