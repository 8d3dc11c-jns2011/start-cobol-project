      *                    COMPLETED FOR THE BUSINESS DATE, REFUSES    *
      *                    A SECOND RUN, AND RECORDS ITS OWN           *
      *                    COMPLETION.                                 *
      *  2026-10-15  RA   MONTH-END FEES (COMISIONES) SPELLED OUT ON   *
      *                    THEIR OWN LINE AND IN THE BRANCH TOTALS.    *
      *  2026-10-15  RA   OVERDRAFT PROTECTION SWEEPS (SOBREGIRO) ON   *
      *                    THEIR OWN LINE; THE BRANCH TOTAL COUNTS     *
      *                    EACH SWEEP ONCE, BY ITS BACKUP-ACCOUNT      *
      *                    DEBIT LEG.                                  *
      *  2026-10-15  RA   RETURNED-CHECK CHARGEBACKS (CHQ DEVUELTO)    *
      *                    ON THEIR OWN LINE AND IN THE BRANCH TOTALS. *
      *  2026-10-15  RA   CD MOVEMENTS (PLAZO FIJO) SPELLED OUT ON THE *
      *                    DETAIL LINES.                               *
      *  2026-10-15  RA   OFFICIAL CHECK PURCHASES SPELLED OUT AS      *
      *                    CHQ OFICIAL.                                *
      *================================================================*
      *  PURPOSE.                                                      *
      *      SORTS THE DAY'S TRAN-JOURNAL BY BRANCH AND OPERATION      *
           05  WS-BR-XFER-AMOUNT        PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-BR-WDR-COUNT          PIC 9(05)       VALUE ZERO.
           05  WS-BR-WDR-AMOUNT         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-BR-FEE-COUNT          PIC 9(05)       VALUE ZERO.
           05  WS-BR-FEE-AMOUNT         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-BR-ODP-COUNT          PIC 9(05)       VALUE ZERO.
           05  WS-BR-ODP-AMOUNT         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-BR-CHQ-RTN-COUNT      PIC 9(05)       VALUE ZERO.
           05  WS-BR-CHQ-RTN-AMOUNT     PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-BRANCH-TENDER-COUNTERS.
           05  WS-BR-CASH-COUNT         PIC 9(05)       VALUE ZERO.
           MOVE ZERO TO WS-BR-DEP-COUNT WS-BR-DEP-AMOUNT
           MOVE ZERO TO WS-BR-XFER-COUNT WS-BR-XFER-AMOUNT
           MOVE ZERO TO WS-BR-WDR-COUNT WS-BR-WDR-AMOUNT
           MOVE ZERO TO WS-BR-FEE-COUNT WS-BR-FEE-AMOUNT
           MOVE ZERO TO WS-BR-ODP-COUNT WS-BR-ODP-AMOUNT
           MOVE ZERO TO WS-BR-CHQ-RTN-COUNT WS-BR-CHQ-RTN-AMOUNT
           MOVE ZERO TO WS-BR-CASH-COUNT WS-BR-CASH-AMOUNT
           MOVE ZERO TO WS-BR-CHECK-COUNT WS-BR-CHECK-AMOUNT
           MOVE ZERO TO WS-BR-INT-COUNT WS-BR-INT-AMOUNT
               WHEN TJ-OPER-EXTRACCIONES OF SR-DAY-ROW
                   ADD 1 TO WS-BR-WDR-COUNT
                   ADD TJ-AMOUNT OF SR-DAY-ROW TO WS-BR-WDR-AMOUNT
               WHEN TJ-OPER-COMISIONES OF SR-DAY-ROW
                   ADD 1 TO WS-BR-FEE-COUNT
                   ADD TJ-AMOUNT OF SR-DAY-ROW TO WS-BR-FEE-AMOUNT
               WHEN TJ-OPER-SOBREGIRO OF SR-DAY-ROW
                   AND TJ-IS-DEBIT OF SR-DAY-ROW
                   ADD 1 TO WS-BR-ODP-COUNT
                   ADD TJ-AMOUNT OF SR-DAY-ROW TO WS-BR-ODP-AMOUNT
               WHEN TJ-OPER-CHQ-DEVUELTO OF SR-DAY-ROW
                   ADD 1 TO WS-BR-CHQ-RTN-COUNT
                   ADD TJ-AMOUNT OF SR-DAY-ROW TO WS-BR-CHQ-RTN-AMOUNT
           END-EVALUATE
      *    TENDER BREAKDOWN - ONLY THE MONETARY POSTINGS (TYPES 1-3);
      *    THE BALANCE-NEUTRAL ENTRY TYPES WOULD ONLY MUDDY THE
                   MOVE "AUTORIZACION    " TO WS-OPER-NAME
               WHEN "9"
                   MOVE "REVERSALS       " TO WS-OPER-NAME
               WHEN "A"
                   MOVE "COMISIONES      " TO WS-OPER-NAME
               WHEN "B"
                   MOVE "SOBREGIRO       " TO WS-OPER-NAME
               WHEN "C"
                   MOVE "CHQ DEVUELTO    " TO WS-OPER-NAME
               WHEN "D"
                   MOVE "PLAZO FIJO      " TO WS-OPER-NAME
               WHEN "E"
                   MOVE "CHQ OFICIAL     " TO WS-OPER-NAME
               WHEN OTHER
                   MOVE "UNKNOWN         " TO WS-OPER-NAME
           END-EVALUATE.
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-BR-FEE-COUNT TO WS-EDIT-COUNT
           MOVE WS-BR-FEE-AMOUNT TO WS-EDIT-AMOUNT
           STRING "    BRANCH COMISIONES    COUNT: " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               "  AMOUNT: " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-BR-ODP-COUNT TO WS-EDIT-COUNT
           MOVE WS-BR-ODP-AMOUNT TO WS-EDIT-AMOUNT
           STRING "    BRANCH SOBREGIRO     COUNT: " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               "  AMOUNT: " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-BR-CHQ-RTN-COUNT TO WS-EDIT-COUNT
           MOVE WS-BR-CHQ-RTN-AMOUNT TO WS-EDIT-AMOUNT
           STRING "    BRANCH CHQ DEVUELTO  COUNT: " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               "  AMOUNT: " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-BR-CASH-COUNT TO WS-EDIT-COUNT
           MOVE WS-BR-CASH-AMOUNT TO WS-EDIT-AMOUNT
           STRING "    TENDER CASH          COUNT: " DELIMITED BY SIZE
