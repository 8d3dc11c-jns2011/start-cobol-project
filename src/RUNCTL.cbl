      *                    OF THE NIGHT SUITE.                         *
      *  2026-09-03  RA   BKVLTRPT (VAULT PROOF) ADDED RIGHT AFTER     *
      *                    BKDRWRPT.                                   *
      *  2026-10-15  RA   BKFEEASM (MONTH-END FEES) ADDED RIGHT        *
      *                    AFTER BKINTACC.                             *
      *  2026-10-15  RA   BKCHKRT (RETURNED CHECKS) ADDED RIGHT        *
      *                    AFTER BKACHRT.                              *
      *  2026-10-15  RA   BKCDMAT (CD MATURITY) ADDED RIGHT AFTER      *
      *                    BKINTACC.                                   *
      *  2026-10-15  RA   BKGLPOST (BRANCH GL POSTING AND TRIAL        *
      *                    BALANCE) ADDED AFTER BKVLTRPT.              *
      *  2026-10-15  RA   BKAMLMON (CASH MONITORING AND COMPLIANCE     *
      *                    CASES) ADDED AFTER BKCTRRPT.                *
      *  2026-10-15  RA   BKALERT (CUSTOMER ALERT FILE) ADDED AFTER    *
      *                    BKAMLMON.                                   *
      *  2026-10-15  RA   BKJRNVFY (JOURNAL SEQUENCE AND CHAIN PROOF)  *
      *                    ADDED AHEAD OF BKRECON.                     *
      *  2026-10-15  RA   BKOFCKPD (OFFICIAL CHECK PAID ITEMS) ADDED   *
      *                    AFTER BKCHKRT.                              *
      *================================================================*
      *  PURPOSE.                                                      *
      *      OWNS THE RUNCTL RUN-CONTROL FILE (RUNREC): ONE RECORD     *

       WORKING-STORAGE SECTION.
       01  WS-RUN-FILE-STATUS           PIC X(02).
       77  WS-STEP-TOTAL                PIC 9(02) COMP  VALUE 21.
      *    THE NIGHT SUITE IN ITS REQUIRED ORDER.  BKEODCUT MUST
      *    STAY LAST - IT ARCHIVES THE JOURNAL THE OTHER STEPS READ.
       01  WS-STEP-TABLE-VALUES.
           05  FILLER                   PIC X(08) VALUE "BKINTACC".
           05  FILLER                   PIC X(08) VALUE "BKCDMAT ".
           05  FILLER                   PIC X(08) VALUE "BKFEEASM".
           05  FILLER                   PIC X(08) VALUE "BKSTORUN".
           05  FILLER                   PIC X(08) VALUE "BKACHRT ".
           05  FILLER                   PIC X(08) VALUE "BKCHKRT ".
           05  FILLER                   PIC X(08) VALUE "BKOFCKPD".
           05  FILLER                   PIC X(08) VALUE "BKDORMNT".
           05  FILLER                   PIC X(08) VALUE "BKJRNVFY".
           05  FILLER                   PIC X(08) VALUE "BKRECON ".
           05  FILLER                   PIC X(08) VALUE "BKDAYRPT".
           05  FILLER                   PIC X(08) VALUE "BKTLRRPT".
           05  FILLER                   PIC X(08) VALUE "BKDRWRPT".
           05  FILLER                   PIC X(08) VALUE "BKVLTRPT".
           05  FILLER                   PIC X(08) VALUE "BKGLPOST".
           05  FILLER                   PIC X(08) VALUE "BKCTRRPT".
           05  FILLER                   PIC X(08) VALUE "BKAMLMON".
           05  FILLER                   PIC X(08) VALUE "BKALERT ".
           05  FILLER                   PIC X(08) VALUE "BKLDGACK".
           05  FILLER                   PIC X(08) VALUE "BKACHFD ".
           05  FILLER                   PIC X(08) VALUE "BKEODCUT".
       01  WS-STEP-TABLE REDEFINES WS-STEP-TABLE-VALUES.
           05  WS-STEP-NAME             PIC X(08)
                   OCCURS 21 TIMES.

       01  WS-THIS-STEP                 PIC 9(02) COMP.
       01  WS-CHECK-STEP                PIC 9(02) COMP.
