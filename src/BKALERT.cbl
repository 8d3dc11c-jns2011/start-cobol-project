       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BKALERT.
       AUTHOR.        R. ALVARADO.
       INSTALLATION.  BRANCH SYSTEMS GROUP.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *================================================================*
      *  MODIFICATION HISTORY                                          *
      *  2026-10-15  RA   INITIAL VERSION - NIGHTLY CUSTOMER ALERT     *
      *                    FILE FOR THE MAILING/SMS VENDOR.            *
      *  2026-10-15  RA   ACHRTLOG IS ARCHIVED TO ACHRTDON AND EMPTIED *
      *                    ONLY AFTER ALERTOUT IS CLOSED.              *
      *================================================================*
      *  PURPOSE.                                                      *
      *      BUILDS THE ALERTOUT FILE (ALERTREC.CPY) EACH NIGHT - ONE  *
      *      RECORD PER ALERT EVENT, CARRYING THE CUSTOMER'S NAME,     *
      *      ADDRESS AND PHONE FROM CUST-MASTER THROUGH                *
      *      ACCT-CUST-NUMBER.  THE EVENTS ARE:                        *
      *          H  A HOLD PLACED BY HOLDMNT - THE DAY'S               *
      *             TJ-OPER-RETENCIONES DEBITS ON TRAN-JOURNAL.        *
      *          D  AN ACCOUNT SWEPT DORMANT BY BKDORMNT - ITS         *
      *             TJ-OPER-MANTENIMIENTO ENTRY UNDER TELLER DORMNT.   *
      *          R  A RETURNED ACH ITEM - AN OUTBOUND ENTRY THE        *
      *             NETWORK SENT BACK (BKACHRT'S TJ-OPER-REVERSAL      *
      *             UNDER TELLER ACHRTN), OR AN INBOUND ENTRY BKACHIN  *
      *             RETURNED, FROM ITS ACHRTLOG LOG.                   *
      *          L  A LOW BALANCE - AN ACCOUNT A POSTING TOOK BELOW    *
      *             THE ALRTPARM THRESHOLD TODAY AND STILL BELOW IT    *
      *             AT THE END OF THE DAY.  ONE ALERT PER ACCOUNT.     *
      *      AN EVENT WHOSE ACCOUNT HAS NO CUSTOMER LINK, OR WHOSE     *
      *      CUSTOMER IS NOT ON CUST-MASTER, GOES ON THE ALRTEXC       *
      *      EXCEPTION REPORT INSTEAD OF THE FILE.  A CUSTOMER WITH NO *
      *      PHONE OR NO ADDRESS ON FILE IS ALSO LISTED SO THE BRANCH  *
      *      CAN FIX THE RECORD; THE ALERT STILL GOES OUT THROUGH THE  *
      *      OTHER CHANNEL, AND ONLY A CUSTOMER WITH NEITHER GETS      *
      *      NONE.  ONCE ALERTOUT IS CLOSED THE ACHRTLOG ENTRIES ARE   *
      *      ARCHIVED TO ACHRTDON AND ACHRTLOG LEFT EMPTY.  RUN AFTER  *
      *      BKACHRT AND BKDORMNT AND BEFORE THE BKEODCUT CUTOVER.     *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-JOURNAL ASSIGN TO "TRANJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT ACH-RTN-LOG ASSIGN TO "ACHRTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLOG-FILE-STATUS.

           SELECT ACH-RTN-DONE ASSIGN TO "ACHRTDON"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DONE-FILE-STATUS.

           SELECT ALERT-PARM ASSIGN TO "ALRTPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT ACCT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT CUST-MASTER ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT ALERT-OUT ASSIGN TO "ALERTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALRT-FILE-STATUS.

           SELECT ALERT-EXC ASSIGN TO "ALRTEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-JOURNAL.
           COPY tranrec.

       FD  ACH-RTN-LOG.
      *    SAME LOG RECORD BKACHIN WRITES: THE BUSINESS DATE AND THE
      *    RETURN ITEM IN THE ACHRTN LAYOUT.
       01  ACH-RTN-LOG-RECORD.
           05  ARL-BUSINESS-DATE        PIC 9(08).
           05  ARL-RETURN-ITEM          PIC X(94).

       FD  ACH-RTN-DONE.
       01  ACH-RTN-DONE-RECORD          PIC X(102).

       FD  ALERT-PARM.
      *    SINGLE PARAMETER RECORD: THE LOW-BALANCE ALERT THRESHOLD.
      *    LEFT ZERO OR NOT NUMERIC IT TAKES THE DEFAULT.
       01  ALERT-PARM-RECORD.
           05  ALRP-LOW-BALANCE         PIC 9(9)V99.
           05  FILLER                   PIC X(09).

       FD  ACCT-MASTER.
           COPY acctrec.

       FD  CUST-MASTER.
           COPY custrec.

       FD  ALERT-OUT.
           COPY alertrec.

       FD  ALERT-EXC.
           COPY rptline.

       WORKING-STORAGE SECTION.
       01  WS-JRNL-FILE-STATUS          PIC X(02).
       01  WS-RLOG-FILE-STATUS          PIC X(02).
       01  WS-DONE-FILE-STATUS          PIC X(02).
       01  WS-PARM-FILE-STATUS          PIC X(02).
       01  WS-ACCT-FILE-STATUS          PIC X(02).
       01  WS-CUST-FILE-STATUS          PIC X(02).
       01  WS-ALRT-FILE-STATUS          PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).
       01  WS-ACCT-FILE-SWITCH          PIC X(01)  VALUE "N".
           88  WS-ACCT-FILE-PRESENT             VALUE "Y".
       01  WS-CUST-FILE-SWITCH          PIC X(01)  VALUE "N".
           88  WS-CUST-FILE-PRESENT             VALUE "Y".
       01  WS-JRNL-EOF-SWITCH           PIC X(01)  VALUE "N".
           88  WS-JRNL-EOF                      VALUE "Y".
       01  WS-RLOG-EOF-SWITCH           PIC X(01)  VALUE "N".
           88  WS-RLOG-EOF                      VALUE "Y".
       01  WS-LOW-FOUND-SWITCH          PIC X(01)  VALUE "N".
           88  WS-LOW-FOUND                     VALUE "Y".

      *    LOW-BALANCE THRESHOLD, USED WHEN ALRTPARM IS ABSENT OR THE
      *    FIELD ON IT IS NOT SET.
       77  WS-DEFAULT-LOW-BALANCE       PIC 9(9)V99     VALUE 100.00.
       01  WS-LOW-BALANCE               PIC 9(9)V99.

           COPY achrtn.

      *    THE EVENT IN HAND, HANDED TO 5000-ISSUE-ALERT.
       01  WS-EVENT-DATA.
           05  WS-EV-DATE               PIC 9(08).
           05  WS-EV-TIME               PIC 9(08).
           05  WS-EV-TYPE               PIC X(01).
           05  WS-EV-ACCT-NUMBER        PIC 9(10).
           05  WS-EV-AMOUNT             PIC S9(11)V99 COMP-3.
           05  WS-EV-REASON             PIC X(03).
       01  WS-EVENT-NAME                PIC X(12).
       01  WS-EXC-REASON                PIC X(30).

      *    ACCOUNTS A POSTING TOOK BELOW THE THRESHOLD TODAY, WITH THE
      *    TIME OF THE FIRST SUCH POSTING.  JUDGED AGAINST THE ENDING
      *    BALANCE ONCE THE JOURNAL HAS BEEN READ.
       77  WS-LOW-MAX                   PIC 9(04) COMP  VALUE 1000.
       01  WS-LOW-COUNT                 PIC 9(04) COMP  VALUE ZERO.
       01  WS-LOW-TABLE.
           05  WS-LOW-ENTRY OCCURS 1000 TIMES.
               10  WS-LOW-ACCT-NUMBER   PIC 9(10).
               10  WS-LOW-TRAN-TIME     PIC 9(08).
       01  WS-LOW-SUB                   PIC 9(04) COMP.

       01  WS-RUN-TOTALS.
           05  WS-HOLD-COUNT            PIC 9(07)       VALUE ZERO.
           05  WS-DORMANT-COUNT         PIC 9(07)       VALUE ZERO.
           05  WS-RETURN-COUNT          PIC 9(07)       VALUE ZERO.
           05  WS-LOW-ALERT-COUNT       PIC 9(07)       VALUE ZERO.
           05  WS-ALERT-TOTAL           PIC 9(07)       VALUE ZERO.
           05  WS-EXCEPTION-TOTAL       PIC 9(07)       VALUE ZERO.
           05  WS-LOW-OVERFLOW-COUNT    PIC 9(07)       VALUE ZERO.

       01  WS-EDIT-COUNT                PIC ZZZZZZ9.
       01  WS-EDIT-AMOUNT               PIC -,---,---,---,--9.99.

       01  WS-BDAY-FUNCTION             PIC X(01).
       01  WS-BUSINESS-DATE             PIC 9(08).
       01  WS-BDAY-RETURN-CODE          PIC X(01).

       01  WS-RUN-FUNCTION              PIC X(01).
       01  WS-RUN-STEP-NAME             PIC X(08).
       01  WS-RUN-MESSAGE               PIC X(40).
       01  WS-RUN-RETURN-CODE           PIC X(01).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-RUN-CONTROL-CHECK
           IF WS-RUN-RETURN-CODE NOT = "0"
               DISPLAY "BKALERT: " WS-RUN-MESSAGE
               GO TO 0000-MAINLINE-EXIT
           END-IF
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-SCAN-JOURNAL THRU 2000-SCAN-JOURNAL-EXIT
           PERFORM 3000-SCAN-ACH-RETURN-LOG
               THRU 3000-SCAN-ACH-RETURN-LOG-EXIT
           PERFORM 4000-LOW-BALANCE-ALERTS
               THRU 4000-LOW-BALANCE-ALERTS-EXIT
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           PERFORM 8500-RETIRE-ACH-RETURN-LOG
               THRU 8500-RETIRE-ACH-RETURN-LOG-EXIT
           PERFORM 9500-RUN-CONTROL-COMPLETE.

       0000-MAINLINE-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      *  0100-RUN-CONTROL-CHECK - ASK RUNCTL FOR START CLEARANCE:      *
      *  EVERY PREDECESSOR STEP MUST BE COMPLETE FOR THE BUSINESS      *
      *  DATE AND THIS STEP MUST NOT HAVE RUN YET.                     *
      *----------------------------------------------------------------*
       0100-RUN-CONTROL-CHECK.
           MOVE "S" TO WS-RUN-FUNCTION
           MOVE "BKALERT" TO WS-RUN-STEP-NAME
           CALL "RUNCTL" USING WS-RUN-FUNCTION
                                WS-RUN-STEP-NAME
                                WS-RUN-MESSAGE
                                WS-RUN-RETURN-CODE
           END-CALL.

       0100-RUN-CONTROL-CHECK-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE - PICK UP THE LOW-BALANCE THRESHOLD AND OPEN  *
      *  THE MASTERS, THE ALERT FILE AND THE EXCEPTION REPORT.         *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "G" TO WS-BDAY-FUNCTION
           CALL "BDAYCTL" USING WS-BDAY-FUNCTION
                                 WS-BUSINESS-DATE
                                 WS-BDAY-RETURN-CODE
           END-CALL
           MOVE WS-DEFAULT-LOW-BALANCE TO WS-LOW-BALANCE
           OPEN INPUT ALERT-PARM
           IF WS-PARM-FILE-STATUS = "35"
               CONTINUE
           ELSE
               READ ALERT-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ALRP-LOW-BALANCE NUMERIC
                           AND ALRP-LOW-BALANCE > ZERO
                           MOVE ALRP-LOW-BALANCE TO WS-LOW-BALANCE
                       END-IF
               END-READ
               CLOSE ALERT-PARM
           END-IF
           OPEN INPUT ACCT-MASTER
           IF WS-ACCT-FILE-STATUS = "00"
               SET WS-ACCT-FILE-PRESENT TO TRUE
           END-IF
           OPEN INPUT CUST-MASTER
           IF WS-CUST-FILE-STATUS = "00"
               SET WS-CUST-FILE-PRESENT TO TRUE
           END-IF
           OPEN OUTPUT ALERT-OUT
           OPEN OUTPUT ALERT-EXC
           MOVE SPACES TO RPT-LINE
           STRING "CUSTOMER ALERT EXCEPTIONS - BUSINESS DATE "
               DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-LOW-BALANCE TO WS-EDIT-AMOUNT
           STRING "LOW-BALANCE THRESHOLD " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNT     CUSTOMER  EVENT         AMOUNT"
               DELIMITED BY SIZE
               "                 PROBLEM" DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-SCAN-JOURNAL - THE DAY'S TRAN-JOURNAL: ALERT EACH HOLD   *
      *  PLACEMENT, DORMANCY SWEEP AND ACH RETURN BACK-OUT, AND NOTE   *
      *  EVERY ACCOUNT A POSTING TOOK BELOW THE LOW-BALANCE LINE.      *
      *----------------------------------------------------------------*
       2000-SCAN-JOURNAL.
           OPEN INPUT TRAN-JOURNAL
           IF WS-JRNL-FILE-STATUS = "35"
               GO TO 2000-SCAN-JOURNAL-EXIT
           END-IF
           PERFORM 2100-READ-JOURNAL
           PERFORM 2200-CHECK-ONE-ENTRY THRU 2200-CHECK-ONE-ENTRY-EXIT
               UNTIL WS-JRNL-EOF
           CLOSE TRAN-JOURNAL.

       2000-SCAN-JOURNAL-EXIT.
           EXIT.

       2100-READ-JOURNAL.
           READ TRAN-JOURNAL
               AT END
                   SET WS-JRNL-EOF TO TRUE
           END-READ.

       2100-READ-JOURNAL-EXIT.
           EXIT.

       2200-CHECK-ONE-ENTRY.
           MOVE TJ-TRAN-DATE TO WS-EV-DATE
           MOVE TJ-TRAN-TIME TO WS-EV-TIME
           MOVE TJ-ACCT-NUMBER TO WS-EV-ACCT-NUMBER
           MOVE SPACES TO WS-EV-REASON
           EVALUATE TRUE
               WHEN TJ-OPER-RETENCIONES AND TJ-IS-DEBIT
                   MOVE "H" TO WS-EV-TYPE
                   MOVE TJ-AMOUNT TO WS-EV-AMOUNT
                   ADD 1 TO WS-HOLD-COUNT
                   PERFORM 5000-ISSUE-ALERT THRU 5000-ISSUE-ALERT-EXIT
               WHEN TJ-OPER-MANTENIMIENTO
                   AND TJ-TELLER-ID = "DORMNT"
                   MOVE "D" TO WS-EV-TYPE
                   MOVE TJ-AFTER-BALANCE TO WS-EV-AMOUNT
                   ADD 1 TO WS-DORMANT-COUNT
                   PERFORM 5000-ISSUE-ALERT THRU 5000-ISSUE-ALERT-EXIT
               WHEN TJ-OPER-REVERSAL
                   AND TJ-TELLER-ID = "ACHRTN"
                   MOVE "R" TO WS-EV-TYPE
                   MOVE TJ-AMOUNT TO WS-EV-AMOUNT
                   ADD 1 TO WS-RETURN-COUNT
                   PERFORM 5000-ISSUE-ALERT THRU 5000-ISSUE-ALERT-EXIT
           END-EVALUATE
           IF TJ-BEFORE-BALANCE NOT < WS-LOW-BALANCE
               AND TJ-AFTER-BALANCE < WS-LOW-BALANCE
               PERFORM 2300-NOTE-LOW-BALANCE
                   THRU 2300-NOTE-LOW-BALANCE-EXIT
           END-IF
           PERFORM 2100-READ-JOURNAL.

       2200-CHECK-ONE-ENTRY-EXIT.
           EXIT.

       2300-NOTE-LOW-BALANCE.
           MOVE "N" TO WS-LOW-FOUND-SWITCH
           PERFORM 2310-MATCH-LOW-ENTRY THRU 2310-MATCH-LOW-ENTRY-EXIT
               VARYING WS-LOW-SUB FROM 1 BY 1
               UNTIL WS-LOW-SUB > WS-LOW-COUNT
                   OR WS-LOW-FOUND
           IF WS-LOW-FOUND
               GO TO 2300-NOTE-LOW-BALANCE-EXIT
           END-IF
           IF WS-LOW-COUNT NOT < WS-LOW-MAX
               ADD 1 TO WS-LOW-OVERFLOW-COUNT
               GO TO 2300-NOTE-LOW-BALANCE-EXIT
           END-IF
           ADD 1 TO WS-LOW-COUNT
           MOVE TJ-ACCT-NUMBER TO WS-LOW-ACCT-NUMBER (WS-LOW-COUNT)
           MOVE TJ-TRAN-TIME TO WS-LOW-TRAN-TIME (WS-LOW-COUNT).

       2300-NOTE-LOW-BALANCE-EXIT.
           EXIT.

       2310-MATCH-LOW-ENTRY.
           IF WS-LOW-ACCT-NUMBER (WS-LOW-SUB) = TJ-ACCT-NUMBER
               SET WS-LOW-FOUND TO TRUE
           END-IF.

       2310-MATCH-LOW-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-SCAN-ACH-RETURN-LOG - ALERT THE HOLDER OF EVERY INBOUND  *
      *  ACH ENTRY BKACHIN RETURNED.  AN R03 (NO SUCH ACCOUNT) HAS NO  *
      *  CUSTOMER HERE TO TELL.  THE LOG IS LEFT AS IT IS UNTIL 8500.  *
      *----------------------------------------------------------------*
       3000-SCAN-ACH-RETURN-LOG.
           OPEN INPUT ACH-RTN-LOG
           IF WS-RLOG-FILE-STATUS = "35"
               GO TO 3000-SCAN-ACH-RETURN-LOG-EXIT
           END-IF
           PERFORM 3100-READ-LOG
           PERFORM 3200-CHECK-ONE-RETURN THRU 3200-CHECK-ONE-RETURN-EXIT
               UNTIL WS-RLOG-EOF
           CLOSE ACH-RTN-LOG.

       3000-SCAN-ACH-RETURN-LOG-EXIT.
           EXIT.

       3100-READ-LOG.
           READ ACH-RTN-LOG
               AT END
                   SET WS-RLOG-EOF TO TRUE
           END-READ.

       3100-READ-LOG-EXIT.
           EXIT.

       3200-CHECK-ONE-RETURN.
           MOVE ARL-RETURN-ITEM TO ACH-RETURN-RECORD
           IF ACH-RTN-REASON-CODE = "R03"
               GO TO 3200-NEXT-RETURN
           END-IF
           MOVE ARL-BUSINESS-DATE TO WS-EV-DATE
           MOVE ZERO TO WS-EV-TIME
           MOVE "R" TO WS-EV-TYPE
           MOVE ACH-RTN-RECEIVING-ACCT TO WS-EV-ACCT-NUMBER
           COMPUTE WS-EV-AMOUNT = ACH-RTN-AMOUNT / 100
           MOVE ACH-RTN-REASON-CODE TO WS-EV-REASON
           ADD 1 TO WS-RETURN-COUNT
           PERFORM 5000-ISSUE-ALERT THRU 5000-ISSUE-ALERT-EXIT.

       3200-NEXT-RETURN.
           PERFORM 3100-READ-LOG.

       3200-CHECK-ONE-RETURN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4000-LOW-BALANCE-ALERTS - ONE ALERT PER NOTED ACCOUNT THAT    *
      *  ENDS THE DAY STILL BELOW THE THRESHOLD, FOR THE ENDING        *
      *  BALANCE.  A CLOSED ACCOUNT IS NOT ALERTED, AND A NUMBER NOT   *
      *  ON ACCT-MASTER IS A CERTIFICATE OF DEPOSIT LEG.               *
      *----------------------------------------------------------------*
       4000-LOW-BALANCE-ALERTS.
           IF NOT WS-ACCT-FILE-PRESENT
               GO TO 4000-LOW-BALANCE-ALERTS-EXIT
           END-IF
           PERFORM 4100-CHECK-ONE-LOW-BALANCE
               THRU 4100-CHECK-ONE-LOW-BALANCE-EXIT
               VARYING WS-LOW-SUB FROM 1 BY 1
               UNTIL WS-LOW-SUB > WS-LOW-COUNT.

       4000-LOW-BALANCE-ALERTS-EXIT.
           EXIT.

       4100-CHECK-ONE-LOW-BALANCE.
           MOVE WS-LOW-ACCT-NUMBER (WS-LOW-SUB) TO ACCT-NUMBER
           READ ACCT-MASTER
               INVALID KEY
                   GO TO 4100-CHECK-ONE-LOW-BALANCE-EXIT
           END-READ
           IF ACCT-STATUS-CLOSED
               OR ACCT-CURRENT-BALANCE NOT < WS-LOW-BALANCE
               GO TO 4100-CHECK-ONE-LOW-BALANCE-EXIT
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-EV-DATE
           MOVE WS-LOW-TRAN-TIME (WS-LOW-SUB) TO WS-EV-TIME
           MOVE "L" TO WS-EV-TYPE
           MOVE ACCT-NUMBER TO WS-EV-ACCT-NUMBER
           MOVE ACCT-CURRENT-BALANCE TO WS-EV-AMOUNT
           MOVE SPACES TO WS-EV-REASON
           ADD 1 TO WS-LOW-ALERT-COUNT
           PERFORM 5000-ISSUE-ALERT THRU 5000-ISSUE-ALERT-EXIT.

       4100-CHECK-ONE-LOW-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5000-ISSUE-ALERT - FOLLOW THE EVENT'S ACCOUNT TO ITS          *
      *  CUSTOMER AND WRITE THE ALERT, OR LIST WHY IT CANNOT BE SENT.  *
      *  A MISSING PHONE OR ADDRESS IS LISTED BUT STILL ALERTED        *
      *  THROUGH THE OTHER; WITH NEITHER, NO ALERT IS WRITTEN.         *
      *----------------------------------------------------------------*
       5000-ISSUE-ALERT.
           PERFORM 5200-SET-EVENT-NAME
           IF NOT WS-ACCT-FILE-PRESENT
               MOVE "ACCOUNT NOT ON ACCT-MASTER" TO WS-EXC-REASON
               MOVE ZERO TO CUST-NUMBER
               PERFORM 5100-WRITE-EXCEPTION
               GO TO 5000-ISSUE-ALERT-EXIT
           END-IF
           MOVE WS-EV-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCT-MASTER
               INVALID KEY
                   MOVE "ACCOUNT NOT ON ACCT-MASTER" TO WS-EXC-REASON
                   MOVE ZERO TO CUST-NUMBER
                   PERFORM 5100-WRITE-EXCEPTION
                   GO TO 5000-ISSUE-ALERT-EXIT
           END-READ
           MOVE ACCT-CUST-NUMBER TO CUST-NUMBER
           IF ACCT-CUST-NUMBER = ZERO
               MOVE "NO CUSTOMER LINK" TO WS-EXC-REASON
               PERFORM 5100-WRITE-EXCEPTION
               GO TO 5000-ISSUE-ALERT-EXIT
           END-IF
           IF NOT WS-CUST-FILE-PRESENT
               MOVE "CUSTOMER NOT ON CUST-MASTER" TO WS-EXC-REASON
               PERFORM 5100-WRITE-EXCEPTION
               GO TO 5000-ISSUE-ALERT-EXIT
           END-IF
           READ CUST-MASTER
               INVALID KEY
                   MOVE "CUSTOMER NOT ON CUST-MASTER" TO WS-EXC-REASON
                   PERFORM 5100-WRITE-EXCEPTION
                   GO TO 5000-ISSUE-ALERT-EXIT
           END-READ
           IF CUST-PHONE = SPACES
               AND CUST-ADDRESS-LINE-1 = SPACES
               MOVE "NO PHONE OR ADDRESS - NOT SENT" TO WS-EXC-REASON
               PERFORM 5100-WRITE-EXCEPTION
               GO TO 5000-ISSUE-ALERT-EXIT
           END-IF
           IF CUST-PHONE = SPACES
               MOVE "NO PHONE ON FILE" TO WS-EXC-REASON
               PERFORM 5100-WRITE-EXCEPTION
           END-IF
           IF CUST-ADDRESS-LINE-1 = SPACES
               MOVE "NO ADDRESS ON FILE" TO WS-EXC-REASON
               PERFORM 5100-WRITE-EXCEPTION
           END-IF
           MOVE SPACES TO ALERT-RECORD
           MOVE WS-EV-DATE TO ALRT-EVENT-DATE
           MOVE WS-EV-TIME TO ALRT-EVENT-TIME
           MOVE WS-EV-TYPE TO ALRT-EVENT-TYPE
           MOVE WS-EV-ACCT-NUMBER TO ALRT-ACCT-NUMBER
           MOVE CUST-NUMBER TO ALRT-CUST-NUMBER
           MOVE CUST-NAME TO ALRT-CUST-NAME
           MOVE CUST-ADDRESS-LINE-1 TO ALRT-ADDRESS-LINE-1
           MOVE CUST-ADDRESS-LINE-2 TO ALRT-ADDRESS-LINE-2
           MOVE CUST-CITY TO ALRT-CITY
           MOVE CUST-PHONE TO ALRT-PHONE
           MOVE WS-EV-AMOUNT TO ALRT-AMOUNT
           MOVE WS-EV-REASON TO ALRT-REASON-CODE
           WRITE ALERT-RECORD
           ADD 1 TO WS-ALERT-TOTAL.

       5000-ISSUE-ALERT-EXIT.
           EXIT.

       5100-WRITE-EXCEPTION.
           MOVE WS-EV-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO RPT-LINE
           STRING WS-EV-ACCT-NUMBER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CUST-NUMBER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EVENT-NAME DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EXC-REASON DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-EXCEPTION-TOTAL.

       5100-WRITE-EXCEPTION-EXIT.
           EXIT.

       5200-SET-EVENT-NAME.
           EVALUATE WS-EV-TYPE
               WHEN "H"
                   MOVE "HOLD PLACED" TO WS-EVENT-NAME
               WHEN "D"
                   MOVE "DORMANT" TO WS-EVENT-NAME
               WHEN "R"
                   MOVE "ACH RETURN" TO WS-EVENT-NAME
               WHEN "L"
                   MOVE "LOW BALANCE" TO WS-EVENT-NAME
               WHEN OTHER
                   MOVE SPACES TO WS-EVENT-NAME
           END-EVALUATE.

       5200-SET-EVENT-NAME-EXIT.
           EXIT.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-HOLD-COUNT TO WS-EDIT-COUNT
           STRING "HOLD PLACEMENTS:              " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-DORMANT-COUNT TO WS-EDIT-COUNT
           STRING "DORMANCY RESTRICTIONS:        " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-RETURN-COUNT TO WS-EDIT-COUNT
           STRING "RETURNED ACH ITEMS:           " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-LOW-ALERT-COUNT TO WS-EDIT-COUNT
           STRING "LOW BALANCES:                 " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-ALERT-TOTAL TO WS-EDIT-COUNT
           STRING "ALERTS WRITTEN TO ALERTOUT:   " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-EXCEPTION-TOTAL TO WS-EDIT-COUNT
           STRING "EXCEPTIONS LISTED:            " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-LOW-OVERFLOW-COUNT > ZERO
               MOVE SPACES TO RPT-LINE
               MOVE WS-LOW-OVERFLOW-COUNT TO WS-EDIT-COUNT
               STRING "*** LOW-BALANCE TABLE FULL - ACCOUNTS NOT "
                   DELIMITED BY SIZE
                   "CHECKED: " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       8000-WRITE-SUMMARY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8500-RETIRE-ACH-RETURN-LOG - ONCE ALERTOUT IS CLOSED, APPEND  *
      *  THE LOG ENTRIES TO THE ACHRTDON ARCHIVE AND LEAVE ACHRTLOG    *
      *  EMPTY, SO A RERUN DOES NOT ALERT THE SAME RETURNS AGAIN.      *
      *----------------------------------------------------------------*
       8500-RETIRE-ACH-RETURN-LOG.
           OPEN INPUT ACH-RTN-LOG
           IF WS-RLOG-FILE-STATUS = "35"
               GO TO 8500-RETIRE-ACH-RETURN-LOG-EXIT
           END-IF
           OPEN EXTEND ACH-RTN-DONE
           IF WS-DONE-FILE-STATUS = "35"
               OPEN OUTPUT ACH-RTN-DONE
           END-IF
           MOVE "N" TO WS-RLOG-EOF-SWITCH
           PERFORM 3100-READ-LOG
           PERFORM 8600-ARCHIVE-ONE-RETURN
               THRU 8600-ARCHIVE-ONE-RETURN-EXIT
               UNTIL WS-RLOG-EOF
           CLOSE ACH-RTN-DONE
           CLOSE ACH-RTN-LOG
           OPEN OUTPUT ACH-RTN-LOG
           CLOSE ACH-RTN-LOG.

       8500-RETIRE-ACH-RETURN-LOG-EXIT.
           EXIT.

       8600-ARCHIVE-ONE-RETURN.
           WRITE ACH-RTN-DONE-RECORD FROM ACH-RTN-LOG-RECORD
           PERFORM 3100-READ-LOG.

       8600-ARCHIVE-ONE-RETURN-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE WS-ALERT-TOTAL TO WS-EDIT-COUNT
           DISPLAY "BKALERT: " WS-EDIT-COUNT " ALERT(S) WRITTEN"
           MOVE WS-EXCEPTION-TOTAL TO WS-EDIT-COUNT
           DISPLAY "BKALERT: " WS-EDIT-COUNT " EXCEPTION(S) LISTED"
           IF WS-ACCT-FILE-PRESENT
               CLOSE ACCT-MASTER
           END-IF
           IF WS-CUST-FILE-PRESENT
               CLOSE CUST-MASTER
           END-IF
           CLOSE ALERT-OUT
           CLOSE ALERT-EXC.

       9000-TERMINATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  9500-RUN-CONTROL-COMPLETE - RECORD THIS STEP COMPLETE FOR     *
      *  THE BUSINESS DATE SO THE NEXT STEP IN THE SUITE MAY START.    *
      *----------------------------------------------------------------*
       9500-RUN-CONTROL-COMPLETE.
           MOVE "C" TO WS-RUN-FUNCTION
           MOVE "BKALERT" TO WS-RUN-STEP-NAME
           CALL "RUNCTL" USING WS-RUN-FUNCTION
                                WS-RUN-STEP-NAME
                                WS-RUN-MESSAGE
                                WS-RUN-RETURN-CODE
           END-CALL.

       9500-RUN-CONTROL-COMPLETE-EXIT.
           EXIT.
