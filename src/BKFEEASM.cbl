       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BKFEEASM.
       AUTHOR.        R. ALVARADO.
       INSTALLATION.  BRANCH SYSTEMS GROUP.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *================================================================*
      *  MODIFICATION HISTORY                                          *
      *  2026-10-15  RA   INITIAL VERSION - MONTH-END ACCOUNT FEE      *
      *                    ASSESSMENT FROM THE FEESCHED SCHEDULE.      *
      *  2026-10-15  RA   A FEE ALREADY ON TONIGHT'S TRANJRNL FOR THE  *
      *                    ACCOUNT IS NOT CHARGED AGAIN ON A RERUN.    *
      *================================================================*
      *  PURPOSE.                                                      *
      *      MONTH-END FEE BATCH, RUN IN THE NIGHT SUITE RIGHT AFTER   *
      *      BKINTACC SO THE MONTH'S INTEREST IS ALREADY ON THE        *
      *      BALANCE.  ON ANY OTHER BUSINESS DATE IT RECORDS ITSELF    *
      *      COMPLETE AND DOES NOTHING.  ON MONTH-END IT WALKS         *
      *      ACCT-MASTER AND, FOR EVERY ACTIVE OR DORMANT ACCOUNT,     *
      *      PICKS THE FEESCHED SCHEDULE IN EFFECT FOR ITS BRANCH AND  *
      *      LOOKS AT THE MONTH'S ACTIVITY - TRANHIST FOR THE DAYS     *
      *      ALREADY CUT OVER, PLUS TONIGHT'S TRANJRNL, WHICH BKEODCUT *
      *      HAS NOT ARCHIVED YET - TO ASSESS:                         *
      *          MAINTENANCE  - THE FLAT MONTHLY FEE (NOT CHARGED IN   *
      *                         THE MONTH THE ACCOUNT WAS OPENED).     *
      *          LOW BALANCE  - THE LEDGER BALANCE DIPPED BELOW THE    *
      *                         SCHEDULE MINIMUM AT ANY POINT.         *
      *          EXCESS WDR   - PER WITHDRAWAL OR OUTBOUND TRANSFER    *
      *                         OVER THE FREE ALLOWANCE.               *
      *      EVERY FEE IS WAIVED WHEN THE OWNING CUSTOMER'S COMBINED   *
      *      BALANCE ACROSS ALL OF THEIR ACCOUNTS (BY ACCT-CUST-       *
      *      NUMBER; AN UNLINKED ACCOUNT STANDS ALONE) IS OVER THE     *
      *      SCHEDULE'S WAIVER BALANCE.  EACH FEE CHARGED IS DEBITED   *
      *      TO THE ACCOUNT AND POSTED THROUGH JRNLWRT AS ITS OWN      *
      *      TJ-OPER-COMISIONES ENTRY, THE SESSION ID NAMING THE FEE   *
      *      (FEEMAINT, FEELOWBL, FEEXSWDR), SO BKRECON, BKDAYRPT,     *
      *      THE LEDGFEED AND BKSTMT ALL SHOW IT AS A FEE.  A FEE MAY  *
      *      TAKE THE ACCOUNT BELOW ZERO.  THE FEERPT REPORT LISTS     *
      *      EVERY FEE ASSESSED AND EVERY FEE WAIVED.                  *
      *      A FEE ALREADY ON TONIGHT'S TRANJRNL FOR THE ACCOUNT (THE  *
      *      SAME COMISIONES DEBIT AND FEE SESSION ID) IS NOT CHARGED  *
      *      AGAIN, SO A RERUN AFTER A FAILURE PART-WAY THROUGH THE    *
      *      WALK ONLY PICKS UP WHERE THE FAILED RUN STOPPED.          *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT FEE-SCHEDULE ASSIGN TO "FEESCHED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-FILE-STATUS.

           SELECT JRNL-HISTORY ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TJH-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT TRAN-JOURNAL ASSIGN TO "TRANJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK6".

           SELECT FEE-WORK ASSIGN TO "FEEWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT FEE-RPT ASSIGN TO "FEERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER.
           COPY acctrec.

       FD  FEE-SCHEDULE.
           COPY feesched.

       FD  JRNL-HISTORY.
           COPY histrec.

       FD  TRAN-JOURNAL.
           COPY tranrec.

       SD  SORT-WORK.
           COPY tranrec REPLACING TRAN-JOURNAL-RECORD BY SR-FEE-ROW.

       FD  FEE-WORK.
           COPY tranrec REPLACING TRAN-JOURNAL-RECORD BY FW-JRNL-ROW.

       FD  FEE-RPT.
           COPY rptline.

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS          PIC X(02).
       01  WS-FEE-FILE-STATUS           PIC X(02).
       01  WS-HIST-FILE-STATUS          PIC X(02).
       01  WS-JRNL-FILE-STATUS          PIC X(02).
       01  WS-WORK-FILE-STATUS          PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).
       01  WS-FEE-EOF-SWITCH            PIC X(01)  VALUE "N".
           88  WS-FEE-EOF                       VALUE "Y".
       01  WS-ACCT-EOF-SWITCH           PIC X(01)  VALUE "N".
           88  WS-ACCT-EOF                      VALUE "Y".
       01  WS-HIST-EOF-SWITCH           PIC X(01)  VALUE "N".
           88  WS-HIST-EOF                      VALUE "Y".
       01  WS-WORK-EOF-SWITCH           PIC X(01)  VALUE "N".
           88  WS-WORK-EOF                      VALUE "Y".
       01  WS-HIST-FILE-SWITCH          PIC X(01)  VALUE "N".
           88  WS-HIST-FILE-PRESENT             VALUE "Y".
       01  WS-SCHED-FOUND-SWITCH        PIC X(01).
           88  WS-SCHED-FOUND                   VALUE "Y".
       01  WS-CUST-FOUND-SWITCH         PIC X(01).
           88  WS-CUST-FOUND                    VALUE "Y".
       01  WS-ACTIVITY-SWITCH           PIC X(01).
           88  WS-HAS-ACTIVITY                  VALUE "Y".
       01  WS-WAIVED-SWITCH             PIC X(01).
           88  WS-FEES-WAIVED                   VALUE "Y".
       01  WS-MONTH-END-SWITCH          PIC X(01)  VALUE "N".
           88  WS-IS-MONTH-END                  VALUE "Y".
      *    FEES THIS BATCH ALREADY POSTED TO THE ACCOUNT ON TONIGHT'S
      *    TRANJRNL - SET WHEN A RERUN FINDS THEM IN THE SORTED COPY.
       01  WS-POSTED-SWITCHES.
           05  WS-MAINT-POSTED-SWITCH   PIC X(01).
               88  WS-MAINT-POSTED              VALUE "Y".
           05  WS-LOWBL-POSTED-SWITCH   PIC X(01).
               88  WS-LOWBL-POSTED              VALUE "Y".
           05  WS-XSWDR-POSTED-SWITCH   PIC X(01).
               88  WS-XSWDR-POSTED              VALUE "Y".

       01  WS-SCHED-COUNT               PIC 9(03) COMP  VALUE ZERO.
       01  WS-SCHED-ENTRIES.
           05  WS-SCHED-ENTRY OCCURS 100 TIMES INDEXED BY WS-FS-IDX.
               10  WS-FS-BRANCH         PIC 9(04).
               10  WS-FS-EFFECTIVE-DATE PIC 9(08).
               10  WS-FS-MAINT-FEE      PIC 9(05)V99.
               10  WS-FS-LOW-BAL-MIN    PIC 9(11)V99.
               10  WS-FS-LOW-BAL-FEE    PIC 9(05)V99.
               10  WS-FS-FREE-WDR       PIC 9(03).
               10  WS-FS-EXCESS-WDR-FEE PIC 9(05)V99.
               10  WS-FS-WAIVER-BALANCE PIC 9(11)V99.

       01  WS-BEST-SCHED.
           05  WS-BEST-BRANCH           PIC 9(04).
           05  WS-BEST-EFFECTIVE        PIC 9(08).
           05  WS-BEST-MAINT-FEE        PIC 9(05)V99.
           05  WS-BEST-LOW-BAL-MIN      PIC 9(11)V99.
           05  WS-BEST-LOW-BAL-FEE      PIC 9(05)V99.
           05  WS-BEST-FREE-WDR         PIC 9(03).
           05  WS-BEST-EXCESS-WDR-FEE   PIC 9(05)V99.
           05  WS-BEST-WAIVER-BALANCE   PIC 9(11)V99.

      *    COMBINED BALANCE PER CUSTOMER, BUILT IN ONE PASS OVER
      *    ACCT-MASTER BEFORE ANY FEE IS CHARGED.  A CUSTOMER THAT
      *    DOES NOT FIT IN THE TABLE IS JUDGED ON THE SINGLE ACCOUNT.
       77  WS-CUST-MAX                  PIC 9(05) COMP  VALUE 5000.
       01  WS-CUST-COUNT                PIC 9(05) COMP  VALUE ZERO.
       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 5000 TIMES INDEXED BY WS-CB-IDX.
               10  WS-CB-CUST-NUMBER    PIC 9(08).
               10  WS-CB-BALANCE        PIC S9(13)V99 COMP-3.
       01  WS-COMBINED-BALANCE          PIC S9(13)V99 COMP-3.

       01  WS-MONTH-ACTIVITY.
           05  WS-MA-LOWEST-BALANCE     PIC S9(11)V99 COMP-3.
           05  WS-MA-WDR-COUNT          PIC 9(05) COMP.
       01  WS-EXCESS-COUNT              PIC 9(05) COMP.

       01  WS-FEE-WORK.
           05  WS-FEE-AMOUNT            PIC S9(9)V99   COMP-3.
           05  WS-FEE-SESSION-ID        PIC X(08).
           05  WS-FEE-NAME              PIC X(12).
       01  WS-BEFORE-BALANCE            PIC S9(11)V99  COMP-3.
       01  WS-MONTH-START               PIC 9(08).

       01  WS-RUN-TOTALS.
           05  WS-ACCOUNTS-SEEN         PIC 9(07)       VALUE ZERO.
           05  WS-ASSESSED-COUNT        PIC 9(07)       VALUE ZERO.
           05  WS-ASSESSED-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-WAIVED-COUNT          PIC 9(07)       VALUE ZERO.
           05  WS-WAIVED-AMOUNT         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-RERUN-SKIP-COUNT      PIC 9(07)       VALUE ZERO.
       01  WS-EDIT-COUNT                PIC ZZZZZZ9.
       01  WS-EDIT-AMOUNT               PIC -,---,---,---,--9.99.
       01  WS-EDIT-BALANCE              PIC -,---,---,---,--9.99.

       01  WS-BDAY-FUNCTION             PIC X(01).
       01  WS-BUSINESS-DATE             PIC 9(08).
       01  WS-BDAY-RETURN-CODE          PIC X(01).
       01  WS-CURRENT-TIME              PIC 9(08).

       01  WS-MONTH-END-WORK.
           05  WS-ME-DATE               PIC 9(08).
           05  WS-ME-PARTS REDEFINES WS-ME-DATE.
               10  WS-ME-YEAR           PIC 9(04).
               10  WS-ME-MONTH          PIC 9(02).
               10  WS-ME-DAY            PIC 9(02).
           05  WS-ME-MONTH-END          PIC 9(02).
           05  WS-ME-LEAP-REMAINDER     PIC 9(04).

           COPY tranrec REPLACING TRAN-JOURNAL-RECORD BY WS-JRNL-ENTRY.

       01  WS-RUN-FUNCTION              PIC X(01).
       01  WS-RUN-STEP-NAME             PIC X(08).
       01  WS-RUN-MESSAGE               PIC X(40).
       01  WS-RUN-RETURN-CODE           PIC X(01).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-RUN-CONTROL-CHECK
           IF WS-RUN-RETURN-CODE NOT = "0"
               DISPLAY "BKFEEASM: " WS-RUN-MESSAGE
               GO TO 0000-MAINLINE-EXIT
           END-IF
           MOVE "G" TO WS-BDAY-FUNCTION
           CALL "BDAYCTL" USING WS-BDAY-FUNCTION
                                 WS-BUSINESS-DATE
                                 WS-BDAY-RETURN-CODE
           END-CALL
           IF WS-BDAY-RETURN-CODE = "1"
               DISPLAY "BKFEEASM: POSTING CLOSED - "
                       "END OF DAY RUNNING - NO FEES ASSESSED"
               GO TO 0000-MAINLINE-EXIT
           END-IF
           PERFORM 1500-CHECK-MONTH-END
           IF NOT WS-IS-MONTH-END
               DISPLAY "BKFEEASM: NOT MONTH-END - NO FEES ASSESSED"
               PERFORM 9500-RUN-CONTROL-COMPLETE
               GO TO 0000-MAINLINE-EXIT
           END-IF
           PERFORM 1000-LOAD-FEE-SCHEDULE
               THRU 1000-LOAD-FEE-SCHEDULE-EXIT
           IF WS-SCHED-COUNT = ZERO
               DISPLAY "BKFEEASM: NO USABLE FEE SCHEDULE - "
                       "NO FEES ASSESSED"
               PERFORM 9500-RUN-CONTROL-COMPLETE
               GO TO 0000-MAINLINE-EXIT
           END-IF
           PERFORM 2000-LOAD-CUSTOMER-BALANCES
               THRU 2000-LOAD-CUSTOMER-BALANCES-EXIT
           PERFORM 3000-SORT-TODAYS-JOURNAL
           PERFORM 4000-WALK-ACCOUNTS
               THRU 4000-WALK-ACCOUNTS-EXIT
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
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
           MOVE "BKFEEASM" TO WS-RUN-STEP-NAME
           CALL "RUNCTL" USING WS-RUN-FUNCTION
                                WS-RUN-STEP-NAME
                                WS-RUN-MESSAGE
                                WS-RUN-RETURN-CODE
           END-CALL.

       0100-RUN-CONTROL-CHECK-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1000-LOAD-FEE-SCHEDULE - READ FEESCHED INTO WORKING STORAGE,  *
      *  KEEPING ONLY SCHEDULES ALREADY IN EFFECT ON THE BUSINESS      *
      *  DATE.                                                         *
      *----------------------------------------------------------------*
       1000-LOAD-FEE-SCHEDULE.
           OPEN INPUT FEE-SCHEDULE
           IF WS-FEE-FILE-STATUS = "35"
               GO TO 1000-LOAD-FEE-SCHEDULE-EXIT
           END-IF
           PERFORM 1100-READ-FEE
           PERFORM 1200-KEEP-ONE-SCHEDULE
               THRU 1200-KEEP-ONE-SCHEDULE-EXIT
               UNTIL WS-FEE-EOF
           CLOSE FEE-SCHEDULE.

       1000-LOAD-FEE-SCHEDULE-EXIT.
           EXIT.

       1100-READ-FEE.
           READ FEE-SCHEDULE
               AT END
                   SET WS-FEE-EOF TO TRUE
           END-READ.

       1100-READ-FEE-EXIT.
           EXIT.

       1200-KEEP-ONE-SCHEDULE.
           IF FS-EFFECTIVE-DATE <= WS-BUSINESS-DATE
               AND WS-SCHED-COUNT < 100
               ADD 1 TO WS-SCHED-COUNT
               SET WS-FS-IDX TO WS-SCHED-COUNT
               MOVE FS-BRANCH TO WS-FS-BRANCH (WS-FS-IDX)
               MOVE FS-EFFECTIVE-DATE
                   TO WS-FS-EFFECTIVE-DATE (WS-FS-IDX)
               MOVE FS-MAINT-FEE TO WS-FS-MAINT-FEE (WS-FS-IDX)
               MOVE FS-LOW-BAL-MINIMUM
                   TO WS-FS-LOW-BAL-MIN (WS-FS-IDX)
               MOVE FS-LOW-BAL-FEE TO WS-FS-LOW-BAL-FEE (WS-FS-IDX)
               MOVE FS-FREE-WITHDRAWALS
                   TO WS-FS-FREE-WDR (WS-FS-IDX)
               MOVE FS-EXCESS-WDR-FEE
                   TO WS-FS-EXCESS-WDR-FEE (WS-FS-IDX)
               MOVE FS-WAIVER-BALANCE
                   TO WS-FS-WAIVER-BALANCE (WS-FS-IDX)
           END-IF
           PERFORM 1100-READ-FEE.

       1200-KEEP-ONE-SCHEDULE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1500-CHECK-MONTH-END - THE BUSINESS DATE IS MONTH-END WHEN    *
      *  ITS DAY EQUALS THE LAST DAY OF ITS MONTH (LEAP FEBRUARY       *
      *  INCLUDED).                                                    *
      *----------------------------------------------------------------*
       1500-CHECK-MONTH-END.
           MOVE WS-BUSINESS-DATE TO WS-ME-DATE
           EVALUATE WS-ME-MONTH
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-ME-MONTH-END
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-ME-MONTH-END
               WHEN 02
                   MOVE 28 TO WS-ME-MONTH-END
                   DIVIDE WS-ME-YEAR BY 4 GIVING WS-ME-LEAP-REMAINDER
                       REMAINDER WS-ME-LEAP-REMAINDER
                   IF WS-ME-LEAP-REMAINDER = ZERO
                       MOVE 29 TO WS-ME-MONTH-END
                       DIVIDE WS-ME-YEAR BY 100
                           GIVING WS-ME-LEAP-REMAINDER
                           REMAINDER WS-ME-LEAP-REMAINDER
                       IF WS-ME-LEAP-REMAINDER = ZERO
                           MOVE 28 TO WS-ME-MONTH-END
                           DIVIDE WS-ME-YEAR BY 400
                               GIVING WS-ME-LEAP-REMAINDER
                               REMAINDER WS-ME-LEAP-REMAINDER
                           IF WS-ME-LEAP-REMAINDER = ZERO
                               MOVE 29 TO WS-ME-MONTH-END
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-ME-DAY = WS-ME-MONTH-END
               SET WS-IS-MONTH-END TO TRUE
           END-IF
           MOVE 01 TO WS-ME-DAY
           MOVE WS-ME-DATE TO WS-MONTH-START.

       1500-CHECK-MONTH-END-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-LOAD-CUSTOMER-BALANCES - ONE PASS OVER ACCT-MASTER       *
      *  ADDING EVERY OPEN ACCOUNT'S BALANCE INTO ITS CUSTOMER'S       *
      *  COMBINED BALANCE, FOR THE WAIVER TEST.                        *
      *----------------------------------------------------------------*
       2000-LOAD-CUSTOMER-BALANCES.
           OPEN INPUT ACCT-MASTER
           MOVE ZERO TO ACCT-NUMBER
           START ACCT-MASTER KEY NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   SET WS-ACCT-EOF TO TRUE
           END-START
           PERFORM 2100-ADD-ONE-ACCOUNT
               THRU 2100-ADD-ONE-ACCOUNT-EXIT
               UNTIL WS-ACCT-EOF
           CLOSE ACCT-MASTER
           MOVE "N" TO WS-ACCT-EOF-SWITCH.

       2000-LOAD-CUSTOMER-BALANCES-EXIT.
           EXIT.

       2100-ADD-ONE-ACCOUNT.
           READ ACCT-MASTER NEXT RECORD
               AT END
                   SET WS-ACCT-EOF TO TRUE
                   GO TO 2100-ADD-ONE-ACCOUNT-EXIT
           END-READ
           IF ACCT-STATUS-CLOSED OR ACCT-CUST-NUMBER = ZERO
               GO TO 2100-ADD-ONE-ACCOUNT-EXIT
           END-IF
           PERFORM 2200-FIND-CUSTOMER
           IF WS-CUST-FOUND
               ADD ACCT-CURRENT-BALANCE TO WS-CB-BALANCE (WS-CB-IDX)
               GO TO 2100-ADD-ONE-ACCOUNT-EXIT
           END-IF
           IF WS-CUST-COUNT < WS-CUST-MAX
               ADD 1 TO WS-CUST-COUNT
               SET WS-CB-IDX TO WS-CUST-COUNT
               MOVE ACCT-CUST-NUMBER TO WS-CB-CUST-NUMBER (WS-CB-IDX)
               MOVE ACCT-CURRENT-BALANCE TO WS-CB-BALANCE (WS-CB-IDX)
           END-IF.

       2100-ADD-ONE-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2200-FIND-CUSTOMER - LOOK ACCT-CUST-NUMBER UP IN THE          *
      *  COMBINED-BALANCE TABLE; WS-CB-IDX IS LEFT ON THE ENTRY.       *
      *----------------------------------------------------------------*
       2200-FIND-CUSTOMER.
           MOVE "N" TO WS-CUST-FOUND-SWITCH
           SET WS-CB-IDX TO 1
           PERFORM 2210-CHECK-ONE-CUSTOMER
               THRU 2210-CHECK-ONE-CUSTOMER-EXIT
               UNTIL WS-CUST-FOUND OR WS-CB-IDX > WS-CUST-COUNT.

       2200-FIND-CUSTOMER-EXIT.
           EXIT.

       2210-CHECK-ONE-CUSTOMER.
           IF WS-CB-CUST-NUMBER (WS-CB-IDX) = ACCT-CUST-NUMBER
               SET WS-CUST-FOUND TO TRUE
           ELSE
               SET WS-CB-IDX UP BY 1
           END-IF.

       2210-CHECK-ONE-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-SORT-TODAYS-JOURNAL - TONIGHT'S POSTINGS ARE STILL ONLY  *
      *  ON TRANJRNL.  SORT THEM BY ACCOUNT INTO FEEWORK SO THEY CAN   *
      *  BE MATCHED AGAINST ACCT-MASTER IN ONE PASS, AND SO THE FEE    *
      *  POSTINGS JRNLWRT APPENDS TO TRANJRNL ARE NOT READ BACK.       *
      *----------------------------------------------------------------*
       3000-SORT-TODAYS-JOURNAL.
           OPEN INPUT TRAN-JOURNAL
           IF WS-JRNL-FILE-STATUS = "35"
               OPEN OUTPUT FEE-WORK
               CLOSE FEE-WORK
               GO TO 3000-SORT-TODAYS-JOURNAL-EXIT
           END-IF
           CLOSE TRAN-JOURNAL
           SORT SORT-WORK
               ON ASCENDING KEY TJ-ACCT-NUMBER OF SR-FEE-ROW
               ON ASCENDING KEY TJ-TRAN-TIME OF SR-FEE-ROW
               USING TRAN-JOURNAL
               GIVING FEE-WORK.

       3000-SORT-TODAYS-JOURNAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4000-WALK-ACCOUNTS - ASSESS THE MONTH'S FEES ON EVERY ACTIVE  *
      *  OR DORMANT ACCOUNT.                                           *
      *----------------------------------------------------------------*
       4000-WALK-ACCOUNTS.
           OPEN I-O ACCT-MASTER
           OPEN INPUT JRNL-HISTORY
           IF WS-HIST-FILE-STATUS = "00"
               SET WS-HIST-FILE-PRESENT TO TRUE
           END-IF
           OPEN INPUT FEE-WORK
           PERFORM 4350-READ-FEE-WORK
           OPEN OUTPUT FEE-RPT
           MOVE SPACES TO RPT-LINE
           STRING "MONTH-END FEE ASSESSMENT - BUSINESS DATE "
               DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNT    FEE                  AMOUNT  DISPOSITION"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE ZERO TO ACCT-NUMBER
           START ACCT-MASTER KEY NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   SET WS-ACCT-EOF TO TRUE
           END-START
           PERFORM 4100-PROCESS-ONE-ACCOUNT
               THRU 4100-PROCESS-ONE-ACCOUNT-EXIT
               UNTIL WS-ACCT-EOF
           CLOSE FEE-WORK
           IF WS-HIST-FILE-PRESENT
               CLOSE JRNL-HISTORY
           END-IF
           CLOSE ACCT-MASTER.

       4000-WALK-ACCOUNTS-EXIT.
           EXIT.

       4100-PROCESS-ONE-ACCOUNT.
           READ ACCT-MASTER NEXT RECORD
               AT END
                   SET WS-ACCT-EOF TO TRUE
                   GO TO 4100-PROCESS-ONE-ACCOUNT-EXIT
           END-READ
           PERFORM 4300-GATHER-MONTH-ACTIVITY
               THRU 4300-GATHER-MONTH-ACTIVITY-EXIT
           IF NOT ACCT-STATUS-ACTIVE AND NOT ACCT-STATUS-DORMANT
               GO TO 4100-PROCESS-ONE-ACCOUNT-EXIT
           END-IF
           PERFORM 4200-FIND-SCHEDULE
           IF NOT WS-SCHED-FOUND
               GO TO 4100-PROCESS-ONE-ACCOUNT-EXIT
           END-IF
           ADD 1 TO WS-ACCOUNTS-SEEN
           PERFORM 4500-CHECK-WAIVER
           IF WS-BEST-MAINT-FEE > ZERO
               AND ACCT-OPEN-DATE (1:6) NOT = WS-BUSINESS-DATE (1:6)
               MOVE WS-BEST-MAINT-FEE TO WS-FEE-AMOUNT
               MOVE "FEEMAINT" TO WS-FEE-SESSION-ID
               MOVE "MAINTENANCE " TO WS-FEE-NAME
               PERFORM 5000-ASSESS-ONE-FEE
           END-IF
           IF WS-BEST-LOW-BAL-FEE > ZERO
               AND WS-MA-LOWEST-BALANCE < WS-BEST-LOW-BAL-MIN
               MOVE WS-BEST-LOW-BAL-FEE TO WS-FEE-AMOUNT
               MOVE "FEELOWBL" TO WS-FEE-SESSION-ID
               MOVE "LOW BALANCE " TO WS-FEE-NAME
               PERFORM 5000-ASSESS-ONE-FEE
           END-IF
           IF WS-BEST-EXCESS-WDR-FEE > ZERO
               AND WS-MA-WDR-COUNT > WS-BEST-FREE-WDR
               COMPUTE WS-EXCESS-COUNT =
                   WS-MA-WDR-COUNT - WS-BEST-FREE-WDR
               COMPUTE WS-FEE-AMOUNT =
                   WS-EXCESS-COUNT * WS-BEST-EXCESS-WDR-FEE
               MOVE "FEEXSWDR" TO WS-FEE-SESSION-ID
               MOVE "EXCESS WDR  " TO WS-FEE-NAME
               PERFORM 5000-ASSESS-ONE-FEE
           END-IF.

       4100-PROCESS-ONE-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4200-FIND-SCHEDULE - PICK THE FEE SCHEDULE FOR THIS ACCOUNT:  *
      *  A BRANCH MATCH BEATS THE 0000 ALL-BRANCH SCHEDULE, THEN THE   *
      *  LATEST EFFECTIVE DATE.                                        *
      *----------------------------------------------------------------*
       4200-FIND-SCHEDULE.
           MOVE "N" TO WS-SCHED-FOUND-SWITCH
           MOVE ZERO TO WS-BEST-BRANCH
           MOVE ZERO TO WS-BEST-EFFECTIVE
           SET WS-FS-IDX TO 1
           PERFORM 4210-CHECK-ONE-SCHEDULE
               THRU 4210-CHECK-ONE-SCHEDULE-EXIT
               UNTIL WS-FS-IDX > WS-SCHED-COUNT.

       4200-FIND-SCHEDULE-EXIT.
           EXIT.

       4210-CHECK-ONE-SCHEDULE.
           IF WS-FS-BRANCH (WS-FS-IDX) = ACCT-BRANCH
               OR WS-FS-BRANCH (WS-FS-IDX) = ZERO
               EVALUATE TRUE
                   WHEN NOT WS-SCHED-FOUND
                       PERFORM 4220-KEEP-CANDIDATE
                   WHEN WS-FS-BRANCH (WS-FS-IDX) NOT = WS-BEST-BRANCH
                       AND WS-FS-BRANCH (WS-FS-IDX) = ACCT-BRANCH
                       PERFORM 4220-KEEP-CANDIDATE
                   WHEN WS-FS-BRANCH (WS-FS-IDX) = WS-BEST-BRANCH
                       AND WS-FS-EFFECTIVE-DATE (WS-FS-IDX)
                           > WS-BEST-EFFECTIVE
                       PERFORM 4220-KEEP-CANDIDATE
               END-EVALUATE
           END-IF
           SET WS-FS-IDX UP BY 1.

       4210-CHECK-ONE-SCHEDULE-EXIT.
           EXIT.

       4220-KEEP-CANDIDATE.
           SET WS-SCHED-FOUND TO TRUE
           MOVE WS-FS-BRANCH (WS-FS-IDX) TO WS-BEST-BRANCH
           MOVE WS-FS-EFFECTIVE-DATE (WS-FS-IDX) TO WS-BEST-EFFECTIVE
           MOVE WS-FS-MAINT-FEE (WS-FS-IDX) TO WS-BEST-MAINT-FEE
           MOVE WS-FS-LOW-BAL-MIN (WS-FS-IDX) TO WS-BEST-LOW-BAL-MIN
           MOVE WS-FS-LOW-BAL-FEE (WS-FS-IDX) TO WS-BEST-LOW-BAL-FEE
           MOVE WS-FS-FREE-WDR (WS-FS-IDX) TO WS-BEST-FREE-WDR
           MOVE WS-FS-EXCESS-WDR-FEE (WS-FS-IDX)
               TO WS-BEST-EXCESS-WDR-FEE
           MOVE WS-FS-WAIVER-BALANCE (WS-FS-IDX)
               TO WS-BEST-WAIVER-BALANCE.

       4220-KEEP-CANDIDATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4300-GATHER-MONTH-ACTIVITY - LOWEST LEDGER BALANCE AND THE    *
      *  WITHDRAWAL COUNT FOR THE MONTH, FROM TRANHIST (MONTH START    *
      *  TO YESTERDAY) AND THE SORTED TONIGHT'S JOURNAL.  AN ACCOUNT   *
      *  WITH NO ACTIVITY SAT AT ITS CURRENT BALANCE ALL MONTH.  THE   *
      *  SORTED JOURNAL IS ADVANCED PAST THIS ACCOUNT EVEN WHEN THE    *
      *  ACCOUNT DRAWS NO FEE, TO KEEP THE TWO FILES IN STEP.  FEES    *
      *  AN EARLIER RUN OF THIS BATCH ALREADY POSTED TONIGHT ARE NOT   *
      *  COUNTED AS ACTIVITY; THEY ONLY MARK THAT FEE AS CHARGED.      *
      *----------------------------------------------------------------*
       4300-GATHER-MONTH-ACTIVITY.
           MOVE "N" TO WS-ACTIVITY-SWITCH
           MOVE "NNN" TO WS-POSTED-SWITCHES
           MOVE ACCT-CURRENT-BALANCE TO WS-MA-LOWEST-BALANCE
           MOVE ZERO TO WS-MA-WDR-COUNT
           IF WS-HIST-FILE-PRESENT
               MOVE "N" TO WS-HIST-EOF-SWITCH
               MOVE ACCT-NUMBER TO TJH-ACCT-NUMBER
               MOVE WS-MONTH-START TO TJH-TRAN-DATE
               MOVE ZERO TO TJH-TRAN-TIME
               MOVE ZERO TO TJH-SEQUENCE
               START JRNL-HISTORY KEY IS NOT LESS THAN TJH-KEY
                   INVALID KEY
                       SET WS-HIST-EOF TO TRUE
               END-START
               PERFORM 4310-READ-ONE-HISTORY
                   THRU 4310-READ-ONE-HISTORY-EXIT
                   UNTIL WS-HIST-EOF
           END-IF
           PERFORM 4320-SKIP-EARLIER-WORK
               THRU 4320-SKIP-EARLIER-WORK-EXIT
               UNTIL WS-WORK-EOF
               OR TJ-ACCT-NUMBER OF FW-JRNL-ROW >= ACCT-NUMBER
           PERFORM 4330-TAKE-ONE-WORK
               THRU 4330-TAKE-ONE-WORK-EXIT
               UNTIL WS-WORK-EOF
               OR TJ-ACCT-NUMBER OF FW-JRNL-ROW NOT = ACCT-NUMBER.

       4300-GATHER-MONTH-ACTIVITY-EXIT.
           EXIT.

       4310-READ-ONE-HISTORY.
           READ JRNL-HISTORY NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
                   GO TO 4310-READ-ONE-HISTORY-EXIT
           END-READ
           IF TJH-ACCT-NUMBER NOT = ACCT-NUMBER
               OR TJH-TRAN-DATE > WS-BUSINESS-DATE
               SET WS-HIST-EOF TO TRUE
               GO TO 4310-READ-ONE-HISTORY-EXIT
           END-IF
           IF NOT WS-HAS-ACTIVITY
               SET WS-HAS-ACTIVITY TO TRUE
               MOVE TJH-BEFORE-BALANCE TO WS-MA-LOWEST-BALANCE
           END-IF
           IF TJH-AFTER-BALANCE < WS-MA-LOWEST-BALANCE
               MOVE TJH-AFTER-BALANCE TO WS-MA-LOWEST-BALANCE
           END-IF
           IF TJH-IS-DEBIT
               AND (TJH-OPER-EXTRACCIONES OR TJH-OPER-TRANSFERENCIAS)
               ADD 1 TO WS-MA-WDR-COUNT
           END-IF.

       4310-READ-ONE-HISTORY-EXIT.
           EXIT.

       4320-SKIP-EARLIER-WORK.
           PERFORM 4350-READ-FEE-WORK.

       4320-SKIP-EARLIER-WORK-EXIT.
           EXIT.

       4330-TAKE-ONE-WORK.
           IF NOT WS-HAS-ACTIVITY
               SET WS-HAS-ACTIVITY TO TRUE
               MOVE TJ-BEFORE-BALANCE OF FW-JRNL-ROW
                   TO WS-MA-LOWEST-BALANCE
           END-IF
           IF TJ-OPER-COMISIONES OF FW-JRNL-ROW
               AND TJ-IS-DEBIT OF FW-JRNL-ROW
               AND TJ-TRAN-DATE OF FW-JRNL-ROW = WS-BUSINESS-DATE
               EVALUATE TJ-SESSION-ID OF FW-JRNL-ROW
                   WHEN "FEEMAINT"
                       SET WS-MAINT-POSTED TO TRUE
                       GO TO 4330-NEXT-WORK
                   WHEN "FEELOWBL"
                       SET WS-LOWBL-POSTED TO TRUE
                       GO TO 4330-NEXT-WORK
                   WHEN "FEEXSWDR"
                       SET WS-XSWDR-POSTED TO TRUE
                       GO TO 4330-NEXT-WORK
               END-EVALUATE
           END-IF
           IF TJ-AFTER-BALANCE OF FW-JRNL-ROW < WS-MA-LOWEST-BALANCE
               MOVE TJ-AFTER-BALANCE OF FW-JRNL-ROW
                   TO WS-MA-LOWEST-BALANCE
           END-IF
           IF TJ-IS-DEBIT OF FW-JRNL-ROW
               AND (TJ-OPER-EXTRACCIONES OF FW-JRNL-ROW
                   OR TJ-OPER-TRANSFERENCIAS OF FW-JRNL-ROW)
               ADD 1 TO WS-MA-WDR-COUNT
           END-IF.

       4330-NEXT-WORK.
           PERFORM 4350-READ-FEE-WORK.

       4330-TAKE-ONE-WORK-EXIT.
           EXIT.

       4350-READ-FEE-WORK.
           READ FEE-WORK
               AT END
                   SET WS-WORK-EOF TO TRUE
           END-READ.

       4350-READ-FEE-WORK-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4500-CHECK-WAIVER - THE CUSTOMER'S COMBINED BALANCE OVER THE  *
      *  SCHEDULE'S WAIVER BALANCE WAIVES EVERY FEE THIS MONTH.        *
      *----------------------------------------------------------------*
       4500-CHECK-WAIVER.
           MOVE "N" TO WS-WAIVED-SWITCH
           MOVE ACCT-CURRENT-BALANCE TO WS-COMBINED-BALANCE
           IF ACCT-CUST-NUMBER NOT = ZERO
               PERFORM 2200-FIND-CUSTOMER
               IF WS-CUST-FOUND
                   MOVE WS-CB-BALANCE (WS-CB-IDX)
                       TO WS-COMBINED-BALANCE
               END-IF
           END-IF
           IF WS-BEST-WAIVER-BALANCE > ZERO
               AND WS-COMBINED-BALANCE > WS-BEST-WAIVER-BALANCE
               SET WS-FEES-WAIVED TO TRUE
           END-IF.

       4500-CHECK-WAIVER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5000-ASSESS-ONE-FEE - CHARGE THE FEE IN WS-FEE-AMOUNT, OR     *
      *  REPORT IT WAIVED.  A FEE ALREADY ON TONIGHT'S TRANJRNL FOR    *
      *  THE ACCOUNT (A RERUN AFTER A FAILURE PART-WAY THROUGH THE     *
      *  WALK) IS NOT CHARGED AGAIN.                                   *
      *----------------------------------------------------------------*
       5000-ASSESS-ONE-FEE.
           IF (WS-FEE-SESSION-ID = "FEEMAINT" AND WS-MAINT-POSTED)
               OR (WS-FEE-SESSION-ID = "FEELOWBL" AND WS-LOWBL-POSTED)
               OR (WS-FEE-SESSION-ID = "FEEXSWDR" AND WS-XSWDR-POSTED)
               ADD 1 TO WS-RERUN-SKIP-COUNT
               GO TO 5000-ASSESS-ONE-FEE-EXIT
           END-IF
           IF WS-FEES-WAIVED
               ADD 1 TO WS-WAIVED-COUNT
               ADD WS-FEE-AMOUNT TO WS-WAIVED-AMOUNT
               PERFORM 5200-WRITE-FEE-LINE
               GO TO 5000-ASSESS-ONE-FEE-EXIT
           END-IF
           MOVE ACCT-CURRENT-BALANCE TO WS-BEFORE-BALANCE
           SUBTRACT WS-FEE-AMOUNT FROM ACCT-CURRENT-BALANCE
           REWRITE ACCT-MASTER-RECORD
           PERFORM 5100-WRITE-JOURNAL-ENTRY
           ADD 1 TO WS-ASSESSED-COUNT
           ADD WS-FEE-AMOUNT TO WS-ASSESSED-AMOUNT
           PERFORM 5200-WRITE-FEE-LINE.

       5000-ASSESS-ONE-FEE-EXIT.
           EXIT.

       5100-WRITE-JOURNAL-ENTRY.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-BUSINESS-DATE TO TJ-TRAN-DATE OF WS-JRNL-ENTRY
           MOVE WS-CURRENT-TIME TO TJ-TRAN-TIME OF WS-JRNL-ENTRY
           MOVE "FEEASM" TO TJ-TELLER-ID OF WS-JRNL-ENTRY
           MOVE WS-FEE-SESSION-ID TO TJ-SESSION-ID OF WS-JRNL-ENTRY
           MOVE ACCT-NUMBER TO TJ-ACCT-NUMBER OF WS-JRNL-ENTRY
           MOVE ZERO TO TJ-RELATED-ACCT-NUMBER OF WS-JRNL-ENTRY
           MOVE ACCT-BRANCH TO TJ-BRANCH OF WS-JRNL-ENTRY
           SET TJ-OPER-COMISIONES OF WS-JRNL-ENTRY TO TRUE
           SET TJ-IS-DEBIT OF WS-JRNL-ENTRY TO TRUE
           MOVE WS-FEE-AMOUNT TO TJ-AMOUNT OF WS-JRNL-ENTRY
           MOVE WS-BEFORE-BALANCE TO TJ-BEFORE-BALANCE OF WS-JRNL-ENTRY
           MOVE ACCT-CURRENT-BALANCE TO
               TJ-AFTER-BALANCE OF WS-JRNL-ENTRY
           MOVE ZERO TO TJ-ORIG-TRAN-TIME OF WS-JRNL-ENTRY
           SET TJ-TENDER-INTERNAL OF WS-JRNL-ENTRY TO TRUE
           CALL "JRNLWRT" USING WS-JRNL-ENTRY
           END-CALL.

       5100-WRITE-JOURNAL-ENTRY-EXIT.
           EXIT.

       5200-WRITE-FEE-LINE.
           MOVE WS-FEE-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO RPT-LINE
           IF WS-FEES-WAIVED
               MOVE WS-COMBINED-BALANCE TO WS-EDIT-BALANCE
               STRING ACCT-NUMBER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FEE-NAME DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   "  WAIVED - COMBINED BALANCE " DELIMITED BY SIZE
                   WS-EDIT-BALANCE DELIMITED BY SIZE
                   INTO RPT-LINE
           ELSE
               MOVE ACCT-CURRENT-BALANCE TO WS-EDIT-BALANCE
               STRING ACCT-NUMBER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FEE-NAME DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   "  ASSESSED - NEW BALANCE " DELIMITED BY SIZE
                   WS-EDIT-BALANCE DELIMITED BY SIZE
                   INTO RPT-LINE
           END-IF
           WRITE RPT-LINE.

       5200-WRITE-FEE-LINE-EXIT.
           EXIT.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-ASSESSED-COUNT TO WS-EDIT-COUNT
           MOVE WS-ASSESSED-AMOUNT TO WS-EDIT-AMOUNT
           STRING "FEES ASSESSED  COUNT: " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               "  AMOUNT: " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-WAIVED-COUNT TO WS-EDIT-COUNT
           MOVE WS-WAIVED-AMOUNT TO WS-EDIT-AMOUNT
           STRING "FEES WAIVED    COUNT: " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               "  AMOUNT: " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE.

       8000-WRITE-SUMMARY-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE FEE-RPT
           MOVE WS-ACCOUNTS-SEEN TO WS-EDIT-COUNT
           DISPLAY "BKFEEASM: " WS-EDIT-COUNT " ACCOUNT(S) REVIEWED"
           MOVE WS-ASSESSED-COUNT TO WS-EDIT-COUNT
           DISPLAY "BKFEEASM: " WS-EDIT-COUNT " FEE(S) ASSESSED"
           MOVE WS-WAIVED-COUNT TO WS-EDIT-COUNT
           DISPLAY "BKFEEASM: " WS-EDIT-COUNT " FEE(S) WAIVED"
           MOVE WS-RERUN-SKIP-COUNT TO WS-EDIT-COUNT
           DISPLAY "BKFEEASM: " WS-EDIT-COUNT
                   " FEE(S) ALREADY POSTED TONIGHT - NOT CHARGED".

       9000-TERMINATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  9500-RUN-CONTROL-COMPLETE - RECORD THIS STEP COMPLETE FOR     *
      *  THE BUSINESS DATE SO THE NEXT STEP IN THE SUITE MAY START.    *
      *----------------------------------------------------------------*
       9500-RUN-CONTROL-COMPLETE.
           MOVE "C" TO WS-RUN-FUNCTION
           MOVE "BKFEEASM" TO WS-RUN-STEP-NAME
           CALL "RUNCTL" USING WS-RUN-FUNCTION
                                WS-RUN-STEP-NAME
                                WS-RUN-MESSAGE
                                WS-RUN-RETURN-CODE
           END-CALL.

       9500-RUN-CONTROL-COMPLETE-EXIT.
           EXIT.
