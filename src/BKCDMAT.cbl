       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BKCDMAT.
       AUTHOR.        R. ALVARADO.
       INSTALLATION.  BRANCH SYSTEMS GROUP.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *================================================================*
      *  MODIFICATION HISTORY                                          *
      *  2026-10-15  RA   INITIAL VERSION - NIGHTLY CERTIFICATE OF     *
      *                    DEPOSIT MATURITY, RENEWAL AND PAYOUT.       *
      *================================================================*
      *  PURPOSE.                                                      *
      *      NIGHTLY CD MATURITY BATCH.  WALKS CDMASTER AND, FOR       *
      *      EVERY ACTIVE CD WHOSE MATURITY DATE HAS COME, CREDITS     *
      *      THE TERM'S INTEREST (PRINCIPAL AT THE CD'S FIXED RATE     *
      *      FOR CD-TERM-MONTHS) AS A TJ-OPER-INTERESES ENTRY, THEN:   *
      *          RENEW   - ROLLS PRINCIPAL PLUS INTEREST INTO A NEW    *
      *                    TERM OF THE SAME LENGTH FROM THE OLD        *
      *                    MATURITY DATE, AT THE CURRENT CDRATES RATE  *
      *                    FOR THE TERM.  WITH NO RATE ON FILE THE     *
      *                    OLD RATE STANDS AND THE CD IS REPORTED.     *
      *          PAY OUT - MOVES PRINCIPAL PLUS INTEREST TO            *
      *                    CD-PAYOUT-ACCT AS A TJ-OPER-PLAZO-FIJO      *
      *                    PAIR AND MARKS THE CD PAID.  A MISSING OR   *
      *                    CLOSED PAYOUT ACCOUNT IS REPORTED AND THE   *
      *                    CD IS LEFT UNTOUCHED FOR THE NEXT NIGHT.    *
      *      EVERY MOVEMENT GOES THROUGH JRNLWRT.  RUN AFTER BKINTACC  *
      *      AND BEFORE THE BKEODCUT CUTOVER SO THE POSTINGS LAND ON   *
      *      THE CLOSING BUSINESS DATE.  THE CDMATRPT REPORT LISTS     *
      *      EVERY CD HANDLED AND EVERY EXCEPTION.                     *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CD-MASTER ASSIGN TO "CDMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-NUMBER
               FILE STATUS IS WS-CD-FILE-STATUS.

           SELECT ACCT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT CD-RATES ASSIGN TO "CDRATES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT CDMAT-RPT ASSIGN TO "CDMATRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CD-MASTER.
           COPY cdrec.

       FD  ACCT-MASTER.
           COPY acctrec.

       FD  CD-RATES.
           COPY cdrate.

       FD  CDMAT-RPT.
           COPY rptline.

       WORKING-STORAGE SECTION.
       01  WS-CD-FILE-STATUS            PIC X(02).
       01  WS-ACCT-FILE-STATUS          PIC X(02).
       01  WS-RATE-FILE-STATUS          PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).
       01  WS-CD-EOF-SWITCH             PIC X(01)  VALUE "N".
           88  WS-CD-EOF                        VALUE "Y".
       01  WS-RATE-EOF-SWITCH           PIC X(01)  VALUE "N".
           88  WS-RATE-EOF                      VALUE "Y".
       01  WS-RATE-FOUND-SWITCH         PIC X(01).
           88  WS-RATE-FOUND                    VALUE "Y".

       77  WS-RATE-MAX                  PIC 9(03) COMP  VALUE 100.
       01  WS-RATE-COUNT                PIC 9(03) COMP  VALUE ZERO.
       01  WS-RATE-ENTRIES.
           05  WS-RATE-ENTRY OCCURS 100 TIMES INDEXED BY WS-RT-IDX.
               10  WS-RT-BRANCH         PIC 9(04).
               10  WS-RT-TERM-MONTHS    PIC 9(03).
               10  WS-RT-EFFECTIVE-DATE PIC 9(08).
               10  WS-RT-ANNUAL-RATE    PIC 9(02)V9(04).

       01  WS-BEST-RATE.
           05  WS-BEST-BRANCH           PIC 9(04).
           05  WS-BEST-EFFECTIVE        PIC 9(08).
           05  WS-BEST-ANNUAL-RATE      PIC 9(02)V9(04).

       01  WS-INTEREST-AMOUNT           PIC S9(11)V99 COMP-3.
       01  WS-PAYOUT-AMOUNT             PIC S9(11)V99 COMP-3.
       01  WS-BEFORE-BALANCE            PIC S9(11)V99 COMP-3.
       01  WS-RPT-ACTION                PIC X(30).

      *    ONE JOURNAL LEG - FILLED IN BY THE CALLER OF 6000.
       01  WS-LEG.
           05  WS-LEG-ACCT-NUMBER       PIC 9(10).
           05  WS-LEG-RELATED-ACCT      PIC 9(10).
           05  WS-LEG-BRANCH            PIC 9(04).
           05  WS-LEG-OPER-TYPE         PIC X(01).
           05  WS-LEG-DEBIT-CREDIT      PIC X(01).
           05  WS-LEG-AMOUNT            PIC S9(11)V99 COMP-3.
           05  WS-LEG-BEFORE-BALANCE    PIC S9(11)V99 COMP-3.
           05  WS-LEG-AFTER-BALANCE     PIC S9(11)V99 COMP-3.

      *    NEXT MATURITY DATE - THE OLD MATURITY PLUS THE TERM IN
      *    MONTHS, HELD TO THE LAST DAY OF A SHORTER MONTH.
       01  WS-ADD-TERM-WORK.
           05  WS-AT-DATE               PIC 9(08).
           05  WS-AT-PARTS REDEFINES WS-AT-DATE.
               10  WS-AT-YEAR           PIC 9(04).
               10  WS-AT-MONTH          PIC 9(02).
               10  WS-AT-DAY            PIC 9(02).
           05  WS-AT-MONTHS             PIC 9(05) COMP.
           05  WS-AT-YEARS              PIC 9(05) COMP.
           05  WS-AT-MONTH-END          PIC 9(02).
           05  WS-AT-LEAP-REMAINDER     PIC 9(04).

       01  WS-RUN-TOTALS.
           05  WS-RENEWED-COUNT         PIC 9(05)       VALUE ZERO.
           05  WS-PAID-COUNT            PIC 9(05)       VALUE ZERO.
           05  WS-EXCEPTION-COUNT       PIC 9(05)       VALUE ZERO.
           05  WS-INTEREST-TOTAL        PIC S9(11)V99 COMP-3
                                                        VALUE ZERO.
           05  WS-PAID-TOTAL            PIC S9(11)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-EDIT-COUNT                PIC ZZZZ9.
       01  WS-EDIT-AMOUNT               PIC -,---,---,--9.99.
       01  WS-EDIT-INTEREST             PIC -,---,---,--9.99.
       01  WS-EDIT-RATE                 PIC Z9.9999.

       01  WS-BDAY-FUNCTION             PIC X(01).
       01  WS-BUSINESS-DATE             PIC 9(08).
       01  WS-BDAY-RETURN-CODE          PIC X(01).
       01  WS-CURRENT-TIME              PIC 9(08).

           COPY tranrec REPLACING TRAN-JOURNAL-RECORD BY WS-JRNL-ENTRY.

       01  WS-RUN-FUNCTION              PIC X(01).
       01  WS-RUN-STEP-NAME             PIC X(08).
       01  WS-RUN-MESSAGE               PIC X(40).
       01  WS-RUN-RETURN-CODE           PIC X(01).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-RUN-CONTROL-CHECK
           IF WS-RUN-RETURN-CODE NOT = "0"
               DISPLAY "BKCDMAT: " WS-RUN-MESSAGE
               GO TO 0000-MAINLINE-EXIT
           END-IF
           MOVE "G" TO WS-BDAY-FUNCTION
           CALL "BDAYCTL" USING WS-BDAY-FUNCTION
                                 WS-BUSINESS-DATE
                                 WS-BDAY-RETURN-CODE
           END-CALL
           IF WS-BDAY-RETURN-CODE = "1"
               DISPLAY "BKCDMAT: POSTING CLOSED - "
                       "END OF DAY RUNNING - NOTHING MATURED"
               GO TO 0000-MAINLINE-EXIT
           END-IF
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-WALK-CDS THRU 2000-WALK-CDS-EXIT
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
           MOVE "BKCDMAT " TO WS-RUN-STEP-NAME
           CALL "RUNCTL" USING WS-RUN-FUNCTION
                                WS-RUN-STEP-NAME
                                WS-RUN-MESSAGE
                                WS-RUN-RETURN-CODE
           END-CALL.

       0100-RUN-CONTROL-CHECK-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE - OPEN THE REPORT AND LOAD THE CDRATES RATES  *
      *  ALREADY IN EFFECT ON THE BUSINESS DATE.                       *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT CDMAT-RPT
           MOVE SPACES TO RPT-LINE
           STRING "CD MATURITY RUN - BUSINESS DATE "
               DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT CD-RATES
           IF WS-RATE-FILE-STATUS = "35"
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           PERFORM 1100-READ-RATE
           PERFORM 1200-LOAD-ONE-RATE THRU 1200-LOAD-ONE-RATE-EXIT
               UNTIL WS-RATE-EOF
           CLOSE CD-RATES.

       1000-INITIALIZE-EXIT.
           EXIT.

       1100-READ-RATE.
           READ CD-RATES
               AT END
                   SET WS-RATE-EOF TO TRUE
           END-READ.

       1100-READ-RATE-EXIT.
           EXIT.

       1200-LOAD-ONE-RATE.
           IF CR-EFFECTIVE-DATE <= WS-BUSINESS-DATE
               AND WS-RATE-COUNT < WS-RATE-MAX
               ADD 1 TO WS-RATE-COUNT
               MOVE CR-BRANCH TO WS-RT-BRANCH (WS-RATE-COUNT)
               MOVE CR-TERM-MONTHS
                   TO WS-RT-TERM-MONTHS (WS-RATE-COUNT)
               MOVE CR-EFFECTIVE-DATE
                   TO WS-RT-EFFECTIVE-DATE (WS-RATE-COUNT)
               MOVE CR-ANNUAL-RATE
                   TO WS-RT-ANNUAL-RATE (WS-RATE-COUNT)
           END-IF
           PERFORM 1100-READ-RATE.

       1200-LOAD-ONE-RATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-WALK-CDS - MATURE EVERY ACTIVE CD DUE ON OR BEFORE THE   *
      *  BUSINESS DATE.  A CDMASTER THAT DOES NOT EXIST YET MEANS NO   *
      *  CD HAS BEEN OPENED, AND THE STEP STILL COMPLETES.             *
      *----------------------------------------------------------------*
       2000-WALK-CDS.
           OPEN I-O CD-MASTER
           IF WS-CD-FILE-STATUS = "35"
               MOVE SPACES TO RPT-LINE
               STRING "NO CD MASTER FILE PRESENT"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               GO TO 2000-WALK-CDS-EXIT
           END-IF
           OPEN I-O ACCT-MASTER
           MOVE ZERO TO CD-NUMBER
           START CD-MASTER KEY NOT LESS THAN CD-NUMBER
               INVALID KEY
                   SET WS-CD-EOF TO TRUE
           END-START
           PERFORM 2100-PROCESS-ONE-CD
               THRU 2100-PROCESS-ONE-CD-EXIT
               UNTIL WS-CD-EOF
           CLOSE ACCT-MASTER
           CLOSE CD-MASTER.

       2000-WALK-CDS-EXIT.
           EXIT.

       2100-PROCESS-ONE-CD.
           READ CD-MASTER NEXT RECORD
               AT END
                   SET WS-CD-EOF TO TRUE
                   GO TO 2100-PROCESS-ONE-CD-EXIT
           END-READ
           IF NOT CD-STATUS-ACTIVE
               OR CD-MATURITY-DATE > WS-BUSINESS-DATE
               GO TO 2100-PROCESS-ONE-CD-EXIT
           END-IF
           IF CD-PAYOUT-TO-ACCT
               MOVE CD-PAYOUT-ACCT TO ACCT-NUMBER
               READ ACCT-MASTER
                   INVALID KEY
                       MOVE "PAYOUT ACCOUNT NOT FOUND" TO WS-RPT-ACTION
                       PERFORM 5100-WRITE-EXCEPTION-LINE
                       GO TO 2100-PROCESS-ONE-CD-EXIT
               END-READ
               IF ACCT-STATUS-CLOSED
                   MOVE "PAYOUT ACCOUNT IS CLOSED" TO WS-RPT-ACTION
                   PERFORM 5100-WRITE-EXCEPTION-LINE
                   GO TO 2100-PROCESS-ONE-CD-EXIT
               END-IF
           END-IF
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM 3000-CREDIT-TERM-INTEREST
           IF CD-PAYOUT-TO-ACCT
               PERFORM 4500-PAY-OUT-CD THRU 4500-PAY-OUT-CD-EXIT
           ELSE
               PERFORM 4000-RENEW-CD THRU 4000-RENEW-CD-EXIT
           END-IF.

       2100-PROCESS-ONE-CD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-CREDIT-TERM-INTEREST - INTEREST FOR THE WHOLE TERM AT    *
      *  THE CD'S FIXED RATE, CREDITED TO THE CD ITSELF.               *
      *----------------------------------------------------------------*
       3000-CREDIT-TERM-INTEREST.
           COMPUTE WS-INTEREST-AMOUNT ROUNDED =
               CD-PRINCIPAL * CD-ANNUAL-RATE * CD-TERM-MONTHS / 1200
           IF WS-INTEREST-AMOUNT > ZERO
               MOVE CD-PRINCIPAL TO WS-BEFORE-BALANCE
               ADD WS-INTEREST-AMOUNT TO CD-PRINCIPAL
               ADD WS-INTEREST-AMOUNT TO WS-INTEREST-TOTAL
               MOVE CD-NUMBER TO WS-LEG-ACCT-NUMBER
               MOVE ZERO TO WS-LEG-RELATED-ACCT
               MOVE CD-BRANCH TO WS-LEG-BRANCH
               MOVE "7" TO WS-LEG-OPER-TYPE
               MOVE "C" TO WS-LEG-DEBIT-CREDIT
               MOVE WS-INTEREST-AMOUNT TO WS-LEG-AMOUNT
               MOVE WS-BEFORE-BALANCE TO WS-LEG-BEFORE-BALANCE
               MOVE CD-PRINCIPAL TO WS-LEG-AFTER-BALANCE
               PERFORM 6000-WRITE-JOURNAL-ENTRY
           ELSE
               MOVE ZERO TO WS-INTEREST-AMOUNT
           END-IF.

       3000-CREDIT-TERM-INTEREST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4000-RENEW-CD - START THE NEXT TERM AT THE OLD MATURITY DATE  *
      *  AT THE RATE NOW IN EFFECT FOR THE TERM.                       *
      *----------------------------------------------------------------*
       4000-RENEW-CD.
           PERFORM 4100-FIND-RATE THRU 4100-FIND-RATE-EXIT
           IF WS-RATE-FOUND
               MOVE WS-BEST-ANNUAL-RATE TO CD-ANNUAL-RATE
               MOVE "RENEWED" TO WS-RPT-ACTION
           ELSE
               MOVE "RENEWED - NO RATE, OLD RATE KEPT" TO WS-RPT-ACTION
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           MOVE CD-MATURITY-DATE TO CD-TERM-START-DATE
           MOVE CD-MATURITY-DATE TO WS-AT-DATE
           MOVE CD-TERM-MONTHS TO WS-AT-MONTHS
           PERFORM 7500-ADD-TERM THRU 7500-ADD-TERM-EXIT
           MOVE WS-AT-DATE TO CD-MATURITY-DATE
           ADD 1 TO CD-RENEWAL-COUNT
           REWRITE CD-MASTER-RECORD
           ADD 1 TO WS-RENEWED-COUNT
           MOVE CD-PRINCIPAL TO WS-EDIT-AMOUNT
           PERFORM 5000-WRITE-CD-LINE.

       4000-RENEW-CD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4100-FIND-RATE - A BRANCH MATCH BEATS THE 0000 ALL-BRANCH     *
      *  RATE, THEN THE LATEST EFFECTIVE DATE, FOR THE CD'S TERM.      *
      *----------------------------------------------------------------*
       4100-FIND-RATE.
           MOVE "N" TO WS-RATE-FOUND-SWITCH
           MOVE ZERO TO WS-BEST-BRANCH
           MOVE ZERO TO WS-BEST-EFFECTIVE
           MOVE ZERO TO WS-BEST-ANNUAL-RATE
           SET WS-RT-IDX TO 1
           PERFORM 4200-CHECK-ONE-RATE THRU 4200-CHECK-ONE-RATE-EXIT
               UNTIL WS-RT-IDX > WS-RATE-COUNT.

       4100-FIND-RATE-EXIT.
           EXIT.

       4200-CHECK-ONE-RATE.
           IF WS-RT-TERM-MONTHS (WS-RT-IDX) = CD-TERM-MONTHS
               AND (WS-RT-BRANCH (WS-RT-IDX) = CD-BRANCH
                   OR WS-RT-BRANCH (WS-RT-IDX) = ZERO)
               EVALUATE TRUE
                   WHEN NOT WS-RATE-FOUND
                       PERFORM 4300-KEEP-CANDIDATE
                   WHEN WS-RT-BRANCH (WS-RT-IDX) NOT = WS-BEST-BRANCH
                       AND WS-RT-BRANCH (WS-RT-IDX) = CD-BRANCH
                       PERFORM 4300-KEEP-CANDIDATE
                   WHEN WS-RT-BRANCH (WS-RT-IDX) = WS-BEST-BRANCH
                       AND WS-RT-EFFECTIVE-DATE (WS-RT-IDX)
                           > WS-BEST-EFFECTIVE
                       PERFORM 4300-KEEP-CANDIDATE
               END-EVALUATE
           END-IF
           SET WS-RT-IDX UP BY 1.

       4200-CHECK-ONE-RATE-EXIT.
           EXIT.

       4300-KEEP-CANDIDATE.
           SET WS-RATE-FOUND TO TRUE
           MOVE WS-RT-BRANCH (WS-RT-IDX) TO WS-BEST-BRANCH
           MOVE WS-RT-EFFECTIVE-DATE (WS-RT-IDX) TO WS-BEST-EFFECTIVE
           MOVE WS-RT-ANNUAL-RATE (WS-RT-IDX) TO WS-BEST-ANNUAL-RATE.

       4300-KEEP-CANDIDATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4500-PAY-OUT-CD - MOVE PRINCIPAL AND INTEREST TO THE PAYOUT   *
      *  ACCOUNT (STILL IN THE ACCT-MASTER FD FROM 2100) AND CLOSE     *
      *  THE CD AS PAID.                                               *
      *----------------------------------------------------------------*
       4500-PAY-OUT-CD.
           MOVE CD-PRINCIPAL TO WS-PAYOUT-AMOUNT
           IF WS-PAYOUT-AMOUNT > ZERO
               MOVE CD-NUMBER TO WS-LEG-ACCT-NUMBER
               MOVE CD-PAYOUT-ACCT TO WS-LEG-RELATED-ACCT
               MOVE CD-BRANCH TO WS-LEG-BRANCH
               MOVE "D" TO WS-LEG-OPER-TYPE
               MOVE "D" TO WS-LEG-DEBIT-CREDIT
               MOVE WS-PAYOUT-AMOUNT TO WS-LEG-AMOUNT
               MOVE CD-PRINCIPAL TO WS-LEG-BEFORE-BALANCE
               MOVE ZERO TO WS-LEG-AFTER-BALANCE
               PERFORM 6000-WRITE-JOURNAL-ENTRY
               MOVE ACCT-CURRENT-BALANCE TO WS-BEFORE-BALANCE
               ADD WS-PAYOUT-AMOUNT TO ACCT-CURRENT-BALANCE
               REWRITE ACCT-MASTER-RECORD
               MOVE CD-PAYOUT-ACCT TO WS-LEG-ACCT-NUMBER
               MOVE CD-NUMBER TO WS-LEG-RELATED-ACCT
               MOVE ACCT-BRANCH TO WS-LEG-BRANCH
               MOVE "D" TO WS-LEG-OPER-TYPE
               MOVE "C" TO WS-LEG-DEBIT-CREDIT
               MOVE WS-PAYOUT-AMOUNT TO WS-LEG-AMOUNT
               MOVE WS-BEFORE-BALANCE TO WS-LEG-BEFORE-BALANCE
               MOVE ACCT-CURRENT-BALANCE TO WS-LEG-AFTER-BALANCE
               PERFORM 6000-WRITE-JOURNAL-ENTRY
           END-IF
           MOVE ZERO TO CD-PRINCIPAL
           SET CD-STATUS-PAID TO TRUE
           MOVE WS-BUSINESS-DATE TO CD-CLOSE-DATE
           REWRITE CD-MASTER-RECORD
           ADD 1 TO WS-PAID-COUNT
           ADD WS-PAYOUT-AMOUNT TO WS-PAID-TOTAL
           MOVE SPACES TO WS-RPT-ACTION
           STRING "PAID TO " DELIMITED BY SIZE
               CD-PAYOUT-ACCT DELIMITED BY SIZE
               INTO WS-RPT-ACTION
           MOVE WS-PAYOUT-AMOUNT TO WS-EDIT-AMOUNT
           PERFORM 5000-WRITE-CD-LINE.

       4500-PAY-OUT-CD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5000-WRITE-CD-LINE - ONE LINE PER CD MATURED: INTEREST, THE   *
      *  AMOUNT RENEWED OR PAID, THE RATE AND WHAT WAS DONE.           *
      *----------------------------------------------------------------*
       5000-WRITE-CD-LINE.
           MOVE WS-INTEREST-AMOUNT TO WS-EDIT-INTEREST
           MOVE CD-ANNUAL-RATE TO WS-EDIT-RATE
           MOVE SPACES TO RPT-LINE
           STRING "CD " DELIMITED BY SIZE
               CD-NUMBER DELIMITED BY SIZE
               "  INT " DELIMITED BY SIZE
               WS-EDIT-INTEREST DELIMITED BY SIZE
               "  AMT " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               "  RATE " DELIMITED BY SIZE
               WS-EDIT-RATE DELIMITED BY SIZE
               "  MAT " DELIMITED BY SIZE
               CD-MATURITY-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RPT-ACTION DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE.

       5000-WRITE-CD-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5100-WRITE-EXCEPTION-LINE - A MATURED CD THAT COULD NOT BE    *
      *  PAID OUT TONIGHT.  NOTHING WAS POSTED AND IT IS RETRIED ON    *
      *  THE NEXT RUN.                                                 *
      *----------------------------------------------------------------*
       5100-WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE CD-PRINCIPAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO RPT-LINE
           STRING "CD " DELIMITED BY SIZE
               CD-NUMBER DELIMITED BY SIZE
               "  PRIN " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               "  MAT " DELIMITED BY SIZE
               CD-MATURITY-DATE DELIMITED BY SIZE
               "  PAY TO " DELIMITED BY SIZE
               CD-PAYOUT-ACCT DELIMITED BY SIZE
               "  NOT PAID - " DELIMITED BY SIZE
               WS-RPT-ACTION DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE.

       5100-WRITE-EXCEPTION-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  6000-WRITE-JOURNAL-ENTRY - JOURNAL ONE LEG FROM WS-LEG.       *
      *  EVERY LEG FOR ONE CD CARRIES THE SAME TIME STAMP.             *
      *----------------------------------------------------------------*
       6000-WRITE-JOURNAL-ENTRY.
           MOVE WS-BUSINESS-DATE TO TJ-TRAN-DATE OF WS-JRNL-ENTRY
           MOVE WS-CURRENT-TIME TO TJ-TRAN-TIME OF WS-JRNL-ENTRY
           MOVE "CDMAT" TO TJ-TELLER-ID OF WS-JRNL-ENTRY
           MOVE "CDMATBAT" TO TJ-SESSION-ID OF WS-JRNL-ENTRY
           MOVE WS-LEG-ACCT-NUMBER TO TJ-ACCT-NUMBER OF WS-JRNL-ENTRY
           MOVE WS-LEG-RELATED-ACCT TO
               TJ-RELATED-ACCT-NUMBER OF WS-JRNL-ENTRY
           MOVE WS-LEG-BRANCH TO TJ-BRANCH OF WS-JRNL-ENTRY
           MOVE WS-LEG-OPER-TYPE TO TJ-OPERATION-TYPE OF WS-JRNL-ENTRY
           MOVE WS-LEG-DEBIT-CREDIT TO
               TJ-DEBIT-CREDIT-IND OF WS-JRNL-ENTRY
           MOVE WS-LEG-AMOUNT TO TJ-AMOUNT OF WS-JRNL-ENTRY
           MOVE WS-LEG-BEFORE-BALANCE TO
               TJ-BEFORE-BALANCE OF WS-JRNL-ENTRY
           MOVE WS-LEG-AFTER-BALANCE TO
               TJ-AFTER-BALANCE OF WS-JRNL-ENTRY
           MOVE ZERO TO TJ-ORIG-TRAN-TIME OF WS-JRNL-ENTRY
           SET TJ-TENDER-INTERNAL OF WS-JRNL-ENTRY TO TRUE
           CALL "JRNLWRT" USING WS-JRNL-ENTRY
           END-CALL.

       6000-WRITE-JOURNAL-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  7500-ADD-TERM - ADD WS-AT-MONTHS TO WS-AT-DATE IN PLACE.  A   *
      *  DAY PAST THE END OF THE NEW MONTH IS HELD TO ITS LAST DAY     *
      *  (LEAP FEBRUARY INCLUDED).                                     *
      *----------------------------------------------------------------*
       7500-ADD-TERM.
           COMPUTE WS-AT-MONTHS = WS-AT-MONTH - 1 + WS-AT-MONTHS
           DIVIDE WS-AT-MONTHS BY 12 GIVING WS-AT-YEARS
               REMAINDER WS-AT-MONTHS
           ADD WS-AT-YEARS TO WS-AT-YEAR
           COMPUTE WS-AT-MONTH = WS-AT-MONTHS + 1
           EVALUATE WS-AT-MONTH
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-AT-MONTH-END
               WHEN 02
                   MOVE 28 TO WS-AT-MONTH-END
                   DIVIDE WS-AT-YEAR BY 4 GIVING WS-AT-LEAP-REMAINDER
                       REMAINDER WS-AT-LEAP-REMAINDER
                   IF WS-AT-LEAP-REMAINDER = ZERO
                       MOVE 29 TO WS-AT-MONTH-END
                       DIVIDE WS-AT-YEAR BY 100
                           GIVING WS-AT-LEAP-REMAINDER
                           REMAINDER WS-AT-LEAP-REMAINDER
                       IF WS-AT-LEAP-REMAINDER = ZERO
                           MOVE 28 TO WS-AT-MONTH-END
                           DIVIDE WS-AT-YEAR BY 400
                               GIVING WS-AT-LEAP-REMAINDER
                               REMAINDER WS-AT-LEAP-REMAINDER
                           IF WS-AT-LEAP-REMAINDER = ZERO
                               MOVE 29 TO WS-AT-MONTH-END
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-AT-MONTH-END
           END-EVALUATE
           IF WS-AT-DAY > WS-AT-MONTH-END
               MOVE WS-AT-MONTH-END TO WS-AT-DAY
           END-IF.

       7500-ADD-TERM-EXIT.
           EXIT.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-RENEWED-COUNT TO WS-EDIT-COUNT
           STRING "CDS RENEWED:           " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-PAID-COUNT TO WS-EDIT-COUNT
           MOVE WS-PAID-TOTAL TO WS-EDIT-AMOUNT
           STRING "CDS PAID OUT:          " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               "   AMOUNT: " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-INTEREST-TOTAL TO WS-EDIT-AMOUNT
           STRING "INTEREST CREDITED:     " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-EDIT-COUNT
           STRING "EXCEPTIONS:            " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE.

       8000-WRITE-SUMMARY-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE WS-RENEWED-COUNT TO WS-EDIT-COUNT
           DISPLAY "BKCDMAT: " WS-EDIT-COUNT " CD(S) RENEWED"
           MOVE WS-PAID-COUNT TO WS-EDIT-COUNT
           DISPLAY "BKCDMAT: " WS-EDIT-COUNT " CD(S) PAID OUT"
           MOVE WS-EXCEPTION-COUNT TO WS-EDIT-COUNT
           DISPLAY "BKCDMAT: " WS-EDIT-COUNT
               " CD(S) ON EXCEPTION REPORT"
           CLOSE CDMAT-RPT.

       9000-TERMINATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  9500-RUN-CONTROL-COMPLETE - RECORD THIS STEP COMPLETE FOR     *
      *  THE BUSINESS DATE SO THE NEXT STEP IN THE SUITE MAY START.    *
      *----------------------------------------------------------------*
       9500-RUN-CONTROL-COMPLETE.
           MOVE "C" TO WS-RUN-FUNCTION
           MOVE "BKCDMAT " TO WS-RUN-STEP-NAME
           CALL "RUNCTL" USING WS-RUN-FUNCTION
                                WS-RUN-STEP-NAME
                                WS-RUN-MESSAGE
                                WS-RUN-RETURN-CODE
           END-CALL.

       9500-RUN-CONTROL-COMPLETE-EXIT.
           EXIT.
