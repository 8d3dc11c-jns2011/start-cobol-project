       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BKCHKRT.
       AUTHOR.        R. ALVARADO.
       INSTALLATION.  BRANCH SYSTEMS GROUP.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *================================================================*
      *  MODIFICATION HISTORY                                          *
      *  2026-10-15  RA   INITIAL VERSION - CHARGES BACK THE CHECKS    *
      *                    THE CLEARING HOUSE RETURNS UNPAID AGAINST   *
      *                    OUR CHECK DEPOSITS.                         *
      *================================================================*
      *  PURPOSE.                                                      *
      *      NIGHTLY RETURNED-CHECK RUN, AHEAD OF BKRECON IN THE       *
      *      NIGHT SUITE.  READS THE RCHKIN FILE THE CLEARING HOUSE    *
      *      SENDS BACK (RCHKREC LAYOUT) AND MATCHES EACH RETURNED     *
      *      ITEM TO THE ORIGINAL DEPOSITOS CREDIT TAKEN IN AS A       *
      *      CHECK (TJ-TENDER-CHECK) ON THE SAME ACCOUNT, FOR THE      *
      *      SAME AMOUNT, ON THE DEPOSIT DATE THE ITEM CARRIES -       *
      *      FIRST ON TODAY'S TRANJRNL, THEN IN THE KEYED TRANHIST     *
      *      HISTORY.  A MATCHED ITEM IS CHARGED BACK: THE ACCOUNT IS  *
      *      DEBITED ON ACCT-MASTER - EVEN WHEN THAT TAKES IT BELOW    *
      *      ZERO, SINCE THE FUNDS WERE NEVER COLLECTED - AND A        *
      *      TJ-OPER-CHQ-DEVUELTO DEBIT CARRYING THE DEPOSIT'S         *
      *      POSTING TIME IS JOURNALED THROUGH JRNLWRT, SO BKRECON     *
      *      AND THE FEEDS SEE IT LIKE ANY OTHER POSTING.  WHEN THE    *
      *      SAME AMOUNT WAS DEPOSITED BY CHECK MORE THAN ONCE THAT    *
      *      DAY, THE FIRST DEPOSIT NOT YET BACKED OUT IS TAKEN.       *
      *      ITEMS THAT MATCH NO DEPOSIT, WHOSE DEPOSIT WAS ALREADY    *
      *      CHARGED BACK OR REVERSED, OR WHOSE ACCOUNT IS GONE OR     *
      *      CLOSED GO ON THE CHKRTRPT EXCEPTION REPORT.  THE          *
      *      PROCESSED INPUT IS ARCHIVED TO RCHKDON AND RCHKIN LEFT    *
      *      EMPTY, THE SAME RERUN GUARD BKACHRT USES.                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCHK-IN ASSIGN TO "RCHKIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCHKIN-FILE-STATUS.

           SELECT TRAN-JOURNAL ASSIGN TO "TRANJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT JRNL-HISTORY ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TJH-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT ACCT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT CHKRT-RPT ASSIGN TO "CHKRTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT RCHK-DONE ASSIGN TO "RCHKDON"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DONE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RCHK-IN.
           COPY rchkrec.

       FD  TRAN-JOURNAL.
           COPY tranrec.

       FD  JRNL-HISTORY.
           COPY histrec.

       FD  ACCT-MASTER.
           COPY acctrec.

       FD  CHKRT-RPT.
           COPY rptline.

       FD  RCHK-DONE.
       01  RCHK-DONE-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RCHKIN-FILE-STATUS        PIC X(02).
       01  WS-JRNL-FILE-STATUS          PIC X(02).
       01  WS-HIST-FILE-STATUS          PIC X(02).
       01  WS-ACCT-FILE-STATUS          PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).
       01  WS-DONE-FILE-STATUS          PIC X(02).
       01  WS-RCHKIN-EOF-SWITCH         PIC X(01)  VALUE "N".
           88  WS-RCHKIN-EOF                    VALUE "Y".
       01  WS-JRNL-EOF-SWITCH           PIC X(01).
           88  WS-JRNL-EOF                      VALUE "Y".
       01  WS-HIST-EOF-SWITCH           PIC X(01).
           88  WS-HIST-EOF                      VALUE "Y".
       01  WS-MATCH-SWITCH              PIC X(01).
           88  WS-MATCH-FOUND                   VALUE "Y".
       01  WS-BACKED-OUT-SWITCH         PIC X(01).
           88  WS-BACKED-OUT                    VALUE "Y".

       01  WS-MATCH-TIME                PIC 9(08).
       01  WS-MATCH-BRANCH              PIC 9(04).
       01  WS-RETURN-AMOUNT             PIC 9(9)V99.
       01  WS-BEFORE-BALANCE            PIC S9(11)V99 COMP-3.
       01  WS-REVIEW-REASON             PIC X(30).

      *    CANDIDATE DEPOSITS FOR THE ITEM IN HAND, AND THE ORIGINAL
      *    POSTING TIMES ALREADY BACKED OUT OF THE ACCOUNT BY AN
      *    EARLIER CHARGEBACK OR A SUPERVISOR REVERSAL.  ENTRIES
      *    PAST THE TABLE SIZE ARE NOT KEPT.
       77  WS-CAND-MAX                  PIC 9(03) COMP  VALUE 20.
       01  WS-CAND-COUNT                PIC 9(03) COMP.
       01  WS-CAND-TABLE.
           05  WS-CAND-ENTRY OCCURS 20 TIMES.
               10  WS-CAND-TIME         PIC 9(08).
               10  WS-CAND-BRANCH       PIC 9(04).
       77  WS-BACKOUT-MAX               PIC 9(03) COMP  VALUE 50.
       01  WS-BACKOUT-COUNT             PIC 9(03) COMP.
       01  WS-BACKOUT-TABLE.
           05  WS-BACKOUT-TIME OCCURS 50 TIMES PIC 9(08).
       01  WS-CAND-SUB                  PIC 9(03) COMP.
       01  WS-BACKOUT-SUB               PIC 9(03) COMP.

       01  WS-RUN-TOTALS.
           05  WS-CHARGED-COUNT         PIC 9(05)       VALUE ZERO.
           05  WS-CHARGED-AMOUNT        PIC S9(11)V99 COMP-3
                                                        VALUE ZERO.
           05  WS-REVIEW-COUNT          PIC 9(05)       VALUE ZERO.
       01  WS-EDIT-COUNT                PIC ZZZZ9.
       01  WS-EDIT-AMOUNT               PIC -,---,---,--9.99.

       01  WS-BDAY-FUNCTION             PIC X(01).
       01  WS-BUSINESS-DATE             PIC 9(08).
       01  WS-BDAY-RETURN-CODE          PIC X(01).
       01  WS-CURRENT-TIME              PIC 9(08).

       01  WS-RUN-FUNCTION              PIC X(01).
       01  WS-RUN-STEP-NAME             PIC X(08).
       01  WS-RUN-MESSAGE               PIC X(40).
       01  WS-RUN-RETURN-CODE           PIC X(01).

           COPY tranrec REPLACING TRAN-JOURNAL-RECORD BY WS-JRNL-ENTRY.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-RUN-CONTROL-CHECK
           IF WS-RUN-RETURN-CODE NOT = "0"
               DISPLAY "BKCHKRT: " WS-RUN-MESSAGE
               GO TO 0000-MAINLINE-EXIT
           END-IF
           MOVE "G" TO WS-BDAY-FUNCTION
           CALL "BDAYCTL" USING WS-BDAY-FUNCTION
                                 WS-BUSINESS-DATE
                                 WS-BDAY-RETURN-CODE
           END-CALL
           IF WS-BDAY-RETURN-CODE = "1"
               DISPLAY "BKCHKRT: POSTING CLOSED - "
                       "END OF DAY RUNNING - NOTHING POSTED"
               GO TO 0000-MAINLINE-EXIT
           END-IF
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT
           IF WS-RCHKIN-EOF
               PERFORM 8000-WRITE-SUMMARY
               PERFORM 9000-TERMINATE
               PERFORM 9500-RUN-CONTROL-COMPLETE
               GO TO 0000-MAINLINE-EXIT
           END-IF
           PERFORM 2000-PROCESS-ITEMS
           PERFORM 3000-RETIRE-INPUT-FILE
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
           MOVE "BKCHKRT " TO WS-RUN-STEP-NAME
           CALL "RUNCTL" USING WS-RUN-FUNCTION
                                WS-RUN-STEP-NAME
                                WS-RUN-MESSAGE
                                WS-RUN-RETURN-CODE
           END-CALL.

       0100-RUN-CONTROL-CHECK-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE - OPEN THE REPORT AND CHECK THE RETURNED-     *
      *  CHECK FILE IS THERE AT ALL; AN EMPTY NIGHT STILL COMPLETES    *
      *  THE STEP SO THE SUITE CAN GO ON.                              *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT CHKRT-RPT
           MOVE SPACES TO RPT-LINE
           STRING "RETURNED CHECK RUN - BUSINESS DATE "
               DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT RCHK-IN
           IF WS-RCHKIN-FILE-STATUS = "35"
               SET WS-RCHKIN-EOF TO TRUE
               MOVE SPACES TO RPT-LINE
               STRING "NO RETURNED CHECK FILE PRESENT"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           CLOSE RCHK-IN.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-PROCESS-ITEMS - ONE PASS OVER THE RETURNED CHECKS:       *
      *  EACH TYPE "6" RECORD IS MATCHED AND CHARGED BACK OR SENT TO   *
      *  THE EXCEPTION REPORT.                                         *
      *----------------------------------------------------------------*
       2000-PROCESS-ITEMS.
           OPEN INPUT RCHK-IN
           OPEN I-O ACCT-MASTER
           PERFORM 2100-READ-ITEM
           PERFORM 2200-PROCESS-ONE-ITEM
               THRU 2200-PROCESS-ONE-ITEM-EXIT
               UNTIL WS-RCHKIN-EOF
           CLOSE ACCT-MASTER
           CLOSE RCHK-IN.

       2000-PROCESS-ITEMS-EXIT.
           EXIT.

       2100-READ-ITEM.
           READ RCHK-IN
               AT END
                   SET WS-RCHKIN-EOF TO TRUE
           END-READ.

       2100-READ-ITEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2200-PROCESS-ONE-ITEM - FIND A CHECK DEPOSIT FOR THE ITEM     *
      *  THAT HAS NOT ALREADY BEEN BACKED OUT, THEN DEBIT THE          *
      *  ACCOUNT FOR IT.                                               *
      *----------------------------------------------------------------*
       2200-PROCESS-ONE-ITEM.
           IF RCK-RECORD-TYPE NOT = "6"
               GO TO 2200-READ-NEXT
           END-IF
           COMPUTE WS-RETURN-AMOUNT = RCK-AMOUNT / 100
           MOVE ZERO TO WS-CAND-COUNT
           PERFORM 4100-SEARCH-TODAYS-JOURNAL
               THRU 4100-SEARCH-TODAYS-JOURNAL-EXIT
           PERFORM 4500-SEARCH-HISTORY
               THRU 4500-SEARCH-HISTORY-EXIT
           IF WS-CAND-COUNT = ZERO
               MOVE "NO MATCHING CHECK DEPOSIT" TO WS-REVIEW-REASON
               PERFORM 5000-WRITE-REVIEW-LINE
               GO TO 2200-READ-NEXT
           END-IF
           MOVE ZERO TO WS-BACKOUT-COUNT
           PERFORM 4800-SCAN-JOURNAL-BACKOUTS
               THRU 4800-SCAN-JOURNAL-BACKOUTS-EXIT
           PERFORM 4850-SCAN-HISTORY-BACKOUTS
               THRU 4850-SCAN-HISTORY-BACKOUTS-EXIT
           MOVE "N" TO WS-MATCH-SWITCH
           PERFORM 4900-PICK-CANDIDATE
               THRU 4900-PICK-CANDIDATE-EXIT
               VARYING WS-CAND-SUB FROM 1 BY 1
               UNTIL WS-CAND-SUB > WS-CAND-COUNT OR WS-MATCH-FOUND
           IF NOT WS-MATCH-FOUND
               MOVE "ALREADY CHARGED BACK/REVERSED" TO
                   WS-REVIEW-REASON
               PERFORM 5000-WRITE-REVIEW-LINE
               GO TO 2200-READ-NEXT
           END-IF
           MOVE RCK-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCT-MASTER
               INVALID KEY
                   MOVE "ACCOUNT NOT FOUND" TO WS-REVIEW-REASON
                   PERFORM 5000-WRITE-REVIEW-LINE
                   GO TO 2200-READ-NEXT
           END-READ
           IF ACCT-STATUS-CLOSED
               MOVE "ACCOUNT IS CLOSED" TO WS-REVIEW-REASON
               PERFORM 5000-WRITE-REVIEW-LINE
               GO TO 2200-READ-NEXT
           END-IF
           MOVE ACCT-CURRENT-BALANCE TO WS-BEFORE-BALANCE
           SUBTRACT WS-RETURN-AMOUNT FROM ACCT-CURRENT-BALANCE
           REWRITE ACCT-MASTER-RECORD
           PERFORM 6000-WRITE-JOURNAL-ENTRY
           ADD 1 TO WS-CHARGED-COUNT
           ADD WS-RETURN-AMOUNT TO WS-CHARGED-AMOUNT.

       2200-READ-NEXT.
           PERFORM 2100-READ-ITEM.

       2200-PROCESS-ONE-ITEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4100-SEARCH-TODAYS-JOURNAL - A CHECK DEPOSITED TODAY IS       *
      *  STILL ON TRANJRNL: EVERY DEPOSITOS CREDIT TAKEN AS A CHECK    *
      *  ON THE ITEM'S ACCOUNT, DATE AND AMOUNT IS A CANDIDATE.        *
      *----------------------------------------------------------------*
       4100-SEARCH-TODAYS-JOURNAL.
           MOVE "N" TO WS-JRNL-EOF-SWITCH
           OPEN INPUT TRAN-JOURNAL
           IF WS-JRNL-FILE-STATUS = "35"
               GO TO 4100-SEARCH-TODAYS-JOURNAL-EXIT
           END-IF
           PERFORM 4200-READ-JOURNAL
           PERFORM 4150-CHECK-ONE-JOURNAL
               THRU 4150-CHECK-ONE-JOURNAL-EXIT
               UNTIL WS-JRNL-EOF
           CLOSE TRAN-JOURNAL.

       4100-SEARCH-TODAYS-JOURNAL-EXIT.
           EXIT.

       4150-CHECK-ONE-JOURNAL.
           IF TJ-ACCT-NUMBER OF TRAN-JOURNAL-RECORD = RCK-ACCT-NUMBER
               AND TJ-TRAN-DATE OF TRAN-JOURNAL-RECORD
                   = RCK-DEPOSIT-DATE
               AND TJ-OPER-DEPOSITOS OF TRAN-JOURNAL-RECORD
               AND TJ-IS-CREDIT OF TRAN-JOURNAL-RECORD
               AND TJ-TENDER-CHECK OF TRAN-JOURNAL-RECORD
               AND TJ-AMOUNT OF TRAN-JOURNAL-RECORD = WS-RETURN-AMOUNT
               AND WS-CAND-COUNT < WS-CAND-MAX
               ADD 1 TO WS-CAND-COUNT
               MOVE TJ-TRAN-TIME OF TRAN-JOURNAL-RECORD
                   TO WS-CAND-TIME (WS-CAND-COUNT)
               MOVE TJ-BRANCH OF TRAN-JOURNAL-RECORD
                   TO WS-CAND-BRANCH (WS-CAND-COUNT)
           END-IF
           PERFORM 4200-READ-JOURNAL.

       4150-CHECK-ONE-JOURNAL-EXIT.
           EXIT.

       4200-READ-JOURNAL.
           READ TRAN-JOURNAL
               AT END
                   SET WS-JRNL-EOF TO TRUE
           END-READ.

       4200-READ-JOURNAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4500-SEARCH-HISTORY - AN OLDER DEPOSIT IS ON TRANHIST UNDER   *
      *  THE ACCOUNT AND DEPOSIT DATE, SO THE READ STARTS RIGHT THERE  *
      *  AND STOPS ONCE THE DATE MOVES ON.                             *
      *----------------------------------------------------------------*
       4500-SEARCH-HISTORY.
           MOVE "N" TO WS-HIST-EOF-SWITCH
           OPEN INPUT JRNL-HISTORY
           IF WS-HIST-FILE-STATUS = "35"
               GO TO 4500-SEARCH-HISTORY-EXIT
           END-IF
           MOVE LOW-VALUES TO TJH-KEY
           MOVE RCK-ACCT-NUMBER TO TJH-ACCT-NUMBER
           MOVE RCK-DEPOSIT-DATE TO TJH-TRAN-DATE
           MOVE ZERO TO TJH-TRAN-TIME
           MOVE ZERO TO TJH-SEQUENCE
           START JRNL-HISTORY KEY IS NOT LESS THAN TJH-KEY
               INVALID KEY
                   SET WS-HIST-EOF TO TRUE
           END-START
           PERFORM 4600-CHECK-ONE-HISTORY
               THRU 4600-CHECK-ONE-HISTORY-EXIT
               UNTIL WS-HIST-EOF
           CLOSE JRNL-HISTORY.

       4500-SEARCH-HISTORY-EXIT.
           EXIT.

       4600-CHECK-ONE-HISTORY.
           READ JRNL-HISTORY NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
                   GO TO 4600-CHECK-ONE-HISTORY-EXIT
           END-READ
           IF TJH-ACCT-NUMBER NOT = RCK-ACCT-NUMBER
               OR TJH-TRAN-DATE NOT = RCK-DEPOSIT-DATE
               SET WS-HIST-EOF TO TRUE
               GO TO 4600-CHECK-ONE-HISTORY-EXIT
           END-IF
           IF TJH-OPER-DEPOSITOS AND TJH-IS-CREDIT
               AND TJH-TENDER-CHECK
               AND TJH-AMOUNT = WS-RETURN-AMOUNT
               AND WS-CAND-COUNT < WS-CAND-MAX
               ADD 1 TO WS-CAND-COUNT
               MOVE TJH-TRAN-TIME TO WS-CAND-TIME (WS-CAND-COUNT)
               MOVE TJH-BRANCH TO WS-CAND-BRANCH (WS-CAND-COUNT)
           END-IF.

       4600-CHECK-ONE-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4800-SCAN-JOURNAL-BACKOUTS - A DEPOSIT HAS ALREADY BEEN       *
      *  BACKED OUT WHEN A DEBIT FOR THE SAME ACCOUNT AND AMOUNT       *
      *  CARRIES ITS POSTING TIME IN TJ-ORIG-TRAN-TIME: EITHER A       *
      *  CHARGEBACK FROM AN EARLIER ITEM OR RUN, OR A TXNREV01         *
      *  REVERSAL.  TODAY'S TRANJRNL HOLDS ANY POSTED TONIGHT.         *
      *----------------------------------------------------------------*
       4800-SCAN-JOURNAL-BACKOUTS.
           MOVE "N" TO WS-JRNL-EOF-SWITCH
           OPEN INPUT TRAN-JOURNAL
           IF WS-JRNL-FILE-STATUS = "35"
               GO TO 4800-SCAN-JOURNAL-BACKOUTS-EXIT
           END-IF
           PERFORM 4200-READ-JOURNAL
           PERFORM 4810-CHECK-ONE-JOURNAL-BACKOUT
               THRU 4810-CHECK-ONE-JOURNAL-BACKOUT-EXIT
               UNTIL WS-JRNL-EOF
           CLOSE TRAN-JOURNAL.

       4800-SCAN-JOURNAL-BACKOUTS-EXIT.
           EXIT.

       4810-CHECK-ONE-JOURNAL-BACKOUT.
           IF TJ-ACCT-NUMBER OF TRAN-JOURNAL-RECORD = RCK-ACCT-NUMBER
               AND (TJ-OPER-CHQ-DEVUELTO OF TRAN-JOURNAL-RECORD
                   OR TJ-OPER-REVERSAL OF TRAN-JOURNAL-RECORD)
               AND TJ-IS-DEBIT OF TRAN-JOURNAL-RECORD
               AND TJ-AMOUNT OF TRAN-JOURNAL-RECORD = WS-RETURN-AMOUNT
               AND WS-BACKOUT-COUNT < WS-BACKOUT-MAX
               ADD 1 TO WS-BACKOUT-COUNT
               MOVE TJ-ORIG-TRAN-TIME OF TRAN-JOURNAL-RECORD
                   TO WS-BACKOUT-TIME (WS-BACKOUT-COUNT)
           END-IF
           PERFORM 4200-READ-JOURNAL.

       4810-CHECK-ONE-JOURNAL-BACKOUT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4850-SCAN-HISTORY-BACKOUTS - BACK-OUTS FROM EARLIER NIGHTS    *
      *  ARE ON TRANHIST, NO EARLIER THAN THE DEPOSIT ITSELF.          *
      *----------------------------------------------------------------*
       4850-SCAN-HISTORY-BACKOUTS.
           MOVE "N" TO WS-HIST-EOF-SWITCH
           OPEN INPUT JRNL-HISTORY
           IF WS-HIST-FILE-STATUS = "35"
               GO TO 4850-SCAN-HISTORY-BACKOUTS-EXIT
           END-IF
           MOVE LOW-VALUES TO TJH-KEY
           MOVE RCK-ACCT-NUMBER TO TJH-ACCT-NUMBER
           MOVE RCK-DEPOSIT-DATE TO TJH-TRAN-DATE
           MOVE ZERO TO TJH-TRAN-TIME
           MOVE ZERO TO TJH-SEQUENCE
           START JRNL-HISTORY KEY IS NOT LESS THAN TJH-KEY
               INVALID KEY
                   SET WS-HIST-EOF TO TRUE
           END-START
           PERFORM 4860-CHECK-ONE-HIST-BACKOUT
               THRU 4860-CHECK-ONE-HIST-BACKOUT-EXIT
               UNTIL WS-HIST-EOF
           CLOSE JRNL-HISTORY.

       4850-SCAN-HISTORY-BACKOUTS-EXIT.
           EXIT.

       4860-CHECK-ONE-HIST-BACKOUT.
           READ JRNL-HISTORY NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
                   GO TO 4860-CHECK-ONE-HIST-BACKOUT-EXIT
           END-READ
           IF TJH-ACCT-NUMBER NOT = RCK-ACCT-NUMBER
               SET WS-HIST-EOF TO TRUE
               GO TO 4860-CHECK-ONE-HIST-BACKOUT-EXIT
           END-IF
           IF (TJH-OPER-CHQ-DEVUELTO OR TJH-OPER-REVERSAL)
               AND TJH-IS-DEBIT
               AND TJH-AMOUNT = WS-RETURN-AMOUNT
               AND WS-BACKOUT-COUNT < WS-BACKOUT-MAX
               ADD 1 TO WS-BACKOUT-COUNT
               MOVE TJH-ORIG-TRAN-TIME
                   TO WS-BACKOUT-TIME (WS-BACKOUT-COUNT)
           END-IF.

       4860-CHECK-ONE-HIST-BACKOUT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4900-PICK-CANDIDATE - TAKE THE CANDIDATE DEPOSIT UNLESS ITS   *
      *  POSTING TIME IS AMONG THE ONES ALREADY BACKED OUT.            *
      *----------------------------------------------------------------*
       4900-PICK-CANDIDATE.
           MOVE "N" TO WS-BACKED-OUT-SWITCH
           PERFORM 4950-CHECK-ONE-BACKOUT
               THRU 4950-CHECK-ONE-BACKOUT-EXIT
               VARYING WS-BACKOUT-SUB FROM 1 BY 1
               UNTIL WS-BACKOUT-SUB > WS-BACKOUT-COUNT
                   OR WS-BACKED-OUT
           IF NOT WS-BACKED-OUT
               SET WS-MATCH-FOUND TO TRUE
               MOVE WS-CAND-TIME (WS-CAND-SUB) TO WS-MATCH-TIME
               MOVE WS-CAND-BRANCH (WS-CAND-SUB) TO WS-MATCH-BRANCH
           END-IF.

       4900-PICK-CANDIDATE-EXIT.
           EXIT.

       4950-CHECK-ONE-BACKOUT.
           IF WS-BACKOUT-TIME (WS-BACKOUT-SUB)
                   = WS-CAND-TIME (WS-CAND-SUB)
               SET WS-BACKED-OUT TO TRUE
           END-IF.

       4950-CHECK-ONE-BACKOUT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5000-WRITE-REVIEW-LINE - ONE EXCEPTION LINE PER RETURNED      *
      *  CHECK THAT COULD NOT BE CHARGED BACK.                         *
      *----------------------------------------------------------------*
       5000-WRITE-REVIEW-LINE.
           ADD 1 TO WS-REVIEW-COUNT
           MOVE WS-RETURN-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO RPT-LINE
           STRING "CHECK " DELIMITED BY SIZE
               RCK-CHECK-NUMBER DELIMITED BY SIZE
               "  ACCT " DELIMITED BY SIZE
               RCK-ACCT-NUMBER DELIMITED BY SIZE
               "  DEP " DELIMITED BY SIZE
               RCK-DEPOSIT-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RCK-REASON-CODE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-REVIEW-REASON DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE.

       5000-WRITE-REVIEW-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  6000-WRITE-JOURNAL-ENTRY - JOURNAL THE CHARGEBACK AS A        *
      *  TJ-OPER-CHQ-DEVUELTO DEBIT CARRYING THE DEPOSIT'S POSTING     *
      *  TIME, SO A SECOND RETURN OF THE SAME CHECK IS CAUGHT.         *
      *----------------------------------------------------------------*
       6000-WRITE-JOURNAL-ENTRY.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-BUSINESS-DATE TO TJ-TRAN-DATE OF WS-JRNL-ENTRY
           MOVE WS-CURRENT-TIME TO TJ-TRAN-TIME OF WS-JRNL-ENTRY
           MOVE "CHKRTN" TO TJ-TELLER-ID OF WS-JRNL-ENTRY
           MOVE "CHKRTBAT" TO TJ-SESSION-ID OF WS-JRNL-ENTRY
           MOVE RCK-ACCT-NUMBER TO TJ-ACCT-NUMBER OF WS-JRNL-ENTRY
           MOVE ZERO TO TJ-RELATED-ACCT-NUMBER OF WS-JRNL-ENTRY
           MOVE WS-MATCH-BRANCH TO TJ-BRANCH OF WS-JRNL-ENTRY
           SET TJ-OPER-CHQ-DEVUELTO OF WS-JRNL-ENTRY TO TRUE
           SET TJ-IS-DEBIT OF WS-JRNL-ENTRY TO TRUE
           MOVE WS-RETURN-AMOUNT TO TJ-AMOUNT OF WS-JRNL-ENTRY
           MOVE WS-BEFORE-BALANCE TO
               TJ-BEFORE-BALANCE OF WS-JRNL-ENTRY
           MOVE ACCT-CURRENT-BALANCE TO
               TJ-AFTER-BALANCE OF WS-JRNL-ENTRY
           MOVE WS-MATCH-TIME TO TJ-ORIG-TRAN-TIME OF WS-JRNL-ENTRY
           SET TJ-TENDER-INTERNAL OF WS-JRNL-ENTRY TO TRUE
           CALL "JRNLWRT" USING WS-JRNL-ENTRY
           END-CALL.

       6000-WRITE-JOURNAL-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-RETIRE-INPUT-FILE - APPEND THE PROCESSED ITEMS TO THE    *
      *  RCHKDON ARCHIVE AND LEAVE RCHKIN EMPTY, SO A RERUN FINDS      *
      *  NOTHING TO CHARGE BACK.                                       *
      *----------------------------------------------------------------*
       3000-RETIRE-INPUT-FILE.
           OPEN INPUT RCHK-IN
           OPEN EXTEND RCHK-DONE
           IF WS-DONE-FILE-STATUS = "35"
               OPEN OUTPUT RCHK-DONE
           END-IF
           MOVE "N" TO WS-RCHKIN-EOF-SWITCH
           PERFORM 2100-READ-ITEM
           PERFORM 3100-ARCHIVE-ONE-ITEM
               THRU 3100-ARCHIVE-ONE-ITEM-EXIT
               UNTIL WS-RCHKIN-EOF
           CLOSE RCHK-DONE
           CLOSE RCHK-IN
           OPEN OUTPUT RCHK-IN
           CLOSE RCHK-IN.

       3000-RETIRE-INPUT-FILE-EXIT.
           EXIT.

       3100-ARCHIVE-ONE-ITEM.
           WRITE RCHK-DONE-RECORD FROM RETURNED-CHECK-RECORD
           PERFORM 2100-READ-ITEM.

       3100-ARCHIVE-ONE-ITEM-EXIT.
           EXIT.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-CHARGED-COUNT TO WS-EDIT-COUNT
           MOVE WS-CHARGED-AMOUNT TO WS-EDIT-AMOUNT
           STRING "CHECKS CHARGED BACK:   " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               "   AMOUNT: " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-REVIEW-COUNT TO WS-EDIT-COUNT
           STRING "EXCEPTIONS:            " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE.

       8000-WRITE-SUMMARY-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE WS-CHARGED-COUNT TO WS-EDIT-COUNT
           DISPLAY "BKCHKRT: " WS-EDIT-COUNT " CHECK(S) CHARGED BACK"
           MOVE WS-REVIEW-COUNT TO WS-EDIT-COUNT
           DISPLAY "BKCHKRT: " WS-EDIT-COUNT
               " RETURNED CHECK(S) ON EXCEPTION REPORT"
           CLOSE CHKRT-RPT.

       9000-TERMINATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  9500-RUN-CONTROL-COMPLETE - RECORD THIS STEP COMPLETE FOR     *
      *  THE BUSINESS DATE SO THE NEXT STEP IN THE SUITE MAY START.    *
      *----------------------------------------------------------------*
       9500-RUN-CONTROL-COMPLETE.
           MOVE "C" TO WS-RUN-FUNCTION
           MOVE "BKCHKRT " TO WS-RUN-STEP-NAME
           CALL "RUNCTL" USING WS-RUN-FUNCTION
                                WS-RUN-STEP-NAME
                                WS-RUN-MESSAGE
                                WS-RUN-RETURN-CODE
           END-CALL.

       9500-RUN-CONTROL-COMPLETE-EXIT.
           EXIT.
