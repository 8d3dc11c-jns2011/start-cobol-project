       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BKJRNVFY.
       AUTHOR.        R. ALVARADO.
       INSTALLATION.  BRANCH SYSTEMS GROUP.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *================================================================*
      *  MODIFICATION HISTORY                                          *
      *  2026-10-15  RA   INITIAL VERSION - NIGHTLY PROOF OF THE       *
      *                    TRAN-JOURNAL SEQUENCE AND CHECK-VALUE       *
      *                    CHAIN.                                      *
      *================================================================*
      *  PURPOSE.                                                      *
      *      PROVES THE DAY'S TRAN-JOURNAL HAS NOT BEEN TAMPERED       *
      *      WITH BEFORE BKRECON AND THE REST OF THE SUITE TRUST IT.   *
      *      EVERY ENTRY CARRIES THE TJ-JRNL-SEQUENCE AND              *
      *      TJ-CHAIN-VALUE JRNLWRT STAMPED ON IT.  THIS STEP READS    *
      *      THE JOURNAL IN ORDER AND CHECKS THAT THE SEQUENCE RUNS    *
      *      1, 2, 3... WITH NO GAP AND NO REPEAT, AND RECOMPUTES      *
      *      EACH CHAIN VALUE THROUGH JRNLCHK FROM THE ENTRY BEFORE.   *
      *      THE LAST ENTRY MUST MATCH THE JRNLCTL CONTROL RECORD, SO  *
      *      ENTRIES CUT FROM THE END ARE CAUGHT TOO.  EACH PROBLEM    *
      *      IS LISTED ON THE JRNLVRPT REPORT WITH THE ENTRIES         *
      *      INVOLVED.  ANY PROBLEM STOPS THE NIGHT SUITE: THE STEP    *
      *      DOES NOT RECORD ITSELF COMPLETE, SO BKRECON AND EVERY     *
      *      LATER STEP REFUSE TO START UNTIL THE JOURNAL IS           *
      *      INVESTIGATED.  AFTER A CHAIN BREAK THE CHECK CARRIES ON   *
      *      FROM THE STORED VALUE, SO ONE ALTERED ENTRY IS REPORTED   *
      *      ONCE RATHER THAN BREAKING EVERY ENTRY AFTER IT.           *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-JOURNAL ASSIGN TO "TRANJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT JRNL-CONTROL ASSIGN TO "JRNLCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JCTL-FILE-STATUS.

           SELECT VERIFY-RPT ASSIGN TO "JRNLVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-JOURNAL.
           COPY tranrec.

       FD  JRNL-CONTROL.
           COPY jctlrec.

       FD  VERIFY-RPT.
           COPY rptline.

       WORKING-STORAGE SECTION.
       01  WS-JRNL-FILE-STATUS          PIC X(02).
       01  WS-JCTL-FILE-STATUS          PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).
       01  WS-JRNL-EOF-SWITCH           PIC X(01)  VALUE "N".
           88  WS-JRNL-EOF                      VALUE "Y".
       01  WS-JCTL-FOUND-SWITCH         PIC X(01)  VALUE "N".
           88  WS-JCTL-FOUND                    VALUE "Y".
       01  WS-PREV-PRESENT-SWITCH       PIC X(01)  VALUE "N".
           88  WS-PREV-PRESENT                  VALUE "Y".

      *    THE CHAIN AS PROVED SO FAR.
       01  WS-CHAIN-DATE                PIC 9(08)       VALUE ZERO.
       01  WS-EXPECTED-SEQUENCE         PIC 9(06)       VALUE 1.
       01  WS-HIGH-SEQUENCE             PIC 9(06)       VALUE ZERO.
       01  WS-PRIOR-CHAIN-VALUE         PIC 9(09)       VALUE ZERO.
       01  WS-COMPUTED-CHAIN-VALUE      PIC 9(09).
       01  WS-LAST-CHAIN-VALUE          PIC 9(09)       VALUE ZERO.
       01  WS-MISSING-COUNT             PIC 9(06).

      *    THE ENTRY BEFORE THE ONE IN HAND, AND THE ONE BEING
      *    PRINTED.
           COPY tranrec REPLACING ==TRAN-JOURNAL-RECORD==
               BY ==WS-PREV-ENTRY==
               LEADING ==TJ== BY ==PV==.
           COPY tranrec REPLACING ==TRAN-JOURNAL-RECORD==
               BY ==WS-PRINT-ENTRY==
               LEADING ==TJ== BY ==PR==.

       01  WS-PROBLEM-TEXT              PIC X(80).
       01  WS-RPT-POINTER               PIC 9(03) COMP.

       01  WS-RUN-TOTALS.
           05  WS-ENTRY-COUNT           PIC 9(07)       VALUE ZERO.
           05  WS-GAP-COUNT             PIC 9(05)       VALUE ZERO.
           05  WS-DUPLICATE-COUNT       PIC 9(05)       VALUE ZERO.
           05  WS-BREAK-COUNT           PIC 9(05)       VALUE ZERO.
           05  WS-DATE-COUNT            PIC 9(05)       VALUE ZERO.
           05  WS-TAIL-COUNT            PIC 9(05)       VALUE ZERO.
           05  WS-PROBLEM-COUNT         PIC 9(05)       VALUE ZERO.

       01  WS-EDIT-COUNT                PIC ZZZZZZ9.
       01  WS-EDIT-SEQUENCE             PIC ZZZZZ9.
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
               DISPLAY "BKJRNVFY: " WS-RUN-MESSAGE
               GO TO 0000-MAINLINE-EXIT
           END-IF
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-VERIFY-JOURNAL THRU 2000-VERIFY-JOURNAL-EXIT
           PERFORM 3000-CHECK-JOURNAL-END
               THRU 3000-CHECK-JOURNAL-END-EXIT
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           IF WS-PROBLEM-COUNT > ZERO
               DISPLAY "BKJRNVFY: JOURNAL FAILED VERIFICATION - "
                       "SUITE STOPPED, SEE JRNLVRPT"
               GO TO 0000-MAINLINE-EXIT
           END-IF
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
           MOVE "BKJRNVFY" TO WS-RUN-STEP-NAME
           CALL "RUNCTL" USING WS-RUN-FUNCTION
                                WS-RUN-STEP-NAME
                                WS-RUN-MESSAGE
                                WS-RUN-RETURN-CODE
           END-CALL.

       0100-RUN-CONTROL-CHECK-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE - BUSINESS DATE, THE JRNLCTL CONTROL RECORD   *
      *  AND THE REPORT HEADING.                                       *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "G" TO WS-BDAY-FUNCTION
           CALL "BDAYCTL" USING WS-BDAY-FUNCTION
                                 WS-BUSINESS-DATE
                                 WS-BDAY-RETURN-CODE
           END-CALL
           OPEN INPUT JRNL-CONTROL
           IF WS-JCTL-FILE-STATUS = "00"
               READ JRNL-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-JCTL-FOUND TO TRUE
               END-READ
               CLOSE JRNL-CONTROL
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-CHAIN-DATE
           OPEN OUTPUT VERIFY-RPT
           MOVE SPACES TO RPT-LINE
           STRING "JOURNAL CHAIN VERIFICATION - BUSINESS DATE "
               DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-VERIFY-JOURNAL - PROVE EVERY ENTRY AGAINST THE ONE       *
      *  BEFORE IT.                                                    *
      *----------------------------------------------------------------*
       2000-VERIFY-JOURNAL.
           OPEN INPUT TRAN-JOURNAL
           IF WS-JRNL-FILE-STATUS = "35"
               GO TO 2000-VERIFY-JOURNAL-EXIT
           END-IF
           PERFORM 2100-READ-JOURNAL
           PERFORM 2200-VERIFY-ONE-ENTRY THRU 2200-VERIFY-ONE-ENTRY-EXIT
               UNTIL WS-JRNL-EOF
           CLOSE TRAN-JOURNAL.

       2000-VERIFY-JOURNAL-EXIT.
           EXIT.

       2100-READ-JOURNAL.
           READ TRAN-JOURNAL
               AT END
                   SET WS-JRNL-EOF TO TRUE
           END-READ.

       2100-READ-JOURNAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2200-VERIFY-ONE-ENTRY - AN ENTRY FOR ANOTHER DATE STARTS A    *
      *  NEW CHAIN (AND IS ITSELF A PROBLEM IF NOT THE BUSINESS        *
      *  DATE).  THEN THE SEQUENCE MUST BE THE NEXT ONE EXPECTED AND   *
      *  THE CHAIN VALUE MUST RECOMPUTE FROM THE ENTRY BEFORE.         *
      *----------------------------------------------------------------*
       2200-VERIFY-ONE-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT
           IF TJ-TRAN-DATE NOT = WS-CHAIN-DATE
               MOVE TJ-TRAN-DATE TO WS-CHAIN-DATE
               MOVE 1 TO WS-EXPECTED-SEQUENCE
               MOVE ZERO TO WS-HIGH-SEQUENCE
               MOVE ZERO TO WS-PRIOR-CHAIN-VALUE
           END-IF
           IF TJ-TRAN-DATE NOT = WS-BUSINESS-DATE
               ADD 1 TO WS-DATE-COUNT
               MOVE "ENTRY IS NOT FOR THE BUSINESS DATE"
                   TO WS-PROBLEM-TEXT
               PERFORM 4000-REPORT-PROBLEM
           END-IF
           EVALUATE TRUE
               WHEN TJ-JRNL-SEQUENCE = WS-EXPECTED-SEQUENCE
                   CONTINUE
               WHEN TJ-JRNL-SEQUENCE > WS-EXPECTED-SEQUENCE
                   ADD 1 TO WS-GAP-COUNT
                   COMPUTE WS-MISSING-COUNT =
                       TJ-JRNL-SEQUENCE - WS-EXPECTED-SEQUENCE
                   MOVE WS-MISSING-COUNT TO WS-EDIT-SEQUENCE
                   MOVE SPACES TO WS-PROBLEM-TEXT
                   STRING "SEQUENCE GAP - " DELIMITED BY SIZE
                       WS-EDIT-SEQUENCE DELIMITED BY SIZE
                       " ENTRY(S) MISSING BEFORE THIS ONE"
                       DELIMITED BY SIZE
                       INTO WS-PROBLEM-TEXT
                   PERFORM 4000-REPORT-PROBLEM
               WHEN OTHER
                   ADD 1 TO WS-DUPLICATE-COUNT
                   MOVE "DUPLICATE OR OUT-OF-ORDER SEQUENCE"
                       TO WS-PROBLEM-TEXT
                   PERFORM 4000-REPORT-PROBLEM
           END-EVALUATE
           CALL "JRNLCHK" USING WS-PRIOR-CHAIN-VALUE
                                 TRAN-JOURNAL-RECORD
                                 WS-COMPUTED-CHAIN-VALUE
           END-CALL
           IF WS-COMPUTED-CHAIN-VALUE NOT = TJ-CHAIN-VALUE
               ADD 1 TO WS-BREAK-COUNT
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "CHAIN BREAK - CHECK VALUE SHOULD BE "
                   DELIMITED BY SIZE
                   WS-COMPUTED-CHAIN-VALUE DELIMITED BY SIZE
                   INTO WS-PROBLEM-TEXT
               PERFORM 4000-REPORT-PROBLEM
           END-IF
           MOVE TJ-CHAIN-VALUE TO WS-PRIOR-CHAIN-VALUE
           IF TJ-JRNL-SEQUENCE NOT < WS-EXPECTED-SEQUENCE
               COMPUTE WS-EXPECTED-SEQUENCE = TJ-JRNL-SEQUENCE + 1
           END-IF
           IF TJ-JRNL-SEQUENCE > WS-HIGH-SEQUENCE
               MOVE TJ-JRNL-SEQUENCE TO WS-HIGH-SEQUENCE
               MOVE TJ-CHAIN-VALUE TO WS-LAST-CHAIN-VALUE
           END-IF
           MOVE TRAN-JOURNAL-RECORD TO WS-PREV-ENTRY
           SET WS-PREV-PRESENT TO TRUE
           PERFORM 2100-READ-JOURNAL.

       2200-VERIFY-ONE-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-CHECK-JOURNAL-END - THE LAST SEQUENCE AND CHAIN VALUE    *
      *  ON THE JOURNAL MUST BE THE ONES JRNLWRT LAST RECORDED ON      *
      *  JRNLCTL FOR THE DATE; LESS MEANS ENTRIES WERE CUT FROM THE    *
      *  END.                                                          *
      *----------------------------------------------------------------*
       3000-CHECK-JOURNAL-END.
           IF NOT WS-JCTL-FOUND
               OR JCTL-JOURNAL-DATE NOT = WS-CHAIN-DATE
               GO TO 3000-CHECK-JOURNAL-END-EXIT
           END-IF
           IF JCTL-LAST-SEQUENCE > WS-HIGH-SEQUENCE
               ADD 1 TO WS-TAIL-COUNT
               COMPUTE WS-MISSING-COUNT =
                   JCTL-LAST-SEQUENCE - WS-HIGH-SEQUENCE
               MOVE WS-MISSING-COUNT TO WS-EDIT-SEQUENCE
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "JOURNAL ENDS SHORT - " DELIMITED BY SIZE
                   WS-EDIT-SEQUENCE DELIMITED BY SIZE
                   " ENTRY(S) MISSING AFTER THE LAST ONE"
                   DELIMITED BY SIZE
                   INTO WS-PROBLEM-TEXT
               PERFORM 4000-REPORT-PROBLEM
               GO TO 3000-CHECK-JOURNAL-END-EXIT
           END-IF
           IF JCTL-LAST-SEQUENCE = WS-HIGH-SEQUENCE
               AND JCTL-LAST-CHAIN-VALUE NOT = WS-LAST-CHAIN-VALUE
               ADD 1 TO WS-TAIL-COUNT
               MOVE "LAST ENTRY DOES NOT MATCH THE JRNLCTL RECORD"
                   TO WS-PROBLEM-TEXT
               PERFORM 4000-REPORT-PROBLEM
           END-IF.

       3000-CHECK-JOURNAL-END-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4000-REPORT-PROBLEM - THE PROBLEM, THEN THE ENTRY BEFORE IT   *
      *  AND THE ENTRY ITSELF.  AT THE END OF THE JOURNAL ONLY THE     *
      *  LAST ENTRY READ IS SHOWN.                                     *
      *----------------------------------------------------------------*
       4000-REPORT-PROBLEM.
           ADD 1 TO WS-PROBLEM-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "*** " DELIMITED BY SIZE
               WS-PROBLEM-TEXT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-PREV-PRESENT
               MOVE WS-PREV-ENTRY TO WS-PRINT-ENTRY
               MOVE "    PREVIOUS " TO RPT-LINE
               PERFORM 4100-PRINT-ENTRY
           END-IF
           IF NOT WS-JRNL-EOF
               MOVE TRAN-JOURNAL-RECORD TO WS-PRINT-ENTRY
               MOVE "    THIS     " TO RPT-LINE
               PERFORM 4100-PRINT-ENTRY
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       4000-REPORT-PROBLEM-EXIT.
           EXIT.

       4100-PRINT-ENTRY.
           MOVE 14 TO WS-RPT-POINTER
           MOVE PR-JRNL-SEQUENCE TO WS-EDIT-SEQUENCE
           MOVE PR-AMOUNT TO WS-EDIT-AMOUNT
           STRING "SEQ " DELIMITED BY SIZE
               WS-EDIT-SEQUENCE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PR-TRAN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PR-TRAN-TIME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PR-TELLER-ID DELIMITED BY SIZE
               "  ACCT " DELIMITED BY SIZE
               PR-ACCT-NUMBER DELIMITED BY SIZE
               "  TYPE " DELIMITED BY SIZE
               PR-OPERATION-TYPE DELIMITED BY SIZE
               PR-DEBIT-CREDIT-IND DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               "  CHECK " DELIMITED BY SIZE
               PR-CHAIN-VALUE DELIMITED BY SIZE
               INTO RPT-LINE
               WITH POINTER WS-RPT-POINTER
           END-STRING
           WRITE RPT-LINE.

       4100-PRINT-ENTRY-EXIT.
           EXIT.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           MOVE WS-ENTRY-COUNT TO WS-EDIT-COUNT
           STRING "ENTRIES VERIFIED:             " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-GAP-COUNT TO WS-EDIT-COUNT
           STRING "SEQUENCE GAPS:                " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-DUPLICATE-COUNT TO WS-EDIT-COUNT
           STRING "DUPLICATE SEQUENCES:          " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-BREAK-COUNT TO WS-EDIT-COUNT
           STRING "CHAIN BREAKS:                 " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-DATE-COUNT TO WS-EDIT-COUNT
           STRING "ENTRIES FOR ANOTHER DATE:     " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-TAIL-COUNT TO WS-EDIT-COUNT
           STRING "JOURNAL END MISMATCHES:       " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF WS-PROBLEM-COUNT = ZERO
               MOVE "JOURNAL CHAIN VERIFIED - NO PROBLEMS FOUND"
                   TO RPT-LINE
           ELSE
               STRING "*** JOURNAL FAILED VERIFICATION - "
                   DELIMITED BY SIZE
                   "NIGHT SUITE STOPPED" DELIMITED BY SIZE
                   INTO RPT-LINE
           END-IF
           WRITE RPT-LINE.

       8000-WRITE-SUMMARY-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE WS-ENTRY-COUNT TO WS-EDIT-COUNT
           DISPLAY "BKJRNVFY: " WS-EDIT-COUNT " JOURNAL ENTRY(S) READ"
           MOVE WS-PROBLEM-COUNT TO WS-EDIT-COUNT
           DISPLAY "BKJRNVFY: " WS-EDIT-COUNT " PROBLEM(S) FOUND"
           CLOSE VERIFY-RPT.

       9000-TERMINATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  9500-RUN-CONTROL-COMPLETE - RECORD THIS STEP COMPLETE FOR     *
      *  THE BUSINESS DATE SO THE NEXT STEP IN THE SUITE MAY START.    *
      *----------------------------------------------------------------*
       9500-RUN-CONTROL-COMPLETE.
           MOVE "C" TO WS-RUN-FUNCTION
           MOVE "BKJRNVFY" TO WS-RUN-STEP-NAME
           CALL "RUNCTL" USING WS-RUN-FUNCTION
                                WS-RUN-STEP-NAME
                                WS-RUN-MESSAGE
                                WS-RUN-RETURN-CODE
           END-CALL.

       9500-RUN-CONTROL-COMPLETE-EXIT.
           EXIT.
