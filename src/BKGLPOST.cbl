       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BKGLPOST.
       AUTHOR.        R. ALVARADO.
       INSTALLATION.  BRANCH SYSTEMS GROUP.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *================================================================*
      *  MODIFICATION HISTORY                                          *
      *  2026-10-15  RA   INITIAL VERSION - BRANCH GENERAL LEDGER      *
      *                    POSTING AND DAILY TRIAL BALANCE PROOF.      *
      *  2026-10-15  RA   OFFICIAL CHECKS - REGISTER LEGS (CASH SALES, *
      *                    CORRESPONDENT PAYMENTS) AND PROOF CODE O.   *
      *  2026-10-15  RA   NO CHART OF ACCOUNTS NOW WRITES THE REPORT   *
      *                    LINE AND COMPLETES THE STEP INSTEAD OF      *
      *                    STOPPING THE NIGHT SUITE.                   *
      *================================================================*
      *  PURPOSE.                                                      *
      *      NIGHTLY GL STEP.  POSTS THE DAY'S TRAN-JOURNAL INTO THE   *
      *      GLBAL BRANCH LEDGER THROUGH THE COAMAP CHART OF ACCOUNTS  *
      *      - EVERY ENTRY THAT MOVES MONEY BECOMES ONE BALANCED GL    *
      *      DEBIT/CREDIT PAIR, CHOSEN BY OPERATION TYPE, JOURNAL      *
      *      SIDE AND TENDER - AND PRINTS THE GLTBRPT TRIAL BALANCE    *
      *      WITH THREE PROOFS:                                        *
      *          CUSTOMER DEPOSITS (PROOF CODE D) AGAINST THE SUM OF   *
      *              ACCT-CURRENT-BALANCE ON ACCT-MASTER PLUS THE      *
      *              PRINCIPAL OF THE ACTIVE CDS ON CDMASTER, WHICH    *
      *              POST THROUGH THE SAME JOURNAL.                    *
      *          CASH ON HAND (PROOF CODE H) AGAINST THE EXPECTED      *
      *              CASH ON EVERY DRAWER RECORD FOR THE BUSINESS      *
      *              DATE PLUS THE VAULT RECORD'S EXPECTED CASH.       *
      *          OFFICIAL CHECKS (PROOF CODE O) AGAINST THE CHECKS     *
      *              STILL OUTSTANDING ON THE OFCKREG REGISTER - THE   *
      *              BRANCH'S OFFICIAL-CHECK LIABILITY.  CHECKS SOLD   *
      *              FOR CASH AND CHECKS PAID BY THE CORRESPONDENT     *
      *              ARE POSTED FROM THE REGISTER (SEE 3600).          *
      *      A GL ACCOUNT THAT DOES NOT AGREE WITH ITS PROOF, A TRIAL  *
      *      BALANCE WHOSE DEBITS AND CREDITS DIFFER, AND A JOURNAL    *
      *      ENTRY WITH NO MAPPING ARE ALL FLAGGED ON THE REPORT.      *
      *      THE FIRST TIME A PROOF ACCOUNT IS POSTED ITS OPENING      *
      *      BALANCE IS SEEDED FROM THE PROOF FIGURE LESS THE DAY'S    *
      *      MOVEMENT, SO THE LEDGER STARTS IN AGREEMENT.  A RUN FOR   *
      *      A DATE ALREADY POSTED REBUILDS THAT DATE FROM ITS         *
      *      OPENING BALANCES RATHER THAN POSTING IT TWICE.  RUN       *
      *      AFTER THE DRAWERS AND VAULT ARE PROVED AND BEFORE THE     *
      *      BKEODCUT CUTOVER EMPTIES THE JOURNAL.  WITH NO COAMAP     *
      *      LOADED YET THE REPORT SAYS SO, NOTHING IS POSTED, AND     *
      *      THE STEP STILL COMPLETES SO THE DAY CAN CLOSE.            *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-JOURNAL ASSIGN TO "TRANJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT COA-MAP ASSIGN TO "COAMAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COA-FILE-STATUS.

           SELECT GL-BALANCE ASSIGN TO "GLBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-GL-ACCOUNT
               FILE STATUS IS WS-GLB-FILE-STATUS.

           SELECT ACCT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT CD-MASTER ASSIGN TO "CDMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-NUMBER
               FILE STATUS IS WS-CD-FILE-STATUS.

           SELECT DRAWER-FILE ASSIGN TO "DRAWER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRW-KEY
               FILE STATUS IS WS-DRW-FILE-STATUS.

           SELECT VAULT-FILE ASSIGN TO "VAULT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VLT-BUSINESS-DATE
               FILE STATUS IS WS-VLT-FILE-STATUS.

           SELECT OFCK-REGISTER ASSIGN TO "OFCKREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFCK-SERIAL
               FILE STATUS IS WS-OFCK-FILE-STATUS.

           SELECT GLTB-RPT ASSIGN TO "GLTBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-JOURNAL.
           COPY tranrec.

       FD  COA-MAP.
           COPY coamap.

       FD  GL-BALANCE.
           COPY glbal.

       FD  ACCT-MASTER.
           COPY acctrec.

       FD  CD-MASTER.
           COPY cdrec.

       FD  DRAWER-FILE.
           COPY drawrec.

       FD  VAULT-FILE.
           COPY vltrec.

       FD  OFCK-REGISTER.
           COPY ofckrec.

       FD  GLTB-RPT.
           COPY rptline.

       WORKING-STORAGE SECTION.
       01  WS-JRNL-FILE-STATUS          PIC X(02).
       01  WS-COA-FILE-STATUS           PIC X(02).
       01  WS-GLB-FILE-STATUS           PIC X(02).
       01  WS-ACCT-FILE-STATUS          PIC X(02).
       01  WS-CD-FILE-STATUS            PIC X(02).
       01  WS-DRW-FILE-STATUS           PIC X(02).
       01  WS-VLT-FILE-STATUS           PIC X(02).
       01  WS-OFCK-FILE-STATUS          PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).
       01  WS-COA-EOF-SWITCH            PIC X(01)  VALUE "N".
           88  WS-COA-EOF                       VALUE "Y".
       01  WS-JRNL-EOF-SWITCH           PIC X(01)  VALUE "N".
           88  WS-JRNL-EOF                      VALUE "Y".
       01  WS-ACCT-EOF-SWITCH           PIC X(01)  VALUE "N".
           88  WS-ACCT-EOF                      VALUE "Y".
       01  WS-CD-EOF-SWITCH             PIC X(01)  VALUE "N".
           88  WS-CD-EOF                        VALUE "Y".
       01  WS-DRW-EOF-SWITCH            PIC X(01)  VALUE "N".
           88  WS-DRW-EOF                       VALUE "Y".
       01  WS-OFCK-EOF-SWITCH           PIC X(01).
           88  WS-OFCK-EOF                      VALUE "Y".

      *    THE CHART: ONE ENTRY PER "A" RECORD, CARRYING THE DAY'S
      *    POSTING UNTIL THE BALANCES ARE WRITTEN BACK TO GLBAL.
       77  WS-GL-MAX                    PIC 9(03) COMP  VALUE 100.
       01  WS-GL-COUNT                  PIC 9(03) COMP  VALUE ZERO.
       01  WS-GL-TABLE.
           05  WS-GL-ENTRY OCCURS 100 TIMES.
               10  WS-GL-ACCOUNT        PIC 9(06).
               10  WS-GL-NAME           PIC X(30).
               10  WS-GL-NORMAL         PIC X(01).
               10  WS-GL-PROOF          PIC X(01).
                   88  WS-GL-PROOF-DEPOSITS         VALUE "D".
                   88  WS-GL-PROOF-CASH             VALUE "H".
                   88  WS-GL-PROOF-OFFICIAL         VALUE "O".
               10  WS-GL-NEW-SWITCH     PIC X(01).
                   88  WS-GL-IS-NEW                 VALUE "Y".
               10  WS-GL-OPENING        PIC S9(13)V99 COMP-3.
               10  WS-GL-DEBITS         PIC S9(13)V99 COMP-3.
               10  WS-GL-CREDITS        PIC S9(13)V99 COMP-3.
               10  WS-GL-CLOSING        PIC S9(13)V99 COMP-3.

       77  WS-MAP-MAX                   PIC 9(03) COMP  VALUE 100.
       01  WS-MAP-COUNT                 PIC 9(03) COMP  VALUE ZERO.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 100 TIMES.
               10  WS-MAP-OPER-TYPE     PIC X(01).
               10  WS-MAP-DEBIT-CREDIT  PIC X(01).
               10  WS-MAP-TENDER        PIC X(01).
               10  WS-MAP-DEBIT-GL      PIC 9(06).
               10  WS-MAP-CREDIT-GL     PIC 9(06).

       01  WS-GL-SUB                    PIC 9(03) COMP.
       01  WS-MAP-SUB                   PIC 9(03) COMP.
       01  WS-EXACT-SUB                 PIC 9(03) COMP.
       01  WS-ANY-SUB                   PIC 9(03) COMP.
       01  WS-DEBIT-SUB                 PIC 9(03) COMP.
       01  WS-CREDIT-SUB                PIC 9(03) COMP.
       01  WS-FIND-GL-ACCOUNT           PIC 9(06).
       01  WS-FIND-GL-SUB               PIC 9(03) COMP.
      *    THE ENTRY BEING POSTED - A JOURNAL ENTRY, OR A LEG TAKEN
      *    FROM THE OFFICIAL-CHECK REGISTER.  THE REFERENCE IS THE
      *    ACCOUNT NUMBER OR THE CHECK SERIAL.
       01  WS-ENTRY.
           05  WS-ENTRY-OPER-TYPE       PIC X(01).
           05  WS-ENTRY-DEBIT-CREDIT    PIC X(01).
           05  WS-ENTRY-TENDER          PIC X(01).
           05  WS-ENTRY-AMOUNT          PIC S9(11)V99 COMP-3.
           05  WS-ENTRY-REF-LABEL       PIC X(05).
           05  WS-ENTRY-REFERENCE       PIC 9(10).
           05  WS-ENTRY-TIME            PIC 9(08).
       01  WS-UNMAPPED-REASON           PIC X(30).

       01  WS-PROOF-FIGURES.
           05  WS-PROOF-DEPOSITS        PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
           05  WS-PROOF-CASH            PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
           05  WS-PROOF-OFFICIAL        PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
           05  WS-PROOF-FIGURE          PIC S9(13)V99 COMP-3.
           05  WS-PROOF-DIFFERENCE      PIC S9(13)V99 COMP-3.
           05  WS-DAY-MOVEMENT          PIC S9(13)V99 COMP-3.

       01  WS-RUN-TOTALS.
           05  WS-POSTED-COUNT          PIC 9(07)       VALUE ZERO.
           05  WS-UNMAPPED-COUNT        PIC 9(07)       VALUE ZERO.
           05  WS-EXCEPTION-COUNT       PIC 9(05)       VALUE ZERO.
           05  WS-TOT-DEBITS            PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
           05  WS-TOT-CREDITS           PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
           05  WS-TOT-CLOSING-DR        PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
           05  WS-TOT-CLOSING-CR        PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.

       01  WS-TB-LINE.
           05  WS-TB-ACCOUNT            PIC 9(06).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-TB-NAME               PIC X(30).
           05  FILLER                   PIC X(01)  VALUE SPACES.
           05  WS-TB-DEBITS             PIC ---,---,---,--9.99.
           05  FILLER                   PIC X(01)  VALUE SPACES.
           05  WS-TB-CREDITS            PIC ---,---,---,--9.99.
           05  FILLER                   PIC X(01)  VALUE SPACES.
           05  WS-TB-CLOSING-DR         PIC ---,---,---,--9.99.
           05  FILLER                   PIC X(01)  VALUE SPACES.
           05  WS-TB-CLOSING-CR         PIC ---,---,---,--9.99.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-TB-FLAG               PIC X(03).
       01  WS-TB-TOTAL-LINE REDEFINES WS-TB-LINE.
           05  WS-TBT-LABEL             PIC X(38).
           05  FILLER                   PIC X(01).
           05  WS-TBT-DEBITS            PIC ---,---,---,--9.99.
           05  FILLER                   PIC X(01).
           05  WS-TBT-CREDITS           PIC ---,---,---,--9.99.
           05  FILLER                   PIC X(01).
           05  WS-TBT-CLOSING-DR        PIC ---,---,---,--9.99.
           05  FILLER                   PIC X(01).
           05  WS-TBT-CLOSING-CR        PIC ---,---,---,--9.99.
           05  FILLER                   PIC X(05).

       01  WS-EDIT-COUNT                PIC ZZZZZZ9.
       01  WS-EDIT-AMOUNT               PIC -,---,---,---,--9.99.
       01  WS-EDIT-DIFFERENCE           PIC -,---,---,---,--9.99.
       01  WS-PROOF-FLAG-TEXT           PIC X(68).

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
               DISPLAY "BKGLPOST: " WS-RUN-MESSAGE
               GO TO 0000-MAINLINE-EXIT
           END-IF
           MOVE "G" TO WS-BDAY-FUNCTION
           CALL "BDAYCTL" USING WS-BDAY-FUNCTION
                                 WS-BUSINESS-DATE
                                 WS-BDAY-RETURN-CODE
           END-CALL
           PERFORM 1000-LOAD-CHART THRU 1000-LOAD-CHART-EXIT
           IF WS-GL-COUNT = ZERO OR WS-MAP-COUNT = ZERO
               DISPLAY "BKGLPOST: NO USABLE CHART OF ACCOUNTS - "
                       "NOTHING POSTED"
               PERFORM 1500-OPEN-REPORT
               MOVE SPACES TO RPT-LINE
               STRING "NO CHART OF ACCOUNTS PRESENT - NOTHING POSTED"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               PERFORM 9000-TERMINATE
               PERFORM 9500-RUN-CONTROL-COMPLETE
               GO TO 0000-MAINLINE-EXIT
           END-IF
           PERFORM 1500-OPEN-REPORT
           PERFORM 2000-LOAD-GL-BALANCES THRU 2000-LOAD-GL-BALANCES-EXIT
           PERFORM 3000-POST-JOURNAL THRU 3000-POST-JOURNAL-EXIT
           PERFORM 3600-POST-OFFICIAL-CHECKS
               THRU 3600-POST-OFFICIAL-CHECKS-EXIT
           PERFORM 4000-COMPUTE-PROOFS
           PERFORM 5000-CLOSE-BALANCES THRU 5000-CLOSE-BALANCES-EXIT
           PERFORM 6000-PRINT-TRIAL-BALANCE
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
           MOVE "BKGLPOST" TO WS-RUN-STEP-NAME
           CALL "RUNCTL" USING WS-RUN-FUNCTION
                                WS-RUN-STEP-NAME
                                WS-RUN-MESSAGE
                                WS-RUN-RETURN-CODE
           END-CALL.

       0100-RUN-CONTROL-CHECK-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1000-LOAD-CHART - READ COAMAP INTO THE ACCOUNT AND MAPPING    *
      *  TABLES.  ENTRIES PAST THE TABLE SIZE ARE NOT KEPT.            *
      *----------------------------------------------------------------*
       1000-LOAD-CHART.
           OPEN INPUT COA-MAP
           IF WS-COA-FILE-STATUS = "35"
               GO TO 1000-LOAD-CHART-EXIT
           END-IF
           PERFORM 1100-READ-CHART
           PERFORM 1200-LOAD-ONE-CHART-RECORD
               THRU 1200-LOAD-ONE-CHART-RECORD-EXIT
               UNTIL WS-COA-EOF
           CLOSE COA-MAP.

       1000-LOAD-CHART-EXIT.
           EXIT.

       1100-READ-CHART.
           READ COA-MAP
               AT END
                   SET WS-COA-EOF TO TRUE
           END-READ.

       1100-READ-CHART-EXIT.
           EXIT.

       1200-LOAD-ONE-CHART-RECORD.
           EVALUATE TRUE
               WHEN COA-IS-ACCOUNT
                   AND WS-GL-COUNT < WS-GL-MAX
                   ADD 1 TO WS-GL-COUNT
                   MOVE COA-GL-ACCOUNT TO WS-GL-ACCOUNT (WS-GL-COUNT)
                   MOVE COA-GL-NAME TO WS-GL-NAME (WS-GL-COUNT)
                   MOVE COA-NORMAL-BALANCE TO WS-GL-NORMAL (WS-GL-COUNT)
                   MOVE COA-PROOF-CODE TO WS-GL-PROOF (WS-GL-COUNT)
                   MOVE "N" TO WS-GL-NEW-SWITCH (WS-GL-COUNT)
                   MOVE ZERO TO WS-GL-OPENING (WS-GL-COUNT)
                   MOVE ZERO TO WS-GL-DEBITS (WS-GL-COUNT)
                   MOVE ZERO TO WS-GL-CREDITS (WS-GL-COUNT)
                   MOVE ZERO TO WS-GL-CLOSING (WS-GL-COUNT)
               WHEN COA-IS-MAPPING
                   AND WS-MAP-COUNT < WS-MAP-MAX
                   ADD 1 TO WS-MAP-COUNT
                   MOVE COA-MAP-OPER-TYPE
                       TO WS-MAP-OPER-TYPE (WS-MAP-COUNT)
                   MOVE COA-MAP-DEBIT-CREDIT
                       TO WS-MAP-DEBIT-CREDIT (WS-MAP-COUNT)
                   MOVE COA-MAP-TENDER TO WS-MAP-TENDER (WS-MAP-COUNT)
                   MOVE COA-MAP-DEBIT-GL
                       TO WS-MAP-DEBIT-GL (WS-MAP-COUNT)
                   MOVE COA-MAP-CREDIT-GL
                       TO WS-MAP-CREDIT-GL (WS-MAP-COUNT)
           END-EVALUATE
           PERFORM 1100-READ-CHART.

       1200-LOAD-ONE-CHART-RECORD-EXIT.
           EXIT.

       1500-OPEN-REPORT.
           OPEN OUTPUT GLTB-RPT
           MOVE SPACES TO RPT-LINE
           STRING "BRANCH GENERAL LEDGER TRIAL BALANCE - BUSINESS DATE "
               DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       1500-OPEN-REPORT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-LOAD-GL-BALANCES - EACH CHART ACCOUNT'S OPENING BALANCE  *
      *  FOR THE BUSINESS DATE: THE LAST CLOSING BALANCE, OR THE       *
      *  SAME DATE'S OPENING BALANCE WHEN IT IS BEING RE-POSTED.  AN   *
      *  ACCOUNT NOT YET ON GLBAL STARTS AT ZERO (SEE 5000).           *
      *----------------------------------------------------------------*
       2000-LOAD-GL-BALANCES.
           OPEN I-O GL-BALANCE
           IF WS-GLB-FILE-STATUS = "35" OR "05"
               CLOSE GL-BALANCE
               OPEN OUTPUT GL-BALANCE
               CLOSE GL-BALANCE
               OPEN I-O GL-BALANCE
           END-IF
           PERFORM 2100-LOAD-ONE-BALANCE
               THRU 2100-LOAD-ONE-BALANCE-EXIT
               VARYING WS-GL-SUB FROM 1 BY 1
               UNTIL WS-GL-SUB > WS-GL-COUNT.

       2000-LOAD-GL-BALANCES-EXIT.
           EXIT.

       2100-LOAD-ONE-BALANCE.
           MOVE WS-GL-ACCOUNT (WS-GL-SUB) TO GLB-GL-ACCOUNT
           READ GL-BALANCE
               INVALID KEY
                   SET WS-GL-IS-NEW (WS-GL-SUB) TO TRUE
                   GO TO 2100-LOAD-ONE-BALANCE-EXIT
           END-READ
           IF GLB-BUSINESS-DATE < WS-BUSINESS-DATE
               MOVE GLB-CLOSING-BALANCE TO WS-GL-OPENING (WS-GL-SUB)
           ELSE
               MOVE GLB-OPENING-BALANCE TO WS-GL-OPENING (WS-GL-SUB)
           END-IF.

       2100-LOAD-ONE-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-POST-JOURNAL - TURN EVERY JOURNAL ENTRY THAT MOVES       *
      *  MONEY INTO ITS GL PAIR.  AN ENTRY WITH NO MAPPING, OR ONE     *
      *  THAT MAPS TO AN ACCOUNT NOT ON THE CHART, IS LISTED AND       *
      *  LEFT UNPOSTED.                                                *
      *----------------------------------------------------------------*
       3000-POST-JOURNAL.
           OPEN INPUT TRAN-JOURNAL
           IF WS-JRNL-FILE-STATUS = "35"
               GO TO 3000-POST-JOURNAL-EXIT
           END-IF
           PERFORM 3100-READ-JOURNAL
           PERFORM 3200-POST-ONE-ENTRY THRU 3200-POST-ONE-ENTRY-EXIT
               UNTIL WS-JRNL-EOF
           CLOSE TRAN-JOURNAL.

       3000-POST-JOURNAL-EXIT.
           EXIT.

       3100-READ-JOURNAL.
           READ TRAN-JOURNAL
               AT END
                   SET WS-JRNL-EOF TO TRUE
           END-READ.

       3100-READ-JOURNAL-EXIT.
           EXIT.

       3200-POST-ONE-ENTRY.
           IF TJ-OPER-RETENCIONES OR TJ-OPER-AUTORIZACION
               OR TJ-AMOUNT = ZERO
               GO TO 3200-NEXT-ENTRY
           END-IF
           MOVE TJ-OPERATION-TYPE TO WS-ENTRY-OPER-TYPE
           MOVE TJ-DEBIT-CREDIT-IND TO WS-ENTRY-DEBIT-CREDIT
           IF TJ-TENDER-TYPE = SPACE
               MOVE "C" TO WS-ENTRY-TENDER
           ELSE
               MOVE TJ-TENDER-TYPE TO WS-ENTRY-TENDER
           END-IF
           MOVE TJ-AMOUNT TO WS-ENTRY-AMOUNT
           MOVE "ACCT " TO WS-ENTRY-REF-LABEL
           MOVE TJ-ACCT-NUMBER TO WS-ENTRY-REFERENCE
           MOVE TJ-TRAN-TIME TO WS-ENTRY-TIME
           PERFORM 3250-POST-ENTRY THRU 3250-POST-ENTRY-EXIT.

       3200-NEXT-ENTRY.
           PERFORM 3100-READ-JOURNAL.

       3200-POST-ONE-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3250-POST-ENTRY - FIND THE MAPPING FOR WS-ENTRY AND ADD ITS   *
      *  AMOUNT TO THE DEBIT AND CREDIT GL ACCOUNTS.                   *
      *----------------------------------------------------------------*
       3250-POST-ENTRY.
           MOVE ZERO TO WS-EXACT-SUB
           MOVE ZERO TO WS-ANY-SUB
           PERFORM 3300-CHECK-ONE-MAPPING
               THRU 3300-CHECK-ONE-MAPPING-EXIT
               VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-COUNT
           IF WS-EXACT-SUB = ZERO
               MOVE WS-ANY-SUB TO WS-EXACT-SUB
           END-IF
           IF WS-EXACT-SUB = ZERO
               MOVE "NO MAPPING ON COAMAP" TO WS-UNMAPPED-REASON
               PERFORM 3500-WRITE-UNMAPPED-LINE
               GO TO 3250-POST-ENTRY-EXIT
           END-IF
           MOVE WS-MAP-DEBIT-GL (WS-EXACT-SUB) TO WS-FIND-GL-ACCOUNT
           PERFORM 3400-FIND-GL THRU 3400-FIND-GL-EXIT
           MOVE WS-FIND-GL-SUB TO WS-DEBIT-SUB
           MOVE WS-MAP-CREDIT-GL (WS-EXACT-SUB) TO WS-FIND-GL-ACCOUNT
           PERFORM 3400-FIND-GL THRU 3400-FIND-GL-EXIT
           MOVE WS-FIND-GL-SUB TO WS-CREDIT-SUB
           IF WS-DEBIT-SUB = ZERO OR WS-CREDIT-SUB = ZERO
               MOVE "MAPS TO GL ACCOUNT NOT ON CHART"
                   TO WS-UNMAPPED-REASON
               PERFORM 3500-WRITE-UNMAPPED-LINE
               GO TO 3250-POST-ENTRY-EXIT
           END-IF
           ADD WS-ENTRY-AMOUNT TO WS-GL-DEBITS (WS-DEBIT-SUB)
           ADD WS-ENTRY-AMOUNT TO WS-GL-CREDITS (WS-CREDIT-SUB)
           ADD 1 TO WS-POSTED-COUNT.

       3250-POST-ENTRY-EXIT.
           EXIT.

       3300-CHECK-ONE-MAPPING.
           IF WS-MAP-OPER-TYPE (WS-MAP-SUB) = WS-ENTRY-OPER-TYPE
               AND WS-MAP-DEBIT-CREDIT (WS-MAP-SUB)
                   = WS-ENTRY-DEBIT-CREDIT
               IF WS-MAP-TENDER (WS-MAP-SUB) = WS-ENTRY-TENDER
                   AND WS-EXACT-SUB = ZERO
                   MOVE WS-MAP-SUB TO WS-EXACT-SUB
               END-IF
               IF WS-MAP-TENDER (WS-MAP-SUB) = "*"
                   AND WS-ANY-SUB = ZERO
                   MOVE WS-MAP-SUB TO WS-ANY-SUB
               END-IF
           END-IF.

       3300-CHECK-ONE-MAPPING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3400-FIND-GL - SUBSCRIPT OF WS-FIND-GL-ACCOUNT IN THE CHART,  *
      *  ZERO WHEN IT IS NOT THERE.                                    *
      *----------------------------------------------------------------*
       3400-FIND-GL.
           MOVE ZERO TO WS-FIND-GL-SUB
           PERFORM 3410-CHECK-ONE-GL THRU 3410-CHECK-ONE-GL-EXIT
               VARYING WS-GL-SUB FROM 1 BY 1
               UNTIL WS-GL-SUB > WS-GL-COUNT
                   OR WS-FIND-GL-SUB NOT = ZERO.

       3400-FIND-GL-EXIT.
           EXIT.

       3410-CHECK-ONE-GL.
           IF WS-GL-ACCOUNT (WS-GL-SUB) = WS-FIND-GL-ACCOUNT
               MOVE WS-GL-SUB TO WS-FIND-GL-SUB
           END-IF.

       3410-CHECK-ONE-GL-EXIT.
           EXIT.

       3500-WRITE-UNMAPPED-LINE.
           ADD 1 TO WS-UNMAPPED-COUNT
           MOVE WS-ENTRY-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO RPT-LINE
           STRING "*** UNPOSTED ENTRY  " DELIMITED BY SIZE
               WS-ENTRY-REF-LABEL DELIMITED BY SIZE
               WS-ENTRY-REFERENCE DELIMITED BY SIZE
               "  TIME " DELIMITED BY SIZE
               WS-ENTRY-TIME DELIMITED BY SIZE
               "  TYPE " DELIMITED BY SIZE
               WS-ENTRY-OPER-TYPE DELIMITED BY SIZE
               WS-ENTRY-DEBIT-CREDIT DELIMITED BY SIZE
               WS-ENTRY-TENDER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-UNMAPPED-REASON DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE.

       3500-WRITE-UNMAPPED-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3600-POST-OFFICIAL-CHECKS - THE OFFICIAL-CHECK MOVEMENTS THE  *
      *  JOURNAL DOES NOT CARRY, TAKEN FROM THE OFCKREG REGISTER AS    *
      *  OPERATION TYPE "E" LEGS:                                      *
      *      E/C/C  A CHECK SOLD FOR CASH ON THE BUSINESS DATE (THE    *
      *             CASH IS IN THE DRAWER; NO ACCOUNT MOVED).          *
      *      E/D/K  A CHECK BKOFCKPD TOOK UP AS PAID BY THE            *
      *             CORRESPONDENT ON THE BUSINESS DATE.                *
      *  A CHECK BOUGHT FROM AN ACCOUNT COMES THROUGH THE JOURNAL AS   *
      *  E/D/I.                                                        *
      *----------------------------------------------------------------*
       3600-POST-OFFICIAL-CHECKS.
           MOVE "N" TO WS-OFCK-EOF-SWITCH
           OPEN INPUT OFCK-REGISTER
           IF WS-OFCK-FILE-STATUS NOT = "00"
               GO TO 3600-POST-OFFICIAL-CHECKS-EXIT
           END-IF
           MOVE ZERO TO OFCK-SERIAL
           START OFCK-REGISTER KEY NOT LESS THAN OFCK-SERIAL
               INVALID KEY
                   SET WS-OFCK-EOF TO TRUE
           END-START
           PERFORM 3610-POST-ONE-CHECK THRU 3610-POST-ONE-CHECK-EXIT
               UNTIL WS-OFCK-EOF
           CLOSE OFCK-REGISTER.

       3600-POST-OFFICIAL-CHECKS-EXIT.
           EXIT.

       3610-POST-ONE-CHECK.
           READ OFCK-REGISTER NEXT RECORD
               AT END
                   SET WS-OFCK-EOF TO TRUE
                   GO TO 3610-POST-ONE-CHECK-EXIT
           END-READ
           MOVE "E" TO WS-ENTRY-OPER-TYPE
           MOVE "CHECK" TO WS-ENTRY-REF-LABEL
           MOVE OFCK-SERIAL TO WS-ENTRY-REFERENCE
           IF OFCK-FUNDED-CASH
               AND OFCK-ISSUE-DATE = WS-BUSINESS-DATE
               MOVE "C" TO WS-ENTRY-DEBIT-CREDIT
               MOVE "C" TO WS-ENTRY-TENDER
               MOVE OFCK-AMOUNT TO WS-ENTRY-AMOUNT
               MOVE OFCK-ISSUE-TIME TO WS-ENTRY-TIME
               PERFORM 3250-POST-ENTRY THRU 3250-POST-ENTRY-EXIT
           END-IF
           IF OFCK-PAID
               AND OFCK-PAID-DATE = WS-BUSINESS-DATE
               MOVE "D" TO WS-ENTRY-DEBIT-CREDIT
               MOVE "K" TO WS-ENTRY-TENDER
               MOVE OFCK-PAID-AMOUNT TO WS-ENTRY-AMOUNT
               MOVE ZERO TO WS-ENTRY-TIME
               PERFORM 3250-POST-ENTRY THRU 3250-POST-ENTRY-EXIT
           END-IF.

       3610-POST-ONE-CHECK-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4000-COMPUTE-PROOFS - THE FIGURES THE LEDGER MUST AGREE       *
      *  WITH: DEPOSITS ON THE MASTERS AND CASH IN THE DRAWERS AND     *
      *  VAULT FOR THE BUSINESS DATE.                                  *
      *----------------------------------------------------------------*
       4000-COMPUTE-PROOFS.
           PERFORM 4100-SUM-ACCOUNTS THRU 4100-SUM-ACCOUNTS-EXIT
           PERFORM 4200-SUM-CDS THRU 4200-SUM-CDS-EXIT
           PERFORM 4300-SUM-DRAWERS THRU 4300-SUM-DRAWERS-EXIT
           PERFORM 4400-ADD-VAULT THRU 4400-ADD-VAULT-EXIT
           PERFORM 4500-SUM-OFFICIAL-CHECKS
               THRU 4500-SUM-OFFICIAL-CHECKS-EXIT.

       4000-COMPUTE-PROOFS-EXIT.
           EXIT.

       4100-SUM-ACCOUNTS.
           OPEN INPUT ACCT-MASTER
           IF WS-ACCT-FILE-STATUS = "35"
               GO TO 4100-SUM-ACCOUNTS-EXIT
           END-IF
           MOVE ZERO TO ACCT-NUMBER
           START ACCT-MASTER KEY NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   SET WS-ACCT-EOF TO TRUE
           END-START
           PERFORM 4110-ADD-ONE-ACCOUNT THRU 4110-ADD-ONE-ACCOUNT-EXIT
               UNTIL WS-ACCT-EOF
           CLOSE ACCT-MASTER.

       4100-SUM-ACCOUNTS-EXIT.
           EXIT.

       4110-ADD-ONE-ACCOUNT.
           READ ACCT-MASTER NEXT RECORD
               AT END
                   SET WS-ACCT-EOF TO TRUE
                   GO TO 4110-ADD-ONE-ACCOUNT-EXIT
           END-READ
           ADD ACCT-CURRENT-BALANCE TO WS-PROOF-DEPOSITS.

       4110-ADD-ONE-ACCOUNT-EXIT.
           EXIT.

       4200-SUM-CDS.
           OPEN INPUT CD-MASTER
           IF WS-CD-FILE-STATUS NOT = "00"
               GO TO 4200-SUM-CDS-EXIT
           END-IF
           MOVE ZERO TO CD-NUMBER
           START CD-MASTER KEY NOT LESS THAN CD-NUMBER
               INVALID KEY
                   SET WS-CD-EOF TO TRUE
           END-START
           PERFORM 4210-ADD-ONE-CD THRU 4210-ADD-ONE-CD-EXIT
               UNTIL WS-CD-EOF
           CLOSE CD-MASTER.

       4200-SUM-CDS-EXIT.
           EXIT.

       4210-ADD-ONE-CD.
           READ CD-MASTER NEXT RECORD
               AT END
                   SET WS-CD-EOF TO TRUE
                   GO TO 4210-ADD-ONE-CD-EXIT
           END-READ
           IF CD-STATUS-ACTIVE
               ADD CD-PRINCIPAL TO WS-PROOF-DEPOSITS
           END-IF.

       4210-ADD-ONE-CD-EXIT.
           EXIT.

       4300-SUM-DRAWERS.
           OPEN INPUT DRAWER-FILE
           IF WS-DRW-FILE-STATUS NOT = "00"
               GO TO 4300-SUM-DRAWERS-EXIT
           END-IF
           MOVE LOW-VALUES TO DRW-KEY
           START DRAWER-FILE KEY IS NOT LESS THAN DRW-KEY
               INVALID KEY
                   SET WS-DRW-EOF TO TRUE
           END-START
           PERFORM 4310-ADD-ONE-DRAWER THRU 4310-ADD-ONE-DRAWER-EXIT
               UNTIL WS-DRW-EOF
           CLOSE DRAWER-FILE.

       4300-SUM-DRAWERS-EXIT.
           EXIT.

       4310-ADD-ONE-DRAWER.
           READ DRAWER-FILE NEXT RECORD
               AT END
                   SET WS-DRW-EOF TO TRUE
                   GO TO 4310-ADD-ONE-DRAWER-EXIT
           END-READ
           IF DRW-BUSINESS-DATE = WS-BUSINESS-DATE
               COMPUTE WS-PROOF-CASH = WS-PROOF-CASH
                   + DRW-OPENING-FLOAT + DRW-CASH-IN - DRW-CASH-OUT
           END-IF.

       4310-ADD-ONE-DRAWER-EXIT.
           EXIT.

       4400-ADD-VAULT.
           OPEN INPUT VAULT-FILE
           IF WS-VLT-FILE-STATUS NOT = "00"
               GO TO 4400-ADD-VAULT-EXIT
           END-IF
           MOVE WS-BUSINESS-DATE TO VLT-BUSINESS-DATE
           READ VAULT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-PROOF-CASH = WS-PROOF-CASH
                       + VLT-OPENING-BALANCE + VLT-SELLS-TOTAL
                       - VLT-BUYS-TOTAL
           END-READ
           CLOSE VAULT-FILE.

       4400-ADD-VAULT-EXIT.
           EXIT.

       4500-SUM-OFFICIAL-CHECKS.
           MOVE "N" TO WS-OFCK-EOF-SWITCH
           OPEN INPUT OFCK-REGISTER
           IF WS-OFCK-FILE-STATUS NOT = "00"
               GO TO 4500-SUM-OFFICIAL-CHECKS-EXIT
           END-IF
           MOVE ZERO TO OFCK-SERIAL
           START OFCK-REGISTER KEY NOT LESS THAN OFCK-SERIAL
               INVALID KEY
                   SET WS-OFCK-EOF TO TRUE
           END-START
           PERFORM 4510-ADD-ONE-CHECK THRU 4510-ADD-ONE-CHECK-EXIT
               UNTIL WS-OFCK-EOF
           CLOSE OFCK-REGISTER.

       4500-SUM-OFFICIAL-CHECKS-EXIT.
           EXIT.

       4510-ADD-ONE-CHECK.
           READ OFCK-REGISTER NEXT RECORD
               AT END
                   SET WS-OFCK-EOF TO TRUE
                   GO TO 4510-ADD-ONE-CHECK-EXIT
           END-READ
           IF OFCK-OUTSTANDING
               ADD OFCK-AMOUNT TO WS-PROOF-OFFICIAL
           END-IF.

       4510-ADD-ONE-CHECK-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5000-CLOSE-BALANCES - SEED A NEW PROOF ACCOUNT'S OPENING      *
      *  BALANCE, COMPUTE EVERY CLOSING BALANCE AND WRITE THEM BACK.   *
      *  CUSTOMER DEPOSITS IS A LIABILITY, SO ITS DEBIT-POSITIVE       *
      *  BALANCE IS THE NEGATIVE OF THE DEPOSITS ON THE MASTERS.       *
      *----------------------------------------------------------------*
       5000-CLOSE-BALANCES.
           PERFORM 5100-CLOSE-ONE-BALANCE
               THRU 5100-CLOSE-ONE-BALANCE-EXIT
               VARYING WS-GL-SUB FROM 1 BY 1
               UNTIL WS-GL-SUB > WS-GL-COUNT
           CLOSE GL-BALANCE.

       5000-CLOSE-BALANCES-EXIT.
           EXIT.

       5100-CLOSE-ONE-BALANCE.
           COMPUTE WS-DAY-MOVEMENT =
               WS-GL-DEBITS (WS-GL-SUB) - WS-GL-CREDITS (WS-GL-SUB)
           IF WS-GL-IS-NEW (WS-GL-SUB)
               PERFORM 5200-SET-PROOF-FIGURE
               IF WS-GL-PROOF-DEPOSITS (WS-GL-SUB)
                   OR WS-GL-PROOF-CASH (WS-GL-SUB)
                   OR WS-GL-PROOF-OFFICIAL (WS-GL-SUB)
                   COMPUTE WS-GL-OPENING (WS-GL-SUB) =
                       WS-PROOF-FIGURE - WS-DAY-MOVEMENT
               END-IF
           END-IF
           COMPUTE WS-GL-CLOSING (WS-GL-SUB) =
               WS-GL-OPENING (WS-GL-SUB) + WS-DAY-MOVEMENT
           MOVE WS-GL-ACCOUNT (WS-GL-SUB) TO GLB-GL-ACCOUNT
           MOVE WS-GL-NAME (WS-GL-SUB) TO GLB-GL-NAME
           MOVE WS-BUSINESS-DATE TO GLB-BUSINESS-DATE
           MOVE WS-GL-OPENING (WS-GL-SUB) TO GLB-OPENING-BALANCE
           MOVE WS-GL-DEBITS (WS-GL-SUB) TO GLB-DAY-DEBITS
           MOVE WS-GL-CREDITS (WS-GL-SUB) TO GLB-DAY-CREDITS
           MOVE WS-GL-CLOSING (WS-GL-SUB) TO GLB-CLOSING-BALANCE
           IF WS-GL-IS-NEW (WS-GL-SUB)
               WRITE GL-BALANCE-RECORD
           ELSE
               REWRITE GL-BALANCE-RECORD
           END-IF.

       5100-CLOSE-ONE-BALANCE-EXIT.
           EXIT.

      *    THE PROOF FIGURE FOR THE ACCOUNT IN HAND, DEBIT-POSITIVE.
       5200-SET-PROOF-FIGURE.
           EVALUATE TRUE
               WHEN WS-GL-PROOF-DEPOSITS (WS-GL-SUB)
                   COMPUTE WS-PROOF-FIGURE = ZERO - WS-PROOF-DEPOSITS
               WHEN WS-GL-PROOF-CASH (WS-GL-SUB)
                   MOVE WS-PROOF-CASH TO WS-PROOF-FIGURE
               WHEN WS-GL-PROOF-OFFICIAL (WS-GL-SUB)
                   COMPUTE WS-PROOF-FIGURE = ZERO - WS-PROOF-OFFICIAL
               WHEN OTHER
                   MOVE ZERO TO WS-PROOF-FIGURE
           END-EVALUATE.

       5200-SET-PROOF-FIGURE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  6000-PRINT-TRIAL-BALANCE - ONE LINE PER GL ACCOUNT WITH THE   *
      *  DAY'S DEBITS AND CREDITS AND THE CLOSING BALANCE IN ITS       *
      *  DEBIT OR CREDIT COLUMN, THE PROOF UNDER EACH PROOF ACCOUNT,   *
      *  AND THE COLUMN TOTALS.  "***" MARKS WHAT DOES NOT AGREE.      *
      *----------------------------------------------------------------*
       6000-PRINT-TRIAL-BALANCE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "GL ACCT NAME                          "
               DELIMITED BY SIZE
               "       DAY DEBITS       DAY CREDITS"
               DELIMITED BY SIZE
               "        CLOSING DR        CLOSING CR"
               DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM 6100-PRINT-ONE-ACCOUNT
               THRU 6100-PRINT-ONE-ACCOUNT-EXIT
               VARYING WS-GL-SUB FROM 1 BY 1
               UNTIL WS-GL-SUB > WS-GL-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-TB-TOTAL-LINE
           MOVE "TOTALS" TO WS-TBT-LABEL
           MOVE WS-TOT-DEBITS TO WS-TBT-DEBITS
           MOVE WS-TOT-CREDITS TO WS-TBT-CREDITS
           MOVE WS-TOT-CLOSING-DR TO WS-TBT-CLOSING-DR
           MOVE WS-TOT-CLOSING-CR TO WS-TBT-CLOSING-CR
           MOVE WS-TB-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-TOT-DEBITS NOT = WS-TOT-CREDITS
               OR WS-TOT-CLOSING-DR NOT = WS-TOT-CLOSING-CR
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "*** TRIAL BALANCE DEBITS AND CREDITS DO NOT "
                   DELIMITED BY SIZE
                   "AGREE" DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       6000-PRINT-TRIAL-BALANCE-EXIT.
           EXIT.

       6100-PRINT-ONE-ACCOUNT.
           ADD WS-GL-DEBITS (WS-GL-SUB) TO WS-TOT-DEBITS
           ADD WS-GL-CREDITS (WS-GL-SUB) TO WS-TOT-CREDITS
           MOVE SPACES TO WS-TB-LINE
           MOVE WS-GL-ACCOUNT (WS-GL-SUB) TO WS-TB-ACCOUNT
           MOVE WS-GL-NAME (WS-GL-SUB) TO WS-TB-NAME
           MOVE WS-GL-DEBITS (WS-GL-SUB) TO WS-TB-DEBITS
           MOVE WS-GL-CREDITS (WS-GL-SUB) TO WS-TB-CREDITS
           IF WS-GL-CLOSING (WS-GL-SUB) < ZERO
               COMPUTE WS-TB-CLOSING-CR =
                   ZERO - WS-GL-CLOSING (WS-GL-SUB)
               SUBTRACT WS-GL-CLOSING (WS-GL-SUB)
                   FROM WS-TOT-CLOSING-CR
           ELSE
               MOVE WS-GL-CLOSING (WS-GL-SUB) TO WS-TB-CLOSING-DR
               ADD WS-GL-CLOSING (WS-GL-SUB) TO WS-TOT-CLOSING-DR
           END-IF
           IF NOT WS-GL-PROOF-DEPOSITS (WS-GL-SUB)
               AND NOT WS-GL-PROOF-CASH (WS-GL-SUB)
               AND NOT WS-GL-PROOF-OFFICIAL (WS-GL-SUB)
               MOVE WS-TB-LINE TO RPT-LINE
               WRITE RPT-LINE
               GO TO 6100-PRINT-ONE-ACCOUNT-EXIT
           END-IF
           PERFORM 5200-SET-PROOF-FIGURE
           COMPUTE WS-PROOF-DIFFERENCE =
               WS-GL-CLOSING (WS-GL-SUB) - WS-PROOF-FIGURE
           IF WS-PROOF-DIFFERENCE NOT = ZERO
               MOVE "***" TO WS-TB-FLAG
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           MOVE WS-TB-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 6200-PRINT-PROOF-LINE.

       6100-PRINT-ONE-ACCOUNT-EXIT.
           EXIT.

       6200-PRINT-PROOF-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE WS-PROOF-FIGURE TO WS-EDIT-AMOUNT
           EVALUATE TRUE
               WHEN WS-GL-PROOF-DEPOSITS (WS-GL-SUB)
                   STRING "        PROOF - ACCT-MASTER AND CD DEPOSITS "
                       DELIMITED BY SIZE
                       WS-EDIT-AMOUNT DELIMITED BY SIZE
                       INTO RPT-LINE
               WHEN WS-GL-PROOF-CASH (WS-GL-SUB)
                   STRING "        PROOF - DRAWER AND VAULT CASH       "
                       DELIMITED BY SIZE
                       WS-EDIT-AMOUNT DELIMITED BY SIZE
                       INTO RPT-LINE
               WHEN OTHER
                   STRING "        PROOF - OUTSTANDING OFFICIAL CHECKS "
                       DELIMITED BY SIZE
                       WS-EDIT-AMOUNT DELIMITED BY SIZE
                       INTO RPT-LINE
           END-EVALUATE
           IF WS-PROOF-DIFFERENCE = ZERO
               MOVE "  AGREES" TO RPT-LINE (65:8)
           ELSE
               MOVE WS-PROOF-DIFFERENCE TO WS-EDIT-DIFFERENCE
               MOVE SPACES TO WS-PROOF-FLAG-TEXT
               STRING "  *** DOES NOT AGREE - DIFFERENCE "
                   DELIMITED BY SIZE
                   WS-EDIT-DIFFERENCE DELIMITED BY SIZE
                   INTO WS-PROOF-FLAG-TEXT
               MOVE WS-PROOF-FLAG-TEXT TO RPT-LINE (65:68)
           END-IF
           WRITE RPT-LINE
           IF WS-GL-IS-NEW (WS-GL-SUB)
               MOVE SPACES TO RPT-LINE
               STRING "        OPENING BALANCE SEEDED FROM THE PROOF "
                   DELIMITED BY SIZE
                   "FIGURE ON FIRST POSTING" DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       6200-PRINT-PROOF-LINE-EXIT.
           EXIT.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-POSTED-COUNT TO WS-EDIT-COUNT
           STRING "JOURNAL ENTRIES POSTED:   " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-UNMAPPED-COUNT TO WS-EDIT-COUNT
           STRING "JOURNAL ENTRIES UNPOSTED: " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-EDIT-COUNT
           STRING "PROOF EXCEPTIONS:         " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE.

       8000-WRITE-SUMMARY-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE WS-POSTED-COUNT TO WS-EDIT-COUNT
           DISPLAY "BKGLPOST: " WS-EDIT-COUNT
               " JOURNAL ENTRY(IES) POSTED TO THE GL"
           MOVE WS-UNMAPPED-COUNT TO WS-EDIT-COUNT
           DISPLAY "BKGLPOST: " WS-EDIT-COUNT
               " JOURNAL ENTRY(IES) WITH NO GL MAPPING"
           MOVE WS-EXCEPTION-COUNT TO WS-EDIT-COUNT
           DISPLAY "BKGLPOST: " WS-EDIT-COUNT
               " TRIAL BALANCE PROOF EXCEPTION(S)"
           CLOSE GLTB-RPT.

       9000-TERMINATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  9500-RUN-CONTROL-COMPLETE - RECORD THIS STEP COMPLETE FOR     *
      *  THE BUSINESS DATE SO THE NEXT STEP IN THE SUITE MAY START.    *
      *----------------------------------------------------------------*
       9500-RUN-CONTROL-COMPLETE.
           MOVE "C" TO WS-RUN-FUNCTION
           MOVE "BKGLPOST" TO WS-RUN-STEP-NAME
           CALL "RUNCTL" USING WS-RUN-FUNCTION
                                WS-RUN-STEP-NAME
                                WS-RUN-MESSAGE
                                WS-RUN-RETURN-CODE
           END-CALL.

       9500-RUN-CONTROL-COMPLETE-EXIT.
           EXIT.
