       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BKBALCNF.
       AUTHOR.        R. ALVARADO.
       INSTALLATION.  BRANCH SYSTEMS GROUP.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *================================================================*
      *  MODIFICATION HISTORY                                          *
      *  2026-10-15  RA   INITIAL VERSION - AS-OF-DATE BALANCE         *
      *                    RECONSTRUCTION AND CONFIRMATION LETTERS.    *
      *================================================================*
      *  PURPOSE.                                                      *
      *      ANSWERS AN AUDITOR'S OR A COURT'S QUESTION "WHAT WAS THE  *
      *      BALANCE ON THIS DATE".  LIKE BKSTMT IT RUNS ON DEMAND     *
      *      OUTSIDE THE NIGHTLY SUITE.  THE AS-OF DATE IS ACCEPTED AT *
      *      RUN TIME AND MUST BE BEFORE THE BUSINESS DATE; THE        *
      *      ACCOUNTS COME FROM THE CNFREQ REQUEST FILE, BY ACCOUNT    *
      *      OR BY CUSTOMER.  EACH ACCOUNT'S CLOSING BALANCE FOR THE   *
      *      DATE IS REBUILT FROM TJH-AFTER-BALANCE OF ITS LAST        *
      *      POSTING ON OR BEFORE THE DATE, LOOKED FOR ON TRANHIST AND *
      *      ON THE TRANHARC ARCHIVE BKHSTARC MOVES OLD POSTINGS TO.   *
      *      WITH NO POSTING BY THEN, THE BEFORE-BALANCE OF ITS FIRST  *
      *      LATER POSTING IS USED; WITH NO POSTINGS AT ALL THE        *
      *      BALANCE HAS NOT MOVED AND IS TODAY'S.  THE REBUILT        *
      *      BALANCE IS THEN ROLLED FORWARD THROUGH EVERY LATER        *
      *      POSTING - ARCHIVE, HISTORY AND TODAY'S TRAN-JOURNAL, HOLD *
      *      AND OVERRIDE ENTRIES LEFT OUT AS IN BKRECON - AND MUST    *
      *      ARRIVE AT ACCT-CURRENT-BALANCE (CD-PRINCIPAL FOR A CD).   *
      *      CNFLTR GETS ONE CONFIRMATION LETTER PER REQUEST,          *
      *      ADDRESSED FROM CUST-MASTER.  CNFRPT LISTS EVERY ACCOUNT   *
      *      REBUILT AND FLAGS ONE THAT DOES NOT ROLL FORWARD; A       *
      *      LETTER CARRYING SUCH AN ACCOUNT IS HELD RATHER THAN SENT. *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNF-REQUEST ASSIGN TO "CNFREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQ-FILE-STATUS.

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

           SELECT CUST-MASTER ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT JRNL-HISTORY ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TJH-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT HIST-ARCHIVE ASSIGN TO "TRANHARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-FILE-STATUS.

           SELECT TRAN-JOURNAL ASSIGN TO "TRANJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT CNF-LETTERS ASSIGN TO "CNFLTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-FILE-STATUS.

           SELECT CNF-RPT ASSIGN TO "CNFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CNF-REQUEST.
           COPY cnfreq.

       FD  ACCT-MASTER.
           COPY acctrec.

       FD  CD-MASTER.
           COPY cdrec.

       FD  CUST-MASTER.
           COPY custrec.

       FD  JRNL-HISTORY.
           COPY histrec.

       FD  HIST-ARCHIVE.
           COPY histrec REPLACING ==JRNL-HIST-RECORD==
               BY ==HIST-ARCHIVE-RECORD==
               LEADING ==TJH== BY ==ARC==.

       FD  TRAN-JOURNAL.
           COPY tranrec.

       FD  CNF-LETTERS.
           COPY rptline REPLACING ==RPT-LINE== BY ==LTR-LINE==.

       FD  CNF-RPT.
           COPY rptline.

       WORKING-STORAGE SECTION.
       01  WS-REQ-FILE-STATUS           PIC X(02).
       01  WS-ACCT-FILE-STATUS          PIC X(02).
       01  WS-CD-FILE-STATUS            PIC X(02).
       01  WS-CUST-FILE-STATUS          PIC X(02).
       01  WS-HIST-FILE-STATUS          PIC X(02).
       01  WS-ARC-FILE-STATUS           PIC X(02).
       01  WS-JRNL-FILE-STATUS          PIC X(02).
       01  WS-LTR-FILE-STATUS           PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).
       01  WS-CD-FILE-SWITCH            PIC X(01)  VALUE "N".
           88  WS-CD-FILE-PRESENT               VALUE "Y".
       01  WS-CUST-FILE-SWITCH          PIC X(01)  VALUE "N".
           88  WS-CUST-FILE-PRESENT             VALUE "Y".
       01  WS-HIST-FILE-SWITCH          PIC X(01)  VALUE "N".
           88  WS-HIST-FILE-PRESENT             VALUE "Y".
       01  WS-REQ-EOF-SWITCH            PIC X(01)  VALUE "N".
           88  WS-REQ-EOF                       VALUE "Y".
       01  WS-SCAN-EOF-SWITCH           PIC X(01).
           88  WS-SCAN-EOF                      VALUE "Y".
       01  WS-RUN-VALID-SWITCH          PIC X(01)  VALUE "N".
           88  WS-RUN-VALID                     VALUE "Y".
       01  WS-CUST-FOUND-SWITCH         PIC X(01).
           88  WS-CUST-FOUND                    VALUE "Y".

       01  WS-AS-OF-DATE                PIC 9(08)       VALUE ZERO.
       01  WS-AS-OF-DATE-X REDEFINES WS-AS-OF-DATE
                                        PIC X(08).
       01  WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE.
           05  WS-AS-OF-YEAR            PIC 9(04).
           05  WS-AS-OF-MONTH           PIC 9(02).
           05  WS-AS-OF-DAY             PIC 9(02).
       01  WS-AS-OF-MONTH-END           PIC 9(02)       VALUE ZERO.
       01  WS-AS-OF-LEAP-REMAINDER      PIC 9(04).

      *    ONE ENTRY PER CNFREQ RECORD - ONE LETTER EACH.
       77  WS-REQ-MAX                   PIC 9(03) COMP  VALUE 200.
       01  WS-REQ-COUNT                 PIC 9(03) COMP  VALUE ZERO.
       01  WS-REQ-SUB                   PIC 9(03) COMP.
       01  WS-REQ-TABLE.
           05  WS-REQ-ENTRY OCCURS 200 TIMES.
               10  WS-REQ-TYPE          PIC X(01).
               10  WS-REQ-NUMBER        PIC 9(10).
               10  WS-REQ-REFERENCE     PIC X(30).
               10  WS-REQ-CUST-NUMBER   PIC 9(08).
               10  WS-REQ-REFUSED-SWITCH PIC X(01).
                   88  WS-REQ-REFUSED               VALUE "Y".
               10  WS-REQ-REASON        PIC X(40).

      *    ONE ENTRY PER ACCOUNT TO BE REBUILT, POINTING BACK AT THE
      *    REQUEST IT BELONGS TO.  THE STAMPS ARE DATE, TIME AND
      *    SEQUENCE, SO THE LATEST POSTING ON OR BEFORE THE AS-OF
      *    DATE AND THE EARLIEST ONE AFTER IT CAN BE KEPT WHATEVER
      *    ORDER THE FILES DELIVER THEM IN.
       77  WS-ACC-MAX                   PIC 9(03) COMP  VALUE 500.
       01  WS-ACC-COUNT                 PIC 9(03) COMP  VALUE ZERO.
       01  WS-ACC-SUB                   PIC 9(03) COMP.
       01  WS-ACC-TABLE.
           05  WS-ACC-ENTRY OCCURS 500 TIMES.
               10  WS-ACC-REQ-SUB       PIC 9(03) COMP.
               10  WS-ACC-NUMBER        PIC 9(10).
               10  WS-ACC-KIND          PIC X(01).
                   88  WS-ACC-IS-CD                 VALUE "C".
               10  WS-ACC-HOLDER-NAME   PIC X(30).
               10  WS-ACC-BRANCH        PIC 9(04).
               10  WS-ACC-CUST-NUMBER   PIC 9(08).
               10  WS-ACC-OPEN-DATE     PIC 9(08).
               10  WS-ACC-CURRENT-BALANCE
                                        PIC S9(11)V99 COMP-3.
               10  WS-ACC-LAST-STAMP.
                   15  WS-ACC-LAST-DATE PIC 9(08).
                   15  WS-ACC-LAST-TIME PIC 9(08).
                   15  WS-ACC-LAST-SEQ  PIC 9(04).
               10  WS-ACC-LAST-BALANCE  PIC S9(11)V99 COMP-3.
               10  WS-ACC-LAST-SOURCE   PIC X(01).
               10  WS-ACC-NEXT-STAMP.
                   15  WS-ACC-NEXT-DATE PIC 9(08).
                   15  WS-ACC-NEXT-TIME PIC 9(08).
                   15  WS-ACC-NEXT-SEQ  PIC 9(04).
               10  WS-ACC-NEXT-BALANCE  PIC S9(11)V99 COMP-3.
               10  WS-ACC-MOVEMENT      PIC S9(13)V99 COMP-3.
               10  WS-ACC-REBUILT-BALANCE
                                        PIC S9(11)V99 COMP-3.
               10  WS-ACC-DIFFERENCE    PIC S9(13)V99 COMP-3.
               10  WS-ACC-BASIS         PIC X(12).
               10  WS-ACC-STATUS        PIC X(01).
                   88  WS-ACC-IN-BALANCE            VALUE "B".
                   88  WS-ACC-OUT-OF-BALANCE        VALUE "X".
                   88  WS-ACC-NOT-OPEN              VALUE "N".

      *    ONE POSTING, FROM WHICHEVER FILE, ON ITS WAY INTO THE TABLE.
       01  WS-POST.
           05  WS-POST-ACCT-NUMBER      PIC 9(10).
           05  WS-POST-STAMP.
               10  WS-POST-DATE         PIC 9(08).
               10  WS-POST-TIME         PIC 9(08).
               10  WS-POST-SEQ          PIC 9(04).
           05  WS-POST-OPER-TYPE        PIC X(01).
           05  WS-POST-DEBIT-CREDIT     PIC X(01).
           05  WS-POST-AMOUNT           PIC S9(11)V99 COMP-3.
           05  WS-POST-BEFORE-BALANCE   PIC S9(11)V99 COMP-3.
           05  WS-POST-AFTER-BALANCE    PIC S9(11)V99 COMP-3.
           05  WS-POST-SOURCE           PIC X(01).

       01  WS-LETTER-WORK.
           05  WS-LTR-CUST-NUMBER       PIC 9(08).
           05  WS-LTR-NAME              PIC X(30).
           05  WS-LTR-LINE-COUNT        PIC 9(03) COMP.
           05  WS-LTR-HOLD-SWITCH       PIC X(01).
               88  WS-LTR-HELD                  VALUE "Y".

       01  WS-REPORT-TOTALS.
           05  WS-TOT-REQUESTS          PIC 9(05)       VALUE ZERO.
           05  WS-TOT-REFUSED           PIC 9(05)       VALUE ZERO.
           05  WS-TOT-LETTERS           PIC 9(05)       VALUE ZERO.
           05  WS-TOT-HELD              PIC 9(05)       VALUE ZERO.
           05  WS-TOT-ACCOUNTS          PIC 9(05)       VALUE ZERO.
           05  WS-TOT-OUT-OF-BALANCE    PIC 9(05)       VALUE ZERO.
           05  WS-TOT-NO-ADDRESS        PIC 9(05)       VALUE ZERO.

       01  WS-EDIT-AMOUNT               PIC -,---,---,---,--9.99.
       01  WS-EDIT-MOVEMENT             PIC -,---,---,---,--9.99.
       01  WS-EDIT-CURRENT              PIC -,---,---,---,--9.99.
       01  WS-EDIT-COUNT                PIC ZZZZ9.
       01  WS-EDIT-REQ                  PIC ZZ9.

       01  WS-BDAY-FUNCTION             PIC X(01).
       01  WS-BUSINESS-DATE             PIC 9(08).
       01  WS-BDAY-RETURN-CODE          PIC X(01).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           IF NOT WS-RUN-VALID
               GO TO 0000-MAINLINE-EXIT
           END-IF
           PERFORM 2000-LOAD-REQUESTS THRU 2000-LOAD-REQUESTS-EXIT
           PERFORM 3000-SCAN-HISTORY THRU 3000-SCAN-HISTORY-EXIT
           PERFORM 4000-SCAN-ARCHIVE THRU 4000-SCAN-ARCHIVE-EXIT
           PERFORM 5000-SCAN-JOURNAL THRU 5000-SCAN-JOURNAL-EXIT
           PERFORM 6000-REBUILD-BALANCE THRU 6000-REBUILD-BALANCE-EXIT
               VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > WS-ACC-COUNT
           PERFORM 7000-PRINT-REQUEST THRU 7000-PRINT-REQUEST-EXIT
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT
           PERFORM 8000-WRITE-RUN-SUMMARY
               THRU 8000-WRITE-RUN-SUMMARY-EXIT
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.

       0000-MAINLINE-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE - ACCEPT THE AS-OF DATE, WHICH MUST BE A      *
      *  CALENDAR DATE BEFORE THE BUSINESS DATE (TODAY'S POSTINGS ARE  *
      *  STILL OPEN), AND OPEN THE FILES.                              *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "G" TO WS-BDAY-FUNCTION
           CALL "BDAYCTL" USING WS-BDAY-FUNCTION
                                 WS-BUSINESS-DATE
                                 WS-BDAY-RETURN-CODE
           END-CALL
           DISPLAY "BKBALCNF: AS-OF DATE (YYYYMMDD):"
           ACCEPT WS-AS-OF-DATE-X
           IF WS-AS-OF-DATE NUMERIC
               PERFORM 1100-SET-MONTH-END THRU 1100-SET-MONTH-END-EXIT
           END-IF
           IF WS-AS-OF-DATE NOT NUMERIC
               OR WS-AS-OF-MONTH-END = ZERO
               OR WS-AS-OF-DAY < 01
               OR WS-AS-OF-DAY > WS-AS-OF-MONTH-END
               DISPLAY "BKBALCNF: INVALID AS-OF DATE - NOTHING "
                       "PRINTED"
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           IF WS-AS-OF-DATE NOT < WS-BUSINESS-DATE
               DISPLAY "BKBALCNF: AS-OF DATE MUST BE BEFORE THE "
                       "BUSINESS DATE " WS-BUSINESS-DATE
                       " - NOTHING PRINTED"
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           OPEN INPUT CNF-REQUEST
           IF WS-REQ-FILE-STATUS = "35"
               DISPLAY "BKBALCNF: NO CNFREQ FILE PRESENT - "
                       "NOTHING PRINTED"
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           DISPLAY "BKBALCNF: REBUILDING BALANCES AS OF "
                   WS-AS-OF-DATE
           OPEN INPUT ACCT-MASTER
           OPEN INPUT CD-MASTER
           IF WS-CD-FILE-STATUS = "00"
               SET WS-CD-FILE-PRESENT TO TRUE
           END-IF
           OPEN INPUT CUST-MASTER
           IF WS-CUST-FILE-STATUS = "00"
               SET WS-CUST-FILE-PRESENT TO TRUE
           END-IF
           OPEN OUTPUT CNF-LETTERS
           OPEN OUTPUT CNF-RPT
           MOVE SPACES TO RPT-LINE
           STRING "BALANCE CONFIRMATION CONTROL REPORT - AS OF "
               DELIMITED BY SIZE
               WS-AS-OF-DATE DELIMITED BY SIZE
               "   BUSINESS DATE " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           SET WS-RUN-VALID TO TRUE.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1100-SET-MONTH-END - LAST DAY OF THE AS-OF MONTH, LEAP YEARS  *
      *  INCLUDED; LEFT ZERO FOR A MONTH OUTSIDE 01-12.                *
      *----------------------------------------------------------------*
       1100-SET-MONTH-END.
           MOVE ZERO TO WS-AS-OF-MONTH-END
           EVALUATE WS-AS-OF-MONTH
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-AS-OF-MONTH-END
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-AS-OF-MONTH-END
               WHEN 02
                   MOVE 28 TO WS-AS-OF-MONTH-END
                   DIVIDE WS-AS-OF-YEAR BY 4
                       GIVING WS-AS-OF-LEAP-REMAINDER
                       REMAINDER WS-AS-OF-LEAP-REMAINDER
                   IF WS-AS-OF-LEAP-REMAINDER = ZERO
                       MOVE 29 TO WS-AS-OF-MONTH-END
                       DIVIDE WS-AS-OF-YEAR BY 100
                           GIVING WS-AS-OF-LEAP-REMAINDER
                           REMAINDER WS-AS-OF-LEAP-REMAINDER
                       IF WS-AS-OF-LEAP-REMAINDER = ZERO
                           MOVE 28 TO WS-AS-OF-MONTH-END
                           DIVIDE WS-AS-OF-YEAR BY 400
                               GIVING WS-AS-OF-LEAP-REMAINDER
                               REMAINDER WS-AS-OF-LEAP-REMAINDER
                           IF WS-AS-OF-LEAP-REMAINDER = ZERO
                               MOVE 29 TO WS-AS-OF-MONTH-END
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

       1100-SET-MONTH-END-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-LOAD-REQUESTS - ONE TABLE ENTRY PER CNFREQ RECORD, AND   *
      *  ITS ACCOUNTS INTO THE ACCOUNT TABLE.  A REQUEST THAT CANNOT   *
      *  BE MET IS KEPT, REFUSED WITH A REASON, FOR THE REPORT.        *
      *----------------------------------------------------------------*
       2000-LOAD-REQUESTS.
           PERFORM 2050-READ-REQUEST THRU 2050-READ-REQUEST-EXIT
           PERFORM 2100-LOAD-ONE-REQUEST THRU 2100-LOAD-ONE-REQUEST-EXIT
               UNTIL WS-REQ-EOF
           CLOSE CNF-REQUEST.

       2000-LOAD-REQUESTS-EXIT.
           EXIT.

       2050-READ-REQUEST.
           READ CNF-REQUEST
               AT END
                   SET WS-REQ-EOF TO TRUE
           END-READ.

       2050-READ-REQUEST-EXIT.
           EXIT.

       2100-LOAD-ONE-REQUEST.
           ADD 1 TO WS-TOT-REQUESTS
           IF WS-REQ-COUNT NOT < WS-REQ-MAX
               DISPLAY "BKBALCNF: MORE THAN " WS-REQ-MAX
                       " REQUESTS - " CNF-KEY-NUMBER " NOT PRINTED"
               ADD 1 TO WS-TOT-REFUSED
               GO TO 2100-NEXT-REQUEST
           END-IF
           ADD 1 TO WS-REQ-COUNT
           MOVE WS-REQ-COUNT TO WS-REQ-SUB
           MOVE CNF-REQUEST-TYPE TO WS-REQ-TYPE (WS-REQ-SUB)
           MOVE CNF-REFERENCE TO WS-REQ-REFERENCE (WS-REQ-SUB)
           MOVE ZERO TO WS-REQ-CUST-NUMBER (WS-REQ-SUB)
           MOVE "N" TO WS-REQ-REFUSED-SWITCH (WS-REQ-SUB)
           MOVE SPACES TO WS-REQ-REASON (WS-REQ-SUB)
           IF CNF-KEY-NUMBER NOT NUMERIC
               MOVE ZERO TO WS-REQ-NUMBER (WS-REQ-SUB)
               MOVE "INVALID ACCOUNT OR CUSTOMER NUMBER" TO
                   WS-REQ-REASON (WS-REQ-SUB)
               SET WS-REQ-REFUSED (WS-REQ-SUB) TO TRUE
               GO TO 2100-NEXT-REQUEST
           END-IF
           MOVE CNF-KEY-NUMBER TO WS-REQ-NUMBER (WS-REQ-SUB)
           EVALUATE TRUE
               WHEN CNF-BY-ACCOUNT
                   PERFORM 2200-LOAD-ACCOUNT
                       THRU 2200-LOAD-ACCOUNT-EXIT
               WHEN CNF-BY-CUSTOMER
                   PERFORM 2300-LOAD-CUSTOMER
                       THRU 2300-LOAD-CUSTOMER-EXIT
               WHEN OTHER
                   MOVE "INVALID REQUEST TYPE" TO
                       WS-REQ-REASON (WS-REQ-SUB)
                   SET WS-REQ-REFUSED (WS-REQ-SUB) TO TRUE
           END-EVALUATE.

       2100-NEXT-REQUEST.
           PERFORM 2050-READ-REQUEST THRU 2050-READ-REQUEST-EXIT.

       2100-LOAD-ONE-REQUEST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2200-LOAD-ACCOUNT - A SINGLE ACCOUNT, OR A CD WHEN THE NUMBER *
      *  IS NOT ON ACCT-MASTER.                                        *
      *----------------------------------------------------------------*
       2200-LOAD-ACCOUNT.
           MOVE CNF-KEY-NUMBER TO ACCT-NUMBER
           READ ACCT-MASTER
               INVALID KEY
                   PERFORM 2250-LOAD-CD THRU 2250-LOAD-CD-EXIT
                   GO TO 2200-LOAD-ACCOUNT-EXIT
           END-READ
           MOVE ACCT-CUST-NUMBER TO WS-REQ-CUST-NUMBER (WS-REQ-SUB)
           PERFORM 2400-ADD-ACCOUNT THRU 2400-ADD-ACCOUNT-EXIT.

       2200-LOAD-ACCOUNT-EXIT.
           EXIT.

       2250-LOAD-CD.
           IF NOT WS-CD-FILE-PRESENT
               MOVE "ACCOUNT NOT ON FILE" TO WS-REQ-REASON (WS-REQ-SUB)
               SET WS-REQ-REFUSED (WS-REQ-SUB) TO TRUE
               GO TO 2250-LOAD-CD-EXIT
           END-IF
           MOVE CNF-KEY-NUMBER TO CD-NUMBER
           READ CD-MASTER
               INVALID KEY
                   MOVE "ACCOUNT NOT ON FILE" TO
                       WS-REQ-REASON (WS-REQ-SUB)
                   SET WS-REQ-REFUSED (WS-REQ-SUB) TO TRUE
                   GO TO 2250-LOAD-CD-EXIT
           END-READ
           MOVE CD-CUST-NUMBER TO WS-REQ-CUST-NUMBER (WS-REQ-SUB)
           PERFORM 2450-ADD-CD THRU 2450-ADD-CD-EXIT.

       2250-LOAD-CD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2300-LOAD-CUSTOMER - EVERY ACCOUNT AND CD THE CUSTOMER HOLDS. *
      *  ACCT-MASTER AND CDMASTER HAVE NO CUSTOMER KEY, SO BOTH ARE    *
      *  WALKED IN FULL.                                               *
      *----------------------------------------------------------------*
       2300-LOAD-CUSTOMER.
           IF CNF-KEY-NUMBER > 99999999
               MOVE "INVALID CUSTOMER NUMBER" TO
                   WS-REQ-REASON (WS-REQ-SUB)
               SET WS-REQ-REFUSED (WS-REQ-SUB) TO TRUE
               GO TO 2300-LOAD-CUSTOMER-EXIT
           END-IF
           MOVE CNF-KEY-NUMBER TO WS-REQ-CUST-NUMBER (WS-REQ-SUB)
           MOVE "N" TO WS-CUST-FOUND-SWITCH
           IF WS-CUST-FILE-PRESENT
               MOVE WS-REQ-CUST-NUMBER (WS-REQ-SUB) TO CUST-NUMBER
               READ CUST-MASTER
                   NOT INVALID KEY
                       SET WS-CUST-FOUND TO TRUE
               END-READ
           END-IF
           IF NOT WS-CUST-FOUND
               MOVE "CUSTOMER NOT ON FILE" TO
                   WS-REQ-REASON (WS-REQ-SUB)
               SET WS-REQ-REFUSED (WS-REQ-SUB) TO TRUE
               GO TO 2300-LOAD-CUSTOMER-EXIT
           END-IF
           MOVE "N" TO WS-SCAN-EOF-SWITCH
           MOVE ZERO TO ACCT-NUMBER
           START ACCT-MASTER KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 2310-CHECK-ONE-ACCOUNT
               THRU 2310-CHECK-ONE-ACCOUNT-EXIT
               UNTIL WS-SCAN-EOF
           IF WS-CD-FILE-PRESENT
               MOVE "N" TO WS-SCAN-EOF-SWITCH
               MOVE ZERO TO CD-NUMBER
               START CD-MASTER KEY IS NOT LESS THAN CD-NUMBER
                   INVALID KEY
                       SET WS-SCAN-EOF TO TRUE
               END-START
               PERFORM 2320-CHECK-ONE-CD THRU 2320-CHECK-ONE-CD-EXIT
                   UNTIL WS-SCAN-EOF
           END-IF.

       2300-LOAD-CUSTOMER-EXIT.
           EXIT.

       2310-CHECK-ONE-ACCOUNT.
           READ ACCT-MASTER NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   GO TO 2310-CHECK-ONE-ACCOUNT-EXIT
           END-READ
           IF ACCT-CUST-NUMBER = WS-REQ-CUST-NUMBER (WS-REQ-SUB)
               PERFORM 2400-ADD-ACCOUNT THRU 2400-ADD-ACCOUNT-EXIT
           END-IF.

       2310-CHECK-ONE-ACCOUNT-EXIT.
           EXIT.

       2320-CHECK-ONE-CD.
           READ CD-MASTER NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   GO TO 2320-CHECK-ONE-CD-EXIT
           END-READ
           IF CD-CUST-NUMBER = WS-REQ-CUST-NUMBER (WS-REQ-SUB)
               PERFORM 2450-ADD-CD THRU 2450-ADD-CD-EXIT
           END-IF.

       2320-CHECK-ONE-CD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2400-ADD-ACCOUNT / 2450-ADD-CD - NEW ACCOUNT TABLE ENTRY FOR  *
      *  THE CURRENT REQUEST FROM THE MASTER RECORD IN HAND.           *
      *----------------------------------------------------------------*
       2400-ADD-ACCOUNT.
           PERFORM 2500-NEW-ACCOUNT-ENTRY
               THRU 2500-NEW-ACCOUNT-ENTRY-EXIT
           IF WS-ACC-SUB = ZERO
               GO TO 2400-ADD-ACCOUNT-EXIT
           END-IF
           MOVE ACCT-NUMBER TO WS-ACC-NUMBER (WS-ACC-SUB)
           MOVE "A" TO WS-ACC-KIND (WS-ACC-SUB)
           MOVE ACCT-HOLDER-NAME TO WS-ACC-HOLDER-NAME (WS-ACC-SUB)
           MOVE ACCT-BRANCH TO WS-ACC-BRANCH (WS-ACC-SUB)
           MOVE ACCT-CUST-NUMBER TO WS-ACC-CUST-NUMBER (WS-ACC-SUB)
           MOVE ACCT-OPEN-DATE TO WS-ACC-OPEN-DATE (WS-ACC-SUB)
           MOVE ACCT-CURRENT-BALANCE TO
               WS-ACC-CURRENT-BALANCE (WS-ACC-SUB).

       2400-ADD-ACCOUNT-EXIT.
           EXIT.

       2450-ADD-CD.
           PERFORM 2500-NEW-ACCOUNT-ENTRY
               THRU 2500-NEW-ACCOUNT-ENTRY-EXIT
           IF WS-ACC-SUB = ZERO
               GO TO 2450-ADD-CD-EXIT
           END-IF
           MOVE CD-NUMBER TO WS-ACC-NUMBER (WS-ACC-SUB)
           MOVE "C" TO WS-ACC-KIND (WS-ACC-SUB)
           MOVE CD-HOLDER-NAME TO WS-ACC-HOLDER-NAME (WS-ACC-SUB)
           MOVE CD-BRANCH TO WS-ACC-BRANCH (WS-ACC-SUB)
           MOVE CD-CUST-NUMBER TO WS-ACC-CUST-NUMBER (WS-ACC-SUB)
           MOVE CD-OPEN-DATE TO WS-ACC-OPEN-DATE (WS-ACC-SUB)
           MOVE CD-PRINCIPAL TO WS-ACC-CURRENT-BALANCE (WS-ACC-SUB).

       2450-ADD-CD-EXIT.
           EXIT.

       2500-NEW-ACCOUNT-ENTRY.
           IF WS-ACC-COUNT NOT < WS-ACC-MAX
               MOVE ZERO TO WS-ACC-SUB
               MOVE "TOO MANY ACCOUNTS FOR ONE RUN" TO
                   WS-REQ-REASON (WS-REQ-SUB)
               SET WS-REQ-REFUSED (WS-REQ-SUB) TO TRUE
               GO TO 2500-NEW-ACCOUNT-ENTRY-EXIT
           END-IF
           ADD 1 TO WS-ACC-COUNT
           MOVE WS-ACC-COUNT TO WS-ACC-SUB
           MOVE WS-REQ-SUB TO WS-ACC-REQ-SUB (WS-ACC-SUB)
           MOVE ZERO TO WS-ACC-LAST-STAMP (WS-ACC-SUB)
           MOVE ZERO TO WS-ACC-LAST-BALANCE (WS-ACC-SUB)
           MOVE SPACE TO WS-ACC-LAST-SOURCE (WS-ACC-SUB)
           MOVE ALL "9" TO WS-ACC-NEXT-STAMP (WS-ACC-SUB)
           MOVE ZERO TO WS-ACC-NEXT-BALANCE (WS-ACC-SUB)
           MOVE ZERO TO WS-ACC-MOVEMENT (WS-ACC-SUB)
           MOVE ZERO TO WS-ACC-REBUILT-BALANCE (WS-ACC-SUB)
           MOVE ZERO TO WS-ACC-DIFFERENCE (WS-ACC-SUB)
           MOVE SPACES TO WS-ACC-BASIS (WS-ACC-SUB)
           MOVE SPACE TO WS-ACC-STATUS (WS-ACC-SUB).

       2500-NEW-ACCOUNT-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-SCAN-HISTORY - EACH ACCOUNT'S POSTINGS ON TRANHIST, READ *
      *  BY KEY FROM THE START OF THE ACCOUNT.                         *
      *----------------------------------------------------------------*
       3000-SCAN-HISTORY.
           OPEN INPUT JRNL-HISTORY
           IF WS-HIST-FILE-STATUS NOT = "00"
               GO TO 3000-SCAN-HISTORY-EXIT
           END-IF
           PERFORM 3100-SCAN-ONE-ACCOUNT THRU 3100-SCAN-ONE-ACCOUNT-EXIT
               VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > WS-ACC-COUNT
           CLOSE JRNL-HISTORY.

       3000-SCAN-HISTORY-EXIT.
           EXIT.

       3100-SCAN-ONE-ACCOUNT.
           MOVE "N" TO WS-SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO TJH-KEY
           MOVE WS-ACC-NUMBER (WS-ACC-SUB) TO TJH-ACCT-NUMBER
           START JRNL-HISTORY KEY IS NOT LESS THAN TJH-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 3200-READ-ONE-POSTING THRU 3200-READ-ONE-POSTING-EXIT
               UNTIL WS-SCAN-EOF.

       3100-SCAN-ONE-ACCOUNT-EXIT.
           EXIT.

       3200-READ-ONE-POSTING.
           READ JRNL-HISTORY NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   GO TO 3200-READ-ONE-POSTING-EXIT
           END-READ
           IF TJH-ACCT-NUMBER NOT = WS-ACC-NUMBER (WS-ACC-SUB)
               SET WS-SCAN-EOF TO TRUE
               GO TO 3200-READ-ONE-POSTING-EXIT
           END-IF
           MOVE TJH-ACCT-NUMBER TO WS-POST-ACCT-NUMBER
           MOVE TJH-TRAN-DATE TO WS-POST-DATE
           MOVE TJH-TRAN-TIME TO WS-POST-TIME
           MOVE TJH-SEQUENCE TO WS-POST-SEQ
           MOVE TJH-OPERATION-TYPE TO WS-POST-OPER-TYPE
           MOVE TJH-DEBIT-CREDIT-IND TO WS-POST-DEBIT-CREDIT
           MOVE TJH-AMOUNT TO WS-POST-AMOUNT
           MOVE TJH-BEFORE-BALANCE TO WS-POST-BEFORE-BALANCE
           MOVE TJH-AFTER-BALANCE TO WS-POST-AFTER-BALANCE
           MOVE "H" TO WS-POST-SOURCE
           PERFORM 3900-APPLY-POSTING THRU 3900-APPLY-POSTING-EXIT.

       3200-READ-ONE-POSTING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3900-APPLY-POSTING - FOLD WS-POST INTO ACCOUNT ENTRY          *
      *  WS-ACC-SUB.  ON OR BEFORE THE AS-OF DATE IT MAY BE THE LAST   *
      *  POSTING; AFTER IT, IT MAY BE THE FIRST ONE AND ITS MONEY IS   *
      *  MOVEMENT SINCE THE AS-OF DATE.                                *
      *----------------------------------------------------------------*
       3900-APPLY-POSTING.
           IF WS-POST-DATE NOT > WS-AS-OF-DATE
               IF WS-POST-STAMP > WS-ACC-LAST-STAMP (WS-ACC-SUB)
                   MOVE WS-POST-STAMP TO WS-ACC-LAST-STAMP (WS-ACC-SUB)
                   MOVE WS-POST-AFTER-BALANCE TO
                       WS-ACC-LAST-BALANCE (WS-ACC-SUB)
                   MOVE WS-POST-SOURCE TO
                       WS-ACC-LAST-SOURCE (WS-ACC-SUB)
               END-IF
               GO TO 3900-APPLY-POSTING-EXIT
           END-IF
           IF WS-POST-STAMP < WS-ACC-NEXT-STAMP (WS-ACC-SUB)
               MOVE WS-POST-STAMP TO WS-ACC-NEXT-STAMP (WS-ACC-SUB)
               MOVE WS-POST-BEFORE-BALANCE TO
                   WS-ACC-NEXT-BALANCE (WS-ACC-SUB)
           END-IF
      *    HOLD (RETENCIONES) AND OVERRIDE (AUTORIZACION) ENTRIES DO
      *    NOT MOVE THE BALANCE, AS IN BKRECON.
           IF WS-POST-OPER-TYPE = "5" OR "8"
               GO TO 3900-APPLY-POSTING-EXIT
           END-IF
           IF WS-POST-DEBIT-CREDIT = "C"
               ADD WS-POST-AMOUNT TO WS-ACC-MOVEMENT (WS-ACC-SUB)
           ELSE
               SUBTRACT WS-POST-AMOUNT FROM WS-ACC-MOVEMENT (WS-ACC-SUB)
           END-IF.

       3900-APPLY-POSTING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4000-SCAN-ARCHIVE - ONE PASS OVER THE SEQUENTIAL TRANHARC     *
      *  ARCHIVE; EACH POSTING IS FOLDED INTO EVERY TABLE ENTRY FOR    *
      *  ITS ACCOUNT.                                                  *
      *----------------------------------------------------------------*
       4000-SCAN-ARCHIVE.
           IF WS-ACC-COUNT = ZERO
               GO TO 4000-SCAN-ARCHIVE-EXIT
           END-IF
           OPEN INPUT HIST-ARCHIVE
           IF WS-ARC-FILE-STATUS NOT = "00"
               GO TO 4000-SCAN-ARCHIVE-EXIT
           END-IF
           MOVE "N" TO WS-SCAN-EOF-SWITCH
           PERFORM 4100-READ-ONE-ARCHIVED
               THRU 4100-READ-ONE-ARCHIVED-EXIT
               UNTIL WS-SCAN-EOF
           CLOSE HIST-ARCHIVE.

       4000-SCAN-ARCHIVE-EXIT.
           EXIT.

       4100-READ-ONE-ARCHIVED.
           READ HIST-ARCHIVE
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   GO TO 4100-READ-ONE-ARCHIVED-EXIT
           END-READ
           MOVE ARC-ACCT-NUMBER TO WS-POST-ACCT-NUMBER
           MOVE ARC-TRAN-DATE TO WS-POST-DATE
           MOVE ARC-TRAN-TIME TO WS-POST-TIME
           MOVE ARC-SEQUENCE TO WS-POST-SEQ
           MOVE ARC-OPERATION-TYPE TO WS-POST-OPER-TYPE
           MOVE ARC-DEBIT-CREDIT-IND TO WS-POST-DEBIT-CREDIT
           MOVE ARC-AMOUNT TO WS-POST-AMOUNT
           MOVE ARC-BEFORE-BALANCE TO WS-POST-BEFORE-BALANCE
           MOVE ARC-AFTER-BALANCE TO WS-POST-AFTER-BALANCE
           MOVE "A" TO WS-POST-SOURCE
           PERFORM 4900-APPLY-TO-MATCHES THRU 4900-APPLY-TO-MATCHES-EXIT
               VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > WS-ACC-COUNT.

       4100-READ-ONE-ARCHIVED-EXIT.
           EXIT.

       4900-APPLY-TO-MATCHES.
           IF WS-ACC-NUMBER (WS-ACC-SUB) = WS-POST-ACCT-NUMBER
               PERFORM 3900-APPLY-POSTING THRU 3900-APPLY-POSTING-EXIT
           END-IF.

       4900-APPLY-TO-MATCHES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5000-SCAN-JOURNAL - TODAY'S POSTINGS ARE NOT ON TRANHIST      *
      *  UNTIL THE BKEODCUT CUTOVER BUT ARE ALREADY IN THE CURRENT     *
      *  BALANCE, SO THEY ARE PART OF THE ROLL-FORWARD.                *
      *----------------------------------------------------------------*
       5000-SCAN-JOURNAL.
           IF WS-ACC-COUNT = ZERO
               GO TO 5000-SCAN-JOURNAL-EXIT
           END-IF
           OPEN INPUT TRAN-JOURNAL
           IF WS-JRNL-FILE-STATUS NOT = "00"
               GO TO 5000-SCAN-JOURNAL-EXIT
           END-IF
           MOVE "N" TO WS-SCAN-EOF-SWITCH
           PERFORM 5100-READ-ONE-ENTRY THRU 5100-READ-ONE-ENTRY-EXIT
               UNTIL WS-SCAN-EOF
           CLOSE TRAN-JOURNAL.

       5000-SCAN-JOURNAL-EXIT.
           EXIT.

       5100-READ-ONE-ENTRY.
           READ TRAN-JOURNAL
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   GO TO 5100-READ-ONE-ENTRY-EXIT
           END-READ
           MOVE TJ-ACCT-NUMBER TO WS-POST-ACCT-NUMBER
           MOVE TJ-TRAN-DATE TO WS-POST-DATE
           MOVE TJ-TRAN-TIME TO WS-POST-TIME
           MOVE ZERO TO WS-POST-SEQ
           MOVE TJ-OPERATION-TYPE TO WS-POST-OPER-TYPE
           MOVE TJ-DEBIT-CREDIT-IND TO WS-POST-DEBIT-CREDIT
           MOVE TJ-AMOUNT TO WS-POST-AMOUNT
           MOVE TJ-BEFORE-BALANCE TO WS-POST-BEFORE-BALANCE
           MOVE TJ-AFTER-BALANCE TO WS-POST-AFTER-BALANCE
           MOVE "J" TO WS-POST-SOURCE
           PERFORM 4900-APPLY-TO-MATCHES THRU 4900-APPLY-TO-MATCHES-EXIT
               VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > WS-ACC-COUNT.

       5100-READ-ONE-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  6000-REBUILD-BALANCE - THE AS-OF BALANCE AND ITS BASIS:       *
      *      TRANHIST / TRANHARC  AFTER-BALANCE OF THE LAST POSTING ON *
      *                           OR BEFORE THE AS-OF DATE.            *
      *      NEXT POSTING         NONE BY THEN - BEFORE-BALANCE OF THE *
      *                           FIRST POSTING AFTER IT.              *
      *      NO POSTINGS          NOTHING EVER POSTED - THE BALANCE    *
      *                           HAS NOT MOVED.                       *
      *  THEN ROLL IT FORWARD AND COMPARE WITH THE CURRENT BALANCE.    *
      *----------------------------------------------------------------*
       6000-REBUILD-BALANCE.
           ADD 1 TO WS-TOT-ACCOUNTS
           IF WS-ACC-OPEN-DATE (WS-ACC-SUB) > WS-AS-OF-DATE
               SET WS-ACC-NOT-OPEN (WS-ACC-SUB) TO TRUE
               GO TO 6000-REBUILD-BALANCE-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-ACC-LAST-DATE (WS-ACC-SUB) > ZERO
                   MOVE WS-ACC-LAST-BALANCE (WS-ACC-SUB) TO
                       WS-ACC-REBUILT-BALANCE (WS-ACC-SUB)
                   IF WS-ACC-LAST-SOURCE (WS-ACC-SUB) = "A"
                       MOVE "TRANHARC" TO WS-ACC-BASIS (WS-ACC-SUB)
                   ELSE
                       MOVE "TRANHIST" TO WS-ACC-BASIS (WS-ACC-SUB)
                   END-IF
               WHEN WS-ACC-NEXT-DATE (WS-ACC-SUB) NOT = 99999999
                   MOVE WS-ACC-NEXT-BALANCE (WS-ACC-SUB) TO
                       WS-ACC-REBUILT-BALANCE (WS-ACC-SUB)
                   MOVE "NEXT POSTING" TO WS-ACC-BASIS (WS-ACC-SUB)
               WHEN OTHER
                   MOVE WS-ACC-CURRENT-BALANCE (WS-ACC-SUB) TO
                       WS-ACC-REBUILT-BALANCE (WS-ACC-SUB)
                   MOVE "NO POSTINGS" TO WS-ACC-BASIS (WS-ACC-SUB)
           END-EVALUATE
           COMPUTE WS-ACC-DIFFERENCE (WS-ACC-SUB) =
               WS-ACC-CURRENT-BALANCE (WS-ACC-SUB)
               - WS-ACC-REBUILT-BALANCE (WS-ACC-SUB)
               - WS-ACC-MOVEMENT (WS-ACC-SUB)
           IF WS-ACC-DIFFERENCE (WS-ACC-SUB) = ZERO
               SET WS-ACC-IN-BALANCE (WS-ACC-SUB) TO TRUE
           ELSE
               SET WS-ACC-OUT-OF-BALANCE (WS-ACC-SUB) TO TRUE
               ADD 1 TO WS-TOT-OUT-OF-BALANCE
           END-IF.

       6000-REBUILD-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  7000-PRINT-REQUEST - THE CONTROL-REPORT BLOCK FOR ONE         *
      *  REQUEST AND, UNLESS IT IS REFUSED OR HELD, ITS LETTER.        *
      *----------------------------------------------------------------*
       7000-PRINT-REQUEST.
           MOVE WS-REQ-SUB TO WS-EDIT-REQ
           MOVE SPACES TO RPT-LINE
           STRING "REQUEST " DELIMITED BY SIZE
               WS-EDIT-REQ DELIMITED BY SIZE
               "  TYPE " DELIMITED BY SIZE
               WS-REQ-TYPE (WS-REQ-SUB) DELIMITED BY SIZE
               "  NUMBER " DELIMITED BY SIZE
               WS-REQ-NUMBER (WS-REQ-SUB) DELIMITED BY SIZE
               "  REFERENCE " DELIMITED BY SIZE
               WS-REQ-REFERENCE (WS-REQ-SUB) DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-REQ-REFUSED (WS-REQ-SUB)
               PERFORM 7900-WRITE-REFUSED-LINE
                   THRU 7900-WRITE-REFUSED-LINE-EXIT
               GO TO 7000-PRINT-REQUEST-EXIT
           END-IF
           MOVE ZERO TO WS-LTR-LINE-COUNT
           MOVE "N" TO WS-LTR-HOLD-SWITCH
           PERFORM 7100-REPORT-ONE-ACCOUNT
               THRU 7100-REPORT-ONE-ACCOUNT-EXIT
               VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > WS-ACC-COUNT
           IF WS-LTR-LINE-COUNT = ZERO
               MOVE "NO ACCOUNT OPEN ON THE AS-OF DATE" TO
                   WS-REQ-REASON (WS-REQ-SUB)
               PERFORM 7900-WRITE-REFUSED-LINE
                   THRU 7900-WRITE-REFUSED-LINE-EXIT
               GO TO 7000-PRINT-REQUEST-EXIT
           END-IF
           IF WS-LTR-HELD
               ADD 1 TO WS-TOT-HELD
               MOVE SPACES TO RPT-LINE
               MOVE "   *** LETTER HELD - A BALANCE DOES NOT ROLL "
                   TO RPT-LINE
               MOVE "FORWARD" TO RPT-LINE (47:7)
               WRITE RPT-LINE
               GO TO 7000-PRINT-REQUEST-EXIT
           END-IF
           PERFORM 7200-WRITE-LETTER THRU 7200-WRITE-LETTER-EXIT.

       7000-PRINT-REQUEST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  7100-REPORT-ONE-ACCOUNT - ONE CONTROL LINE PER ACCOUNT OF     *
      *  THE REQUEST, AND A FLAG LINE WHEN IT DOES NOT ROLL FORWARD.   *
      *----------------------------------------------------------------*
       7100-REPORT-ONE-ACCOUNT.
           IF WS-ACC-REQ-SUB (WS-ACC-SUB) NOT = WS-REQ-SUB
               GO TO 7100-REPORT-ONE-ACCOUNT-EXIT
           END-IF
           IF WS-ACC-NOT-OPEN (WS-ACC-SUB)
               MOVE SPACES TO RPT-LINE
               STRING "   ACCOUNT " DELIMITED BY SIZE
                   WS-ACC-NUMBER (WS-ACC-SUB) DELIMITED BY SIZE
                   "  NOT OPEN ON THE AS-OF DATE - OPENED "
                   DELIMITED BY SIZE
                   WS-ACC-OPEN-DATE (WS-ACC-SUB) DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
               GO TO 7100-REPORT-ONE-ACCOUNT-EXIT
           END-IF
           ADD 1 TO WS-LTR-LINE-COUNT
           MOVE WS-ACC-REBUILT-BALANCE (WS-ACC-SUB) TO WS-EDIT-AMOUNT
           MOVE WS-ACC-MOVEMENT (WS-ACC-SUB) TO WS-EDIT-MOVEMENT
           MOVE WS-ACC-CURRENT-BALANCE (WS-ACC-SUB) TO WS-EDIT-CURRENT
           MOVE SPACES TO RPT-LINE
           STRING "   ACCOUNT " DELIMITED BY SIZE
               WS-ACC-NUMBER (WS-ACC-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ACC-BASIS (WS-ACC-SUB) DELIMITED BY SIZE
               "  AS-OF " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               "  MOVEMENT " DELIMITED BY SIZE
               WS-EDIT-MOVEMENT DELIMITED BY SIZE
               "  CURRENT " DELIMITED BY SIZE
               WS-EDIT-CURRENT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-ACC-OUT-OF-BALANCE (WS-ACC-SUB)
               SET WS-LTR-HELD TO TRUE
               MOVE WS-ACC-DIFFERENCE (WS-ACC-SUB) TO WS-EDIT-AMOUNT
               MOVE SPACES TO RPT-LINE
               STRING "   *** DOES NOT ROLL FORWARD TO THE CURRENT "
                   DELIMITED BY SIZE
                   "BALANCE - DIFFERENCE " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       7100-REPORT-ONE-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  7200-WRITE-LETTER - ONE PAGE: ADDRESSEE FROM CUST-MASTER (OR  *
      *  THE HOLDER NAME ON AN UNLINKED ACCOUNT), THE AS-OF DATE, ONE  *
      *  LINE PER ACCOUNT OPEN ON THAT DATE, AND THE REPLY SLIP.       *
      *----------------------------------------------------------------*
       7200-WRITE-LETTER.
           ADD 1 TO WS-TOT-LETTERS
           MOVE WS-REQ-CUST-NUMBER (WS-REQ-SUB) TO WS-LTR-CUST-NUMBER
           MOVE SPACES TO LTR-LINE
           STRING "BALANCE CONFIRMATION                    DATE "
               DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO LTR-LINE
           WRITE LTR-LINE AFTER ADVANCING PAGE
           IF WS-REQ-REFERENCE (WS-REQ-SUB) NOT = SPACES
               MOVE SPACES TO LTR-LINE
               STRING "YOUR REFERENCE " DELIMITED BY SIZE
                   WS-REQ-REFERENCE (WS-REQ-SUB) DELIMITED BY SIZE
                   INTO LTR-LINE
               WRITE LTR-LINE
           END-IF
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE
           PERFORM 7300-WRITE-ADDRESS THRU 7300-WRITE-ADDRESS-EXIT
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           STRING "OUR AUDITORS ARE EXAMINING OUR RECORDS.  PLEASE "
               DELIMITED BY SIZE
               "CONFIRM THAT THE BALANCES BELOW" DELIMITED BY SIZE
               INTO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           STRING "AGREE WITH YOUR RECORDS AT THE CLOSE OF BUSINESS "
               DELIMITED BY SIZE
               "ON " DELIMITED BY SIZE
               WS-AS-OF-DATE DELIMITED BY SIZE
               ", OR NOTE ANY DIFFERENCE," DELIMITED BY SIZE
               INTO LTR-LINE
           WRITE LTR-LINE
           MOVE "AND RETURN THIS LETTER DIRECTLY TO THE AUDITORS."
               TO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           STRING "ACCOUNT     HOLDER NAME                     BRANCH"
               DELIMITED BY SIZE
               "              BALANCE" DELIMITED BY SIZE
               INTO LTR-LINE
           WRITE LTR-LINE
           PERFORM 7400-WRITE-BALANCE-LINE
               THRU 7400-WRITE-BALANCE-LINE-EXIT
               VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > WS-ACC-COUNT
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE
           MOVE "THE ABOVE BALANCES ARE CORRECT:  [ ]        "
               TO LTR-LINE
           WRITE LTR-LINE
           MOVE "EXCEPTIONS (PLEASE DETAIL):       [ ]        "
               TO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE
           MOVE "SIGNATURE ______________________   DATE __________"
               TO LTR-LINE
           WRITE LTR-LINE.

       7200-WRITE-LETTER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  7300-WRITE-ADDRESS - THE CUSTOMER'S NAME AND MAILING ADDRESS. *
      *  AN UNLINKED ACCOUNT OR A MISSING CUSTOMER RECORD GETS THE     *
      *  HOLDER NAME ONLY AND IS LISTED ON THE CONTROL REPORT.         *
      *----------------------------------------------------------------*
       7300-WRITE-ADDRESS.
           MOVE "N" TO WS-CUST-FOUND-SWITCH
           IF WS-CUST-FILE-PRESENT
               AND WS-LTR-CUST-NUMBER NOT = ZERO
               MOVE WS-LTR-CUST-NUMBER TO CUST-NUMBER
               READ CUST-MASTER
                   NOT INVALID KEY
                       SET WS-CUST-FOUND TO TRUE
               END-READ
           END-IF
           IF NOT WS-CUST-FOUND
               PERFORM 7350-FIRST-HOLDER-NAME
                   THRU 7350-FIRST-HOLDER-NAME-EXIT
                   VARYING WS-ACC-SUB FROM WS-ACC-COUNT BY -1
                   UNTIL WS-ACC-SUB < 1
               MOVE WS-LTR-NAME TO LTR-LINE
               WRITE LTR-LINE
               ADD 1 TO WS-TOT-NO-ADDRESS
               MOVE "   *** NO MAILING ADDRESS ON FILE - LETTER NEEDS "
                   TO RPT-LINE
               MOVE "ADDRESSING BY HAND" TO RPT-LINE (51:18)
               WRITE RPT-LINE
               GO TO 7300-WRITE-ADDRESS-EXIT
           END-IF
           MOVE CUST-NAME TO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           MOVE CUST-ADDRESS-LINE-1 TO LTR-LINE
           WRITE LTR-LINE
           IF CUST-ADDRESS-LINE-2 NOT = SPACES
               MOVE SPACES TO LTR-LINE
               MOVE CUST-ADDRESS-LINE-2 TO LTR-LINE
               WRITE LTR-LINE
           END-IF
           MOVE SPACES TO LTR-LINE
           MOVE CUST-CITY TO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           STRING "CUSTOMER " DELIMITED BY SIZE
               WS-LTR-CUST-NUMBER DELIMITED BY SIZE
               INTO LTR-LINE
           WRITE LTR-LINE.

       7300-WRITE-ADDRESS-EXIT.
           EXIT.

      *    WALKED BACKWARDS SO THE NAME LEFT IS THE REQUEST'S FIRST.
       7350-FIRST-HOLDER-NAME.
           IF WS-ACC-REQ-SUB (WS-ACC-SUB) = WS-REQ-SUB
               MOVE WS-ACC-HOLDER-NAME (WS-ACC-SUB) TO WS-LTR-NAME
           END-IF.

       7350-FIRST-HOLDER-NAME-EXIT.
           EXIT.

       7400-WRITE-BALANCE-LINE.
           IF WS-ACC-REQ-SUB (WS-ACC-SUB) NOT = WS-REQ-SUB
               OR WS-ACC-NOT-OPEN (WS-ACC-SUB)
               GO TO 7400-WRITE-BALANCE-LINE-EXIT
           END-IF
           MOVE WS-ACC-REBUILT-BALANCE (WS-ACC-SUB) TO WS-EDIT-AMOUNT
           MOVE SPACES TO LTR-LINE
           STRING WS-ACC-NUMBER (WS-ACC-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ACC-HOLDER-NAME (WS-ACC-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ACC-BRANCH (WS-ACC-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO LTR-LINE
           IF WS-ACC-IS-CD (WS-ACC-SUB)
               MOVE "CD" TO LTR-LINE (89:2)
           END-IF
           WRITE LTR-LINE.

       7400-WRITE-BALANCE-LINE-EXIT.
           EXIT.

       7900-WRITE-REFUSED-LINE.
           ADD 1 TO WS-TOT-REFUSED
           MOVE SPACES TO RPT-LINE
           STRING "   *** NO LETTER - " DELIMITED BY SIZE
               WS-REQ-REASON (WS-REQ-SUB) DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE.

       7900-WRITE-REFUSED-LINE-EXIT.
           EXIT.

       8000-WRITE-RUN-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOT-REQUESTS TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "REQUESTS READ:             " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOT-ACCOUNTS TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNTS REBUILT:          " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOT-OUT-OF-BALANCE TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "NOT ROLLING FORWARD:       " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOT-LETTERS TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "LETTERS PRINTED:           " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOT-NO-ADDRESS TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "  WITHOUT MAILING ADDRESS: " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOT-HELD TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "LETTERS HELD:              " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOT-REFUSED TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "REQUESTS NOT PRINTED:      " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOT-LETTERS TO WS-EDIT-COUNT
           DISPLAY "BKBALCNF: " WS-EDIT-COUNT " LETTER(S) PRINTED"
           MOVE WS-TOT-HELD TO WS-EDIT-COUNT
           DISPLAY "BKBALCNF: " WS-EDIT-COUNT " LETTER(S) HELD"
           MOVE WS-TOT-OUT-OF-BALANCE TO WS-EDIT-COUNT
           DISPLAY "BKBALCNF: " WS-EDIT-COUNT
                   " ACCOUNT(S) DO NOT ROLL FORWARD - SEE CNFRPT".

       8000-WRITE-RUN-SUMMARY-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE ACCT-MASTER
           IF WS-CD-FILE-PRESENT
               CLOSE CD-MASTER
           END-IF
           IF WS-CUST-FILE-PRESENT
               CLOSE CUST-MASTER
           END-IF
           CLOSE CNF-LETTERS
           CLOSE CNF-RPT.

       9000-TERMINATE-EXIT.
           EXIT.
