       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BKAMLMON.
       AUTHOR.        R. ALVARADO.
       INSTALLATION.  BRANCH SYSTEMS GROUP.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *================================================================*
      *  MODIFICATION HISTORY                                          *
      *  2026-10-15  RA   INITIAL VERSION - STRUCTURING AND            *
      *                    SUSPICIOUS-ACTIVITY MONITORING WITH THE     *
      *                    AMLCASE COMPLIANCE CASE FILE.               *
      *  2026-10-15  RA   A CLEARED OR ESCALATED CASE HOLDS OFF A NEW  *
      *                    ONE UNTIL THE RULE COUNTS LATER ACTIVITY;   *
      *                    CASH SALES OF OFFICIAL CHECKS ON OFCKREG    *
      *                    COUNT AS CASH IN.                           *
      *================================================================*
      *  PURPOSE.                                                      *
      *      NIGHTLY COMPLIANCE MONITOR.  BKCTRRPT CATCHES ONE         *
      *      ACCOUNT REACHING THE CASH THRESHOLD IN ONE DAY; THIS      *
      *      STEP LOOKS FOR CASH KEPT JUST UNDER IT ACROSS SEVERAL     *
      *      DAYS AND ACROSS ONE CUSTOMER'S SEVERAL ACCOUNTS.  IT      *
      *      READS TRANHIST FOR THE LOOK-BACK WINDOW, PLUS THE DAY'S   *
      *      TRAN-JOURNAL NOT YET CUT OVER AND THE OFFICIAL CHECKS     *
      *      SOLD FOR CASH ON OFCKREG (CASH IN TO THE PURCHASER'S      *
      *      ACCOUNT, SINCE A CASH SALE IS NEVER JOURNALED), AND       *
      *      GROUPS THE CASH ACTIVITY BY ACCT-CUST-NUMBER (AN ACCOUNT  *
      *      WITH NO CUSTOMER LINK STANDS ON ITS OWN).  THREE RULES,   *
      *      ALL TUNED FROM THE AMLPARM FILE:                          *
      *          N  NEAR-THRESHOLD REPEATS - AT LEAST NEAR-COUNT CASH  *
      *             ITEMS AT OR ABOVE NEAR-PERCENT OF THE CTRPARM      *
      *             THRESHOLD BUT BELOW IT.                            *
      *          V  VELOCITY - AT LEAST VELOCITY-COUNT CASH ITEMS      *
      *             TOTALLING VELOCITY-AMOUNT IN THE LAST              *
      *             VELOCITY-DAYS DAYS.                                *
      *          A  ACH IN, CASH OUT - AN ACH ENTRADA CREDIT OF AT     *
      *             LEAST ACH-MIN-AMOUNT FOLLOWED WITHIN ACH-DAYS BY   *
      *             CASH WITHDRAWALS OF ACH-OUT-PERCENT OF IT.         *
      *      EACH HIT OPENS A CASE ON AMLCASE UNLESS THE SAME          *
      *      CUSTOMER ALREADY HAS AN OPEN CASE FOR THAT RULE, OR HAD   *
      *      ONE CLEARED OR ESCALATED WITHIN THE WINDOW AND NOTHING    *
      *      THE RULE COUNTED IS DATED AFTER THAT DISPOSITION (NOR IS  *
      *      ANY OF IT FROM THE BUSINESS DATE ITSELF).  THE            *
      *      AMLRPT REPORT LISTS THE NEW CASES AND EVERY CASE STILL    *
      *      OPEN PAST THE FILING DEADLINE.  COMPLIANCE RECORDS THE    *
      *      DISPOSITION THROUGH THE SUPERVISOR A-CUMPLIMIENTO         *
      *      OPTION (AMLCMNT).  RUN BEFORE THE BKEODCUT CUTOVER.       *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-JOURNAL ASSIGN TO "TRANJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT JRNL-HISTORY ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TJH-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK7".

           SELECT OFCK-REGISTER ASSIGN TO "OFCKREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFCK-SERIAL
               FILE STATUS IS WS-OFCK-FILE-STATUS.

           SELECT CTR-PARM ASSIGN TO "CTRPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTRP-FILE-STATUS.

           SELECT AML-PARM ASSIGN TO "AMLPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT ACCT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT CUST-MASTER ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT AML-CASES ASSIGN TO "AMLCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-KEY
               FILE STATUS IS WS-CASE-FILE-STATUS.

           SELECT AML-RPT ASSIGN TO "AMLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-JOURNAL.
           COPY tranrec.

       FD  JRNL-HISTORY.
           COPY histrec.

       SD  SORT-WORK.
      *    ONE ROW PER CASH (OR ACH ENTRADA) MOVEMENT IN THE WINDOW,
      *    KEYED FOR THE BREAK ON CUSTOMER.  SR-GROUP-ACCT IS ZERO
      *    FOR A CUSTOMER'S ACCOUNTS AND THE ACCOUNT ITSELF WHEN IT
      *    HAS NO CUSTOMER LINK.
       01  SR-AML-ROW.
           05  SR-GROUP-CUST            PIC 9(08).
           05  SR-GROUP-ACCT            PIC 9(10).
           05  SR-TRAN-DATE             PIC 9(08).
           05  SR-TRAN-TIME             PIC 9(08).
           05  SR-ACCT-NUMBER           PIC 9(10).
           05  SR-HOLDER-NAME           PIC X(30).
           05  SR-KIND                  PIC X(01).
               88  SR-CASH-IN                   VALUE "I".
               88  SR-CASH-OUT                  VALUE "O".
               88  SR-ACH-IN                    VALUE "A".
           05  SR-AMOUNT                PIC S9(11)V99 COMP-3.

       FD  OFCK-REGISTER.
           COPY ofckrec.

       FD  CTR-PARM.
      *    SAME PARAMETER RECORD BKCTRRPT READS - THE NEAR-THRESHOLD
      *    RULE MEASURES AGAINST THE SAME REPORTING THRESHOLD.
       01  CTR-PARM-RECORD.
           05  CTRP-THRESHOLD           PIC 9(9)V99.
           05  FILLER                   PIC X(09).

       FD  AML-PARM.
      *    SINGLE PARAMETER RECORD: THE MONITORING RULES, MAINTAINED
      *    BY COMPLIANCE WITHOUT A PROGRAM CHANGE.  A FIELD LEFT ZERO
      *    OR NOT NUMERIC TAKES ITS DEFAULT.
       01  AML-PARM-RECORD.
           05  AMLP-LOOKBACK-DAYS       PIC 9(03).
           05  AMLP-NEAR-PERCENT        PIC 9(03).
           05  AMLP-NEAR-COUNT          PIC 9(03).
           05  AMLP-VELOCITY-DAYS       PIC 9(03).
           05  AMLP-VELOCITY-COUNT      PIC 9(03).
           05  AMLP-VELOCITY-AMOUNT     PIC 9(9)V99.
           05  AMLP-ACH-MIN-AMOUNT      PIC 9(9)V99.
           05  AMLP-ACH-DAYS            PIC 9(03).
           05  AMLP-ACH-OUT-PERCENT     PIC 9(03).
           05  AMLP-FILING-DAYS         PIC 9(03).
           05  FILLER                   PIC X(34).

       FD  ACCT-MASTER.
           COPY acctrec.

       FD  CUST-MASTER.
           COPY custrec.

       FD  AML-CASES.
           COPY amlcase.

       FD  AML-RPT.
           COPY rptline.

       WORKING-STORAGE SECTION.
       01  WS-JRNL-FILE-STATUS          PIC X(02).
       01  WS-HIST-FILE-STATUS          PIC X(02).
       01  WS-CTRP-FILE-STATUS          PIC X(02).
       01  WS-PARM-FILE-STATUS          PIC X(02).
       01  WS-ACCT-FILE-STATUS          PIC X(02).
       01  WS-CUST-FILE-STATUS          PIC X(02).
       01  WS-CASE-FILE-STATUS          PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).
       01  WS-OFCK-FILE-STATUS          PIC X(02).
       01  WS-CUST-FILE-SWITCH          PIC X(01)  VALUE "N".
           88  WS-CUST-FILE-PRESENT             VALUE "Y".
       01  WS-ACCT-FILE-SWITCH          PIC X(01)  VALUE "N".
           88  WS-ACCT-FILE-PRESENT             VALUE "Y".
       01  WS-ACCT-EOF-SWITCH           PIC X(01)  VALUE "N".
           88  WS-ACCT-EOF                      VALUE "Y".
       01  WS-HIST-DONE-SWITCH          PIC X(01)  VALUE "N".
           88  WS-HIST-DONE                     VALUE "Y".
       01  WS-JRNL-EOF-SWITCH           PIC X(01)  VALUE "N".
           88  WS-JRNL-EOF                      VALUE "Y".
       01  WS-OFCK-EOF-SWITCH           PIC X(01)  VALUE "N".
           88  WS-OFCK-EOF                      VALUE "Y".
       01  WS-SORT-EOF-SWITCH           PIC X(01)  VALUE "N".
           88  WS-SORT-EOF                      VALUE "Y".
       01  WS-FIRST-RECORD-SWITCH       PIC X(01)  VALUE "Y".
           88  WS-FIRST-RECORD                  VALUE "Y".
       01  WS-CASE-EOF-SWITCH           PIC X(01)  VALUE "N".
           88  WS-CASE-EOF                      VALUE "Y".
       01  WS-CASE-WRITTEN-SWITCH       PIC X(01)  VALUE "N".
           88  WS-CASE-WRITTEN                  VALUE "Y".
       01  WS-HIT-SWITCH                PIC X(01)  VALUE "N".
           88  WS-HIT-FOUND                     VALUE "Y".

      *    RULE DEFAULTS, USED WHEN AMLPARM IS ABSENT OR A FIELD ON
      *    IT IS NOT SET.
       77  WS-DEFAULT-THRESHOLD         PIC 9(9)V99     VALUE 10000.00.
       77  WS-DEFAULT-LOOKBACK-DAYS     PIC 9(03)       VALUE 30.
       77  WS-DEFAULT-NEAR-PERCENT      PIC 9(03)       VALUE 80.
       77  WS-DEFAULT-NEAR-COUNT        PIC 9(03)       VALUE 3.
       77  WS-DEFAULT-VELOCITY-DAYS     PIC 9(03)       VALUE 5.
       77  WS-DEFAULT-VELOCITY-COUNT    PIC 9(03)       VALUE 8.
       77  WS-DEFAULT-VELOCITY-AMOUNT   PIC 9(9)V99     VALUE 15000.00.
       77  WS-DEFAULT-ACH-MIN-AMOUNT    PIC 9(9)V99     VALUE 5000.00.
       77  WS-DEFAULT-ACH-DAYS          PIC 9(03)       VALUE 3.
       77  WS-DEFAULT-ACH-OUT-PERCENT   PIC 9(03)       VALUE 75.
       77  WS-DEFAULT-FILING-DAYS       PIC 9(03)       VALUE 30.

       01  WS-RULES.
           05  WS-THRESHOLD             PIC 9(9)V99.
           05  WS-NEAR-LOW              PIC 9(9)V99.
           05  WS-LOOKBACK-DAYS         PIC 9(03).
           05  WS-NEAR-PERCENT          PIC 9(03).
           05  WS-NEAR-COUNT            PIC 9(03).
           05  WS-VELOCITY-DAYS         PIC 9(03).
           05  WS-VELOCITY-COUNT        PIC 9(03).
           05  WS-VELOCITY-AMOUNT       PIC 9(9)V99.
           05  WS-ACH-MIN-AMOUNT        PIC 9(9)V99.
           05  WS-ACH-DAYS              PIC 9(03).
           05  WS-ACH-OUT-PERCENT       PIC 9(03).
           05  WS-FILING-DAYS           PIC 9(03).

       01  WS-WINDOW-START              PIC 9(08).
       01  WS-FILING-CUTOFF             PIC 9(08).
       01  WS-AGING-DATE                PIC 9(08).
       01  WS-DAY-COUNT                 PIC 9(05) COMP.
       01  WS-TARGET-DAYS               PIC 9(05) COMP.
       01  WS-BUSINESS-DAYS             PIC 9(07) COMP.
       01  WS-VELOCITY-START-DAYS       PIC 9(07) COMP.

       01  WS-PREV-DAY-WORK.
           05  WS-PD-DATE               PIC 9(08).
           05  WS-PD-PARTS REDEFINES WS-PD-DATE.
               10  WS-PD-YEAR           PIC 9(04).
               10  WS-PD-MONTH          PIC 9(02).
               10  WS-PD-DAY            PIC 9(02).
           05  WS-PD-MONTH-END          PIC 9(02).
           05  WS-PD-LEAP-REMAINDER     PIC 9(04).

       01  WS-DAY-NUMBER-WORK.
           05  WS-DN-DATE               PIC 9(08).
           05  WS-DN-PARTS REDEFINES WS-DN-DATE.
               10  WS-DN-YEAR           PIC 9(04).
               10  WS-DN-MONTH          PIC 9(02).
               10  WS-DN-DAY            PIC 9(02).
           05  WS-DN-Y                  PIC 9(05) COMP.
           05  WS-DN-M                  PIC 9(03) COMP.
           05  WS-DN-TERM               PIC 9(07) COMP.
           05  WS-DN-DAYS               PIC 9(07) COMP.

      *    THE ACCOUNT WHOSE HISTORY IS BEING RELEASED.
       01  WS-CUR-ACCT-NUMBER           PIC 9(10).
       01  WS-CUR-CUST-NUMBER           PIC 9(08).
       01  WS-CUR-HOLDER-NAME           PIC X(30).
       01  WS-ENTRY-OPER-TYPE           PIC X(01).
       01  WS-ENTRY-DEBIT-CREDIT        PIC X(01).
       01  WS-ENTRY-TENDER              PIC X(01).
       01  WS-ENTRY-KIND                PIC X(01).

      *    THE CUSTOMER GROUP IN HAND AND ITS BUFFERED ACTIVITY.
       01  WS-GROUP-DATA.
           05  WS-GRP-CUST-NUMBER       PIC 9(08).
           05  WS-GRP-ACCT-NUMBER       PIC 9(10).
           05  WS-GRP-FIRST-ACCT        PIC 9(10).
           05  WS-GRP-HOLDER-NAME       PIC X(30).
       77  WS-ITEM-MAX                  PIC 9(04) COMP  VALUE 500.
       01  WS-ITEM-COUNT                PIC 9(04) COMP  VALUE ZERO.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 500 TIMES.
               10  WS-IT-DAYS           PIC 9(07) COMP.
               10  WS-IT-KIND           PIC X(01).
                   88  WS-IT-CASH-IN                VALUE "I".
                   88  WS-IT-CASH-OUT               VALUE "O".
                   88  WS-IT-ACH-IN                 VALUE "A".
               10  WS-IT-AMOUNT         PIC S9(11)V99 COMP-3.
       01  WS-IT-SUB                    PIC 9(04) COMP.
       01  WS-OUT-SUB                   PIC 9(04) COMP.
       01  WS-OUT-START                 PIC 9(04) COMP.
       01  WS-ACH-DAYS-NUMBER           PIC 9(07) COMP.
       01  WS-ACH-NEEDED                PIC S9(11)V99 COMP-3.

       01  WS-HIT-DATA.
           05  WS-HIT-RULE              PIC X(01).
           05  WS-HIT-COUNT             PIC 9(05).
           05  WS-HIT-AMOUNT            PIC S9(11)V99 COMP-3.
      *        DAY NUMBER OF THE LATEST ITEM THE RULE COUNTED.
           05  WS-HIT-LAST-DAYS         PIC 9(07) COMP.

      *    CASES ALREADY OPEN, SO A HIT ON THE SAME CUSTOMER AND RULE
      *    DOES NOT OPEN A SECOND ONE, AND CASES CLEARED OR ESCALATED
      *    WITHIN THE WINDOW, SO THE ACTIVITY ALREADY REVIEWED DOES
      *    NOT OPEN A NEW ONE THE NEXT NIGHT.
       77  WS-OPEN-MAX                  PIC 9(04) COMP  VALUE 500.
       01  WS-OPEN-COUNT                PIC 9(04) COMP  VALUE ZERO.
       01  WS-OPEN-TABLE.
           05  WS-OPEN-ENTRY OCCURS 500 TIMES.
               10  WS-OC-CUST-NUMBER    PIC 9(08).
               10  WS-OC-ACCT-NUMBER    PIC 9(10).
               10  WS-OC-RULE           PIC X(01).
               10  WS-OC-OPEN-DATE      PIC 9(08).
               10  WS-OC-SEQUENCE       PIC 9(04).
               10  WS-OC-STATUS         PIC X(01).
                   88  WS-OC-OPEN                   VALUE "O".
                   88  WS-OC-CLEARED                VALUE "C".
               10  WS-OC-DISP-DATE      PIC 9(08).
               10  WS-OC-DISP-DAYS      PIC 9(07) COMP.
       01  WS-OC-SUB                    PIC 9(04) COMP.
       01  WS-OC-FOUND-SUB              PIC 9(04) COMP.
       01  WS-DC-FOUND-SUB              PIC 9(04) COMP.
       01  WS-DISP-WORD                 PIC X(09).
       01  WS-NEXT-SEQUENCE             PIC 9(04)       VALUE 1.

       01  WS-RUN-TOTALS.
           05  WS-ITEM-TOTAL            PIC 9(07)       VALUE ZERO.
           05  WS-GROUP-TOTAL           PIC 9(05)       VALUE ZERO.
           05  WS-OPENED-COUNT          PIC 9(05)       VALUE ZERO.
           05  WS-ALREADY-OPEN-COUNT    PIC 9(05)       VALUE ZERO.
           05  WS-NO-NEW-ACTIVITY-COUNT PIC 9(05)       VALUE ZERO.
           05  WS-OVERDUE-COUNT         PIC 9(05)       VALUE ZERO.

       01  WS-RULE-NAME                 PIC X(22).
       01  WS-EDIT-COUNT                PIC ZZZZ9.
       01  WS-EDIT-AMOUNT               PIC -,---,---,---,--9.99.
       01  WS-EDIT-THRESHOLD            PIC -,---,---,---,--9.99.

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
               DISPLAY "BKAMLMON: " WS-RUN-MESSAGE
               GO TO 0000-MAINLINE-EXIT
           END-IF
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           PERFORM 1800-LOAD-OPEN-CASES THRU 1800-LOAD-OPEN-CASES-EXIT
           SORT SORT-WORK
               ON ASCENDING KEY SR-GROUP-CUST
               ON ASCENDING KEY SR-GROUP-ACCT
               ON ASCENDING KEY SR-TRAN-DATE
               ON ASCENDING KEY SR-TRAN-TIME
               INPUT PROCEDURE 2000-SELECT-ACTIVITY
                   THRU 2000-SELECT-ACTIVITY-DONE
               OUTPUT PROCEDURE 3000-PROCESS-SORTED-RECORDS
                   THRU 3000-PROCESS-SORTED-RECORDS-EXIT
           PERFORM 6000-REPORT-OVERDUE-CASES
               THRU 6000-REPORT-OVERDUE-CASES-EXIT
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
           MOVE "BKAMLMON" TO WS-RUN-STEP-NAME
           CALL "RUNCTL" USING WS-RUN-FUNCTION
                                WS-RUN-STEP-NAME
                                WS-RUN-MESSAGE
                                WS-RUN-RETURN-CODE
           END-CALL.

       0100-RUN-CONTROL-CHECK-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE - PICK UP THE THRESHOLD AND THE RULES, SET    *
      *  THE WINDOW AND FILING-DEADLINE DATES AND OPEN THE FILES.      *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "G" TO WS-BDAY-FUNCTION
           CALL "BDAYCTL" USING WS-BDAY-FUNCTION
                                 WS-BUSINESS-DATE
                                 WS-BDAY-RETURN-CODE
           END-CALL
           MOVE WS-DEFAULT-THRESHOLD TO WS-THRESHOLD
           OPEN INPUT CTR-PARM
           IF WS-CTRP-FILE-STATUS = "35"
               CONTINUE
           ELSE
               READ CTR-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTRP-THRESHOLD NUMERIC
                           AND CTRP-THRESHOLD > ZERO
                           MOVE CTRP-THRESHOLD TO WS-THRESHOLD
                       END-IF
               END-READ
               CLOSE CTR-PARM
           END-IF
           PERFORM 1100-LOAD-RULES THRU 1100-LOAD-RULES-EXIT
           COMPUTE WS-NEAR-LOW ROUNDED =
               WS-THRESHOLD * WS-NEAR-PERCENT / 100
           COMPUTE WS-TARGET-DAYS = WS-LOOKBACK-DAYS - 1
           PERFORM 1500-DATE-MINUS-DAYS THRU 1500-DATE-MINUS-DAYS-EXIT
           MOVE WS-AGING-DATE TO WS-WINDOW-START
           MOVE WS-FILING-DAYS TO WS-TARGET-DAYS
           PERFORM 1500-DATE-MINUS-DAYS THRU 1500-DATE-MINUS-DAYS-EXIT
           MOVE WS-AGING-DATE TO WS-FILING-CUTOFF
           MOVE WS-BUSINESS-DATE TO WS-DN-DATE
           PERFORM 7000-DAY-NUMBER THRU 7000-DAY-NUMBER-EXIT
           MOVE WS-DN-DAYS TO WS-BUSINESS-DAYS
           COMPUTE WS-VELOCITY-START-DAYS =
               WS-BUSINESS-DAYS - WS-VELOCITY-DAYS + 1
           OPEN INPUT ACCT-MASTER
           IF WS-ACCT-FILE-STATUS = "00"
               SET WS-ACCT-FILE-PRESENT TO TRUE
           END-IF
           OPEN INPUT CUST-MASTER
           IF WS-CUST-FILE-STATUS = "00"
               SET WS-CUST-FILE-PRESENT TO TRUE
           END-IF
           OPEN I-O AML-CASES
           IF WS-CASE-FILE-STATUS = "35" OR "05"
               CLOSE AML-CASES
               OPEN OUTPUT AML-CASES
               CLOSE AML-CASES
               OPEN I-O AML-CASES
           END-IF
           OPEN OUTPUT AML-RPT
           MOVE SPACES TO RPT-LINE
           STRING "CASH MONITORING REPORT - BUSINESS DATE "
               DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               "  WINDOW FROM " DELIMITED BY SIZE
               WS-WINDOW-START DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-THRESHOLD TO WS-EDIT-THRESHOLD
           MOVE WS-NEAR-LOW TO WS-EDIT-AMOUNT
           STRING "THRESHOLD " DELIMITED BY SIZE
               WS-EDIT-THRESHOLD DELIMITED BY SIZE
               "  NEAR-THRESHOLD FROM " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE "NEW CASES OPENED" TO RPT-LINE
           WRITE RPT-LINE.

       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-RULES.
           MOVE WS-DEFAULT-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
           MOVE WS-DEFAULT-NEAR-PERCENT TO WS-NEAR-PERCENT
           MOVE WS-DEFAULT-NEAR-COUNT TO WS-NEAR-COUNT
           MOVE WS-DEFAULT-VELOCITY-DAYS TO WS-VELOCITY-DAYS
           MOVE WS-DEFAULT-VELOCITY-COUNT TO WS-VELOCITY-COUNT
           MOVE WS-DEFAULT-VELOCITY-AMOUNT TO WS-VELOCITY-AMOUNT
           MOVE WS-DEFAULT-ACH-MIN-AMOUNT TO WS-ACH-MIN-AMOUNT
           MOVE WS-DEFAULT-ACH-DAYS TO WS-ACH-DAYS
           MOVE WS-DEFAULT-ACH-OUT-PERCENT TO WS-ACH-OUT-PERCENT
           MOVE WS-DEFAULT-FILING-DAYS TO WS-FILING-DAYS
           OPEN INPUT AML-PARM
           IF WS-PARM-FILE-STATUS = "35"
               GO TO 1100-LOAD-RULES-EXIT
           END-IF
           READ AML-PARM
               AT END
                   CLOSE AML-PARM
                   GO TO 1100-LOAD-RULES-EXIT
           END-READ
           IF AMLP-LOOKBACK-DAYS NUMERIC
               AND AMLP-LOOKBACK-DAYS > ZERO
               MOVE AMLP-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
           END-IF
           IF AMLP-NEAR-PERCENT NUMERIC
               AND AMLP-NEAR-PERCENT > ZERO
               AND AMLP-NEAR-PERCENT < 100
               MOVE AMLP-NEAR-PERCENT TO WS-NEAR-PERCENT
           END-IF
           IF AMLP-NEAR-COUNT NUMERIC
               AND AMLP-NEAR-COUNT > ZERO
               MOVE AMLP-NEAR-COUNT TO WS-NEAR-COUNT
           END-IF
           IF AMLP-VELOCITY-DAYS NUMERIC
               AND AMLP-VELOCITY-DAYS > ZERO
               MOVE AMLP-VELOCITY-DAYS TO WS-VELOCITY-DAYS
           END-IF
           IF AMLP-VELOCITY-COUNT NUMERIC
               AND AMLP-VELOCITY-COUNT > ZERO
               MOVE AMLP-VELOCITY-COUNT TO WS-VELOCITY-COUNT
           END-IF
           IF AMLP-VELOCITY-AMOUNT NUMERIC
               AND AMLP-VELOCITY-AMOUNT > ZERO
               MOVE AMLP-VELOCITY-AMOUNT TO WS-VELOCITY-AMOUNT
           END-IF
           IF AMLP-ACH-MIN-AMOUNT NUMERIC
               AND AMLP-ACH-MIN-AMOUNT > ZERO
               MOVE AMLP-ACH-MIN-AMOUNT TO WS-ACH-MIN-AMOUNT
           END-IF
           IF AMLP-ACH-DAYS NUMERIC
               AND AMLP-ACH-DAYS > ZERO
               MOVE AMLP-ACH-DAYS TO WS-ACH-DAYS
           END-IF
           IF AMLP-ACH-OUT-PERCENT NUMERIC
               AND AMLP-ACH-OUT-PERCENT > ZERO
               MOVE AMLP-ACH-OUT-PERCENT TO WS-ACH-OUT-PERCENT
           END-IF
           IF AMLP-FILING-DAYS NUMERIC
               AND AMLP-FILING-DAYS > ZERO
               MOVE AMLP-FILING-DAYS TO WS-FILING-DAYS
           END-IF
           CLOSE AML-PARM.

       1100-LOAD-RULES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1500-DATE-MINUS-DAYS - WS-AGING-DATE = BUSINESS DATE LESS     *
      *  WS-TARGET-DAYS CALENDAR DAYS, STEPPED A DAY AT A TIME WITH    *
      *  THE SAME MONTH/LEAP LOGIC BDAYCTL ADVANCES WITH.              *
      *----------------------------------------------------------------*
       1500-DATE-MINUS-DAYS.
           MOVE WS-BUSINESS-DATE TO WS-PD-DATE
           MOVE ZERO TO WS-DAY-COUNT
           PERFORM 1600-PREVIOUS-CALENDAR-DAY
               THRU 1600-PREVIOUS-CALENDAR-DAY-EXIT
               UNTIL WS-DAY-COUNT = WS-TARGET-DAYS
           MOVE WS-PD-DATE TO WS-AGING-DATE.

       1500-DATE-MINUS-DAYS-EXIT.
           EXIT.

       1600-PREVIOUS-CALENDAR-DAY.
           IF WS-PD-DAY > 01
               SUBTRACT 1 FROM WS-PD-DAY
           ELSE
               IF WS-PD-MONTH > 01
                   SUBTRACT 1 FROM WS-PD-MONTH
               ELSE
                   MOVE 12 TO WS-PD-MONTH
                   SUBTRACT 1 FROM WS-PD-YEAR
               END-IF
               PERFORM 1700-SET-MONTH-END
                   THRU 1700-SET-MONTH-END-EXIT
               MOVE WS-PD-MONTH-END TO WS-PD-DAY
           END-IF
           ADD 1 TO WS-DAY-COUNT.

       1600-PREVIOUS-CALENDAR-DAY-EXIT.
           EXIT.

       1700-SET-MONTH-END.
           EVALUATE WS-PD-MONTH
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-PD-MONTH-END
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-PD-MONTH-END
               WHEN 02
                   MOVE 28 TO WS-PD-MONTH-END
                   DIVIDE WS-PD-YEAR BY 4 GIVING WS-PD-LEAP-REMAINDER
                       REMAINDER WS-PD-LEAP-REMAINDER
                   IF WS-PD-LEAP-REMAINDER = ZERO
                       MOVE 29 TO WS-PD-MONTH-END
                       DIVIDE WS-PD-YEAR BY 100
                           GIVING WS-PD-LEAP-REMAINDER
                           REMAINDER WS-PD-LEAP-REMAINDER
                       IF WS-PD-LEAP-REMAINDER = ZERO
                           MOVE 28 TO WS-PD-MONTH-END
                           DIVIDE WS-PD-YEAR BY 400
                               GIVING WS-PD-LEAP-REMAINDER
                               REMAINDER WS-PD-LEAP-REMAINDER
                           IF WS-PD-LEAP-REMAINDER = ZERO
                               MOVE 29 TO WS-PD-MONTH-END
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

       1700-SET-MONTH-END-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1800-LOAD-OPEN-CASES - REMEMBER EVERY CASE STILL OPEN AND     *
      *  EVERY CASE DISPOSITIONED ON OR AFTER THE WINDOW START, AND    *
      *  CARRY ON THE CASE SEQUENCE IF CASES WERE ALREADY OPENED       *
      *  TODAY.                                                        *
      *----------------------------------------------------------------*
       1800-LOAD-OPEN-CASES.
           MOVE LOW-VALUES TO CASE-KEY
           START AML-CASES KEY IS NOT LESS THAN CASE-KEY
               INVALID KEY
                   GO TO 1800-LOAD-OPEN-CASES-EXIT
           END-START
           MOVE "N" TO WS-CASE-EOF-SWITCH
           PERFORM 1810-LOAD-ONE-CASE THRU 1810-LOAD-ONE-CASE-EXIT
               UNTIL WS-CASE-EOF.

       1800-LOAD-OPEN-CASES-EXIT.
           EXIT.

       1810-LOAD-ONE-CASE.
           READ AML-CASES NEXT RECORD
               AT END
                   SET WS-CASE-EOF TO TRUE
                   GO TO 1810-LOAD-ONE-CASE-EXIT
           END-READ
           IF CASE-OPEN-DATE = WS-BUSINESS-DATE
               AND CASE-SEQUENCE NOT < WS-NEXT-SEQUENCE
               COMPUTE WS-NEXT-SEQUENCE = CASE-SEQUENCE + 1
           END-IF
           IF WS-OPEN-COUNT NOT < WS-OPEN-MAX
               GO TO 1810-LOAD-ONE-CASE-EXIT
           END-IF
           IF NOT CASE-STATUS-OPEN
               AND CASE-DISP-DATE < WS-WINDOW-START
               GO TO 1810-LOAD-ONE-CASE-EXIT
           END-IF
           ADD 1 TO WS-OPEN-COUNT
           MOVE CASE-CUST-NUMBER TO WS-OC-CUST-NUMBER (WS-OPEN-COUNT)
           IF CASE-CUST-NUMBER = ZERO
               MOVE CASE-ACCT-NUMBER
                   TO WS-OC-ACCT-NUMBER (WS-OPEN-COUNT)
           ELSE
               MOVE ZERO TO WS-OC-ACCT-NUMBER (WS-OPEN-COUNT)
           END-IF
           MOVE CASE-RULE TO WS-OC-RULE (WS-OPEN-COUNT)
           MOVE CASE-OPEN-DATE TO WS-OC-OPEN-DATE (WS-OPEN-COUNT)
           MOVE CASE-SEQUENCE TO WS-OC-SEQUENCE (WS-OPEN-COUNT)
           MOVE CASE-STATUS TO WS-OC-STATUS (WS-OPEN-COUNT)
           MOVE ZERO TO WS-OC-DISP-DATE (WS-OPEN-COUNT)
           MOVE ZERO TO WS-OC-DISP-DAYS (WS-OPEN-COUNT)
           IF NOT CASE-STATUS-OPEN
               MOVE CASE-DISP-DATE TO WS-OC-DISP-DATE (WS-OPEN-COUNT)
               MOVE CASE-DISP-DATE TO WS-DN-DATE
               PERFORM 7000-DAY-NUMBER THRU 7000-DAY-NUMBER-EXIT
               MOVE WS-DN-DAYS TO WS-OC-DISP-DAYS (WS-OPEN-COUNT)
           END-IF.

       1810-LOAD-ONE-CASE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-SELECT-ACTIVITY - RELEASE EVERY CASH DEPOSIT, CASH       *
      *  WITHDRAWAL AND ACH ENTRADA CREDIT IN THE WINDOW: FIRST FROM   *
      *  TRANHIST, ACCOUNT BY ACCOUNT FROM THE WINDOW START, THEN      *
      *  THE CASH SALES OF OFFICIAL CHECKS FROM OFCKREG, THEN THE      *
      *  BUSINESS DATE'S OWN ENTRIES FROM TRAN-JOURNAL.                *
      *----------------------------------------------------------------*
       2000-SELECT-ACTIVITY.
           IF NOT WS-ACCT-FILE-PRESENT
               GO TO 2000-SELECT-ACTIVITY-DONE
           END-IF
           OPEN INPUT JRNL-HISTORY
           IF WS-HIST-FILE-STATUS = "00"
               MOVE ZERO TO ACCT-NUMBER
               START ACCT-MASTER KEY IS NOT LESS THAN ACCT-NUMBER
                   INVALID KEY
                       SET WS-ACCT-EOF TO TRUE
               END-START
               PERFORM 2100-SCAN-ONE-ACCOUNT
                   THRU 2100-SCAN-ONE-ACCOUNT-EXIT
                   UNTIL WS-ACCT-EOF
               CLOSE JRNL-HISTORY
           END-IF
           PERFORM 2700-SELECT-CASH-CHECK-SALES
               THRU 2700-SELECT-CASH-CHECK-SALES-EXIT
           OPEN INPUT TRAN-JOURNAL
           IF WS-JRNL-FILE-STATUS = "35"
               GO TO 2000-SELECT-ACTIVITY-DONE
           END-IF
           PERFORM 2300-READ-JOURNAL
           PERFORM 2400-SELECT-ONE-JOURNAL-ENTRY
               THRU 2400-SELECT-ONE-JOURNAL-ENTRY-EXIT
               UNTIL WS-JRNL-EOF
           CLOSE TRAN-JOURNAL.

       2000-SELECT-ACTIVITY-DONE.
           EXIT.

       2100-SCAN-ONE-ACCOUNT.
           READ ACCT-MASTER NEXT RECORD
               AT END
                   SET WS-ACCT-EOF TO TRUE
                   GO TO 2100-SCAN-ONE-ACCOUNT-EXIT
           END-READ
           MOVE ACCT-NUMBER TO WS-CUR-ACCT-NUMBER
           MOVE ACCT-CUST-NUMBER TO WS-CUR-CUST-NUMBER
           MOVE ACCT-HOLDER-NAME TO WS-CUR-HOLDER-NAME
           MOVE ACCT-NUMBER TO TJH-ACCT-NUMBER
           MOVE WS-WINDOW-START TO TJH-TRAN-DATE
           MOVE ZERO TO TJH-TRAN-TIME
           MOVE ZERO TO TJH-SEQUENCE
           START JRNL-HISTORY KEY IS NOT LESS THAN TJH-KEY
               INVALID KEY
                   GO TO 2100-SCAN-ONE-ACCOUNT-EXIT
           END-START
           MOVE "N" TO WS-HIST-DONE-SWITCH
           PERFORM 2200-SELECT-ONE-HISTORY-ENTRY
               THRU 2200-SELECT-ONE-HISTORY-ENTRY-EXIT
               UNTIL WS-HIST-DONE.

       2100-SCAN-ONE-ACCOUNT-EXIT.
           EXIT.

       2200-SELECT-ONE-HISTORY-ENTRY.
           READ JRNL-HISTORY NEXT RECORD
               AT END
                   SET WS-HIST-DONE TO TRUE
                   GO TO 2200-SELECT-ONE-HISTORY-ENTRY-EXIT
           END-READ
           IF TJH-ACCT-NUMBER NOT = WS-CUR-ACCT-NUMBER
               OR TJH-TRAN-DATE > WS-BUSINESS-DATE
               SET WS-HIST-DONE TO TRUE
               GO TO 2200-SELECT-ONE-HISTORY-ENTRY-EXIT
           END-IF
           MOVE TJH-OPERATION-TYPE TO WS-ENTRY-OPER-TYPE
           MOVE TJH-DEBIT-CREDIT-IND TO WS-ENTRY-DEBIT-CREDIT
           MOVE TJH-TENDER-TYPE TO WS-ENTRY-TENDER
           PERFORM 2500-CLASSIFY-ENTRY
           IF WS-ENTRY-KIND = SPACE
               GO TO 2200-SELECT-ONE-HISTORY-ENTRY-EXIT
           END-IF
           MOVE TJH-TRAN-DATE TO SR-TRAN-DATE
           MOVE TJH-TRAN-TIME TO SR-TRAN-TIME
           MOVE TJH-AMOUNT TO SR-AMOUNT
           PERFORM 2600-RELEASE-ROW.

       2200-SELECT-ONE-HISTORY-ENTRY-EXIT.
           EXIT.

       2300-READ-JOURNAL.
           READ TRAN-JOURNAL
               AT END
                   SET WS-JRNL-EOF TO TRUE
           END-READ.

       2300-READ-JOURNAL-EXIT.
           EXIT.

       2400-SELECT-ONE-JOURNAL-ENTRY.
           MOVE TJ-OPERATION-TYPE TO WS-ENTRY-OPER-TYPE
           MOVE TJ-DEBIT-CREDIT-IND TO WS-ENTRY-DEBIT-CREDIT
           MOVE TJ-TENDER-TYPE TO WS-ENTRY-TENDER
           PERFORM 2500-CLASSIFY-ENTRY
           IF WS-ENTRY-KIND = SPACE
               GO TO 2400-NEXT-ENTRY
           END-IF
           MOVE TJ-ACCT-NUMBER TO WS-CUR-ACCT-NUMBER
           MOVE TJ-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCT-MASTER
               INVALID KEY
                   MOVE ZERO TO WS-CUR-CUST-NUMBER
                   MOVE SPACES TO WS-CUR-HOLDER-NAME
               NOT INVALID KEY
                   MOVE ACCT-CUST-NUMBER TO WS-CUR-CUST-NUMBER
                   MOVE ACCT-HOLDER-NAME TO WS-CUR-HOLDER-NAME
           END-READ
           MOVE TJ-TRAN-DATE TO SR-TRAN-DATE
           MOVE TJ-TRAN-TIME TO SR-TRAN-TIME
           MOVE TJ-AMOUNT TO SR-AMOUNT
           PERFORM 2600-RELEASE-ROW.

       2400-NEXT-ENTRY.
           PERFORM 2300-READ-JOURNAL.

       2400-SELECT-ONE-JOURNAL-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2500-CLASSIFY-ENTRY - I FOR A CASH DEPOSIT, O FOR A CASH      *
      *  WITHDRAWAL, A FOR AN ACH ENTRADA CREDIT, SPACE FOR ANYTHING   *
      *  ELSE.  A BLANK TENDER IS CASH, AS EVERYWHERE ELSE.            *
      *----------------------------------------------------------------*
       2500-CLASSIFY-ENTRY.
           MOVE SPACE TO WS-ENTRY-KIND
           EVALUATE TRUE
               WHEN WS-ENTRY-OPER-TYPE = "1"
                   AND WS-ENTRY-DEBIT-CREDIT = "C"
                   AND (WS-ENTRY-TENDER = "C" OR SPACE)
                   MOVE "I" TO WS-ENTRY-KIND
               WHEN WS-ENTRY-OPER-TYPE = "3"
                   AND WS-ENTRY-DEBIT-CREDIT = "D"
                   AND (WS-ENTRY-TENDER = "C" OR SPACE)
                   MOVE "O" TO WS-ENTRY-KIND
               WHEN WS-ENTRY-OPER-TYPE = "6"
                   AND WS-ENTRY-DEBIT-CREDIT = "C"
                   MOVE "A" TO WS-ENTRY-KIND
           END-EVALUATE.

       2500-CLASSIFY-ENTRY-EXIT.
           EXIT.

       2600-RELEASE-ROW.
           MOVE WS-CUR-CUST-NUMBER TO SR-GROUP-CUST
           IF WS-CUR-CUST-NUMBER = ZERO
               MOVE WS-CUR-ACCT-NUMBER TO SR-GROUP-ACCT
           ELSE
               MOVE ZERO TO SR-GROUP-ACCT
           END-IF
           MOVE WS-CUR-ACCT-NUMBER TO SR-ACCT-NUMBER
           MOVE WS-CUR-HOLDER-NAME TO SR-HOLDER-NAME
           MOVE WS-ENTRY-KIND TO SR-KIND
           RELEASE SR-AML-ROW
           ADD 1 TO WS-ITEM-TOTAL.

       2600-RELEASE-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2700-SELECT-CASH-CHECK-SALES - AN OFFICIAL CHECK SOLD FOR     *
      *  CASH IN THE WINDOW IS CASH IN TO THE PURCHASER'S ACCOUNT.     *
      *  A SALE WITH NO PURCHASER ACCOUNT CANNOT BE ATTRIBUTED AND     *
      *  IS PASSED OVER.                                               *
      *----------------------------------------------------------------*
       2700-SELECT-CASH-CHECK-SALES.
           MOVE "N" TO WS-OFCK-EOF-SWITCH
           OPEN INPUT OFCK-REGISTER
           IF WS-OFCK-FILE-STATUS NOT = "00"
               GO TO 2700-SELECT-CASH-CHECK-SALES-EXIT
           END-IF
           MOVE ZERO TO OFCK-SERIAL
           START OFCK-REGISTER KEY NOT LESS THAN OFCK-SERIAL
               INVALID KEY
                   SET WS-OFCK-EOF TO TRUE
           END-START
           PERFORM 2710-SELECT-ONE-SALE THRU 2710-SELECT-ONE-SALE-EXIT
               UNTIL WS-OFCK-EOF
           CLOSE OFCK-REGISTER.

       2700-SELECT-CASH-CHECK-SALES-EXIT.
           EXIT.

       2710-SELECT-ONE-SALE.
           READ OFCK-REGISTER NEXT RECORD
               AT END
                   SET WS-OFCK-EOF TO TRUE
                   GO TO 2710-SELECT-ONE-SALE-EXIT
           END-READ
           IF NOT OFCK-FUNDED-CASH
               OR OFCK-PURCHASER-ACCT = ZERO
               OR OFCK-ISSUE-DATE < WS-WINDOW-START
               OR OFCK-ISSUE-DATE > WS-BUSINESS-DATE
               GO TO 2710-SELECT-ONE-SALE-EXIT
           END-IF
           MOVE OFCK-PURCHASER-ACCT TO WS-CUR-ACCT-NUMBER
           MOVE OFCK-PURCHASER-ACCT TO ACCT-NUMBER
           READ ACCT-MASTER
               INVALID KEY
                   MOVE ZERO TO WS-CUR-CUST-NUMBER
                   MOVE OFCK-PURCHASER-NAME TO WS-CUR-HOLDER-NAME
               NOT INVALID KEY
                   MOVE ACCT-CUST-NUMBER TO WS-CUR-CUST-NUMBER
                   MOVE ACCT-HOLDER-NAME TO WS-CUR-HOLDER-NAME
           END-READ
           MOVE "I" TO WS-ENTRY-KIND
           MOVE OFCK-ISSUE-DATE TO SR-TRAN-DATE
           MOVE OFCK-ISSUE-TIME TO SR-TRAN-TIME
           MOVE OFCK-AMOUNT TO SR-AMOUNT
           PERFORM 2600-RELEASE-ROW.

       2710-SELECT-ONE-SALE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-PROCESS-SORTED-RECORDS - CONTROL BREAK ON CUSTOMER;      *
      *  EACH CUSTOMER'S ACTIVITY IS BUFFERED AND JUDGED AGAINST THE   *
      *  RULES WHEN THE CUSTOMER CHANGES.                              *
      *----------------------------------------------------------------*
       3000-PROCESS-SORTED-RECORDS.
           PERFORM 3100-RETURN-RECORD
           PERFORM 3200-PROCESS-ONE-RECORD
               THRU 3200-PROCESS-ONE-RECORD-EXIT
               UNTIL WS-SORT-EOF
           IF NOT WS-FIRST-RECORD
               PERFORM 4000-JUDGE-GROUP THRU 4000-JUDGE-GROUP-EXIT
           END-IF.

       3000-PROCESS-SORTED-RECORDS-EXIT.
           EXIT.

       3100-RETURN-RECORD.
           RETURN SORT-WORK
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

       3100-RETURN-RECORD-EXIT.
           EXIT.

       3200-PROCESS-ONE-RECORD.
           IF WS-FIRST-RECORD
               PERFORM 3300-START-NEW-GROUP
           ELSE
               IF SR-GROUP-CUST NOT = WS-GRP-CUST-NUMBER
                   OR SR-GROUP-ACCT NOT = WS-GRP-ACCT-NUMBER
                   PERFORM 4000-JUDGE-GROUP THRU 4000-JUDGE-GROUP-EXIT
                   PERFORM 3300-START-NEW-GROUP
               END-IF
           END-IF
           IF WS-ITEM-COUNT < WS-ITEM-MAX
               ADD 1 TO WS-ITEM-COUNT
               MOVE SR-TRAN-DATE TO WS-DN-DATE
               PERFORM 7000-DAY-NUMBER THRU 7000-DAY-NUMBER-EXIT
               MOVE WS-DN-DAYS TO WS-IT-DAYS (WS-ITEM-COUNT)
               MOVE SR-KIND TO WS-IT-KIND (WS-ITEM-COUNT)
               MOVE SR-AMOUNT TO WS-IT-AMOUNT (WS-ITEM-COUNT)
           END-IF
           PERFORM 3100-RETURN-RECORD.

       3200-PROCESS-ONE-RECORD-EXIT.
           EXIT.

       3300-START-NEW-GROUP.
           MOVE SR-GROUP-CUST TO WS-GRP-CUST-NUMBER
           MOVE SR-GROUP-ACCT TO WS-GRP-ACCT-NUMBER
           MOVE SR-ACCT-NUMBER TO WS-GRP-FIRST-ACCT
           MOVE SR-HOLDER-NAME TO WS-GRP-HOLDER-NAME
           MOVE ZERO TO WS-ITEM-COUNT
           ADD 1 TO WS-GROUP-TOTAL
           MOVE "N" TO WS-FIRST-RECORD-SWITCH.

       3300-START-NEW-GROUP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4000-JUDGE-GROUP - APPLY EACH RULE TO THE CUSTOMER'S          *
      *  BUFFERED ACTIVITY; EVERY RULE THAT TRIPS OPENS ITS OWN CASE.  *
      *----------------------------------------------------------------*
       4000-JUDGE-GROUP.
           PERFORM 4100-CHECK-NEAR-THRESHOLD
           PERFORM 4200-CHECK-VELOCITY
           PERFORM 4300-CHECK-ACH-CASH-OUT.

       4000-JUDGE-GROUP-EXIT.
           EXIT.

       4100-CHECK-NEAR-THRESHOLD.
           MOVE ZERO TO WS-HIT-COUNT
           MOVE ZERO TO WS-HIT-AMOUNT
           MOVE ZERO TO WS-HIT-LAST-DAYS
           PERFORM 4110-COUNT-NEAR-ITEM THRU 4110-COUNT-NEAR-ITEM-EXIT
               VARYING WS-IT-SUB FROM 1 BY 1
               UNTIL WS-IT-SUB > WS-ITEM-COUNT
           IF WS-HIT-COUNT NOT < WS-NEAR-COUNT
               MOVE "N" TO WS-HIT-RULE
               PERFORM 5000-OPEN-CASE THRU 5000-OPEN-CASE-EXIT
           END-IF.

       4100-CHECK-NEAR-THRESHOLD-EXIT.
           EXIT.

       4110-COUNT-NEAR-ITEM.
           IF (WS-IT-CASH-IN (WS-IT-SUB) OR WS-IT-CASH-OUT (WS-IT-SUB))
               AND WS-IT-AMOUNT (WS-IT-SUB) NOT < WS-NEAR-LOW
               AND WS-IT-AMOUNT (WS-IT-SUB) < WS-THRESHOLD
               ADD 1 TO WS-HIT-COUNT
               ADD WS-IT-AMOUNT (WS-IT-SUB) TO WS-HIT-AMOUNT
               IF WS-IT-DAYS (WS-IT-SUB) > WS-HIT-LAST-DAYS
                   MOVE WS-IT-DAYS (WS-IT-SUB) TO WS-HIT-LAST-DAYS
               END-IF
           END-IF.

       4110-COUNT-NEAR-ITEM-EXIT.
           EXIT.

       4200-CHECK-VELOCITY.
           MOVE ZERO TO WS-HIT-COUNT
           MOVE ZERO TO WS-HIT-AMOUNT
           MOVE ZERO TO WS-HIT-LAST-DAYS
           PERFORM 4210-COUNT-RECENT-ITEM
               THRU 4210-COUNT-RECENT-ITEM-EXIT
               VARYING WS-IT-SUB FROM 1 BY 1
               UNTIL WS-IT-SUB > WS-ITEM-COUNT
           IF WS-HIT-COUNT NOT < WS-VELOCITY-COUNT
               AND WS-HIT-AMOUNT NOT < WS-VELOCITY-AMOUNT
               MOVE "V" TO WS-HIT-RULE
               PERFORM 5000-OPEN-CASE THRU 5000-OPEN-CASE-EXIT
           END-IF.

       4200-CHECK-VELOCITY-EXIT.
           EXIT.

       4210-COUNT-RECENT-ITEM.
           IF (WS-IT-CASH-IN (WS-IT-SUB) OR WS-IT-CASH-OUT (WS-IT-SUB))
               AND WS-IT-DAYS (WS-IT-SUB) NOT < WS-VELOCITY-START-DAYS
               ADD 1 TO WS-HIT-COUNT
               ADD WS-IT-AMOUNT (WS-IT-SUB) TO WS-HIT-AMOUNT
               IF WS-IT-DAYS (WS-IT-SUB) > WS-HIT-LAST-DAYS
                   MOVE WS-IT-DAYS (WS-IT-SUB) TO WS-HIT-LAST-DAYS
               END-IF
           END-IF.

       4210-COUNT-RECENT-ITEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4300-CHECK-ACH-CASH-OUT - THE FIRST LARGE ACH ENTRADA CREDIT  *
      *  FOLLOWED, WITHIN ACH-DAYS, BY CASH WITHDRAWALS OF AT LEAST    *
      *  ACH-OUT-PERCENT OF IT.  THE CASE CARRIES THE CASH TAKEN OUT.  *
      *----------------------------------------------------------------*
       4300-CHECK-ACH-CASH-OUT.
           MOVE "N" TO WS-HIT-SWITCH
           PERFORM 4310-CHECK-ONE-ACH THRU 4310-CHECK-ONE-ACH-EXIT
               VARYING WS-IT-SUB FROM 1 BY 1
               UNTIL WS-IT-SUB > WS-ITEM-COUNT
                   OR WS-HIT-FOUND
           IF WS-HIT-FOUND
               MOVE "A" TO WS-HIT-RULE
               PERFORM 5000-OPEN-CASE THRU 5000-OPEN-CASE-EXIT
           END-IF.

       4300-CHECK-ACH-CASH-OUT-EXIT.
           EXIT.

       4310-CHECK-ONE-ACH.
           IF NOT WS-IT-ACH-IN (WS-IT-SUB)
               OR WS-IT-AMOUNT (WS-IT-SUB) < WS-ACH-MIN-AMOUNT
               GO TO 4310-CHECK-ONE-ACH-EXIT
           END-IF
           MOVE WS-IT-DAYS (WS-IT-SUB) TO WS-ACH-DAYS-NUMBER
           COMPUTE WS-ACH-NEEDED ROUNDED =
               WS-IT-AMOUNT (WS-IT-SUB) * WS-ACH-OUT-PERCENT / 100
           MOVE ZERO TO WS-HIT-COUNT
           MOVE ZERO TO WS-HIT-AMOUNT
           MOVE WS-ACH-DAYS-NUMBER TO WS-HIT-LAST-DAYS
           COMPUTE WS-OUT-START = WS-IT-SUB + 1
           PERFORM 4320-ADD-CASH-OUT THRU 4320-ADD-CASH-OUT-EXIT
               VARYING WS-OUT-SUB FROM WS-OUT-START BY 1
               UNTIL WS-OUT-SUB > WS-ITEM-COUNT
           IF WS-HIT-COUNT > ZERO
               AND WS-HIT-AMOUNT NOT < WS-ACH-NEEDED
               SET WS-HIT-FOUND TO TRUE
           END-IF.

       4310-CHECK-ONE-ACH-EXIT.
           EXIT.

       4320-ADD-CASH-OUT.
           IF WS-IT-CASH-OUT (WS-OUT-SUB)
               AND WS-IT-DAYS (WS-OUT-SUB) - WS-ACH-DAYS-NUMBER
                   NOT > WS-ACH-DAYS
               ADD 1 TO WS-HIT-COUNT
               ADD WS-IT-AMOUNT (WS-OUT-SUB) TO WS-HIT-AMOUNT
               IF WS-IT-DAYS (WS-OUT-SUB) > WS-HIT-LAST-DAYS
                   MOVE WS-IT-DAYS (WS-OUT-SUB) TO WS-HIT-LAST-DAYS
               END-IF
           END-IF.

       4320-ADD-CASH-OUT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5000-OPEN-CASE - OPEN A CASE FOR WS-HIT-RULE ON THE GROUP IN  *
      *  HAND, UNLESS ONE IS ALREADY OPEN FOR THE SAME CUSTOMER AND    *
      *  RULE, OR THE LATEST ONE DISPOSITIONED IN THE WINDOW ALREADY   *
      *  SAW EVERYTHING THE RULE COUNTED: NO COUNTED ITEM IS DATED     *
      *  AFTER THE DISPOSITION AND NONE IS FROM THE BUSINESS DATE.     *
      *----------------------------------------------------------------*
       5000-OPEN-CASE.
           PERFORM 5500-SET-RULE-NAME
           MOVE ZERO TO WS-OC-FOUND-SUB
           PERFORM 5100-CHECK-ONE-OPEN-CASE
               THRU 5100-CHECK-ONE-OPEN-CASE-EXIT
               VARYING WS-OC-SUB FROM 1 BY 1
               UNTIL WS-OC-SUB > WS-OPEN-COUNT
                   OR WS-OC-FOUND-SUB NOT = ZERO
           IF WS-OC-FOUND-SUB NOT = ZERO
               ADD 1 TO WS-ALREADY-OPEN-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "  CUST " DELIMITED BY SIZE
                   WS-GRP-CUST-NUMBER DELIMITED BY SIZE
                   "  ACCT " DELIMITED BY SIZE
                   WS-GRP-FIRST-ACCT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-RULE-NAME DELIMITED BY SIZE
                   "  ALREADY UNDER REVIEW IN CASE " DELIMITED BY SIZE
                   WS-OC-OPEN-DATE (WS-OC-FOUND-SUB) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-OC-SEQUENCE (WS-OC-FOUND-SUB) DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
               GO TO 5000-OPEN-CASE-EXIT
           END-IF
           MOVE ZERO TO WS-DC-FOUND-SUB
           PERFORM 5150-CHECK-ONE-DISP-CASE
               THRU 5150-CHECK-ONE-DISP-CASE-EXIT
               VARYING WS-OC-SUB FROM 1 BY 1
               UNTIL WS-OC-SUB > WS-OPEN-COUNT
           IF WS-DC-FOUND-SUB NOT = ZERO
               AND WS-HIT-LAST-DAYS
                   NOT > WS-OC-DISP-DAYS (WS-DC-FOUND-SUB)
               AND WS-HIT-LAST-DAYS NOT = WS-BUSINESS-DAYS
               ADD 1 TO WS-NO-NEW-ACTIVITY-COUNT
               IF WS-OC-CLEARED (WS-DC-FOUND-SUB)
                   MOVE "CLEARED" TO WS-DISP-WORD
               ELSE
                   MOVE "ESCALATED" TO WS-DISP-WORD
               END-IF
               MOVE SPACES TO RPT-LINE
               STRING "  CUST " DELIMITED BY SIZE
                   WS-GRP-CUST-NUMBER DELIMITED BY SIZE
                   "  ACCT " DELIMITED BY SIZE
                   WS-GRP-FIRST-ACCT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-RULE-NAME DELIMITED BY SIZE
                   "  NO NEW ACTIVITY SINCE CASE " DELIMITED BY SIZE
                   WS-OC-OPEN-DATE (WS-DC-FOUND-SUB) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-OC-SEQUENCE (WS-DC-FOUND-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DISP-WORD DELIMITED BY SPACE
                   " ON " DELIMITED BY SIZE
                   WS-OC-DISP-DATE (WS-DC-FOUND-SUB) DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
               GO TO 5000-OPEN-CASE-EXIT
           END-IF
           MOVE SPACES TO AML-CASE-RECORD
           MOVE WS-BUSINESS-DATE TO CASE-OPEN-DATE
           MOVE WS-NEXT-SEQUENCE TO CASE-SEQUENCE
           MOVE WS-GRP-CUST-NUMBER TO CASE-CUST-NUMBER
           MOVE WS-GRP-FIRST-ACCT TO CASE-ACCT-NUMBER
           PERFORM 5300-SET-CASE-NAME
           MOVE WS-HIT-RULE TO CASE-RULE
           MOVE WS-WINDOW-START TO CASE-WINDOW-START
           MOVE WS-HIT-COUNT TO CASE-ITEM-COUNT
           MOVE WS-HIT-AMOUNT TO CASE-AMOUNT
           SET CASE-STATUS-OPEN TO TRUE
           MOVE ZERO TO CASE-DISP-DATE
           MOVE "N" TO WS-CASE-WRITTEN-SWITCH
           PERFORM 5200-WRITE-WITH-SEQUENCE
               THRU 5200-WRITE-WITH-SEQUENCE-EXIT
               UNTIL WS-CASE-WRITTEN
           COMPUTE WS-NEXT-SEQUENCE = CASE-SEQUENCE + 1
           ADD 1 TO WS-OPENED-COUNT
           IF WS-OPEN-COUNT < WS-OPEN-MAX
               ADD 1 TO WS-OPEN-COUNT
               MOVE CASE-CUST-NUMBER
                   TO WS-OC-CUST-NUMBER (WS-OPEN-COUNT)
               MOVE WS-GRP-ACCT-NUMBER
                   TO WS-OC-ACCT-NUMBER (WS-OPEN-COUNT)
               MOVE CASE-RULE TO WS-OC-RULE (WS-OPEN-COUNT)
               MOVE CASE-OPEN-DATE TO WS-OC-OPEN-DATE (WS-OPEN-COUNT)
               MOVE CASE-SEQUENCE TO WS-OC-SEQUENCE (WS-OPEN-COUNT)
               MOVE CASE-STATUS TO WS-OC-STATUS (WS-OPEN-COUNT)
               MOVE ZERO TO WS-OC-DISP-DATE (WS-OPEN-COUNT)
               MOVE ZERO TO WS-OC-DISP-DAYS (WS-OPEN-COUNT)
           END-IF
           MOVE SPACES TO RPT-LINE
           MOVE CASE-ITEM-COUNT TO WS-EDIT-COUNT
           MOVE CASE-AMOUNT TO WS-EDIT-AMOUNT
           STRING "  CASE " DELIMITED BY SIZE
               CASE-OPEN-DATE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CASE-SEQUENCE DELIMITED BY SIZE
               "  CUST " DELIMITED BY SIZE
               CASE-CUST-NUMBER DELIMITED BY SIZE
               "  ACCT " DELIMITED BY SIZE
               CASE-ACCT-NUMBER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CASE-CUST-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RULE-NAME DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "        ITEMS " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE.

       5000-OPEN-CASE-EXIT.
           EXIT.

       5100-CHECK-ONE-OPEN-CASE.
           IF WS-OC-CUST-NUMBER (WS-OC-SUB) = WS-GRP-CUST-NUMBER
               AND WS-OC-ACCT-NUMBER (WS-OC-SUB) = WS-GRP-ACCT-NUMBER
               AND WS-OC-RULE (WS-OC-SUB) = WS-HIT-RULE
               AND WS-OC-OPEN (WS-OC-SUB)
               MOVE WS-OC-SUB TO WS-OC-FOUND-SUB
           END-IF.

       5100-CHECK-ONE-OPEN-CASE-EXIT.
           EXIT.

      *    THE LATEST CLEARED OR ESCALATED CASE FOR THE SAME CUSTOMER
      *    AND RULE, IF ANY.
       5150-CHECK-ONE-DISP-CASE.
           IF WS-OC-CUST-NUMBER (WS-OC-SUB) NOT = WS-GRP-CUST-NUMBER
               OR WS-OC-ACCT-NUMBER (WS-OC-SUB) NOT = WS-GRP-ACCT-NUMBER
               OR WS-OC-RULE (WS-OC-SUB) NOT = WS-HIT-RULE
               OR WS-OC-OPEN (WS-OC-SUB)
               GO TO 5150-CHECK-ONE-DISP-CASE-EXIT
           END-IF
           IF WS-DC-FOUND-SUB = ZERO
               MOVE WS-OC-SUB TO WS-DC-FOUND-SUB
           ELSE
               IF WS-OC-DISP-DAYS (WS-OC-SUB)
                   > WS-OC-DISP-DAYS (WS-DC-FOUND-SUB)
                   MOVE WS-OC-SUB TO WS-DC-FOUND-SUB
               END-IF
           END-IF.

       5150-CHECK-ONE-DISP-CASE-EXIT.
           EXIT.

       5200-WRITE-WITH-SEQUENCE.
           WRITE AML-CASE-RECORD
               INVALID KEY
                   ADD 1 TO CASE-SEQUENCE
               NOT INVALID KEY
                   SET WS-CASE-WRITTEN TO TRUE
           END-WRITE.

       5200-WRITE-WITH-SEQUENCE-EXIT.
           EXIT.

      *    THE CUSTOMER'S NAME FROM CUST-MASTER, OR THE ACCOUNT
      *    HOLDER'S NAME WHEN THERE IS NO CUSTOMER TO READ.
       5300-SET-CASE-NAME.
           MOVE WS-GRP-HOLDER-NAME TO CASE-CUST-NAME
           IF WS-GRP-CUST-NUMBER NOT = ZERO
               AND WS-CUST-FILE-PRESENT
               MOVE WS-GRP-CUST-NUMBER TO CUST-NUMBER
               READ CUST-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-NAME TO CASE-CUST-NAME
               END-READ
           END-IF.

       5300-SET-CASE-NAME-EXIT.
           EXIT.

       5500-SET-RULE-NAME.
           EVALUATE WS-HIT-RULE
               WHEN "N"
                   MOVE "NEAR-THRESHOLD REPEATS" TO WS-RULE-NAME
               WHEN "V"
                   MOVE "CASH VELOCITY" TO WS-RULE-NAME
               WHEN "A"
                   MOVE "ACH IN, CASH OUT" TO WS-RULE-NAME
               WHEN OTHER
                   MOVE SPACES TO WS-RULE-NAME
           END-EVALUATE.

       5500-SET-RULE-NAME-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  6000-REPORT-OVERDUE-CASES - EVERY CASE STILL OPEN THAT WAS    *
      *  OPENED BEFORE THE FILING CUTOFF (BUSINESS DATE LESS THE       *
      *  FILING DAYS).                                                 *
      *----------------------------------------------------------------*
       6000-REPORT-OVERDUE-CASES.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "OPEN CASES PAST THE FILING DEADLINE (OPENED BEFORE "
               DELIMITED BY SIZE
               WS-FILING-CUTOFF DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE LOW-VALUES TO CASE-KEY
           START AML-CASES KEY IS NOT LESS THAN CASE-KEY
               INVALID KEY
                   GO TO 6000-REPORT-OVERDUE-CASES-EXIT
           END-START
           MOVE "N" TO WS-CASE-EOF-SWITCH
           PERFORM 6100-CHECK-ONE-CASE THRU 6100-CHECK-ONE-CASE-EXIT
               UNTIL WS-CASE-EOF.

       6000-REPORT-OVERDUE-CASES-EXIT.
           EXIT.

       6100-CHECK-ONE-CASE.
           READ AML-CASES NEXT RECORD
               AT END
                   SET WS-CASE-EOF TO TRUE
                   GO TO 6100-CHECK-ONE-CASE-EXIT
           END-READ
           IF NOT CASE-STATUS-OPEN
               OR CASE-OPEN-DATE NOT < WS-FILING-CUTOFF
               GO TO 6100-CHECK-ONE-CASE-EXIT
           END-IF
           ADD 1 TO WS-OVERDUE-COUNT
           MOVE CASE-RULE TO WS-HIT-RULE
           PERFORM 5500-SET-RULE-NAME
           MOVE CASE-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO RPT-LINE
           STRING "  *** CASE " DELIMITED BY SIZE
               CASE-OPEN-DATE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CASE-SEQUENCE DELIMITED BY SIZE
               "  CUST " DELIMITED BY SIZE
               CASE-CUST-NUMBER DELIMITED BY SIZE
               "  ACCT " DELIMITED BY SIZE
               CASE-ACCT-NUMBER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RULE-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE.

       6100-CHECK-ONE-CASE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  7000-DAY-NUMBER - WS-DN-DATE TO A RUNNING DAY COUNT IN        *
      *  WS-DN-DAYS.  THE YEAR IS TAKEN TO START IN MARCH SO THE LEAP  *
      *  DAY FALLS AT ITS END; EACH TERM IS TRUNCATED ON ITS OWN.      *
      *----------------------------------------------------------------*
       7000-DAY-NUMBER.
           MOVE WS-DN-YEAR TO WS-DN-Y
           MOVE WS-DN-MONTH TO WS-DN-M
           IF WS-DN-M < 3
               SUBTRACT 1 FROM WS-DN-Y
               ADD 12 TO WS-DN-M
           END-IF
           COMPUTE WS-DN-DAYS = WS-DN-Y * 365 + WS-DN-DAY
           COMPUTE WS-DN-TERM = WS-DN-Y / 4
           ADD WS-DN-TERM TO WS-DN-DAYS
           COMPUTE WS-DN-TERM = WS-DN-Y / 100
           SUBTRACT WS-DN-TERM FROM WS-DN-DAYS
           COMPUTE WS-DN-TERM = WS-DN-Y / 400
           ADD WS-DN-TERM TO WS-DN-DAYS
           COMPUTE WS-DN-TERM = (WS-DN-M * 153 - 457) / 5
           ADD WS-DN-TERM TO WS-DN-DAYS.

       7000-DAY-NUMBER-EXIT.
           EXIT.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-GROUP-TOTAL TO WS-EDIT-COUNT
           STRING "CUSTOMERS WITH CASH ACTIVITY:  " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-OPENED-COUNT TO WS-EDIT-COUNT
           STRING "NEW CASES OPENED:              " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-ALREADY-OPEN-COUNT TO WS-EDIT-COUNT
           STRING "HITS ALREADY UNDER REVIEW:     " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-NO-NEW-ACTIVITY-COUNT TO WS-EDIT-COUNT
           STRING "HITS WITH NO NEW ACTIVITY:     " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-OVERDUE-COUNT TO WS-EDIT-COUNT
           STRING "OPEN CASES PAST DEADLINE:      " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE.

       8000-WRITE-SUMMARY-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE WS-OPENED-COUNT TO WS-EDIT-COUNT
           DISPLAY "BKAMLMON: " WS-EDIT-COUNT " CASE(S) OPENED"
           MOVE WS-OVERDUE-COUNT TO WS-EDIT-COUNT
           DISPLAY "BKAMLMON: " WS-EDIT-COUNT
               " OPEN CASE(S) PAST THE FILING DEADLINE"
           IF WS-ACCT-FILE-PRESENT
               CLOSE ACCT-MASTER
           END-IF
           IF WS-CUST-FILE-PRESENT
               CLOSE CUST-MASTER
           END-IF
           CLOSE AML-CASES
           CLOSE AML-RPT.

       9000-TERMINATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  9500-RUN-CONTROL-COMPLETE - RECORD THIS STEP COMPLETE FOR     *
      *  THE BUSINESS DATE SO THE NEXT STEP IN THE SUITE MAY START.    *
      *----------------------------------------------------------------*
       9500-RUN-CONTROL-COMPLETE.
           MOVE "C" TO WS-RUN-FUNCTION
           MOVE "BKAMLMON" TO WS-RUN-STEP-NAME
           CALL "RUNCTL" USING WS-RUN-FUNCTION
                                WS-RUN-STEP-NAME
                                WS-RUN-MESSAGE
                                WS-RUN-RETURN-CODE
           END-CALL.

       9500-RUN-CONTROL-COMPLETE-EXIT.
           EXIT.
