      *                    COMPLETED FOR THE BUSINESS DATE, REFUSES    *
      *                    A SECOND RUN, AND RECORDS ITS OWN           *
      *                    COMPLETION.                                 *
      *  2026-10-15  RA   MONTH-END FEES (COMISIONES) BROKEN OUT ON    *
      *                    THEIR OWN LINE OF THE EXCEPTION BLOCK.      *
      *  2026-10-15  RA   CERTIFICATES OF DEPOSIT RECONCILE AGAINST    *
      *                    CD-PRINCIPAL ON CDMASTER WHEN THE JOURNAL   *
      *                    ACCOUNT IS NOT ON ACCT-MASTER.              *
      *================================================================*
      *  PURPOSE.                                                      *
      *      SORTS THE DAY'S TRAN-JOURNAL BY ACCOUNT, TOTALS COUNT AND *
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT CD-MASTER ASSIGN TO "CDMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CD-NUMBER
               FILE STATUS IS WS-CD-FILE-STATUS.

           SELECT RECON-RPT ASSIGN TO "RECONRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       FD  ACCT-MASTER.
           COPY acctrec.

       FD  CD-MASTER.
           COPY cdrec.

       FD  RECON-RPT.
           COPY rptline.

       WORKING-STORAGE SECTION.
       01  WS-JRNL-FILE-STATUS          PIC X(02).
       01  WS-ACCT-FILE-STATUS          PIC X(02).
       01  WS-CD-FILE-STATUS            PIC X(02).
       01  WS-CD-FILE-SWITCH            PIC X(01)  VALUE "N".
           88  WS-CD-FILE-PRESENT               VALUE "Y".
       01  WS-RPT-FILE-STATUS           PIC X(02).
       01  WS-SORT-EOF-SWITCH           PIC X(01)  VALUE "N".
           88  WS-SORT-EOF                      VALUE "Y".
           05  WS-BRK-OPENING-BALANCE   PIC S9(11)V99 COMP-3.
           05  WS-BRK-NET-MOVEMENT      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-BRK-EXPECTED-BALANCE  PIC S9(11)V99 COMP-3.
           05  WS-BRK-MASTER-BALANCE    PIC S9(11)V99 COMP-3.
           05  WS-BRK-DEP-COUNT         PIC 9(05) COMP  VALUE ZERO.
           05  WS-BRK-DEP-AMOUNT        PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-BRK-XFER-COUNT        PIC 9(05) COMP  VALUE ZERO.
           05  WS-BRK-XFER-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-BRK-WDR-COUNT         PIC 9(05) COMP  VALUE ZERO.
           05  WS-BRK-WDR-AMOUNT        PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-BRK-FEE-COUNT         PIC 9(05) COMP  VALUE ZERO.
           05  WS-BRK-FEE-AMOUNT        PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-REPORT-TOTALS.
           05  WS-TOT-ACCOUNTS          PIC 9(07)       VALUE ZERO.
           05  WS-EDIT-XFER-AMT-DISP    PIC X(20).
           05  WS-EDIT-WDR-COUNT-DISP   PIC X(09).
           05  WS-EDIT-WDR-AMT-DISP     PIC X(20).
           05  WS-EDIT-FEE-COUNT-DISP   PIC X(09).
           05  WS-EDIT-FEE-AMT-DISP     PIC X(20).

       01  WS-RUN-FUNCTION              PIC X(01).
       01  WS-RUN-STEP-NAME             PIC X(08).

       1000-INITIALIZE.
           OPEN INPUT ACCT-MASTER
           OPEN INPUT CD-MASTER
           IF WS-CD-FILE-STATUS = "00"
               SET WS-CD-FILE-PRESENT TO TRUE
           END-IF
           OPEN OUTPUT RECON-RPT
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNT RECONCILIATION EXCEPTIONS REPORT"
           MOVE ZERO TO WS-BRK-DEP-COUNT WS-BRK-DEP-AMOUNT
           MOVE ZERO TO WS-BRK-XFER-COUNT WS-BRK-XFER-AMOUNT
           MOVE ZERO TO WS-BRK-WDR-COUNT WS-BRK-WDR-AMOUNT
           MOVE ZERO TO WS-BRK-FEE-COUNT WS-BRK-FEE-AMOUNT
           MOVE "N" TO WS-FIRST-RECORD-SWITCH.

       3300-START-NEW-ACCOUNT-EXIT.
                   ADD 1 TO WS-BRK-WDR-COUNT
                   ADD TJ-AMOUNT OF SR-JOURNAL-ROW
                       TO WS-BRK-WDR-AMOUNT
               WHEN TJ-OPER-COMISIONES OF SR-JOURNAL-ROW
                   ADD 1 TO WS-BRK-FEE-COUNT
                   ADD TJ-AMOUNT OF SR-JOURNAL-ROW
                       TO WS-BRK-FEE-AMOUNT
           END-EVALUATE.

       3400-ACCUMULATE-RECORD-EXIT.
       4000-VERIFY-ACCOUNT.
           ADD 1 TO WS-TOT-ACCOUNTS
           MOVE WS-BRK-ACCT-NUMBER TO ACCT-NUMBER
           COMPUTE WS-BRK-EXPECTED-BALANCE =
               WS-BRK-OPENING-BALANCE + WS-BRK-NET-MOVEMENT
           READ ACCT-MASTER
               INVALID KEY
                   PERFORM 4100-VERIFY-CD THRU 4100-VERIFY-CD-EXIT
                   GO TO 4000-VERIFY-ACCOUNT-EXIT
           END-READ
           MOVE ACCT-CURRENT-BALANCE TO WS-BRK-MASTER-BALANCE
           IF WS-BRK-MASTER-BALANCE NOT = WS-BRK-EXPECTED-BALANCE
               PERFORM 4900-WRITE-EXCEPTION-LINE
           END-IF.

       4000-VERIFY-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4100-VERIFY-CD - A JOURNAL ACCOUNT NUMBER NOT ON ACCT-MASTER  *
      *  MAY BE A CERTIFICATE OF DEPOSIT; ITS BOOK BALANCE IS          *
      *  CD-PRINCIPAL ON CDMASTER.                                     *
      *----------------------------------------------------------------*
       4100-VERIFY-CD.
           IF NOT WS-CD-FILE-PRESENT
               PERFORM 4900-WRITE-NO-MASTER-LINE
               GO TO 4100-VERIFY-CD-EXIT
           END-IF
           MOVE WS-BRK-ACCT-NUMBER TO CD-NUMBER
           READ CD-MASTER
               INVALID KEY
                   PERFORM 4900-WRITE-NO-MASTER-LINE
                   GO TO 4100-VERIFY-CD-EXIT
           END-READ
           MOVE CD-PRINCIPAL TO WS-BRK-MASTER-BALANCE
           IF WS-BRK-MASTER-BALANCE NOT = WS-BRK-EXPECTED-BALANCE
               PERFORM 4900-WRITE-EXCEPTION-LINE
           END-IF.

       4100-VERIFY-CD-EXIT.
           EXIT.

       4900-WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-TOT-EXCEPTIONS
           MOVE SPACES TO RPT-LINE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-BRK-MASTER-BALANCE TO WS-EDIT-AMOUNT
           STRING "   MASTER BALANCE " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO RPT-LINE
               "  AMOUNT: " DELIMITED BY SIZE
               WS-EDIT-WDR-AMT-DISP DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-BRK-FEE-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-EDIT-FEE-COUNT-DISP
           MOVE WS-BRK-FEE-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-EDIT-FEE-AMT-DISP
           STRING "   COMISIONES     COUNT: " DELIMITED BY SIZE
               WS-EDIT-FEE-COUNT-DISP DELIMITED BY SIZE
               "  AMOUNT: " DELIMITED BY SIZE
               WS-EDIT-FEE-AMT-DISP DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE.

       4900-WRITE-EXCEPTION-LINE-EXIT.

       9000-TERMINATE.
           CLOSE ACCT-MASTER
           IF WS-CD-FILE-PRESENT
               CLOSE CD-MASTER
           END-IF
           CLOSE RECON-RPT.

       9000-TERMINATE-EXIT.
