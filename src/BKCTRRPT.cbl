      *                    COMPLETED FOR THE BUSINESS DATE, REFUSES    *
      *                    A SECOND RUN, AND RECORDS ITS OWN           *
      *                    COMPLETION.                                 *
      *  2026-10-15  RA   OFFICIAL CHECKS SOLD FOR CASH ARE TAKEN      *
      *                    FROM OFCKREG AS CASH IN TO THE PURCHASER'S  *
      *                    ACCOUNT.                                    *
      *================================================================*
      *  PURPOSE.                                                      *
      *      NIGHTLY COMPLIANCE RUN OVER THE DAY'S TRAN-JOURNAL.       *
      *      ACCOUNT, HOLDER NAME FROM ACCT-MASTER, THEN EVERY CASH    *
      *      TRANSACTION WITH TELLER, TIME AND AMOUNT - AND ONE        *
      *      FIXED-FORMAT CTREXTR RECORD FOR THE FILING SYSTEM.        *
      *      AN OFFICIAL CHECK BOUGHT WITH CASH TODAY IS TAKEN FROM    *
      *      THE OFCKREG REGISTER AND COUNTS AS CASH IN TO THE         *
      *      PURCHASER'S ACCOUNT; NO ACCOUNT MOVES ON A CASH SALE, SO  *
      *      IT NEVER REACHES THE JOURNAL.                             *
      *      RUN BEFORE THE BKEODCUT CUTOVER, LIKE THE OTHER           *
      *      END-OF-DAY REPORTS.                                       *
      *================================================================*

           SELECT SORT-WORK ASSIGN TO "SORTWK4".

           SELECT OFCK-REGISTER ASSIGN TO "OFCKREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFCK-SERIAL
               FILE STATUS IS WS-OFCK-FILE-STATUS.

           SELECT CTR-PARM ASSIGN TO "CTRPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
       SD  SORT-WORK.
           COPY tranrec REPLACING TRAN-JOURNAL-RECORD BY SR-CTR-ROW.

       FD  OFCK-REGISTER.
           COPY ofckrec.

       FD  CTR-PARM.
      *    SINGLE PARAMETER RECORD: THE REPORTING THRESHOLD,
      *    MAINTAINED BY COMPLIANCE WITHOUT A PROGRAM CHANGE.
       01  WS-RPT-FILE-STATUS           PIC X(02).
       01  WS-EXTR-FILE-STATUS          PIC X(02).
       01  WS-CUST-FILE-STATUS          PIC X(02).
       01  WS-OFCK-FILE-STATUS          PIC X(02).
       01  WS-CUST-FILE-SWITCH          PIC X(01)  VALUE "N".
           88  WS-CUST-FILE-PRESENT             VALUE "Y".
       01  WS-JRNL-EOF-SWITCH           PIC X(01)  VALUE "N".
           88  WS-JRNL-EOF                      VALUE "Y".
       01  WS-OFCK-EOF-SWITCH           PIC X(01)  VALUE "N".
           88  WS-OFCK-EOF                      VALUE "Y".
       01  WS-SORT-EOF-SWITCH           PIC X(01)  VALUE "N".
           88  WS-SORT-EOF                      VALUE "Y".
       01  WS-FIRST-RECORD-SWITCH       PIC X(01)  VALUE "Y".

      *----------------------------------------------------------------*
      *  2000-SELECT-CASH-ACTIVITY - RELEASE ONLY CASH MOVEMENT: A     *
      *  DEPOSITOS CREDIT OR AN EXTRACCIONES DEBIT, PLUS THE DAY'S     *
      *  CASH SALES OF OFFICIAL CHECKS FROM THE REGISTER.              *
      *----------------------------------------------------------------*
       2000-SELECT-CASH-ACTIVITY.
           PERFORM 2200-SELECT-CASH-CHECK-SALES
               THRU 2200-SELECT-CASH-CHECK-SALES-EXIT
           OPEN INPUT TRAN-JOURNAL
           IF WS-JRNL-FILE-STATUS = "35"
               SET WS-JRNL-EOF TO TRUE
       2100-READ-JOURNAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2200-SELECT-CASH-CHECK-SALES - AN OFFICIAL CHECK SOLD FOR     *
      *  CASH ON THE BUSINESS DATE IS RELEASED AS A CASH CREDIT TO     *
      *  THE PURCHASER'S ACCOUNT, SERIAL IN THE RELATED-ACCOUNT        *
      *  FIELD AS ON A JOURNALED SALE.  A SALE WITH NO PURCHASER       *
      *  ACCOUNT CANNOT BE ATTRIBUTED AND IS PASSED OVER.              *
      *----------------------------------------------------------------*
       2200-SELECT-CASH-CHECK-SALES.
           MOVE "N" TO WS-OFCK-EOF-SWITCH
           OPEN INPUT OFCK-REGISTER
           IF WS-OFCK-FILE-STATUS NOT = "00"
               GO TO 2200-SELECT-CASH-CHECK-SALES-EXIT
           END-IF
           MOVE ZERO TO OFCK-SERIAL
           START OFCK-REGISTER KEY NOT LESS THAN OFCK-SERIAL
               INVALID KEY
                   SET WS-OFCK-EOF TO TRUE
           END-START
           PERFORM 2210-SELECT-ONE-SALE THRU 2210-SELECT-ONE-SALE-EXIT
               UNTIL WS-OFCK-EOF
           CLOSE OFCK-REGISTER.

       2200-SELECT-CASH-CHECK-SALES-EXIT.
           EXIT.

       2210-SELECT-ONE-SALE.
           READ OFCK-REGISTER NEXT RECORD
               AT END
                   SET WS-OFCK-EOF TO TRUE
                   GO TO 2210-SELECT-ONE-SALE-EXIT
           END-READ
           IF NOT OFCK-FUNDED-CASH
               OR OFCK-ISSUE-DATE NOT = WS-BUSINESS-DATE
               OR OFCK-PURCHASER-ACCT = ZERO
               GO TO 2210-SELECT-ONE-SALE-EXIT
           END-IF
           INITIALIZE SR-CTR-ROW
           MOVE OFCK-ISSUE-DATE TO TJ-TRAN-DATE OF SR-CTR-ROW
           MOVE OFCK-ISSUE-TIME TO TJ-TRAN-TIME OF SR-CTR-ROW
           MOVE OFCK-TELLER-ID TO TJ-TELLER-ID OF SR-CTR-ROW
           MOVE OFCK-PURCHASER-ACCT TO TJ-ACCT-NUMBER OF SR-CTR-ROW
           MOVE OFCK-SERIAL TO TJ-RELATED-ACCT-NUMBER OF SR-CTR-ROW
           MOVE OFCK-BRANCH TO TJ-BRANCH OF SR-CTR-ROW
           SET TJ-OPER-CHQ-OFICIAL OF SR-CTR-ROW TO TRUE
           SET TJ-IS-CREDIT OF SR-CTR-ROW TO TRUE
           MOVE "C" TO TJ-TENDER-TYPE OF SR-CTR-ROW
           MOVE OFCK-AMOUNT TO TJ-AMOUNT OF SR-CTR-ROW
           RELEASE SR-CTR-ROW.

       2210-SELECT-ONE-SALE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-PROCESS-SORTED-RECORDS - CONTROL BREAK ON ACCOUNT;       *
      *  EACH ACCOUNT'S CASH ACTIVITY IS BUFFERED SO THE DETAIL CAN    *

       3400-ACCUMULATE-RECORD.
           ADD 1 TO WS-BRK-TRAN-COUNT
           IF TJ-OPER-EXTRACCIONES OF SR-CTR-ROW
               ADD TJ-AMOUNT OF SR-CTR-ROW TO WS-BRK-CASH-OUT
           ELSE
               ADD TJ-AMOUNT OF SR-CTR-ROW TO WS-BRK-CASH-IN
           END-IF
           IF WS-DETAIL-COUNT < 200
               ADD 1 TO WS-DETAIL-COUNT
           EXIT.

       4250-WRITE-DETAIL-LINE.
           EVALUATE WS-DT-OPER-TYPE (WS-DT-IDX)
               WHEN "1"
                   MOVE "DEPOSITO    " TO WS-OPER-NAME
               WHEN "E"
                   MOVE "CHQ OFICIAL " TO WS-OPER-NAME
               WHEN OTHER
                   MOVE "EXTRACCION  " TO WS-OPER-NAME
           END-EVALUATE
           MOVE WS-DT-AMOUNT (WS-DT-IDX) TO WS-EDIT-AMOUNT
           MOVE SPACES TO RPT-LINE
           STRING "   TELLER " DELIMITED BY SIZE
