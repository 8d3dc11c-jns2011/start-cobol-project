       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OFCKISS.
       AUTHOR.        R. ALVARADO.
       INSTALLATION.  BRANCH SYSTEMS GROUP.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *================================================================*
      *  MODIFICATION HISTORY                                          *
      *  2026-10-15  RA   INITIAL VERSION - OFFICIAL (CASHIER'S) CHECK *
      *                    SALE, DRIVEN BY THE TELLER A-CHEQUE         *
      *                    OFICIAL OPTION.                             *
      *  2026-10-15  RA   A CASH SALE NOW NEEDS THE PURCHASER'S        *
      *                    ACCOUNT, KEPT ON THE REGISTER SO THE CASH   *
      *                    REACHES BKCTRRPT AND BKAMLMON.              *
      *================================================================*
      *  PURPOSE.                                                      *
      *      SELLS ONE OFFICIAL CHECK AND RECORDS IT ON THE OFCKREG    *
      *      REGISTER (OFCKREC) AS OUTSTANDING.  THE CHECK IS FUNDED   *
      *      ONE OF TWO WAYS:                                          *
      *          D - DEBITED TO AN ACTIVE ACCOUNT'S AVAILABLE          *
      *              BALANCE AND JOURNALED THROUGH JRNLWRT AS          *
      *              TJ-OPER-CHQ-OFICIAL, TENDER INTERNAL, WITH THE    *
      *              CHECK SERIAL IN TJ-RELATED-ACCT-NUMBER.           *
      *          C - CASH TAKEN INTO THE TELLER'S DRAWER THROUGH       *
      *              DRAWER01.  NO CUSTOMER ACCOUNT MOVES, SO NOTHING  *
      *              IS JOURNALED; BKGLPOST POSTS THE CASH SIDE FROM   *
      *              THE REGISTER.  THE PURCHASER IS IDENTIFIED BY     *
      *              AN ACCOUNT ON ACCT-MASTER, WHICH IS NOT DEBITED   *
      *              BUT IS CARRIED IN OFCK-PURCHASER-ACCT SO          *
      *              BKCTRRPT AND BKAMLMON COUNT THE CASH AGAINST      *
      *              THAT ACCOUNT AND ITS CUSTOMER.                    *
      *      EITHER WAY THE PURCHASER DEFAULTS TO THE ACCOUNT HOLDER.  *
      *      THE SERIAL IS THE NEXT ONE AFTER THE LAST ISSUED, KEPT    *
      *      ON THE OFCKCTL CONTROL RECORD (CREATED ON FIRST USE THE   *
      *      SAME WAY BDAYCTL CREATES BIZDATE); A SERIAL ALREADY ON    *
      *      THE REGISTER IS STEPPED PAST.  OFCK-SERIAL RETURNS THE    *
      *      SERIAL TO PRINT ON THE CHECK.                             *
      *      RETURN CODES:                                             *
      *          0 DONE                 4 INSUFFICIENT FUNDS           *
      *          1 INVALID REQUEST      5 POSTING CLOSED               *
      *          2 ACCOUNT NOT FOUND    6 ACCOUNT IS DORMANT           *
      *          3 ACCOUNT NOT ACTIVE                                  *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFCK-REGISTER ASSIGN TO "OFCKREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFCK-SERIAL
               FILE STATUS IS WS-OFCK-FILE-STATUS.

           SELECT OFCK-CONTROL ASSIGN TO "OFCKCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OCTL-FILE-STATUS.

           SELECT ACCT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFCK-REGISTER.
           COPY ofckrec.

       FD  OFCK-CONTROL.
       01  OFCK-CONTROL-RECORD.
           05  OCTL-LAST-SERIAL         PIC 9(08).
           05  FILLER                   PIC X(22).

       FD  ACCT-MASTER.
           COPY acctrec.

       WORKING-STORAGE SECTION.
       01  WS-OFCK-FILE-STATUS          PIC X(02).
       01  WS-OCTL-FILE-STATUS          PIC X(02).
       01  WS-ACCT-FILE-STATUS          PIC X(02).
       01  WS-CHECK-WRITTEN-SWITCH      PIC X(01).
           88  WS-CHECK-WRITTEN                 VALUE "Y".

       01  WS-PURCHASER-BRANCH          PIC 9(04).
       01  WS-AVAILABLE-BALANCE         PIC S9(11)V99 COMP-3.
       01  WS-BEFORE-BALANCE            PIC S9(11)V99 COMP-3.

       01  WS-DRW-FUNCTION              PIC X(01).
       01  WS-DRW-OVER-SHORT            PIC S9(9)V99.
       01  WS-DRW-RETURN-CODE           PIC X(01).

       01  WS-CURRENT-TIME              PIC 9(08).
       01  WS-BDAY-FUNCTION             PIC X(01).
       01  WS-BUSINESS-DATE             PIC 9(08).
       01  WS-BDAY-RETURN-CODE          PIC X(01).
           COPY tranrec REPLACING TRAN-JOURNAL-RECORD BY WS-JRNL-ENTRY.

       LINKAGE SECTION.
       01  OFCK-FUNDING-IND             PIC X(01).
           88  OFCK-BY-CASH                     VALUE "C".
           88  OFCK-BY-ACCOUNT                  VALUE "D".
       01  OFCK-ACCT-NUMBER             PIC 9(10).
       01  OFCK-SALE-AMOUNT             PIC 9(9)V99.
       01  OFCK-PAYEE                   PIC X(30).
       01  OFCK-PURCHASER               PIC X(30).
       01  OFCK-SALE-TELLER-ID          PIC X(06).
       01  OFCK-SESSION-ID              PIC X(08).
       01  OFCK-SERIAL-ISSUED           PIC 9(08).
       01  OFCK-MESSAGE                 PIC X(40).
       01  OFCK-RETURN-CODE             PIC X(01).

       PROCEDURE DIVISION USING OFCK-FUNDING-IND
                                 OFCK-ACCT-NUMBER
                                 OFCK-SALE-AMOUNT
                                 OFCK-PAYEE
                                 OFCK-PURCHASER
                                 OFCK-SALE-TELLER-ID
                                 OFCK-SESSION-ID
                                 OFCK-SERIAL-ISSUED
                                 OFCK-MESSAGE
                                 OFCK-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO OFCK-SERIAL-ISSUED
           OPEN I-O OFCK-REGISTER
           IF WS-OFCK-FILE-STATUS = "35" OR "05"
               CLOSE OFCK-REGISTER
               OPEN OUTPUT OFCK-REGISTER
               CLOSE OFCK-REGISTER
               OPEN I-O OFCK-REGISTER
           END-IF
           OPEN I-O ACCT-MASTER
           MOVE "G" TO WS-BDAY-FUNCTION
           CALL "BDAYCTL" USING WS-BDAY-FUNCTION
                                 WS-BUSINESS-DATE
                                 WS-BDAY-RETURN-CODE
           END-CALL
           IF WS-BDAY-RETURN-CODE = "1"
               MOVE "5" TO OFCK-RETURN-CODE
               MOVE "POSTING CLOSED - END OF DAY RUNNING" TO
                   OFCK-MESSAGE
               GO TO 0000-MAINLINE-EXIT
           END-IF
           IF OFCK-SALE-AMOUNT = ZERO
               OR OFCK-PAYEE = SPACES
               OR (NOT OFCK-BY-CASH AND NOT OFCK-BY-ACCOUNT)
               OR OFCK-ACCT-NUMBER = ZERO
               MOVE "1" TO OFCK-RETURN-CODE
               MOVE "INVALID OFFICIAL CHECK REQUEST" TO OFCK-MESSAGE
               GO TO 0000-MAINLINE-EXIT
           END-IF
           ACCEPT WS-CURRENT-TIME FROM TIME
           IF OFCK-BY-ACCOUNT
               PERFORM 1000-CHECK-ACCOUNT THRU 1000-CHECK-ACCOUNT-EXIT
           ELSE
               PERFORM 1500-IDENTIFY-PURCHASER
                   THRU 1500-IDENTIFY-PURCHASER-EXIT
           END-IF
           IF OFCK-RETURN-CODE NOT = "0"
               GO TO 0000-MAINLINE-EXIT
           END-IF
           PERFORM 2000-ISSUE-CHECK THRU 2000-ISSUE-CHECK-EXIT
           IF OFCK-BY-ACCOUNT
               PERFORM 3000-DEBIT-ACCOUNT THRU 3000-DEBIT-ACCOUNT-EXIT
           ELSE
               PERFORM 4000-UPDATE-DRAWER THRU 4000-UPDATE-DRAWER-EXIT
           END-IF
           MOVE OFCK-SERIAL TO OFCK-SERIAL-ISSUED
           MOVE "0" TO OFCK-RETURN-CODE
           MOVE SPACES TO OFCK-MESSAGE
           STRING "OFFICIAL CHECK ISSUED - SERIAL " DELIMITED BY SIZE
               OFCK-SERIAL DELIMITED BY SIZE
               INTO OFCK-MESSAGE.

       0000-MAINLINE-EXIT.
           CLOSE ACCT-MASTER
           CLOSE OFCK-REGISTER
           GOBACK.

      *----------------------------------------------------------------*
      *  1000-CHECK-ACCOUNT - THE PURCHASING ACCOUNT MUST BE ACTIVE    *
      *  AND COVER THE CHECK FROM ITS AVAILABLE BALANCE.  ITS RECORD   *
      *  STAYS IN THE FD FOR THE DEBIT IN 3000.                        *
      *----------------------------------------------------------------*
       1000-CHECK-ACCOUNT.
           MOVE OFCK-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCT-MASTER
               INVALID KEY
                   MOVE "2" TO OFCK-RETURN-CODE
                   MOVE "ACCOUNT NOT FOUND" TO OFCK-MESSAGE
                   GO TO 1000-CHECK-ACCOUNT-EXIT
           END-READ
           IF ACCT-STATUS-DORMANT
               MOVE "6" TO OFCK-RETURN-CODE
               MOVE "ACCOUNT IS DORMANT - SUPV REQUIRED" TO
                   OFCK-MESSAGE
               GO TO 1000-CHECK-ACCOUNT-EXIT
           END-IF
           IF NOT ACCT-STATUS-ACTIVE
               MOVE "3" TO OFCK-RETURN-CODE
               MOVE "ACCOUNT IS NOT ACTIVE" TO OFCK-MESSAGE
               GO TO 1000-CHECK-ACCOUNT-EXIT
           END-IF
           COMPUTE WS-AVAILABLE-BALANCE =
               ACCT-CURRENT-BALANCE - ACCT-HOLD-AMOUNT
           IF OFCK-SALE-AMOUNT > WS-AVAILABLE-BALANCE
               MOVE "4" TO OFCK-RETURN-CODE
               MOVE "INSUFFICIENT AVAILABLE FUNDS" TO OFCK-MESSAGE
               GO TO 1000-CHECK-ACCOUNT-EXIT
           END-IF
           IF OFCK-PURCHASER = SPACES
               MOVE ACCT-HOLDER-NAME TO OFCK-PURCHASER
           END-IF
           MOVE ACCT-BRANCH TO WS-PURCHASER-BRANCH
           MOVE "0" TO OFCK-RETURN-CODE.

       1000-CHECK-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1500-IDENTIFY-PURCHASER - A CASH PURCHASER MUST HOLD AN       *
      *  ACCOUNT ON ACCT-MASTER.  NOTHING IS TAKEN FROM IT; IT ONLY    *
      *  TIES THE CASH TO A KNOWN ACCOUNT AND CUSTOMER FOR THE         *
      *  LARGE-CASH AND MONITORING STEPS.                              *
      *----------------------------------------------------------------*
       1500-IDENTIFY-PURCHASER.
           MOVE OFCK-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCT-MASTER
               INVALID KEY
                   MOVE "2" TO OFCK-RETURN-CODE
                   MOVE "ACCOUNT NOT FOUND" TO OFCK-MESSAGE
                   GO TO 1500-IDENTIFY-PURCHASER-EXIT
           END-READ
           IF OFCK-PURCHASER = SPACES
               MOVE ACCT-HOLDER-NAME TO OFCK-PURCHASER
           END-IF
           MOVE ACCT-BRANCH TO WS-PURCHASER-BRANCH
           MOVE "0" TO OFCK-RETURN-CODE.

       1500-IDENTIFY-PURCHASER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-ISSUE-CHECK - TAKE THE NEXT SERIAL FROM OFCKCTL AND      *
      *  WRITE THE CHECK TO THE REGISTER AS OUTSTANDING.               *
      *----------------------------------------------------------------*
       2000-ISSUE-CHECK.
           OPEN I-O OFCK-CONTROL
           IF WS-OCTL-FILE-STATUS = "35"
               PERFORM 2100-CREATE-CONTROL-RECORD
           END-IF
           READ OFCK-CONTROL
           MOVE SPACES TO OFFICIAL-CHECK-RECORD
           COMPUTE OFCK-SERIAL = OCTL-LAST-SERIAL + 1
           MOVE WS-BUSINESS-DATE TO OFCK-ISSUE-DATE
           MOVE WS-CURRENT-TIME TO OFCK-ISSUE-TIME
           MOVE WS-PURCHASER-BRANCH TO OFCK-BRANCH
           MOVE OFCK-SALE-TELLER-ID TO OFCK-TELLER-ID
           MOVE OFCK-SALE-AMOUNT TO OFCK-AMOUNT
           MOVE OFCK-PAYEE TO OFCK-PAYEE-NAME
           MOVE OFCK-PURCHASER TO OFCK-PURCHASER-NAME
           MOVE OFCK-ACCT-NUMBER TO OFCK-PURCHASER-ACCT
           MOVE OFCK-FUNDING-IND TO OFCK-FUNDING
           SET OFCK-OUTSTANDING TO TRUE
           MOVE ZERO TO OFCK-PAID-DATE
           MOVE ZERO TO OFCK-PAID-AMOUNT
           MOVE ZERO TO OFCK-PRESENTED-COUNT
           MOVE "N" TO WS-CHECK-WRITTEN-SWITCH
           PERFORM 2200-WRITE-WITH-SERIAL
               THRU 2200-WRITE-WITH-SERIAL-EXIT
               UNTIL WS-CHECK-WRITTEN
           MOVE OFCK-SERIAL TO OCTL-LAST-SERIAL
           REWRITE OFCK-CONTROL-RECORD
           CLOSE OFCK-CONTROL.

       2000-ISSUE-CHECK-EXIT.
           EXIT.

       2100-CREATE-CONTROL-RECORD.
           CLOSE OFCK-CONTROL
           OPEN OUTPUT OFCK-CONTROL
           MOVE SPACES TO OFCK-CONTROL-RECORD
           MOVE ZERO TO OCTL-LAST-SERIAL
           WRITE OFCK-CONTROL-RECORD
           CLOSE OFCK-CONTROL
           OPEN I-O OFCK-CONTROL.

       2100-CREATE-CONTROL-RECORD-EXIT.
           EXIT.

       2200-WRITE-WITH-SERIAL.
           WRITE OFFICIAL-CHECK-RECORD
               INVALID KEY
                   ADD 1 TO OFCK-SERIAL
               NOT INVALID KEY
                   SET WS-CHECK-WRITTEN TO TRUE
           END-WRITE.

       2200-WRITE-WITH-SERIAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-DEBIT-ACCOUNT - TAKE THE CHECK AMOUNT FROM THE           *
      *  PURCHASING ACCOUNT AND JOURNAL THE DEBIT.                     *
      *----------------------------------------------------------------*
       3000-DEBIT-ACCOUNT.
           MOVE ACCT-CURRENT-BALANCE TO WS-BEFORE-BALANCE
           SUBTRACT OFCK-SALE-AMOUNT FROM ACCT-CURRENT-BALANCE
           MOVE WS-BUSINESS-DATE TO ACCT-LAST-ACTIVITY-DATE
           REWRITE ACCT-MASTER-RECORD
           MOVE WS-BUSINESS-DATE TO TJ-TRAN-DATE OF WS-JRNL-ENTRY
           MOVE WS-CURRENT-TIME TO TJ-TRAN-TIME OF WS-JRNL-ENTRY
           MOVE OFCK-SALE-TELLER-ID TO TJ-TELLER-ID OF WS-JRNL-ENTRY
           MOVE OFCK-SESSION-ID TO TJ-SESSION-ID OF WS-JRNL-ENTRY
           MOVE OFCK-ACCT-NUMBER TO TJ-ACCT-NUMBER OF WS-JRNL-ENTRY
           MOVE OFCK-SERIAL TO
               TJ-RELATED-ACCT-NUMBER OF WS-JRNL-ENTRY
           MOVE ACCT-BRANCH TO TJ-BRANCH OF WS-JRNL-ENTRY
           SET TJ-OPER-CHQ-OFICIAL OF WS-JRNL-ENTRY TO TRUE
           SET TJ-IS-DEBIT OF WS-JRNL-ENTRY TO TRUE
           MOVE OFCK-SALE-AMOUNT TO TJ-AMOUNT OF WS-JRNL-ENTRY
           MOVE WS-BEFORE-BALANCE TO
               TJ-BEFORE-BALANCE OF WS-JRNL-ENTRY
           MOVE ACCT-CURRENT-BALANCE TO
               TJ-AFTER-BALANCE OF WS-JRNL-ENTRY
           MOVE ZERO TO TJ-ORIG-TRAN-TIME OF WS-JRNL-ENTRY
           SET TJ-TENDER-INTERNAL OF WS-JRNL-ENTRY TO TRUE
           CALL "JRNLWRT" USING WS-JRNL-ENTRY
           END-CALL.

       3000-DEBIT-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4000-UPDATE-DRAWER - CASH PAID FOR THE CHECK ADDS TO THE      *
      *  TELLER'S DRAWER LIKE A CASH DEPOSIT.                          *
      *----------------------------------------------------------------*
       4000-UPDATE-DRAWER.
           MOVE "D" TO WS-DRW-FUNCTION
           CALL "DRAWER01" USING WS-DRW-FUNCTION
                                  OFCK-SALE-TELLER-ID
                                  OFCK-SALE-AMOUNT
                                  WS-DRW-OVER-SHORT
                                  WS-DRW-RETURN-CODE
           END-CALL.

       4000-UPDATE-DRAWER-EXIT.
           EXIT.
