      *  2026-09-03  RA   DORMANT ACCOUNTS REFUSED WITH THEIR OWN      *
      *                    RETURN CODE; EVERY POSTED WITHDRAWAL        *
      *                    STAMPS THE ACCOUNT'S LAST-ACTIVITY DATE.    *
      *  2026-10-15  RA   OVERDRAFT PROTECTION: A SHORTFALL IS SWEPT   *
      *                    FROM THE LINKED BACKUP ACCOUNT (ODPLINK)    *
      *                    WHEN IT PASSES THE SAME HOLD, STATUS AND    *
      *                    DAILY-LIMIT CHECKS, JOURNALED AS A          *
      *                    TJ-OPER-SOBREGIRO PAIR BEFORE THE           *
      *                    WITHDRAWAL POSTS.                           *
      *  2026-10-15  RA   INTERNAL TENDER (I) ACCEPTED FOR BATCH BOOK  *
      *                    ENTRIES; THE DRAWER MOVES ONLY FOR CASH.    *
      *  2026-10-15  RA   THE OVERDRAFT SWEEP IS SPANNED BY AN         *
      *                    XFER-CKPT CHECKPOINT (SEQUENCE 0002) SO     *
      *                    XFRRCVR CAN BACK OUT A HALF-DONE SWEEP;     *
      *                    BOTH SWEEP REWRITES ARE CHECKED.            *
      *================================================================*
      *  PURPOSE.                                                      *
      *      POSTS ONE WITHDRAWAL AGAINST ACCT-MASTER, REJECTING IT    *
      *      WHEN AVAILABLE FUNDS (BALANCE LESS ANY HOLD) ARE SHORT,   *
      *      AND RECORDS THE BEFORE/AFTER BALANCE ON TRAN-JOURNAL.     *
      *      A SHORT ACCOUNT WITH AN OVERDRAFT PROTECTION LINK IS      *
      *      TOPPED UP FROM ITS BACKUP ACCOUNT BY EXACTLY THE MISSING  *
      *      AMOUNT FIRST; THE WITHDRAWAL IS REJECTED ONLY WHEN THE    *
      *      BACKUP ACCOUNT CANNOT COVER IT.  THE SWEEP'S TWO LEGS     *
      *      ARE SPANNED BY AN XFER-CKPT RECORD, AS A TRANSFER'S ARE   *
      *      IN XFER001, SO XFRRCVR CAN BACK OUT A SWEEP LEFT          *
      *      HALF-DONE BY AN ABEND.                                    *
      *================================================================*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT ODP-LINKS ASSIGN TO "ODPLINK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODP-ACCT-NUMBER
               FILE STATUS IS WS-ODP-FILE-STATUS.

           SELECT XFER-CKPT ASSIGN TO "XFERCKPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKPT-KEY
               FILE STATUS IS WS-CKPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER.
       FD  TRAN-JOURNAL.
           COPY tranrec.

       FD  ODP-LINKS.
           COPY odprec.

       FD  XFER-CKPT.
           COPY ckptrec.

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS          PIC X(02).
       01  WS-BEFORE-BALANCE            PIC S9(11)V99 COMP-3.
       01  WS-JRNL-EOF-SWITCH           PIC X(01).
           88  WS-JRNL-EOF                      VALUE "Y".
       01  WS-DAYS-DEBIT-TOTAL          PIC S9(11)V99 COMP-3.
       01  WS-ODP-FILE-STATUS           PIC X(02).
       01  WS-CKPT-FILE-STATUS          PIC X(02).
       01  WS-SWEEP-SWITCH              PIC X(01).
           88  WS-SWEEP-OK                      VALUE "Y".
       01  WS-SWEEP-AMOUNT              PIC S9(11)V99 COMP-3.
       01  WS-SWEEP-BEFORE-BALANCE      PIC S9(11)V99 COMP-3.
       01  WS-PROTECTED-CUST-NUMBER     PIC 9(08).
       01  WS-BACKUP-ACCT-NUMBER        PIC 9(10).
           COPY tranrec REPLACING TRAN-JOURNAL-RECORD BY WS-JRNL-ENTRY.

       LINKAGE SECTION.
       01  WDR-ACCT-NUMBER               PIC 9(10).
       01  WDR-AMOUNT                    PIC 9(9)V99.
       01  WDR-TENDER-TYPE               PIC X(01).
           88  WDR-TENDER-CASH                  VALUE "C".
           88  WDR-TENDER-CHECK                 VALUE "K".
           88  WDR-TENDER-INTERNAL              VALUE "I".
       01  WDR-TELLER-ID                 PIC X(06).
       01  WDR-SESSION-ID                PIC X(08).
       01  WDR-MESSAGE                   PIC X(40).

           COMPUTE WS-AVAILABLE-BALANCE =
               ACCT-CURRENT-BALANCE - ACCT-HOLD-AMOUNT
           MOVE ZERO TO WS-SWEEP-AMOUNT
           IF WDR-AMOUNT > WS-AVAILABLE-BALANCE
               COMPUTE WS-SWEEP-AMOUNT =
                   WDR-AMOUNT - WS-AVAILABLE-BALANCE
               PERFORM 1700-CHECK-SWEEP THRU 1700-CHECK-SWEEP-EXIT
               PERFORM 1800-REREAD-ACCOUNT
               IF NOT WS-SWEEP-OK
                   MOVE "3" TO WDR-RETURN-CODE
                   MOVE "INSUFFICIENT AVAILABLE FUNDS" TO WDR-MESSAGE
                   GO TO 0000-MAINLINE-EXIT
               END-IF
           END-IF

           IF ACCT-DAILY-DEBIT-LIMIT > ZERO

      *    ANYTHING BUT AN EXPLICIT CHECK IS TREATED AS CASH, THE
      *    SAME ASSUMPTION EVERY WITHDRAWAL CARRIED BEFORE TENDER
      *    CAPTURE.  INTERNAL IS A BOOK ENTRY FROM A BATCH POSTING
      *    (BKBULKPS) AND MOVES NO DRAWER.
           IF NOT WDR-TENDER-CHECK AND NOT WDR-TENDER-INTERNAL
               MOVE "C" TO WDR-TENDER-TYPE
           END-IF
           IF WS-SWEEP-AMOUNT > ZERO
               PERFORM 4000-POST-SWEEP THRU 4000-POST-SWEEP-EXIT
               IF NOT WS-SWEEP-OK
                   MOVE "3" TO WDR-RETURN-CODE
                   MOVE "INSUFFICIENT AVAILABLE FUNDS" TO WDR-MESSAGE
                   GO TO 0000-MAINLINE-EXIT
               END-IF
           END-IF
           MOVE ACCT-CURRENT-BALANCE TO WS-BEFORE-BALANCE
           SUBTRACT WDR-AMOUNT FROM ACCT-CURRENT-BALANCE
           MOVE WS-BUSINESS-DATE TO ACCT-LAST-ACTIVITY-DATE
           IF WDR-OVERRIDE-SUPV NOT = SPACES
               PERFORM 2500-WRITE-OVERRIDE-ENTRY
           END-IF
           IF WDR-TENDER-CASH
               PERFORM 3000-UPDATE-DRAWER
           END-IF
           MOVE "0" TO WDR-RETURN-CODE
       1600-READ-JOURNAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1700-CHECK-SWEEP - THE ACCOUNT IS SHORT BY WS-SWEEP-AMOUNT.   *
      *  THE SWEEP IS ALLOWED ONLY WHEN AN ACTIVE LINK IS ON ODPLINK   *
      *  AND THE BACKUP ACCOUNT IS ACTIVE, BELONGS TO THE SAME         *
      *  CUSTOMER, HAS THE SHORTFALL AVAILABLE (BALANCE LESS HOLD)     *
      *  AND STAYS WITHIN ITS OWN DAILY DEBIT LIMIT.  LEAVES THE       *
      *  BACKUP RECORD IN THE ACCT-MASTER AREA; THE CALLER RE-READS    *
      *  THE WITHDRAWAL ACCOUNT.                                       *
      *----------------------------------------------------------------*
       1700-CHECK-SWEEP.
           MOVE "N" TO WS-SWEEP-SWITCH
           MOVE ACCT-CUST-NUMBER TO WS-PROTECTED-CUST-NUMBER
           IF WS-PROTECTED-CUST-NUMBER = ZERO
               GO TO 1700-CHECK-SWEEP-EXIT
           END-IF
           OPEN INPUT ODP-LINKS
           IF WS-ODP-FILE-STATUS = "35"
               GO TO 1700-CHECK-SWEEP-EXIT
           END-IF
           MOVE WDR-ACCT-NUMBER TO ODP-ACCT-NUMBER
           READ ODP-LINKS
               INVALID KEY
                   CLOSE ODP-LINKS
                   GO TO 1700-CHECK-SWEEP-EXIT
           END-READ
           CLOSE ODP-LINKS
           IF NOT ODP-STATUS-ACTIVE
               GO TO 1700-CHECK-SWEEP-EXIT
           END-IF
           MOVE ODP-BACKUP-ACCT-NUMBER TO WS-BACKUP-ACCT-NUMBER
           MOVE WS-BACKUP-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCT-MASTER
               INVALID KEY
                   GO TO 1700-CHECK-SWEEP-EXIT
           END-READ
           IF NOT ACCT-STATUS-ACTIVE
               OR ACCT-CUST-NUMBER NOT = WS-PROTECTED-CUST-NUMBER
               GO TO 1700-CHECK-SWEEP-EXIT
           END-IF
           IF WS-SWEEP-AMOUNT >
                   ACCT-CURRENT-BALANCE - ACCT-HOLD-AMOUNT
               GO TO 1700-CHECK-SWEEP-EXIT
           END-IF
           IF ACCT-DAILY-DEBIT-LIMIT > ZERO
               AND WDR-OVERRIDE-SUPV = SPACES
               PERFORM 1500-TOTAL-DAYS-DEBITS
                   THRU 1500-TOTAL-DAYS-DEBITS-EXIT
               IF WS-DAYS-DEBIT-TOTAL + WS-SWEEP-AMOUNT >
                       ACCT-DAILY-DEBIT-LIMIT
                   GO TO 1700-CHECK-SWEEP-EXIT
               END-IF
           END-IF
           SET WS-SWEEP-OK TO TRUE.

       1700-CHECK-SWEEP-EXIT.
           EXIT.

       1800-REREAD-ACCOUNT.
           MOVE WDR-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCT-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.

       1800-REREAD-ACCOUNT-EXIT.
           EXIT.

       2000-WRITE-JOURNAL.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO TJ-TRAN-DATE OF WS-JRNL-ENTRY

       3000-UPDATE-DRAWER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4000-POST-SWEEP - MOVE THE SHORTFALL FROM THE BACKUP ACCOUNT  *
      *  TO THE WITHDRAWAL ACCOUNT AND JOURNAL BOTH LEGS UNDER ONE     *
      *  TIME STAMP.  A CHECKPOINT IS WRITTEN PENDING BEFORE THE       *
      *  DEBIT LEG, MARKED DEBITED ONCE THE BACKUP ACCOUNT IS          *
      *  REWRITTEN AND CLEARED AFTER THE CREDIT LEG.  A LEG THAT       *
      *  FAILS TURNS WS-SWEEP-SWITCH OFF; A FAILED CREDIT LEG LEAVES   *
      *  THE CHECKPOINT DEBITED FOR XFRRCVR TO BACK OUT.  LEAVES THE   *
      *  WITHDRAWAL ACCOUNT, NOW COVERED, IN THE ACCT-MASTER AREA.     *
      *----------------------------------------------------------------*
       4000-POST-SWEEP.
           ACCEPT WS-CURRENT-TIME FROM TIME
           OPEN I-O XFER-CKPT
           IF WS-CKPT-FILE-STATUS = "35"
               CLOSE XFER-CKPT
               OPEN OUTPUT XFER-CKPT
               CLOSE XFER-CKPT
               OPEN I-O XFER-CKPT
           END-IF
           PERFORM 4200-WRITE-SWEEP-CHECKPOINT
           MOVE WS-BACKUP-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCT-MASTER
               INVALID KEY
                   MOVE "N" TO WS-SWEEP-SWITCH
                   PERFORM 4400-CLEAR-SWEEP-CHECKPOINT
                   GO TO 4000-POST-SWEEP-CLOSE
           END-READ
           MOVE ACCT-CURRENT-BALANCE TO WS-SWEEP-BEFORE-BALANCE
           SUBTRACT WS-SWEEP-AMOUNT FROM ACCT-CURRENT-BALANCE
           MOVE WS-BUSINESS-DATE TO ACCT-LAST-ACTIVITY-DATE
           REWRITE ACCT-MASTER-RECORD
           IF WS-ACCT-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-SWEEP-SWITCH
               PERFORM 4400-CLEAR-SWEEP-CHECKPOINT
               GO TO 4000-POST-SWEEP-CLOSE
           END-IF
           PERFORM 4300-MARK-SWEEP-DEBITED
           MOVE WS-BACKUP-ACCT-NUMBER TO TJ-ACCT-NUMBER OF WS-JRNL-ENTRY
           MOVE WDR-ACCT-NUMBER TO
               TJ-RELATED-ACCT-NUMBER OF WS-JRNL-ENTRY
           SET TJ-IS-DEBIT OF WS-JRNL-ENTRY TO TRUE
           PERFORM 4100-WRITE-SWEEP-ENTRY

           MOVE WDR-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCT-MASTER
               INVALID KEY
                   MOVE "N" TO WS-SWEEP-SWITCH
                   GO TO 4000-POST-SWEEP-CLOSE
           END-READ
           MOVE ACCT-CURRENT-BALANCE TO WS-SWEEP-BEFORE-BALANCE
           ADD WS-SWEEP-AMOUNT TO ACCT-CURRENT-BALANCE
           REWRITE ACCT-MASTER-RECORD
           IF WS-ACCT-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-SWEEP-SWITCH
               GO TO 4000-POST-SWEEP-CLOSE
           END-IF
           MOVE WDR-ACCT-NUMBER TO TJ-ACCT-NUMBER OF WS-JRNL-ENTRY
           MOVE WS-BACKUP-ACCT-NUMBER TO
               TJ-RELATED-ACCT-NUMBER OF WS-JRNL-ENTRY
           SET TJ-IS-CREDIT OF WS-JRNL-ENTRY TO TRUE
           PERFORM 4100-WRITE-SWEEP-ENTRY
           PERFORM 4400-CLEAR-SWEEP-CHECKPOINT.

       4000-POST-SWEEP-CLOSE.
           CLOSE XFER-CKPT.

       4000-POST-SWEEP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4100-WRITE-SWEEP-ENTRY - COMMON FIELDS FOR ONE SWEEP LEG.     *
      *  THE ACCOUNT JUST REWRITTEN IS STILL IN THE ACCT-MASTER AREA.  *
      *----------------------------------------------------------------*
       4100-WRITE-SWEEP-ENTRY.
           MOVE WS-CURRENT-DATE TO TJ-TRAN-DATE OF WS-JRNL-ENTRY
           MOVE WS-CURRENT-TIME TO TJ-TRAN-TIME OF WS-JRNL-ENTRY
           MOVE WDR-TELLER-ID TO TJ-TELLER-ID OF WS-JRNL-ENTRY
           MOVE WDR-SESSION-ID TO TJ-SESSION-ID OF WS-JRNL-ENTRY
           MOVE ACCT-BRANCH TO TJ-BRANCH OF WS-JRNL-ENTRY
           SET TJ-OPER-SOBREGIRO OF WS-JRNL-ENTRY TO TRUE
           MOVE WS-SWEEP-AMOUNT TO TJ-AMOUNT OF WS-JRNL-ENTRY
           MOVE WS-SWEEP-BEFORE-BALANCE TO
               TJ-BEFORE-BALANCE OF WS-JRNL-ENTRY
           MOVE ACCT-CURRENT-BALANCE TO
               TJ-AFTER-BALANCE OF WS-JRNL-ENTRY
           SET TJ-TENDER-INTERNAL OF WS-JRNL-ENTRY TO TRUE
           CALL "JRNLWRT" USING WS-JRNL-ENTRY
           END-CALL.

       4100-WRITE-SWEEP-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4200-WRITE-SWEEP-CHECKPOINT - RECORD THE SWEEP AS PENDING     *
      *  BEFORE EITHER LEG IS APPLIED.  SEQUENCE 0002 KEEPS IT APART   *
      *  FROM THE SESSION'S TRANSFER CHECKPOINT.                       *
      *----------------------------------------------------------------*
       4200-WRITE-SWEEP-CHECKPOINT.
           MOVE WDR-SESSION-ID TO CKPT-SESSION-ID
           MOVE 0002 TO CKPT-SEQUENCE
           MOVE WDR-TELLER-ID TO CKPT-TELLER-ID
           MOVE WS-CURRENT-DATE TO CKPT-TRAN-DATE
           MOVE WS-CURRENT-TIME TO CKPT-TRAN-TIME
           MOVE WS-BACKUP-ACCT-NUMBER TO CKPT-FROM-ACCT
           MOVE WDR-ACCT-NUMBER TO CKPT-TO-ACCT
           MOVE WS-SWEEP-AMOUNT TO CKPT-AMOUNT
           SET CKPT-PENDING TO TRUE
           SET CKPT-KIND-SWEEP TO TRUE
           WRITE XFER-CKPT-RECORD
               INVALID KEY
                   REWRITE XFER-CKPT-RECORD
           END-WRITE.

       4200-WRITE-SWEEP-CHECKPOINT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4300-MARK-SWEEP-DEBITED - THE BACKUP ACCOUNT HAS BEEN         *
      *  REDUCED; IF THE CREDIT LEG NEVER HAPPENS, XFRRCVR MUST PUT    *
      *  THE MONEY BACK.                                               *
      *----------------------------------------------------------------*
       4300-MARK-SWEEP-DEBITED.
           MOVE WDR-SESSION-ID TO CKPT-SESSION-ID
           MOVE 0002 TO CKPT-SEQUENCE
           READ XFER-CKPT
           SET CKPT-DEBITED TO TRUE
           REWRITE XFER-CKPT-RECORD.

       4300-MARK-SWEEP-DEBITED-EXIT.
           EXIT.

       4400-CLEAR-SWEEP-CHECKPOINT.
           MOVE WDR-SESSION-ID TO CKPT-SESSION-ID
           MOVE 0002 TO CKPT-SEQUENCE
           READ XFER-CKPT
           SET CKPT-COMPLETE TO TRUE
           REWRITE XFER-CKPT-RECORD.

       4400-CLEAR-SWEEP-CHECKPOINT-EXIT.
           EXIT.
