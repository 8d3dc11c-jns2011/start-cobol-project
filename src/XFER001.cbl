      *                    WITH THEIR OWN RETURN CODE; EACH POSTED     *
      *                    LEG STAMPS ITS ACCOUNT'S LAST-ACTIVITY      *
      *                    DATE.                                       *
      *  2026-10-15  RA   OVERDRAFT PROTECTION: A SHORTFALL ON THE     *
      *                    SOURCE ACCOUNT IS SWEPT FROM ITS LINKED     *
      *                    BACKUP ACCOUNT (ODPLINK) WHEN IT PASSES     *
      *                    THE SAME HOLD, STATUS AND DAILY-LIMIT       *
      *                    CHECKS, JOURNALED AS A TJ-OPER-SOBREGIRO    *
      *                    PAIR BEFORE THE TRANSFER POSTS.             *
      *  2026-10-15  RA   THE OVERDRAFT SWEEP IS SPANNED BY ITS OWN    *
      *                    XFER-CKPT CHECKPOINT (SEQUENCE 0002) SO     *
      *                    XFRRCVR CAN BACK OUT A HALF-DONE SWEEP;     *
      *                    BOTH SWEEP REWRITES ARE CHECKED.            *
      *================================================================*
      *  PURPOSE.                                                      *
      *      POSTS AN ACCOUNT-TO-ACCOUNT TRANSFER AGAINST ACCT-MASTER, *
      *      CREDIT SUCCEEDS, SO XFRRCVR CAN FINISH OR BACK OUT A      *
      *      TRANSFER LEFT HALF-DONE BY AN ABEND.  EACH LEG IS         *
      *      JOURNALED SEPARATELY, LINKED BY TJ-RELATED-ACCT-NUMBER.   *
      *      A SHORT SOURCE ACCOUNT WITH AN OVERDRAFT PROTECTION LINK  *
      *      IS TOPPED UP FROM ITS BACKUP ACCOUNT BY EXACTLY THE       *
      *      MISSING AMOUNT BEFORE THE CHECKPOINT IS WRITTEN.  THE     *
      *      SWEEP HAS A CHECKPOINT OF ITS OWN (SEQUENCE 0002)         *
      *      SPANNING ITS TWO LEGS THE SAME WAY.                       *
      *================================================================*

       ENVIRONMENT DIVISION.
               RECORD KEY IS CKPT-KEY
               FILE STATUS IS WS-CKPT-FILE-STATUS.

           SELECT ODP-LINKS ASSIGN TO "ODPLINK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODP-ACCT-NUMBER
               FILE STATUS IS WS-ODP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER.
       FD  XFER-CKPT.
           COPY ckptrec.

       FD  ODP-LINKS.
           COPY odprec.

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS          PIC X(02).
       01  WS-CKPT-FILE-STATUS          PIC X(02).
           88  WS-JRNL-EOF                      VALUE "Y".
       01  WS-DAYS-DEBIT-TOTAL          PIC S9(11)V99 COMP-3.
       01  WS-FROM-AFTER-BALANCE        PIC S9(11)V99 COMP-3.
       01  WS-LIMIT-ACCT-NUMBER         PIC 9(10).
       01  WS-ODP-FILE-STATUS           PIC X(02).
       01  WS-SWEEP-SWITCH              PIC X(01).
           88  WS-SWEEP-OK                      VALUE "Y".
       01  WS-SWEEP-AMOUNT              PIC S9(11)V99 COMP-3.
       01  WS-SWEEP-BEFORE-BALANCE      PIC S9(11)V99 COMP-3.
       01  WS-PROTECTED-CUST-NUMBER     PIC 9(08).
       01  WS-BACKUP-ACCT-NUMBER        PIC 9(10).
           COPY tranrec REPLACING TRAN-JOURNAL-RECORD BY WS-JRNL-ENTRY.

       LINKAGE SECTION.
           END-IF
           COMPUTE WS-AVAILABLE-BALANCE =
               ACCT-CURRENT-BALANCE - ACCT-HOLD-AMOUNT
           MOVE ZERO TO WS-SWEEP-AMOUNT
           IF XFER-AMOUNT > WS-AVAILABLE-BALANCE
               COMPUTE WS-SWEEP-AMOUNT =
                   XFER-AMOUNT - WS-AVAILABLE-BALANCE
               PERFORM 1700-CHECK-SWEEP THRU 1700-CHECK-SWEEP-EXIT
               PERFORM 1800-REREAD-SOURCE
               IF NOT WS-SWEEP-OK
                   MOVE "4" TO XFER-RETURN-CODE
                   MOVE "INSUFFICIENT AVAILABLE FUNDS" TO XFER-MESSAGE
                   GO TO 0000-MAINLINE-EXIT
               END-IF
           END-IF
           IF ACCT-DAILY-DEBIT-LIMIT > ZERO
               AND XFER-OVERRIDE-SUPV = SPACES
               MOVE XFER-FROM-ACCT TO WS-LIMIT-ACCT-NUMBER
               PERFORM 1500-TOTAL-DAYS-DEBITS
                   THRU 1500-TOTAL-DAYS-DEBITS-EXIT
               IF WS-DAYS-DEBIT-TOTAL + XFER-AMOUNT >
           MOVE ACCT-CURRENT-BALANCE TO WS-TO-BEFORE-BALANCE
           MOVE ACCT-BRANCH TO WS-TO-BRANCH

           IF WS-SWEEP-AMOUNT > ZERO
               PERFORM 6000-POST-SWEEP THRU 6000-POST-SWEEP-EXIT
               IF NOT WS-SWEEP-OK
                   MOVE "4" TO XFER-RETURN-CODE
                   MOVE "INSUFFICIENT AVAILABLE FUNDS" TO XFER-MESSAGE
                   GO TO 0000-MAINLINE-EXIT
               END-IF
               MOVE ACCT-CURRENT-BALANCE TO WS-FROM-BEFORE-BALANCE
           END-IF

           MOVE SPACES TO XFER-RETURN-CODE
           PERFORM 1000-WRITE-CHECKPOINT
           PERFORM 2000-POST-DEBIT-LEG THRU 2000-POST-DEBIT-LEG-EXIT
           MOVE XFER-TO-ACCT TO CKPT-TO-ACCT
           MOVE XFER-AMOUNT TO CKPT-AMOUNT
           SET CKPT-PENDING TO TRUE
           SET CKPT-KIND-TRANSFER TO TRUE
           WRITE XFER-CKPT-RECORD
               INVALID KEY
                   REWRITE XFER-CKPT-RECORD
           EXIT.

      *----------------------------------------------------------------*
      *  1500-TOTAL-DAYS-DEBITS - TOTAL WS-LIMIT-ACCT-NUMBER'S (THE    *
      *  SOURCE ACCOUNT OR ITS OVERDRAFT BACKUP) SAME-DAY DEBIT        *
      *  ACTIVITY FROM THE JOURNAL.  BALANCE-NEUTRAL ENTRY             *
      *  TYPES (RETENCIONES, AUTORIZACION) ARE LEFT OUT, AND           *
      *  REVERSALS ARE NETTED: A REVERSED WITHDRAWAL NO LONGER         *
      *  CONSUMES THE CAP AND A REVERSED DEPOSIT NEVER DID.            *
           PERFORM 1600-READ-JOURNAL
           PERFORM UNTIL WS-JRNL-EOF
               IF TJ-ACCT-NUMBER OF TRAN-JOURNAL-RECORD
                       = WS-LIMIT-ACCT-NUMBER
                   AND TJ-TRAN-DATE OF TRAN-JOURNAL-RECORD
                       = WS-BUSINESS-DATE
                   AND NOT TJ-OPER-RETENCIONES OF TRAN-JOURNAL-RECORD
       1600-READ-JOURNAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1700-CHECK-SWEEP - THE SOURCE ACCOUNT IS SHORT BY             *
      *  WS-SWEEP-AMOUNT.  THE SWEEP IS ALLOWED ONLY WHEN AN ACTIVE    *
      *  LINK IS ON ODPLINK AND THE BACKUP ACCOUNT IS ACTIVE, IS NOT   *
      *  THE TRANSFER'S OWN DESTINATION, BELONGS TO THE SAME           *
      *  CUSTOMER, HAS THE SHORTFALL AVAILABLE (BALANCE LESS HOLD)     *
      *  AND STAYS WITHIN ITS OWN DAILY DEBIT LIMIT.  LEAVES THE       *
      *  BACKUP RECORD IN THE ACCT-MASTER AREA; THE CALLER RE-READS    *
      *  THE SOURCE ACCOUNT.                                           *
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
           MOVE XFER-FROM-ACCT TO ODP-ACCT-NUMBER
           READ ODP-LINKS
               INVALID KEY
                   CLOSE ODP-LINKS
                   GO TO 1700-CHECK-SWEEP-EXIT
           END-READ
           CLOSE ODP-LINKS
           IF NOT ODP-STATUS-ACTIVE
               OR ODP-BACKUP-ACCT-NUMBER = XFER-TO-ACCT
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
               AND XFER-OVERRIDE-SUPV = SPACES
               MOVE WS-BACKUP-ACCT-NUMBER TO WS-LIMIT-ACCT-NUMBER
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

       1800-REREAD-SOURCE.
           MOVE XFER-FROM-ACCT TO ACCT-NUMBER
           READ ACCT-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.

       1800-REREAD-SOURCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-POST-DEBIT-LEG - SUBTRACT THE AMOUNT FROM THE SOURCE     *
      *  ACCOUNT AND JOURNAL IT.                                       *
       5000-CLEAR-CHECKPOINT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  6000-POST-SWEEP - MOVE THE SHORTFALL FROM THE BACKUP ACCOUNT  *
      *  TO THE SOURCE ACCOUNT AND JOURNAL BOTH LEGS UNDER ONE TIME    *
      *  STAMP.  A CHECKPOINT IS WRITTEN PENDING BEFORE THE DEBIT      *
      *  LEG, MARKED DEBITED ONCE THE BACKUP ACCOUNT IS REWRITTEN AND  *
      *  CLEARED AFTER THE CREDIT LEG.  A LEG THAT FAILS TURNS         *
      *  WS-SWEEP-SWITCH OFF; A FAILED CREDIT LEG LEAVES THE           *
      *  CHECKPOINT DEBITED FOR XFRRCVR TO BACK OUT.  LEAVES THE       *
      *  SOURCE ACCOUNT, NOW COVERED, IN THE ACCT-MASTER AREA.         *
      *----------------------------------------------------------------*
       6000-POST-SWEEP.
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM 6200-WRITE-SWEEP-CHECKPOINT
           MOVE WS-BACKUP-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCT-MASTER
               INVALID KEY
                   MOVE "N" TO WS-SWEEP-SWITCH
                   PERFORM 6400-CLEAR-SWEEP-CHECKPOINT
                   GO TO 6000-POST-SWEEP-EXIT
           END-READ
           MOVE ACCT-CURRENT-BALANCE TO WS-SWEEP-BEFORE-BALANCE
           SUBTRACT WS-SWEEP-AMOUNT FROM ACCT-CURRENT-BALANCE
           MOVE WS-CURRENT-DATE TO ACCT-LAST-ACTIVITY-DATE
           REWRITE ACCT-MASTER-RECORD
           IF WS-ACCT-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-SWEEP-SWITCH
               PERFORM 6400-CLEAR-SWEEP-CHECKPOINT
               GO TO 6000-POST-SWEEP-EXIT
           END-IF
           PERFORM 6300-MARK-SWEEP-DEBITED
           MOVE WS-BACKUP-ACCT-NUMBER TO TJ-ACCT-NUMBER OF WS-JRNL-ENTRY
           MOVE XFER-FROM-ACCT TO
               TJ-RELATED-ACCT-NUMBER OF WS-JRNL-ENTRY
           SET TJ-IS-DEBIT OF WS-JRNL-ENTRY TO TRUE
           PERFORM 6100-WRITE-SWEEP-ENTRY

           MOVE XFER-FROM-ACCT TO ACCT-NUMBER
           READ ACCT-MASTER
               INVALID KEY
                   MOVE "N" TO WS-SWEEP-SWITCH
                   GO TO 6000-POST-SWEEP-EXIT
           END-READ
           MOVE ACCT-CURRENT-BALANCE TO WS-SWEEP-BEFORE-BALANCE
           ADD WS-SWEEP-AMOUNT TO ACCT-CURRENT-BALANCE
           REWRITE ACCT-MASTER-RECORD
           IF WS-ACCT-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-SWEEP-SWITCH
               GO TO 6000-POST-SWEEP-EXIT
           END-IF
           MOVE XFER-FROM-ACCT TO TJ-ACCT-NUMBER OF WS-JRNL-ENTRY
           MOVE WS-BACKUP-ACCT-NUMBER TO
               TJ-RELATED-ACCT-NUMBER OF WS-JRNL-ENTRY
           SET TJ-IS-CREDIT OF WS-JRNL-ENTRY TO TRUE
           PERFORM 6100-WRITE-SWEEP-ENTRY
           PERFORM 6400-CLEAR-SWEEP-CHECKPOINT.

       6000-POST-SWEEP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  6100-WRITE-SWEEP-ENTRY - COMMON FIELDS FOR ONE SWEEP LEG.     *
      *  THE ACCOUNT JUST REWRITTEN IS STILL IN THE ACCT-MASTER AREA.  *
      *----------------------------------------------------------------*
       6100-WRITE-SWEEP-ENTRY.
           MOVE WS-CURRENT-DATE TO TJ-TRAN-DATE OF WS-JRNL-ENTRY
           MOVE WS-CURRENT-TIME TO TJ-TRAN-TIME OF WS-JRNL-ENTRY
           MOVE XFER-TELLER-ID TO TJ-TELLER-ID OF WS-JRNL-ENTRY
           MOVE XFER-SESSION-ID TO TJ-SESSION-ID OF WS-JRNL-ENTRY
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

       6100-WRITE-SWEEP-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  6200-WRITE-SWEEP-CHECKPOINT - RECORD THE SWEEP AS PENDING     *
      *  BEFORE EITHER LEG IS APPLIED.  SEQUENCE 0002 KEEPS IT APART   *
      *  FROM THE TRANSFER'S OWN CHECKPOINT.                           *
      *----------------------------------------------------------------*
       6200-WRITE-SWEEP-CHECKPOINT.
           MOVE XFER-SESSION-ID TO CKPT-SESSION-ID
           MOVE 0002 TO CKPT-SEQUENCE
           MOVE XFER-TELLER-ID TO CKPT-TELLER-ID
           MOVE WS-CURRENT-DATE TO CKPT-TRAN-DATE
           MOVE WS-CURRENT-TIME TO CKPT-TRAN-TIME
           MOVE WS-BACKUP-ACCT-NUMBER TO CKPT-FROM-ACCT
           MOVE XFER-FROM-ACCT TO CKPT-TO-ACCT
           MOVE WS-SWEEP-AMOUNT TO CKPT-AMOUNT
           SET CKPT-PENDING TO TRUE
           SET CKPT-KIND-SWEEP TO TRUE
           WRITE XFER-CKPT-RECORD
               INVALID KEY
                   REWRITE XFER-CKPT-RECORD
           END-WRITE.

       6200-WRITE-SWEEP-CHECKPOINT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  6300-MARK-SWEEP-DEBITED - THE BACKUP ACCOUNT HAS BEEN         *
      *  REDUCED; IF THE CREDIT LEG NEVER HAPPENS, XFRRCVR MUST PUT    *
      *  THE MONEY BACK.                                               *
      *----------------------------------------------------------------*
       6300-MARK-SWEEP-DEBITED.
           MOVE XFER-SESSION-ID TO CKPT-SESSION-ID
           MOVE 0002 TO CKPT-SEQUENCE
           READ XFER-CKPT
           SET CKPT-DEBITED TO TRUE
           REWRITE XFER-CKPT-RECORD.

       6300-MARK-SWEEP-DEBITED-EXIT.
           EXIT.

       6400-CLEAR-SWEEP-CHECKPOINT.
           MOVE XFER-SESSION-ID TO CKPT-SESSION-ID
           MOVE 0002 TO CKPT-SEQUENCE
           READ XFER-CKPT
           SET CKPT-COMPLETE TO TRUE
           REWRITE XFER-CKPT-RECORD.

       6400-CLEAR-SWEEP-CHECKPOINT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-WRITE-JOURNAL-ENTRY - COMMON JOURNAL FIELDS AND CALL.    *
      *----------------------------------------------------------------*
