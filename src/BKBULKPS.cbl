       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BKBULKPS.
       AUTHOR.        R. ALVARADO.
       INSTALLATION.  BRANCH SYSTEMS GROUP.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *================================================================*
      *  MODIFICATION HISTORY                                          *
      *  2026-10-15  RA   INITIAL VERSION - BACK-OFFICE BULK POSTING   *
      *                    WITH CONTROL TOTALS AND A REJECT FILE.      *
      *================================================================*
      *  PURPOSE.                                                      *
      *      POSTS A BATCH OF ADJUSTMENTS PREPARED BY OPERATIONS -     *
      *      PAYROLL CREDITS, MASS CORRECTIONS, CONSOLIDATION MOVES -  *
      *      WITHOUT KEYING EACH ONE THROUGH TELLER01.  READS THE      *
      *      BULKIN FILE IN THE BULKREC LAYOUT, FIRST CHECKING THE     *
      *      TYPE "9" TRAILER'S ITEM COUNT AND AMOUNT HASH AGAINST THE *
      *      TYPE "6" ITEMS THE WAY BKACHIN CHECKS ITS CONTROL RECORD. *
      *      NOTHING IS POSTED FROM A FILE THAT FAILS THE CHECK, FROM  *
      *      A BATCH ID ALREADY ON THE BULKLOG, OR FROM A BATCH ID     *
      *      THAT IS ALSO A TELLER ID ON TLRMSTR.  EACH ITEM IS        *
      *      POSTED THROUGH DEPOST01, WITHDRW1 OR XFER001 SO EVERY     *
      *      HOLD, STATUS, DORMANCY, DAILY-LIMIT AND OVERDRAFT RULE    *
      *      APPLIES AS IT DOES AT THE WINDOW; THE ENTRIES CARRY THE   *
      *      BATCH ID IN PLACE OF THE TELLER ID AND INTERNAL TENDER,   *
      *      SO NO DRAWER MOVES.  NO SUPERVISOR OVERRIDE IS EVER       *
      *      PASSED.  AN ITEM THE POSTING PROGRAM REFUSES IS WRITTEN   *
      *      TO BULKREJ WITH ITS RETURN CODE AND MESSAGE.  THE         *
      *      PROCESSED FILE IS ARCHIVED TO BULKDON AND BULKIN LEFT     *
      *      EMPTY.                                                    *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BULK-IN ASSIGN TO "BULKIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BULK-FILE-STATUS.

           SELECT BULK-LOG ASSIGN TO "BULKLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLG-BATCH-ID
               FILE STATUS IS WS-BLG-FILE-STATUS.

           SELECT TELLER-MASTER ASSIGN TO "TLRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TLR-TELLER-ID
               FILE STATUS IS WS-TLR-FILE-STATUS.

           SELECT BULK-REJECTS ASSIGN TO "BULKREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.

           SELECT BULK-DONE ASSIGN TO "BULKDON"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DONE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BULK-IN.
           COPY bulkrec.

       FD  BULK-LOG.
           COPY bulklog.

       FD  TELLER-MASTER.
           COPY tlrrec.

       FD  BULK-REJECTS.
           COPY bulkrej.

       FD  BULK-DONE.
       01  BULK-DONE-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BULK-FILE-STATUS          PIC X(02).
       01  WS-BLG-FILE-STATUS           PIC X(02).
       01  WS-TLR-FILE-STATUS           PIC X(02).
       01  WS-REJ-FILE-STATUS           PIC X(02).
       01  WS-DONE-FILE-STATUS          PIC X(02).
       01  WS-BULK-EOF-SWITCH           PIC X(01)  VALUE "N".
           88  WS-BULK-EOF                      VALUE "Y".
       01  WS-FILE-VALID-SWITCH         PIC X(01)  VALUE "N".
           88  WS-FILE-VALID                    VALUE "Y".
       01  WS-HEADER-FIRST-SWITCH       PIC X(01)  VALUE "N".
           88  WS-HEADER-FIRST                  VALUE "Y".

      *    WHAT THE FIRST PASS FOUND ON BULKIN.
       01  WS-FILE-SHAPE.
           05  WS-RECORD-COUNT          PIC 9(06)       VALUE ZERO.
           05  WS-HEADER-COUNT          PIC 9(06)       VALUE ZERO.
           05  WS-TRAILER-COUNT         PIC 9(06)       VALUE ZERO.
           05  WS-BAD-TYPE-COUNT        PIC 9(06)       VALUE ZERO.
           05  WS-AFTER-TRAILER-COUNT   PIC 9(06)       VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05  WS-CTL-ITEM-COUNT        PIC 9(06)       VALUE ZERO.
           05  WS-CTL-AMOUNT-TOTAL      PIC 9(12)       VALUE ZERO.
           05  WS-ACT-ITEM-COUNT        PIC 9(06)       VALUE ZERO.
           05  WS-ACT-AMOUNT-TOTAL      PIC 9(12)       VALUE ZERO.

       01  WS-BATCH-ID                  PIC X(06).
       01  WS-BATCH-DESCRIPTION         PIC X(30).

       01  WS-RUN-TOTALS.
           05  WS-ITEM-NUMBER           PIC 9(06)       VALUE ZERO.
           05  WS-POSTED-COUNT          PIC 9(06)       VALUE ZERO.
           05  WS-POSTED-AMOUNT         PIC 9(12)       VALUE ZERO.
           05  WS-REJECTED-COUNT        PIC 9(06)       VALUE ZERO.

      *    THE CALL INTERFACE SHARED BY DEPOST01, WITHDRW1 AND
      *    XFER001.  THE SESSION ID MARKS EVERY ENTRY AS BULK POSTED.
       01  WS-POST-AMOUNT               PIC 9(9)V99.
       01  WS-POST-TENDER-TYPE          PIC X(01).
       01  WS-POST-SESSION-ID           PIC X(08)  VALUE "BULKPOST".
       01  WS-POST-MESSAGE              PIC X(40).
       01  WS-POST-RETURN-CODE          PIC X(01).
       01  WS-POST-OVERRIDE-SUPV        PIC X(06).

       01  WS-EDIT-COUNT                PIC ZZZZZ9.
       01  WS-EDIT-AMOUNT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-CENTS                PIC 9(10)V99.

       01  WS-BDAY-FUNCTION             PIC X(01).
       01  WS-BUSINESS-DATE             PIC 9(08).
       01  WS-BDAY-RETURN-CODE          PIC X(01).
       01  WS-CURRENT-TIME              PIC 9(08).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE "G" TO WS-BDAY-FUNCTION
           CALL "BDAYCTL" USING WS-BDAY-FUNCTION
                                 WS-BUSINESS-DATE
                                 WS-BDAY-RETURN-CODE
           END-CALL
           IF WS-BDAY-RETURN-CODE = "1"
               DISPLAY "BKBULKPS: POSTING CLOSED - "
                       "END OF DAY RUNNING - NOTHING POSTED"
               GO TO 0000-MAINLINE-EXIT
           END-IF
           PERFORM 1000-VALIDATE-FILE THRU 1000-VALIDATE-FILE-EXIT
           IF NOT WS-FILE-VALID
               GO TO 0000-MAINLINE-EXIT
           END-IF
           PERFORM 1500-CHECK-BATCH-ID THRU 1500-CHECK-BATCH-ID-EXIT
           IF NOT WS-FILE-VALID
               GO TO 0000-MAINLINE-EXIT
           END-IF
           PERFORM 2000-POST-ITEMS THRU 2000-POST-ITEMS-EXIT
           PERFORM 3000-RETIRE-INPUT-FILE
               THRU 3000-RETIRE-INPUT-FILE-EXIT
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.

       0000-MAINLINE-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      *  1000-VALIDATE-FILE - FIRST PASS OVER BULKIN: ONE TYPE "1"     *
      *  HEADER FIRST, ONE TYPE "9" TRAILER LAST, ONLY TYPE "6" ITEMS  *
      *  BETWEEN THEM, AND THE ITEMS MUST AGREE WITH THE TRAILER'S     *
      *  COUNT AND AMOUNT HASH BEFORE ANYTHING IS POSTED.              *
      *----------------------------------------------------------------*
       1000-VALIDATE-FILE.
           OPEN INPUT BULK-IN
           IF WS-BULK-FILE-STATUS = "35"
               DISPLAY "BKBULKPS: NO BULKIN FILE PRESENT - "
                       "NOTHING POSTED"
               GO TO 1000-VALIDATE-FILE-EXIT
           END-IF
           MOVE "N" TO WS-BULK-EOF-SWITCH
           PERFORM 1100-READ-BULKIN THRU 1100-READ-BULKIN-EXIT
           PERFORM 1200-CHECK-ONE-RECORD THRU 1200-CHECK-ONE-RECORD-EXIT
               UNTIL WS-BULK-EOF
           CLOSE BULK-IN
           IF WS-RECORD-COUNT = ZERO
               DISPLAY "BKBULKPS: BULKIN IS EMPTY - NOTHING POSTED"
               GO TO 1000-VALIDATE-FILE-EXIT
           END-IF
           IF WS-HEADER-COUNT NOT = 1
               OR NOT WS-HEADER-FIRST
               DISPLAY "BKBULKPS: BULKIN MUST START WITH ONE BATCH "
                       "HEADER - NOTHING POSTED"
               GO TO 1000-VALIDATE-FILE-EXIT
           END-IF
           IF WS-TRAILER-COUNT NOT = 1
               OR WS-AFTER-TRAILER-COUNT > ZERO
               DISPLAY "BKBULKPS: BULKIN MUST END WITH ONE BATCH "
                       "TRAILER - NOTHING POSTED"
               GO TO 1000-VALIDATE-FILE-EXIT
           END-IF
           IF WS-BAD-TYPE-COUNT > ZERO
               MOVE WS-BAD-TYPE-COUNT TO WS-EDIT-COUNT
               DISPLAY "BKBULKPS: " WS-EDIT-COUNT
                       " RECORD(S) OF UNKNOWN TYPE - NOTHING POSTED"
               GO TO 1000-VALIDATE-FILE-EXIT
           END-IF
           IF WS-BATCH-ID = SPACES
               DISPLAY "BKBULKPS: BATCH HEADER HAS NO BATCH ID - "
                       "NOTHING POSTED"
               GO TO 1000-VALIDATE-FILE-EXIT
           END-IF
           IF WS-CTL-ITEM-COUNT NOT = WS-ACT-ITEM-COUNT
               OR WS-CTL-AMOUNT-TOTAL NOT = WS-ACT-AMOUNT-TOTAL
               DISPLAY "BKBULKPS: TRAILER TOTALS DO NOT MATCH "
                       "THE ITEMS - NOTHING POSTED"
               MOVE WS-CTL-ITEM-COUNT TO WS-EDIT-COUNT
               DISPLAY "BKBULKPS:   TRAILER ITEM COUNT " WS-EDIT-COUNT
               MOVE WS-ACT-ITEM-COUNT TO WS-EDIT-COUNT
               DISPLAY "BKBULKPS:   ITEMS ON FILE      " WS-EDIT-COUNT
               COMPUTE WS-EDIT-CENTS = WS-CTL-AMOUNT-TOTAL / 100
               MOVE WS-EDIT-CENTS TO WS-EDIT-AMOUNT
               DISPLAY "BKBULKPS:   TRAILER AMOUNT     " WS-EDIT-AMOUNT
               COMPUTE WS-EDIT-CENTS = WS-ACT-AMOUNT-TOTAL / 100
               MOVE WS-EDIT-CENTS TO WS-EDIT-AMOUNT
               DISPLAY "BKBULKPS:   ITEM AMOUNTS       " WS-EDIT-AMOUNT
               GO TO 1000-VALIDATE-FILE-EXIT
           END-IF
           SET WS-FILE-VALID TO TRUE.

       1000-VALIDATE-FILE-EXIT.
           EXIT.

       1100-READ-BULKIN.
           READ BULK-IN
               AT END
                   SET WS-BULK-EOF TO TRUE
           END-READ.

       1100-READ-BULKIN-EXIT.
           EXIT.

       1200-CHECK-ONE-RECORD.
           ADD 1 TO WS-RECORD-COUNT
           IF WS-TRAILER-COUNT > ZERO
               ADD 1 TO WS-AFTER-TRAILER-COUNT
           END-IF
           EVALUATE BLK-RECORD-TYPE
               WHEN "1"
                   ADD 1 TO WS-HEADER-COUNT
                   IF WS-RECORD-COUNT = 1
                       SET WS-HEADER-FIRST TO TRUE
                       MOVE BLK-HDR-BATCH-ID TO WS-BATCH-ID
                       MOVE BLK-HDR-DESCRIPTION TO WS-BATCH-DESCRIPTION
                   END-IF
               WHEN "6"
                   ADD 1 TO WS-ACT-ITEM-COUNT
                   ADD BLK-AMOUNT TO WS-ACT-AMOUNT-TOTAL
               WHEN "9"
                   ADD 1 TO WS-TRAILER-COUNT
                   MOVE BLK-TRL-ITEM-COUNT TO WS-CTL-ITEM-COUNT
                   MOVE BLK-TRL-AMOUNT-TOTAL TO WS-CTL-AMOUNT-TOTAL
               WHEN OTHER
                   ADD 1 TO WS-BAD-TYPE-COUNT
           END-EVALUATE
           PERFORM 1100-READ-BULKIN THRU 1100-READ-BULKIN-EXIT.

       1200-CHECK-ONE-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1500-CHECK-BATCH-ID - REFUSE A BATCH ID ALREADY ON BULKLOG,   *
      *  WHETHER IT COMPLETED OR WAS INTERRUPTED PART WAY (ITS ITEMS   *
      *  MAY BE PARTLY POSTED), AND ONE THAT IS A TELLER ID, SINCE     *
      *  THE ENTRIES WOULD BE TAKEN FOR THAT TELLER'S WORK.            *
      *----------------------------------------------------------------*
       1500-CHECK-BATCH-ID.
           MOVE "N" TO WS-FILE-VALID-SWITCH
           OPEN INPUT TELLER-MASTER
           IF WS-TLR-FILE-STATUS = "00"
               MOVE WS-BATCH-ID TO TLR-TELLER-ID
               READ TELLER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       CLOSE TELLER-MASTER
                       DISPLAY "BKBULKPS: BATCH ID " WS-BATCH-ID
                               " IS A TELLER ID - NOTHING POSTED"
                       GO TO 1500-CHECK-BATCH-ID-EXIT
               END-READ
               CLOSE TELLER-MASTER
           END-IF
           OPEN I-O BULK-LOG
           IF WS-BLG-FILE-STATUS = "35" OR "05"
               OPEN OUTPUT BULK-LOG
               CLOSE BULK-LOG
               OPEN I-O BULK-LOG
           END-IF
           MOVE WS-BATCH-ID TO BLG-BATCH-ID
           READ BULK-LOG
               INVALID KEY
                   SET WS-FILE-VALID TO TRUE
           END-READ
           CLOSE BULK-LOG
           IF WS-FILE-VALID
               GO TO 1500-CHECK-BATCH-ID-EXIT
           END-IF
           IF BLG-COMPLETE
               DISPLAY "BKBULKPS: BATCH " WS-BATCH-ID
                       " ALREADY POSTED ON " BLG-BUSINESS-DATE
                       " - NOTHING POSTED"
           ELSE
               DISPLAY "BKBULKPS: BATCH " WS-BATCH-ID
                       " WAS STARTED ON " BLG-BUSINESS-DATE
                       " AND DID NOT COMPLETE - NOTHING POSTED"
           END-IF.

       1500-CHECK-BATCH-ID-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-POST-ITEMS - SECOND PASS: LOG THE BATCH AS STARTED,      *
      *  POST EACH TYPE "6" ITEM OR WRITE IT TO BULKREJ, THEN MARK     *
      *  THE BATCH COMPLETE WITH THE RUN'S COUNTS.                     *
      *----------------------------------------------------------------*
       2000-POST-ITEMS.
           ACCEPT WS-CURRENT-TIME FROM TIME
           OPEN I-O BULK-LOG
           MOVE SPACES TO BULK-LOG-RECORD
           MOVE WS-BATCH-ID TO BLG-BATCH-ID
           MOVE WS-BATCH-DESCRIPTION TO BLG-DESCRIPTION
           MOVE WS-BUSINESS-DATE TO BLG-BUSINESS-DATE
           MOVE WS-CURRENT-TIME TO BLG-START-TIME
           SET BLG-IN-PROGRESS TO TRUE
           MOVE WS-CTL-ITEM-COUNT TO BLG-ITEM-COUNT
           MOVE WS-CTL-AMOUNT-TOTAL TO BLG-AMOUNT-TOTAL
           MOVE ZERO TO BLG-POSTED-COUNT
           MOVE ZERO TO BLG-POSTED-AMOUNT
           MOVE ZERO TO BLG-REJECTED-COUNT
           WRITE BULK-LOG-RECORD
           CLOSE BULK-LOG

           OPEN INPUT BULK-IN
           OPEN OUTPUT BULK-REJECTS
           MOVE "N" TO WS-BULK-EOF-SWITCH
           PERFORM 1100-READ-BULKIN THRU 1100-READ-BULKIN-EXIT
           PERFORM 2100-POST-ONE-ITEM THRU 2100-POST-ONE-ITEM-EXIT
               UNTIL WS-BULK-EOF
           CLOSE BULK-REJECTS
           CLOSE BULK-IN

           OPEN I-O BULK-LOG
           MOVE WS-BATCH-ID TO BLG-BATCH-ID
           READ BULK-LOG
               INVALID KEY
                   DISPLAY "BKBULKPS: BATCH " WS-BATCH-ID
                           " MISSING FROM BULKLOG AT COMPLETION"
                   CLOSE BULK-LOG
                   GO TO 2000-POST-ITEMS-EXIT
           END-READ
           SET BLG-COMPLETE TO TRUE
           MOVE WS-POSTED-COUNT TO BLG-POSTED-COUNT
           MOVE WS-POSTED-AMOUNT TO BLG-POSTED-AMOUNT
           MOVE WS-REJECTED-COUNT TO BLG-REJECTED-COUNT
           REWRITE BULK-LOG-RECORD
           CLOSE BULK-LOG.

       2000-POST-ITEMS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2100-POST-ONE-ITEM - HAND ONE ITEM TO ITS POSTING PROGRAM     *
      *  UNDER THE BATCH ID.  THE POSTING PROGRAM'S OWN RETURN CODE    *
      *  AND MESSAGE BECOME THE REJECT REASON.                         *
      *----------------------------------------------------------------*
       2100-POST-ONE-ITEM.
           IF BLK-RECORD-TYPE NOT = "6"
               GO TO 2100-NEXT-ITEM
           END-IF
           ADD 1 TO WS-ITEM-NUMBER
           MOVE SPACES TO WS-POST-MESSAGE
           MOVE SPACE TO WS-POST-RETURN-CODE
           MOVE SPACES TO WS-POST-OVERRIDE-SUPV
           MOVE "I" TO WS-POST-TENDER-TYPE
           COMPUTE WS-POST-AMOUNT = BLK-AMOUNT / 100
           IF WS-POST-AMOUNT = ZERO
               MOVE "AMOUNT IS ZERO" TO WS-POST-MESSAGE
               PERFORM 2200-WRITE-REJECT THRU 2200-WRITE-REJECT-EXIT
               GO TO 2100-NEXT-ITEM
           END-IF
           EVALUATE TRUE
               WHEN BLK-ITEM-DEPOSIT
                   CALL "DEPOST01" USING BLK-ACCT-NUMBER
                                          WS-POST-AMOUNT
                                          WS-POST-TENDER-TYPE
                                          WS-BATCH-ID
                                          WS-POST-SESSION-ID
                                          WS-POST-MESSAGE
                                          WS-POST-RETURN-CODE
                   END-CALL
               WHEN BLK-ITEM-WITHDRAWAL
                   CALL "WITHDRW1" USING BLK-ACCT-NUMBER
                                          WS-POST-AMOUNT
                                          WS-POST-TENDER-TYPE
                                          WS-BATCH-ID
                                          WS-POST-SESSION-ID
                                          WS-POST-MESSAGE
                                          WS-POST-RETURN-CODE
                                          WS-POST-OVERRIDE-SUPV
                   END-CALL
               WHEN BLK-ITEM-TRANSFER
                   IF BLK-TO-ACCT-NUMBER = BLK-ACCT-NUMBER
                       MOVE "TRANSFER TO THE SAME ACCOUNT" TO
                           WS-POST-MESSAGE
                       PERFORM 2200-WRITE-REJECT
                           THRU 2200-WRITE-REJECT-EXIT
                       GO TO 2100-NEXT-ITEM
                   END-IF
                   CALL "XFER001" USING BLK-ACCT-NUMBER
                                         BLK-TO-ACCT-NUMBER
                                         WS-POST-AMOUNT
                                         WS-BATCH-ID
                                         WS-POST-SESSION-ID
                                         WS-POST-MESSAGE
                                         WS-POST-RETURN-CODE
                                         WS-POST-OVERRIDE-SUPV
                   END-CALL
               WHEN OTHER
                   MOVE "INVALID ITEM TYPE" TO WS-POST-MESSAGE
                   PERFORM 2200-WRITE-REJECT THRU 2200-WRITE-REJECT-EXIT
                   GO TO 2100-NEXT-ITEM
           END-EVALUATE
           IF WS-POST-RETURN-CODE = "0"
               ADD 1 TO WS-POSTED-COUNT
               ADD BLK-AMOUNT TO WS-POSTED-AMOUNT
           ELSE
               PERFORM 2200-WRITE-REJECT THRU 2200-WRITE-REJECT-EXIT
           END-IF.

       2100-NEXT-ITEM.
           PERFORM 1100-READ-BULKIN THRU 1100-READ-BULKIN-EXIT.

       2100-POST-ONE-ITEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2200-WRITE-REJECT - ECHO THE ITEM TO BULKREJ WITH THE REASON. *
      *----------------------------------------------------------------*
       2200-WRITE-REJECT.
           MOVE SPACES TO BULK-REJECT-RECORD
           MOVE WS-BATCH-ID TO BLR-BATCH-ID
           MOVE WS-ITEM-NUMBER TO BLR-ITEM-NUMBER
           MOVE BLK-ITEM-TYPE TO BLR-ITEM-TYPE
           MOVE BLK-ACCT-NUMBER TO BLR-ACCT-NUMBER
           MOVE BLK-TO-ACCT-NUMBER TO BLR-TO-ACCT-NUMBER
           MOVE BLK-AMOUNT TO BLR-AMOUNT
           MOVE BLK-REFERENCE TO BLR-REFERENCE
           MOVE WS-POST-RETURN-CODE TO BLR-RETURN-CODE
           MOVE WS-POST-MESSAGE TO BLR-REASON
           WRITE BULK-REJECT-RECORD
           ADD 1 TO WS-REJECTED-COUNT.

       2200-WRITE-REJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-RETIRE-INPUT-FILE - APPEND THE PROCESSED FILE TO THE     *
      *  BULKDON ARCHIVE AND LEAVE BULKIN EMPTY.                       *
      *----------------------------------------------------------------*
       3000-RETIRE-INPUT-FILE.
           OPEN INPUT BULK-IN
           OPEN EXTEND BULK-DONE
           IF WS-DONE-FILE-STATUS = "35"
               OPEN OUTPUT BULK-DONE
           END-IF
           MOVE "N" TO WS-BULK-EOF-SWITCH
           PERFORM 1100-READ-BULKIN THRU 1100-READ-BULKIN-EXIT
           PERFORM 3100-ARCHIVE-ONE-RECORD
               THRU 3100-ARCHIVE-ONE-RECORD-EXIT
               UNTIL WS-BULK-EOF
           CLOSE BULK-DONE
           CLOSE BULK-IN
           OPEN OUTPUT BULK-IN
           CLOSE BULK-IN.

       3000-RETIRE-INPUT-FILE-EXIT.
           EXIT.

       3100-ARCHIVE-ONE-RECORD.
           WRITE BULK-DONE-RECORD FROM BULK-ITEM-RECORD
           PERFORM 1100-READ-BULKIN THRU 1100-READ-BULKIN-EXIT.

       3100-ARCHIVE-ONE-RECORD-EXIT.
           EXIT.

       9000-TERMINATE.
           DISPLAY "BKBULKPS: BATCH " WS-BATCH-ID " "
                   WS-BATCH-DESCRIPTION
           MOVE WS-POSTED-COUNT TO WS-EDIT-COUNT
           COMPUTE WS-EDIT-CENTS = WS-POSTED-AMOUNT / 100
           MOVE WS-EDIT-CENTS TO WS-EDIT-AMOUNT
           DISPLAY "BKBULKPS: " WS-EDIT-COUNT " ITEM(S) POSTED   "
                   WS-EDIT-AMOUNT
           MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT
           DISPLAY "BKBULKPS: " WS-EDIT-COUNT
                   " ITEM(S) REJECTED TO BULKREJ"
           DISPLAY "BKBULKPS: INPUT ARCHIVED TO BULKDON".

       9000-TERMINATE-EXIT.
           EXIT.
