      *  2026-09-03  RA   DORMANT ACCOUNTS REFUSED WITH THEIR OWN      *
      *                    RETURN CODE; EVERY POSTED DEPOSIT STAMPS    *
      *                    THE ACCOUNT'S LAST-ACTIVITY DATE.           *
      *  2026-10-15  RA   INTERNAL TENDER (I) ACCEPTED FOR BATCH BOOK  *
      *                    ENTRIES; THE DRAWER MOVES ONLY FOR CASH.    *
      *================================================================*
      *  PURPOSE.                                                      *
      *      POSTS ONE DEPOSIT AGAINST ACCT-MASTER AND RECORDS THE     *
       01  DEP-ACCT-NUMBER               PIC 9(10).
       01  DEP-AMOUNT                    PIC 9(9)V99.
       01  DEP-TENDER-TYPE               PIC X(01).
           88  DEP-TENDER-CASH                  VALUE "C".
           88  DEP-TENDER-CHECK                 VALUE "K".
           88  DEP-TENDER-INTERNAL              VALUE "I".
       01  DEP-TELLER-ID                 PIC X(06).
       01  DEP-SESSION-ID                PIC X(08).
       01  DEP-MESSAGE                   PIC X(40).

      *    ANYTHING BUT AN EXPLICIT CHECK IS TREATED AS CASH, THE
      *    SAME ASSUMPTION EVERY DEPOSIT CARRIED BEFORE TENDER
      *    CAPTURE.  INTERNAL IS A BOOK ENTRY FROM A BATCH POSTING
      *    (BKBULKPS) AND MOVES NO DRAWER.
           IF NOT DEP-TENDER-CHECK AND NOT DEP-TENDER-INTERNAL
               MOVE "C" TO DEP-TENDER-TYPE
           END-IF
           MOVE ACCT-CURRENT-BALANCE TO WS-BEFORE-BALANCE
           MOVE WS-BUSINESS-DATE TO ACCT-LAST-ACTIVITY-DATE
           REWRITE ACCT-MASTER-RECORD
           PERFORM 2000-WRITE-JOURNAL
           IF DEP-TENDER-CASH
               PERFORM 3000-UPDATE-DRAWER
           END-IF
           MOVE "0" TO DEP-RETURN-CODE
