      *  2026-09-03  RA   INITIAL VERSION - ONE-TIME TRANHIST          *
      *                    CONVERSION FROM THE FLAT SEQUENTIAL FILE    *
      *                    TO THE KEYED HISTORY LAYOUT.                *
      *  2026-10-15  RA   OLD TRANHIST READ WITH ITS OWN 86-BYTE       *
      *                    LAYOUT NOW THAT TRANREC HAS GROWN; JOURNAL  *
      *                    SEQUENCE AND CHAIN VALUE LOADED AS ZERO.    *
      *================================================================*
      *  PURPOSE.                                                      *
      *      ONE-TIME CONVERSION UTILITY, THE SAME JOB ACCTCONV AND    *
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-HISTORY.
      *    THE JOURNAL RECORD AS THE FLAT TRANHIST HELD IT, BEFORE
      *    TJ-JRNL-SEQUENCE AND TJ-CHAIN-VALUE WERE ADDED (86 BYTES).
       01  OLD-HIST-RECORD.
           05  OTJ-TRAN-DATE            PIC 9(08).
           05  OTJ-TRAN-TIME            PIC 9(08).
           05  OTJ-TELLER-ID            PIC X(06).
           05  OTJ-SESSION-ID           PIC X(08).
           05  OTJ-ACCT-NUMBER          PIC 9(10).
           05  OTJ-RELATED-ACCT-NUMBER  PIC 9(10).
           05  OTJ-BRANCH               PIC 9(04).
           05  OTJ-OPERATION-TYPE       PIC X(01).
           05  OTJ-DEBIT-CREDIT-IND     PIC X(01).
           05  OTJ-AMOUNT               PIC S9(11)V99 COMP-3.
           05  OTJ-BEFORE-BALANCE       PIC S9(11)V99 COMP-3.
           05  OTJ-AFTER-BALANCE        PIC S9(11)V99 COMP-3.
           05  OTJ-ORIG-TRAN-TIME       PIC 9(08).
           05  OTJ-TENDER-TYPE          PIC X(01).

       FD  NEW-HISTORY.
           COPY histrec.
                   GO TO 1000-CONVERT-ONE-RECORD-EXIT
           END-READ
           MOVE SPACES TO JRNL-HIST-RECORD
           MOVE OTJ-ACCT-NUMBER TO TJH-ACCT-NUMBER
           MOVE OTJ-TRAN-DATE TO TJH-TRAN-DATE
           MOVE OTJ-TRAN-TIME TO TJH-TRAN-TIME
           MOVE ZERO TO TJH-SEQUENCE
           MOVE OTJ-TELLER-ID TO TJH-TELLER-ID
           MOVE OTJ-SESSION-ID TO TJH-SESSION-ID
           MOVE OTJ-RELATED-ACCT-NUMBER TO TJH-RELATED-ACCT-NUMBER
           MOVE OTJ-BRANCH TO TJH-BRANCH
           MOVE OTJ-OPERATION-TYPE TO TJH-OPERATION-TYPE
           MOVE OTJ-DEBIT-CREDIT-IND TO TJH-DEBIT-CREDIT-IND
           MOVE OTJ-AMOUNT TO TJH-AMOUNT
           MOVE OTJ-BEFORE-BALANCE TO TJH-BEFORE-BALANCE
           MOVE OTJ-AFTER-BALANCE TO TJH-AFTER-BALANCE
           MOVE OTJ-ORIG-TRAN-TIME TO TJH-ORIG-TRAN-TIME
           MOVE OTJ-TENDER-TYPE TO TJH-TENDER-TYPE
           MOVE ZERO TO TJH-JRNL-SEQUENCE
           MOVE ZERO TO TJH-CHAIN-VALUE
           MOVE "N" TO WS-WRITTEN-SWITCH
           PERFORM 1100-WRITE-WITH-SEQUENCE
               THRU 1100-WRITE-WITH-SEQUENCE-EXIT
