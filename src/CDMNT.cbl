       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CDMNT.
       AUTHOR.        R. ALVARADO.
       INSTALLATION.  BRANCH SYSTEMS GROUP.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *================================================================*
      *  MODIFICATION HISTORY                                          *
      *  2026-10-15  RA   INITIAL VERSION - CERTIFICATE OF DEPOSIT     *
      *                    OPEN AND EARLY BREAK, DRIVEN BY THE         *
      *                    SUPERVISOR 9-PLAZO FIJO OPTION.             *
      *  2026-10-15  RA   OPEN WRITES THE CD BEFORE THE DEBIT; BREAK   *
      *                    CREDITS THE PAYOUT BEFORE CLOSING THE CD.   *
      *                    EVERY REWRITE IS CHECKED (RETURN CODE 8)    *
      *                    AND LEGS ARE JOURNALED ONLY AFTER BOTH.     *
      *================================================================*
      *  PURPOSE.                                                      *
      *      MAINTAINS THE CDMASTER CERTIFICATE-OF-DEPOSIT FILE        *
      *      (CDREC).  ACTIONS:                                        *
      *          1 - OPEN A CD FUNDED FROM AN ACTIVE ACCOUNT.  THE     *
      *              CD NUMBER MAY NOT BE IN USE ON CDMASTER OR        *
      *              ACCT-MASTER.  THE TERM MUST HAVE A RATE ON        *
      *              CDRATES FOR THE FUNDING ACCOUNT'S BRANCH; THAT    *
      *              RATE IS FIXED FOR THE TERM.  THE PRINCIPAL IS     *
      *              DEBITED FROM THE FUNDING ACCOUNT'S AVAILABLE      *
      *              BALANCE AND CREDITED TO THE CD.                   *
      *          2 - BREAK AN ACTIVE CD BEFORE MATURITY.  INTEREST     *
      *              EARNED SO FAR IN THE TERM (CALENDAR DAYS AT THE   *
      *              CD'S RATE) IS CREDITED, THE EARLY-BREAK PENALTY   *
      *              (CR-PENALTY-DAYS OF INTEREST ON THE PRINCIPAL)    *
      *              IS CHARGED, AND WHAT IS LEFT IS PAID TO THE       *
      *              PAYOUT ACCOUNT - OR BACK TO THE FUNDING ACCOUNT   *
      *              FOR A RENEWING CD.  CMNT-AMOUNT RETURNS THE NET   *
      *              AMOUNT PAID.                                      *
      *      EVERY MOVEMENT IS JOURNALED THROUGH JRNLWRT: THE          *
      *      PRINCIPAL ON BOTH SIDES AS TJ-OPER-PLAZO-FIJO, THE        *
      *      INTEREST AS TJ-OPER-INTERESES AND THE PENALTY AS          *
      *      TJ-OPER-COMISIONES ON THE CD, SO BKRECON, THE LEDGFEED,   *
      *      BKSTMT AND BKINTTAX CARRY THE CD LIKE ANY OTHER ACCOUNT.  *
      *      RETURN CODES:                                             *
      *          0 DONE                 4 ACCOUNT NOT ACTIVE           *
      *          1 CD NOT FOUND OR      5 INSUFFICIENT FUNDS           *
      *            NOT ACTIVE           6 NO RATE FOR THE TERM         *
      *          2 INVALID REQUEST      7 POSTING CLOSED               *
      *          3 ACCOUNT NOT FOUND    8 FILE ERROR - NOTHING DONE    *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CD-MASTER ASSIGN TO "CDMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-NUMBER
               FILE STATUS IS WS-CD-FILE-STATUS.

           SELECT ACCT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT CD-RATES ASSIGN TO "CDRATES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CD-MASTER.
           COPY cdrec.

       FD  ACCT-MASTER.
           COPY acctrec.

       FD  CD-RATES.
           COPY cdrate.

       WORKING-STORAGE SECTION.
       01  WS-CD-FILE-STATUS            PIC X(02).
       01  WS-ACCT-FILE-STATUS          PIC X(02).
       01  WS-RATE-FILE-STATUS          PIC X(02).
       01  WS-RATE-EOF-SWITCH           PIC X(01).
           88  WS-RATE-EOF                      VALUE "Y".
       01  WS-RATE-FOUND-SWITCH         PIC X(01).
           88  WS-RATE-FOUND                    VALUE "Y".

      *    RATE LOOKUP - BRANCH AND TERM IN, BEST RECORD OUT.
       01  WS-RATE-BRANCH               PIC 9(04).
       01  WS-RATE-TERM                 PIC 9(03).
       01  WS-BEST-RATE.
           05  WS-BEST-BRANCH           PIC 9(04).
           05  WS-BEST-EFFECTIVE        PIC 9(08).
           05  WS-BEST-ANNUAL-RATE      PIC 9(02)V9(04).
           05  WS-BEST-PENALTY-DAYS     PIC 9(03).
       77  WS-DEFAULT-PENALTY-DAYS      PIC 9(03)       VALUE 90.

       01  WS-FUND-BRANCH               PIC 9(04).
       01  WS-FUND-CUST-NUMBER          PIC 9(08).
       01  WS-FUND-HOLDER-NAME          PIC X(30).
       01  WS-DEST-ACCT-NUMBER          PIC 9(10).
       01  WS-AVAILABLE-BALANCE         PIC S9(11)V99 COMP-3.
       01  WS-BEFORE-BALANCE            PIC S9(11)V99 COMP-3.
       01  WS-INTEREST-AMOUNT           PIC S9(11)V99 COMP-3.
       01  WS-PENALTY-AMOUNT            PIC S9(11)V99 COMP-3.
       01  WS-PAYOUT-AMOUNT             PIC S9(11)V99 COMP-3.
       01  WS-CD-START-PRINCIPAL        PIC S9(11)V99 COMP-3.
       01  WS-DEST-BEFORE-BALANCE       PIC S9(11)V99 COMP-3.
       01  WS-PENALTY-DAYS              PIC 9(03).
       01  WS-DAYS-HELD                 PIC S9(07) COMP-3.

      *    ONE JOURNAL LEG - FILLED IN BY THE CALLER OF 6000.
       01  WS-LEG.
           05  WS-LEG-ACCT-NUMBER       PIC 9(10).
           05  WS-LEG-RELATED-ACCT      PIC 9(10).
           05  WS-LEG-BRANCH            PIC 9(04).
           05  WS-LEG-OPER-TYPE         PIC X(01).
           05  WS-LEG-DEBIT-CREDIT      PIC X(01).
           05  WS-LEG-AMOUNT            PIC S9(11)V99 COMP-3.
           05  WS-LEG-BEFORE-BALANCE    PIC S9(11)V99 COMP-3.
           05  WS-LEG-AFTER-BALANCE     PIC S9(11)V99 COMP-3.

      *    DAY NUMBER OF A YYYYMMDD DATE, FOR CALENDAR DAYS BETWEEN
      *    TWO DATES (MARCH-BASED YEAR, SO FEBRUARY FALLS LAST).
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
           05  WS-DN-START-DAYS         PIC 9(07) COMP.

      *    MATURITY DATE - THE TERM START PLUS THE TERM IN MONTHS,
      *    HELD TO THE LAST DAY OF A SHORTER MONTH.
       01  WS-ADD-TERM-WORK.
           05  WS-AT-DATE               PIC 9(08).
           05  WS-AT-PARTS REDEFINES WS-AT-DATE.
               10  WS-AT-YEAR           PIC 9(04).
               10  WS-AT-MONTH          PIC 9(02).
               10  WS-AT-DAY            PIC 9(02).
           05  WS-AT-MONTHS             PIC 9(05) COMP.
           05  WS-AT-YEARS              PIC 9(05) COMP.
           05  WS-AT-MONTH-END          PIC 9(02).
           05  WS-AT-LEAP-REMAINDER     PIC 9(04).

       01  WS-CURRENT-TIME              PIC 9(08).
       01  WS-BDAY-FUNCTION             PIC X(01).
       01  WS-BUSINESS-DATE             PIC 9(08).
       01  WS-BDAY-RETURN-CODE          PIC X(01).
           COPY tranrec REPLACING TRAN-JOURNAL-RECORD BY WS-JRNL-ENTRY.

       LINKAGE SECTION.
       01  CMNT-CD-NUMBER               PIC 9(10).
       01  CMNT-ACTION                  PIC X(01).
           88  CMNT-OPEN                        VALUE "1".
           88  CMNT-BREAK                       VALUE "2".
       01  CMNT-FUND-ACCT               PIC 9(10).
       01  CMNT-AMOUNT                  PIC 9(9)V99.
       01  CMNT-TERM-MONTHS             PIC 9(03).
       01  CMNT-PAYOUT-INSTR            PIC X(01).
       01  CMNT-PAYOUT-ACCT             PIC 9(10).
       01  CMNT-TELLER-ID               PIC X(06).
       01  CMNT-SESSION-ID              PIC X(08).
       01  CMNT-MESSAGE                 PIC X(40).
       01  CMNT-RETURN-CODE             PIC X(01).

       PROCEDURE DIVISION USING CMNT-CD-NUMBER
                                 CMNT-ACTION
                                 CMNT-FUND-ACCT
                                 CMNT-AMOUNT
                                 CMNT-TERM-MONTHS
                                 CMNT-PAYOUT-INSTR
                                 CMNT-PAYOUT-ACCT
                                 CMNT-TELLER-ID
                                 CMNT-SESSION-ID
                                 CMNT-MESSAGE
                                 CMNT-RETURN-CODE.

       0000-MAINLINE.
           OPEN I-O CD-MASTER
           IF WS-CD-FILE-STATUS = "35" OR "05"
               CLOSE CD-MASTER
               OPEN OUTPUT CD-MASTER
               CLOSE CD-MASTER
               OPEN I-O CD-MASTER
           END-IF
           OPEN I-O ACCT-MASTER
           MOVE "G" TO WS-BDAY-FUNCTION
           CALL "BDAYCTL" USING WS-BDAY-FUNCTION
                                 WS-BUSINESS-DATE
                                 WS-BDAY-RETURN-CODE
           END-CALL
           IF WS-BDAY-RETURN-CODE = "1"
               MOVE "7" TO CMNT-RETURN-CODE
               MOVE "POSTING CLOSED - END OF DAY RUNNING" TO
                   CMNT-MESSAGE
               GO TO 0000-MAINLINE-EXIT
           END-IF
           IF CMNT-CD-NUMBER = ZERO
               MOVE "2" TO CMNT-RETURN-CODE
               MOVE "INVALID CD REQUEST" TO CMNT-MESSAGE
               GO TO 0000-MAINLINE-EXIT
           END-IF
           ACCEPT WS-CURRENT-TIME FROM TIME
           EVALUATE TRUE
               WHEN CMNT-OPEN
                   PERFORM 1000-OPEN-CD
                       THRU 1000-OPEN-CD-EXIT
               WHEN CMNT-BREAK
                   PERFORM 2000-BREAK-CD
                       THRU 2000-BREAK-CD-EXIT
               WHEN OTHER
                   MOVE "2" TO CMNT-RETURN-CODE
                   MOVE "INVALID CD REQUEST" TO CMNT-MESSAGE
           END-EVALUATE.

       0000-MAINLINE-EXIT.
           CLOSE ACCT-MASTER
           CLOSE CD-MASTER
           GOBACK.

      *----------------------------------------------------------------*
      *  1000-OPEN-CD - VALIDATE THE REQUEST, THE PAYOUT ACCOUNT AND   *
      *  THE FUNDING ACCOUNT (READ LAST SO ITS RECORD IS STILL IN THE  *
      *  FD FOR THE DEBIT), PRICE THE TERM AND MOVE THE PRINCIPAL.     *
      *  THE CD IS WRITTEN BEFORE THE FUNDING ACCOUNT IS DEBITED; IF   *
      *  THE DEBIT CANNOT BE REWRITTEN THE NEW CD IS DELETED AGAIN,    *
      *  AND NOTHING IS JOURNALED UNTIL BOTH RECORDS ARE ON FILE.      *
      *----------------------------------------------------------------*
       1000-OPEN-CD.
           IF CMNT-AMOUNT = ZERO
               OR CMNT-TERM-MONTHS = ZERO
               OR CMNT-FUND-ACCT = ZERO
               OR (CMNT-PAYOUT-INSTR NOT = "R"
                   AND CMNT-PAYOUT-INSTR NOT = "P")
               OR (CMNT-PAYOUT-INSTR = "P" AND CMNT-PAYOUT-ACCT = ZERO)
               MOVE "2" TO CMNT-RETURN-CODE
               MOVE "INVALID CD REQUEST" TO CMNT-MESSAGE
               GO TO 1000-OPEN-CD-EXIT
           END-IF
           MOVE CMNT-CD-NUMBER TO CD-NUMBER
           READ CD-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "2" TO CMNT-RETURN-CODE
                   MOVE "CD NUMBER ALREADY IN USE" TO CMNT-MESSAGE
                   GO TO 1000-OPEN-CD-EXIT
           END-READ
           MOVE CMNT-CD-NUMBER TO ACCT-NUMBER
           READ ACCT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "2" TO CMNT-RETURN-CODE
                   MOVE "CD NUMBER ALREADY IN USE" TO CMNT-MESSAGE
                   GO TO 1000-OPEN-CD-EXIT
           END-READ
           IF CMNT-PAYOUT-INSTR = "P"
               MOVE CMNT-PAYOUT-ACCT TO ACCT-NUMBER
               READ ACCT-MASTER
                   INVALID KEY
                       MOVE "3" TO CMNT-RETURN-CODE
                       MOVE "ACCOUNT NOT FOUND" TO CMNT-MESSAGE
                       GO TO 1000-OPEN-CD-EXIT
               END-READ
               IF ACCT-STATUS-CLOSED
                   MOVE "4" TO CMNT-RETURN-CODE
                   MOVE "ACCOUNT IS NOT ACTIVE" TO CMNT-MESSAGE
                   GO TO 1000-OPEN-CD-EXIT
               END-IF
           ELSE
               MOVE ZERO TO CMNT-PAYOUT-ACCT
           END-IF
           MOVE CMNT-FUND-ACCT TO ACCT-NUMBER
           READ ACCT-MASTER
               INVALID KEY
                   MOVE "3" TO CMNT-RETURN-CODE
                   MOVE "ACCOUNT NOT FOUND" TO CMNT-MESSAGE
                   GO TO 1000-OPEN-CD-EXIT
           END-READ
           IF NOT ACCT-STATUS-ACTIVE
               MOVE "4" TO CMNT-RETURN-CODE
               MOVE "ACCOUNT IS NOT ACTIVE" TO CMNT-MESSAGE
               GO TO 1000-OPEN-CD-EXIT
           END-IF
           COMPUTE WS-AVAILABLE-BALANCE =
               ACCT-CURRENT-BALANCE - ACCT-HOLD-AMOUNT
           IF CMNT-AMOUNT > WS-AVAILABLE-BALANCE
               MOVE "5" TO CMNT-RETURN-CODE
               MOVE "INSUFFICIENT FUNDS" TO CMNT-MESSAGE
               GO TO 1000-OPEN-CD-EXIT
           END-IF
           MOVE ACCT-BRANCH TO WS-RATE-BRANCH
           MOVE CMNT-TERM-MONTHS TO WS-RATE-TERM
           PERFORM 3000-FIND-RATE THRU 3000-FIND-RATE-EXIT
           IF NOT WS-RATE-FOUND
               MOVE "6" TO CMNT-RETURN-CODE
               MOVE "NO RATE ON FILE FOR THAT TERM" TO CMNT-MESSAGE
               GO TO 1000-OPEN-CD-EXIT
           END-IF
           MOVE ACCT-BRANCH TO WS-FUND-BRANCH
           MOVE ACCT-CUST-NUMBER TO WS-FUND-CUST-NUMBER
           MOVE ACCT-HOLDER-NAME TO WS-FUND-HOLDER-NAME
           PERFORM 1100-BUILD-CD
           WRITE CD-MASTER-RECORD
               INVALID KEY
                   MOVE "2" TO CMNT-RETURN-CODE
                   MOVE "CD NUMBER ALREADY IN USE" TO CMNT-MESSAGE
                   GO TO 1000-OPEN-CD-EXIT
           END-WRITE
           IF WS-CD-FILE-STATUS NOT = "00"
               MOVE "8" TO CMNT-RETURN-CODE
               MOVE "CD FILE ERROR - NOTHING POSTED" TO CMNT-MESSAGE
               GO TO 1000-OPEN-CD-EXIT
           END-IF
           MOVE ACCT-CURRENT-BALANCE TO WS-BEFORE-BALANCE
           SUBTRACT CMNT-AMOUNT FROM ACCT-CURRENT-BALANCE
           MOVE WS-BUSINESS-DATE TO ACCT-LAST-ACTIVITY-DATE
           REWRITE ACCT-MASTER-RECORD
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DELETE CD-MASTER RECORD
               MOVE "8" TO CMNT-RETURN-CODE
               MOVE "ACCOUNT FILE ERROR - NOTHING POSTED" TO
                   CMNT-MESSAGE
               GO TO 1000-OPEN-CD-EXIT
           END-IF
           MOVE CMNT-FUND-ACCT TO WS-LEG-ACCT-NUMBER
           MOVE CMNT-CD-NUMBER TO WS-LEG-RELATED-ACCT
           MOVE WS-FUND-BRANCH TO WS-LEG-BRANCH
           MOVE "D" TO WS-LEG-OPER-TYPE
           MOVE "D" TO WS-LEG-DEBIT-CREDIT
           MOVE CMNT-AMOUNT TO WS-LEG-AMOUNT
           MOVE WS-BEFORE-BALANCE TO WS-LEG-BEFORE-BALANCE
           MOVE ACCT-CURRENT-BALANCE TO WS-LEG-AFTER-BALANCE
           PERFORM 6000-WRITE-JOURNAL-ENTRY
           MOVE CMNT-CD-NUMBER TO WS-LEG-ACCT-NUMBER
           MOVE CMNT-FUND-ACCT TO WS-LEG-RELATED-ACCT
           MOVE WS-FUND-BRANCH TO WS-LEG-BRANCH
           MOVE "D" TO WS-LEG-OPER-TYPE
           MOVE "C" TO WS-LEG-DEBIT-CREDIT
           MOVE CMNT-AMOUNT TO WS-LEG-AMOUNT
           MOVE ZERO TO WS-LEG-BEFORE-BALANCE
           MOVE CD-PRINCIPAL TO WS-LEG-AFTER-BALANCE
           PERFORM 6000-WRITE-JOURNAL-ENTRY
           MOVE "0" TO CMNT-RETURN-CODE
           MOVE SPACES TO CMNT-MESSAGE
           STRING "CD OPENED - MATURES " DELIMITED BY SIZE
               CD-MATURITY-DATE DELIMITED BY SIZE
               INTO CMNT-MESSAGE.

       1000-OPEN-CD-EXIT.
           EXIT.

       1100-BUILD-CD.
           MOVE SPACES TO CD-MASTER-RECORD
           MOVE CMNT-CD-NUMBER TO CD-NUMBER
           MOVE WS-FUND-HOLDER-NAME TO CD-HOLDER-NAME
           MOVE WS-FUND-BRANCH TO CD-BRANCH
           MOVE WS-FUND-CUST-NUMBER TO CD-CUST-NUMBER
           MOVE CMNT-AMOUNT TO CD-PRINCIPAL
           MOVE CMNT-TERM-MONTHS TO CD-TERM-MONTHS
           MOVE WS-BEST-ANNUAL-RATE TO CD-ANNUAL-RATE
           MOVE WS-BUSINESS-DATE TO CD-OPEN-DATE
           MOVE WS-BUSINESS-DATE TO CD-TERM-START-DATE
           MOVE WS-BUSINESS-DATE TO WS-AT-DATE
           MOVE CMNT-TERM-MONTHS TO WS-AT-MONTHS
           PERFORM 7500-ADD-TERM THRU 7500-ADD-TERM-EXIT
           MOVE WS-AT-DATE TO CD-MATURITY-DATE
           MOVE CMNT-FUND-ACCT TO CD-FUNDING-ACCT
           MOVE CMNT-PAYOUT-INSTR TO CD-PAYOUT-INSTR
           MOVE CMNT-PAYOUT-ACCT TO CD-PAYOUT-ACCT
           SET CD-STATUS-ACTIVE TO TRUE
           MOVE ZERO TO CD-CLOSE-DATE
           MOVE ZERO TO CD-RENEWAL-COUNT
           MOVE CMNT-TELLER-ID TO CD-OPEN-TELLER-ID.

       1100-BUILD-CD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-BREAK-CD - CREDIT THE INTEREST EARNED SO FAR, CHARGE     *
      *  THE PENALTY, AND PAY WHAT IS LEFT TO THE DESTINATION          *
      *  ACCOUNT.  THE DESTINATION IS READ FIRST SO A BAD ONE LEAVES   *
      *  THE CD UNTOUCHED.  THE PAYOUT IS PRICED IN STORAGE, THE       *
      *  DESTINATION IS CREDITED AND REWRITTEN FIRST, THEN THE CD IS   *
      *  MARKED BROKEN (THE CREDIT IS TAKEN BACK IF THAT REWRITE       *
      *  FAILS); THE LEGS ARE JOURNALED ONLY ONCE BOTH ARE ON FILE.    *
      *----------------------------------------------------------------*
       2000-BREAK-CD.
           MOVE CMNT-CD-NUMBER TO CD-NUMBER
           READ CD-MASTER
               INVALID KEY
                   MOVE "1" TO CMNT-RETURN-CODE
                   MOVE "CD NOT FOUND OR NOT ACTIVE" TO CMNT-MESSAGE
                   GO TO 2000-BREAK-CD-EXIT
           END-READ
           IF NOT CD-STATUS-ACTIVE
               MOVE "1" TO CMNT-RETURN-CODE
               MOVE "CD NOT FOUND OR NOT ACTIVE" TO CMNT-MESSAGE
               GO TO 2000-BREAK-CD-EXIT
           END-IF
           IF CD-PAYOUT-TO-ACCT
               MOVE CD-PAYOUT-ACCT TO WS-DEST-ACCT-NUMBER
           ELSE
               MOVE CD-FUNDING-ACCT TO WS-DEST-ACCT-NUMBER
           END-IF
           MOVE WS-DEST-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCT-MASTER
               INVALID KEY
                   MOVE "3" TO CMNT-RETURN-CODE
                   MOVE "ACCOUNT NOT FOUND" TO CMNT-MESSAGE
                   GO TO 2000-BREAK-CD-EXIT
           END-READ
           IF ACCT-STATUS-CLOSED
               MOVE "4" TO CMNT-RETURN-CODE
               MOVE "ACCOUNT IS NOT ACTIVE" TO CMNT-MESSAGE
               GO TO 2000-BREAK-CD-EXIT
           END-IF
           PERFORM 2100-PRICE-BREAK THRU 2100-PRICE-BREAK-EXIT
           MOVE CD-PRINCIPAL TO WS-CD-START-PRINCIPAL
           COMPUTE WS-PAYOUT-AMOUNT =
               CD-PRINCIPAL + WS-INTEREST-AMOUNT
           IF WS-PENALTY-AMOUNT > WS-PAYOUT-AMOUNT
               MOVE WS-PAYOUT-AMOUNT TO WS-PENALTY-AMOUNT
           END-IF
           SUBTRACT WS-PENALTY-AMOUNT FROM WS-PAYOUT-AMOUNT
           MOVE ACCT-CURRENT-BALANCE TO WS-DEST-BEFORE-BALANCE
           IF WS-PAYOUT-AMOUNT > ZERO
               ADD WS-PAYOUT-AMOUNT TO ACCT-CURRENT-BALANCE
               MOVE WS-BUSINESS-DATE TO ACCT-LAST-ACTIVITY-DATE
               REWRITE ACCT-MASTER-RECORD
               IF WS-ACCT-FILE-STATUS NOT = "00"
                   MOVE "8" TO CMNT-RETURN-CODE
                   MOVE "ACCOUNT FILE ERROR - CD NOT BROKEN" TO
                       CMNT-MESSAGE
                   GO TO 2000-BREAK-CD-EXIT
               END-IF
           END-IF
           MOVE ZERO TO CD-PRINCIPAL
           SET CD-STATUS-BROKEN TO TRUE
           MOVE WS-BUSINESS-DATE TO CD-CLOSE-DATE
           REWRITE CD-MASTER-RECORD
           IF WS-CD-FILE-STATUS NOT = "00"
               IF WS-PAYOUT-AMOUNT > ZERO
                   MOVE WS-DEST-BEFORE-BALANCE TO ACCT-CURRENT-BALANCE
                   REWRITE ACCT-MASTER-RECORD
               END-IF
               MOVE "8" TO CMNT-RETURN-CODE
               MOVE "CD FILE ERROR - CD NOT BROKEN" TO CMNT-MESSAGE
               GO TO 2000-BREAK-CD-EXIT
           END-IF
           MOVE WS-CD-START-PRINCIPAL TO WS-BEFORE-BALANCE
           IF WS-INTEREST-AMOUNT > ZERO
               MOVE CD-NUMBER TO WS-LEG-ACCT-NUMBER
               MOVE ZERO TO WS-LEG-RELATED-ACCT
               MOVE CD-BRANCH TO WS-LEG-BRANCH
               MOVE "7" TO WS-LEG-OPER-TYPE
               MOVE "C" TO WS-LEG-DEBIT-CREDIT
               MOVE WS-INTEREST-AMOUNT TO WS-LEG-AMOUNT
               MOVE WS-BEFORE-BALANCE TO WS-LEG-BEFORE-BALANCE
               ADD WS-INTEREST-AMOUNT TO WS-BEFORE-BALANCE
               MOVE WS-BEFORE-BALANCE TO WS-LEG-AFTER-BALANCE
               PERFORM 6000-WRITE-JOURNAL-ENTRY
           END-IF
           IF WS-PENALTY-AMOUNT > ZERO
               MOVE CD-NUMBER TO WS-LEG-ACCT-NUMBER
               MOVE ZERO TO WS-LEG-RELATED-ACCT
               MOVE CD-BRANCH TO WS-LEG-BRANCH
               MOVE "A" TO WS-LEG-OPER-TYPE
               MOVE "D" TO WS-LEG-DEBIT-CREDIT
               MOVE WS-PENALTY-AMOUNT TO WS-LEG-AMOUNT
               MOVE WS-BEFORE-BALANCE TO WS-LEG-BEFORE-BALANCE
               SUBTRACT WS-PENALTY-AMOUNT FROM WS-BEFORE-BALANCE
               MOVE WS-BEFORE-BALANCE TO WS-LEG-AFTER-BALANCE
               PERFORM 6000-WRITE-JOURNAL-ENTRY
           END-IF
           IF WS-PAYOUT-AMOUNT > ZERO
               MOVE CD-NUMBER TO WS-LEG-ACCT-NUMBER
               MOVE WS-DEST-ACCT-NUMBER TO WS-LEG-RELATED-ACCT
               MOVE CD-BRANCH TO WS-LEG-BRANCH
               MOVE "D" TO WS-LEG-OPER-TYPE
               MOVE "D" TO WS-LEG-DEBIT-CREDIT
               MOVE WS-PAYOUT-AMOUNT TO WS-LEG-AMOUNT
               MOVE WS-BEFORE-BALANCE TO WS-LEG-BEFORE-BALANCE
               MOVE ZERO TO WS-LEG-AFTER-BALANCE
               PERFORM 6000-WRITE-JOURNAL-ENTRY
               MOVE WS-DEST-ACCT-NUMBER TO WS-LEG-ACCT-NUMBER
               MOVE CD-NUMBER TO WS-LEG-RELATED-ACCT
               MOVE ACCT-BRANCH TO WS-LEG-BRANCH
               MOVE "D" TO WS-LEG-OPER-TYPE
               MOVE "C" TO WS-LEG-DEBIT-CREDIT
               MOVE WS-PAYOUT-AMOUNT TO WS-LEG-AMOUNT
               MOVE WS-DEST-BEFORE-BALANCE TO WS-LEG-BEFORE-BALANCE
               MOVE ACCT-CURRENT-BALANCE TO WS-LEG-AFTER-BALANCE
               PERFORM 6000-WRITE-JOURNAL-ENTRY
           END-IF
           MOVE WS-PAYOUT-AMOUNT TO CMNT-AMOUNT
           MOVE "0" TO CMNT-RETURN-CODE
           MOVE "CD BROKEN - NET PROCEEDS PAID" TO CMNT-MESSAGE.

       2000-BREAK-CD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2100-PRICE-BREAK - INTEREST FOR THE CALENDAR DAYS HELD IN     *
      *  THIS TERM, AND THE PENALTY: THE TERM'S CR-PENALTY-DAYS FROM   *
      *  CDRATES (THE STANDARD 90 WHEN NO RATE IS ON FILE) OF          *
      *  INTEREST ON THE PRINCIPAL AT THE CD'S OWN RATE.               *
      *----------------------------------------------------------------*
       2100-PRICE-BREAK.
           MOVE CD-TERM-START-DATE TO WS-DN-DATE
           PERFORM 7000-DAY-NUMBER THRU 7000-DAY-NUMBER-EXIT
           MOVE WS-DN-DAYS TO WS-DN-START-DAYS
           MOVE WS-BUSINESS-DATE TO WS-DN-DATE
           PERFORM 7000-DAY-NUMBER THRU 7000-DAY-NUMBER-EXIT
           COMPUTE WS-DAYS-HELD = WS-DN-DAYS - WS-DN-START-DAYS
           IF WS-DAYS-HELD < ZERO
               MOVE ZERO TO WS-DAYS-HELD
           END-IF
           COMPUTE WS-INTEREST-AMOUNT ROUNDED =
               CD-PRINCIPAL * CD-ANNUAL-RATE * WS-DAYS-HELD / 36500
           MOVE CD-BRANCH TO WS-RATE-BRANCH
           MOVE CD-TERM-MONTHS TO WS-RATE-TERM
           PERFORM 3000-FIND-RATE THRU 3000-FIND-RATE-EXIT
           IF WS-RATE-FOUND
               MOVE WS-BEST-PENALTY-DAYS TO WS-PENALTY-DAYS
           ELSE
               MOVE WS-DEFAULT-PENALTY-DAYS TO WS-PENALTY-DAYS
           END-IF
           COMPUTE WS-PENALTY-AMOUNT ROUNDED =
               CD-PRINCIPAL * CD-ANNUAL-RATE * WS-PENALTY-DAYS / 36500.

       2100-PRICE-BREAK-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-FIND-RATE - BEST CDRATES RECORD FOR WS-RATE-BRANCH AND   *
      *  WS-RATE-TERM IN EFFECT ON THE BUSINESS DATE: A BRANCH MATCH   *
      *  BEATS 0000, THEN THE LATEST EFFECTIVE DATE.                   *
      *----------------------------------------------------------------*
       3000-FIND-RATE.
           MOVE "N" TO WS-RATE-FOUND-SWITCH
           MOVE "N" TO WS-RATE-EOF-SWITCH
           MOVE ZERO TO WS-BEST-BRANCH
           MOVE ZERO TO WS-BEST-EFFECTIVE
           MOVE ZERO TO WS-BEST-ANNUAL-RATE
           MOVE ZERO TO WS-BEST-PENALTY-DAYS
           OPEN INPUT CD-RATES
           IF WS-RATE-FILE-STATUS = "35"
               GO TO 3000-FIND-RATE-EXIT
           END-IF
           PERFORM 3100-READ-RATE
           PERFORM 3200-CHECK-ONE-RATE
               THRU 3200-CHECK-ONE-RATE-EXIT
               UNTIL WS-RATE-EOF
           CLOSE CD-RATES.

       3000-FIND-RATE-EXIT.
           EXIT.

       3100-READ-RATE.
           READ CD-RATES
               AT END
                   SET WS-RATE-EOF TO TRUE
           END-READ.

       3100-READ-RATE-EXIT.
           EXIT.

       3200-CHECK-ONE-RATE.
           IF CR-TERM-MONTHS = WS-RATE-TERM
               AND CR-EFFECTIVE-DATE <= WS-BUSINESS-DATE
               AND (CR-BRANCH = WS-RATE-BRANCH OR CR-BRANCH = ZERO)
               EVALUATE TRUE
                   WHEN NOT WS-RATE-FOUND
                       PERFORM 3300-KEEP-CANDIDATE
                   WHEN CR-BRANCH NOT = WS-BEST-BRANCH
                       AND CR-BRANCH = WS-RATE-BRANCH
                       PERFORM 3300-KEEP-CANDIDATE
                   WHEN CR-BRANCH = WS-BEST-BRANCH
                       AND CR-EFFECTIVE-DATE > WS-BEST-EFFECTIVE
                       PERFORM 3300-KEEP-CANDIDATE
               END-EVALUATE
           END-IF
           PERFORM 3100-READ-RATE.

       3200-CHECK-ONE-RATE-EXIT.
           EXIT.

       3300-KEEP-CANDIDATE.
           SET WS-RATE-FOUND TO TRUE
           MOVE CR-BRANCH TO WS-BEST-BRANCH
           MOVE CR-EFFECTIVE-DATE TO WS-BEST-EFFECTIVE
           MOVE CR-ANNUAL-RATE TO WS-BEST-ANNUAL-RATE
           MOVE CR-PENALTY-DAYS TO WS-BEST-PENALTY-DAYS.

       3300-KEEP-CANDIDATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  6000-WRITE-JOURNAL-ENTRY - JOURNAL ONE LEG FROM WS-LEG.       *
      *  EVERY LEG OF ONE ACTION CARRIES THE SAME TIME STAMP.          *
      *----------------------------------------------------------------*
       6000-WRITE-JOURNAL-ENTRY.
           MOVE WS-BUSINESS-DATE TO TJ-TRAN-DATE OF WS-JRNL-ENTRY
           MOVE WS-CURRENT-TIME TO TJ-TRAN-TIME OF WS-JRNL-ENTRY
           MOVE CMNT-TELLER-ID TO TJ-TELLER-ID OF WS-JRNL-ENTRY
           MOVE CMNT-SESSION-ID TO TJ-SESSION-ID OF WS-JRNL-ENTRY
           MOVE WS-LEG-ACCT-NUMBER TO TJ-ACCT-NUMBER OF WS-JRNL-ENTRY
           MOVE WS-LEG-RELATED-ACCT TO
               TJ-RELATED-ACCT-NUMBER OF WS-JRNL-ENTRY
           MOVE WS-LEG-BRANCH TO TJ-BRANCH OF WS-JRNL-ENTRY
           MOVE WS-LEG-OPER-TYPE TO TJ-OPERATION-TYPE OF WS-JRNL-ENTRY
           MOVE WS-LEG-DEBIT-CREDIT TO
               TJ-DEBIT-CREDIT-IND OF WS-JRNL-ENTRY
           MOVE WS-LEG-AMOUNT TO TJ-AMOUNT OF WS-JRNL-ENTRY
           MOVE WS-LEG-BEFORE-BALANCE TO
               TJ-BEFORE-BALANCE OF WS-JRNL-ENTRY
           MOVE WS-LEG-AFTER-BALANCE TO
               TJ-AFTER-BALANCE OF WS-JRNL-ENTRY
           MOVE ZERO TO TJ-ORIG-TRAN-TIME OF WS-JRNL-ENTRY
           SET TJ-TENDER-INTERNAL OF WS-JRNL-ENTRY TO TRUE
           CALL "JRNLWRT" USING WS-JRNL-ENTRY
           END-CALL.

       6000-WRITE-JOURNAL-ENTRY-EXIT.
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

      *----------------------------------------------------------------*
      *  7500-ADD-TERM - ADD WS-AT-MONTHS TO WS-AT-DATE IN PLACE.  A   *
      *  DAY PAST THE END OF THE NEW MONTH IS HELD TO ITS LAST DAY     *
      *  (LEAP FEBRUARY INCLUDED).                                     *
      *----------------------------------------------------------------*
       7500-ADD-TERM.
           COMPUTE WS-AT-MONTHS = WS-AT-MONTH - 1 + WS-AT-MONTHS
           DIVIDE WS-AT-MONTHS BY 12 GIVING WS-AT-YEARS
               REMAINDER WS-AT-MONTHS
           ADD WS-AT-YEARS TO WS-AT-YEAR
           COMPUTE WS-AT-MONTH = WS-AT-MONTHS + 1
           EVALUATE WS-AT-MONTH
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-AT-MONTH-END
               WHEN 02
                   MOVE 28 TO WS-AT-MONTH-END
                   DIVIDE WS-AT-YEAR BY 4 GIVING WS-AT-LEAP-REMAINDER
                       REMAINDER WS-AT-LEAP-REMAINDER
                   IF WS-AT-LEAP-REMAINDER = ZERO
                       MOVE 29 TO WS-AT-MONTH-END
                       DIVIDE WS-AT-YEAR BY 100
                           GIVING WS-AT-LEAP-REMAINDER
                           REMAINDER WS-AT-LEAP-REMAINDER
                       IF WS-AT-LEAP-REMAINDER = ZERO
                           MOVE 28 TO WS-AT-MONTH-END
                           DIVIDE WS-AT-YEAR BY 400
                               GIVING WS-AT-LEAP-REMAINDER
                               REMAINDER WS-AT-LEAP-REMAINDER
                           IF WS-AT-LEAP-REMAINDER = ZERO
                               MOVE 29 TO WS-AT-MONTH-END
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-AT-MONTH-END
           END-EVALUATE
           IF WS-AT-DAY > WS-AT-MONTH-END
               MOVE WS-AT-MONTH-END TO WS-AT-DAY
           END-IF.

       7500-ADD-TERM-EXIT.
           EXIT.
