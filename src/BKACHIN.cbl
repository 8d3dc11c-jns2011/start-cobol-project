      *  2026-08-22  RA   ONLY TRANSACTION CODES 22 (CREDIT) AND 27    *
      *                    (DEBIT) POST; ANY OTHER CODE IS RETURNED    *
      *                    AS R17 INSTEAD OF DEFAULTING TO A CREDIT.   *
      *  2026-10-15  RA   EACH RETURN ITEM IS ALSO LOGGED, WITH THE    *
      *                    BUSINESS DATE, TO ACHRTLOG FOR THE BKALERT  *
      *                    CUSTOMER ALERT FILE.                        *
      *================================================================*
      *  PURPOSE.                                                      *
      *      INBOUND COUNTERPART TO BKACHFD.  READS THE ACHIN FILE IN  *
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DONE-FILE-STATUS.

           SELECT ACH-RTN-LOG ASSIGN TO "ACHRTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH-IN.
       FD  ACH-DONE.
       01  ACH-DONE-RECORD              PIC X(94).

       FD  ACH-RTN-LOG.
      *    EVERY RETURN ITEM, STAMPED WITH THE BUSINESS DATE.  ACHRTRN
      *    IS REPLACED ON EACH RUN; THIS LOG ACCUMULATES UNTIL THE
      *    BKALERT NIGHT STEP PICKS IT UP FOR THE CUSTOMER ALERTS.
       01  ACH-RTN-LOG-RECORD.
           05  ARL-BUSINESS-DATE        PIC 9(08).
           05  ARL-RETURN-ITEM          PIC X(94).

       WORKING-STORAGE SECTION.
       01  WS-ACHIN-FILE-STATUS         PIC X(02).
       01  WS-ACCT-FILE-STATUS          PIC X(02).
       01  WS-RTN-FILE-STATUS           PIC X(02).
       01  WS-DONE-FILE-STATUS          PIC X(02).
       01  WS-RLOG-FILE-STATUS          PIC X(02).
       01  WS-ACHIN-EOF-SWITCH          PIC X(01)  VALUE "N".
           88  WS-ACHIN-EOF                     VALUE "Y".
       01  WS-CONTROL-FOUND-SWITCH      PIC X(01)  VALUE "N".
           OPEN INPUT ACH-IN
           OPEN I-O ACCT-MASTER
           OPEN OUTPUT ACH-RETURNS
           OPEN EXTEND ACH-RTN-LOG
           IF WS-RLOG-FILE-STATUS = "35"
               OPEN OUTPUT ACH-RTN-LOG
           END-IF
           MOVE "N" TO WS-ACHIN-EOF-SWITCH
           PERFORM 1100-READ-ACHIN
           PERFORM UNTIL WS-ACHIN-EOF
               END-IF
               PERFORM 1100-READ-ACHIN
           END-PERFORM
           CLOSE ACH-RTN-LOG
           CLOSE ACH-RETURNS
           CLOSE ACCT-MASTER
           CLOSE ACH-IN.

      *----------------------------------------------------------------*
      *  2200-WRITE-RETURN-ITEM - ECHO THE ENTRY TO THE RETURNS FILE   *
      *  WITH THE NETWORK REASON CODE, AND LOG IT FOR THE ALERTS.      *
      *----------------------------------------------------------------*
       2200-WRITE-RETURN-ITEM.
           MOVE SPACES TO ACH-RETURN-RECORD
           MOVE ACH-TRACE-NUMBER TO ACH-RTN-TRACE-NUMBER
           MOVE WS-RETURN-REASON TO ACH-RTN-REASON-CODE
           WRITE ACH-RETURN-RECORD
           MOVE WS-BUSINESS-DATE TO ARL-BUSINESS-DATE
           MOVE ACH-RETURN-RECORD TO ARL-RETURN-ITEM
           WRITE ACH-RTN-LOG-RECORD
           ADD 1 TO WS-RETURNED-COUNT.

       2200-WRITE-RETURN-ITEM-EXIT.
