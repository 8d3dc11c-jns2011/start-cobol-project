       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BKOFCKPD.
       AUTHOR.        R. ALVARADO.
       INSTALLATION.  BRANCH SYSTEMS GROUP.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *================================================================*
      *  MODIFICATION HISTORY                                          *
      *  2026-10-15  RA   INITIAL VERSION - MARKS OFFICIAL CHECKS      *
      *                    PAID FROM THE CORRESPONDENT'S PAID-ITEMS    *
      *                    FILE AND LISTS THE STALE-DATED ONES.        *
      *================================================================*
      *  PURPOSE.                                                      *
      *      NIGHTLY OFFICIAL-CHECK RECONCILEMENT, AFTER BKCHKRT IN    *
      *      THE NIGHT SUITE AND AHEAD OF BKGLPOST, WHICH POSTS THE    *
      *      PAYMENTS TAKEN UP HERE.  READS THE OFCKPAID FILE OUR      *
      *      CORRESPONDENT SENDS (OFPDREC LAYOUT) AND MATCHES EACH     *
      *      PAID ITEM TO THE OFCKREG REGISTER (OFCKREC) BY SERIAL.    *
      *      AN OUTSTANDING CHECK PAID FOR ITS ISSUED AMOUNT IS        *
      *      MARKED PAID AS OF THE BUSINESS DATE.  ON THE OFCKRPT      *
      *      REPORT:                                                   *
      *          - ITEMS WHOSE SERIAL IS NOT ON THE REGISTER;          *
      *          - CHECKS PRESENTED TWICE - ALREADY PAID, SO NOT       *
      *            PAID AGAIN;                                         *
      *          - PAID AMOUNTS THAT DIFFER FROM THE ISSUED AMOUNT -   *
      *            THE CHECK STAYS OUTSTANDING FOR FOLLOW-UP;          *
      *          - CHECKS PAID AFTER THEY WERE STALE-DATED (PAID, BUT  *
      *            LISTED);                                            *
      *          - EVERY CHECK STILL OUTSTANDING MORE THAN THE STALE   *
      *            PERIOD AFTER ITS ISSUE DATE.                        *
      *      THE STALE PERIOD IN DAYS COMES FROM THE OFCKPARM FILE     *
      *      (180 WHEN ABSENT).  THE SUMMARY CARRIES THE OUTSTANDING   *
      *      TOTAL - THE BRANCH'S OFFICIAL-CHECK LIABILITY.  THE       *
      *      PROCESSED INPUT IS ARCHIVED TO OFCKPDON AND OFCKPAID      *
      *      LEFT EMPTY, THE SAME RERUN GUARD BKCHKRT USES.            *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFCK-PAID-IN ASSIGN TO "OFCKPAID"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAID-FILE-STATUS.

           SELECT OFCK-REGISTER ASSIGN TO "OFCKREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFCK-SERIAL
               FILE STATUS IS WS-OFCK-FILE-STATUS.

           SELECT OFCK-PARM ASSIGN TO "OFCKPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT OFCK-RPT ASSIGN TO "OFCKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT OFCK-PAID-DONE ASSIGN TO "OFCKPDON"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DONE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFCK-PAID-IN.
           COPY ofpdrec.

       FD  OFCK-REGISTER.
           COPY ofckrec.

       FD  OFCK-PARM.
      *    SINGLE PARAMETER RECORD: THE STALE PERIOD IN DAYS,
      *    MAINTAINED BY OPERATIONS WITHOUT A PROGRAM CHANGE.
       01  OFCK-PARM-RECORD.
           05  OFCKP-STALE-DAYS         PIC 9(05).
           05  FILLER                   PIC X(15).

       FD  OFCK-RPT.
           COPY rptline.

       FD  OFCK-PAID-DONE.
       01  OFCK-PAID-DONE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PAID-FILE-STATUS          PIC X(02).
       01  WS-OFCK-FILE-STATUS          PIC X(02).
       01  WS-PARM-FILE-STATUS          PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).
       01  WS-DONE-FILE-STATUS          PIC X(02).
       01  WS-PAID-EOF-SWITCH           PIC X(01)  VALUE "N".
           88  WS-PAID-EOF                      VALUE "Y".
       01  WS-OFCK-EOF-SWITCH           PIC X(01)  VALUE "N".
           88  WS-OFCK-EOF                      VALUE "Y".

       77  WS-DEFAULT-STALE-DAYS        PIC 9(05)       VALUE 180.
       01  WS-STALE-DAYS                PIC 9(05).
       01  WS-BUSINESS-DAY-NUMBER       PIC 9(07) COMP.
       01  WS-CHECK-AGE                 PIC S9(07) COMP-3.
       01  WS-PAID-AMOUNT               PIC 9(9)V99.
       01  WS-REVIEW-REASON             PIC X(30).

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

       01  WS-RUN-TOTALS.
           05  WS-PAID-COUNT            PIC 9(05)       VALUE ZERO.
           05  WS-PAID-TOTAL            PIC S9(11)V99 COMP-3
                                                        VALUE ZERO.
           05  WS-REVIEW-COUNT          PIC 9(05)       VALUE ZERO.
           05  WS-STALE-COUNT           PIC 9(05)       VALUE ZERO.
           05  WS-STALE-TOTAL           PIC S9(11)V99 COMP-3
                                                        VALUE ZERO.
           05  WS-OUTSTANDING-COUNT     PIC 9(07)       VALUE ZERO.
           05  WS-OUTSTANDING-TOTAL     PIC S9(11)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-EDIT-COUNT                PIC ZZZZZZ9.
       01  WS-EDIT-AGE                  PIC ZZZZ9.
       01  WS-EDIT-AMOUNT               PIC -,---,---,--9.99.
       01  WS-EDIT-ISSUED               PIC -,---,---,--9.99.

       01  WS-BDAY-FUNCTION             PIC X(01).
       01  WS-BUSINESS-DATE             PIC 9(08).
       01  WS-BDAY-RETURN-CODE          PIC X(01).

       01  WS-RUN-FUNCTION              PIC X(01).
       01  WS-RUN-STEP-NAME             PIC X(08).
       01  WS-RUN-MESSAGE               PIC X(40).
       01  WS-RUN-RETURN-CODE           PIC X(01).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-RUN-CONTROL-CHECK
           IF WS-RUN-RETURN-CODE NOT = "0"
               DISPLAY "BKOFCKPD: " WS-RUN-MESSAGE
               GO TO 0000-MAINLINE-EXIT
           END-IF
           MOVE "G" TO WS-BDAY-FUNCTION
           CALL "BDAYCTL" USING WS-BDAY-FUNCTION
                                 WS-BUSINESS-DATE
                                 WS-BDAY-RETURN-CODE
           END-CALL
           IF WS-BDAY-RETURN-CODE = "1"
               DISPLAY "BKOFCKPD: POSTING CLOSED - "
                       "END OF DAY RUNNING - NOTHING MARKED PAID"
               GO TO 0000-MAINLINE-EXIT
           END-IF
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT
           IF NOT WS-PAID-EOF
               PERFORM 2000-PROCESS-ITEMS
               PERFORM 3000-RETIRE-INPUT-FILE
           END-IF
           PERFORM 4000-LIST-STALE-CHECKS
               THRU 4000-LIST-STALE-CHECKS-EXIT
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           PERFORM 9500-RUN-CONTROL-COMPLETE.

       0000-MAINLINE-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      *  0100-RUN-CONTROL-CHECK - ASK RUNCTL FOR START CLEARANCE:      *
      *  EVERY PREDECESSOR STEP MUST BE COMPLETE FOR THE BUSINESS      *
      *  DATE AND THIS STEP MUST NOT HAVE RUN YET.                     *
      *----------------------------------------------------------------*
       0100-RUN-CONTROL-CHECK.
           MOVE "S" TO WS-RUN-FUNCTION
           MOVE "BKOFCKPD" TO WS-RUN-STEP-NAME
           CALL "RUNCTL" USING WS-RUN-FUNCTION
                                WS-RUN-STEP-NAME
                                WS-RUN-MESSAGE
                                WS-RUN-RETURN-CODE
           END-CALL.

       0100-RUN-CONTROL-CHECK-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE - PICK UP THE STALE PERIOD, OPEN THE REPORT   *
      *  AND THE REGISTER (CREATED EMPTY WHEN NO CHECK HAS EVER BEEN   *
      *  SOLD), AND CHECK THE PAID-ITEMS FILE IS THERE AT ALL.  A      *
      *  NIGHT WITH NO FILE STILL LISTS THE STALE CHECKS.              *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE WS-DEFAULT-STALE-DAYS TO WS-STALE-DAYS
           OPEN INPUT OFCK-PARM
           IF WS-PARM-FILE-STATUS = "35"
               CONTINUE
           ELSE
               READ OFCK-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OFCKP-STALE-DAYS NUMERIC
                           AND OFCKP-STALE-DAYS > ZERO
                           MOVE OFCKP-STALE-DAYS TO WS-STALE-DAYS
                       END-IF
               END-READ
               CLOSE OFCK-PARM
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-DN-DATE
           PERFORM 7000-DAY-NUMBER THRU 7000-DAY-NUMBER-EXIT
           MOVE WS-DN-DAYS TO WS-BUSINESS-DAY-NUMBER
           OPEN I-O OFCK-REGISTER
           IF WS-OFCK-FILE-STATUS = "35" OR "05"
               CLOSE OFCK-REGISTER
               OPEN OUTPUT OFCK-REGISTER
               CLOSE OFCK-REGISTER
               OPEN I-O OFCK-REGISTER
           END-IF
           OPEN OUTPUT OFCK-RPT
           MOVE SPACES TO RPT-LINE
           STRING "OFFICIAL CHECK PAID ITEMS - BUSINESS DATE "
               DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT OFCK-PAID-IN
           IF WS-PAID-FILE-STATUS = "35"
               SET WS-PAID-EOF TO TRUE
               MOVE SPACES TO RPT-LINE
               STRING "NO PAID ITEMS FILE PRESENT"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           CLOSE OFCK-PAID-IN.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-PROCESS-ITEMS - ONE PASS OVER THE PAID ITEMS: EACH TYPE  *
      *  "6" RECORD IS MARKED PAID ON THE REGISTER OR SENT TO THE      *
      *  EXCEPTION LIST.                                               *
      *----------------------------------------------------------------*
       2000-PROCESS-ITEMS.
           OPEN INPUT OFCK-PAID-IN
           PERFORM 2100-READ-ITEM
           PERFORM 2200-PROCESS-ONE-ITEM
               THRU 2200-PROCESS-ONE-ITEM-EXIT
               UNTIL WS-PAID-EOF
           CLOSE OFCK-PAID-IN.

       2000-PROCESS-ITEMS-EXIT.
           EXIT.

       2100-READ-ITEM.
           READ OFCK-PAID-IN
               AT END
                   SET WS-PAID-EOF TO TRUE
           END-READ.

       2100-READ-ITEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2200-PROCESS-ONE-ITEM - MATCH THE ITEM TO ITS CHECK BY        *
      *  SERIAL.  A PAID CHECK IS NOT PAID AGAIN; A WRONG AMOUNT       *
      *  LEAVES THE CHECK OUTSTANDING.                                 *
      *----------------------------------------------------------------*
       2200-PROCESS-ONE-ITEM.
           IF OPD-RECORD-TYPE NOT = "6"
               GO TO 2200-READ-NEXT
           END-IF
           COMPUTE WS-PAID-AMOUNT = OPD-AMOUNT / 100
           MOVE OPD-SERIAL TO OFCK-SERIAL
           READ OFCK-REGISTER
               INVALID KEY
                   MOVE "SERIAL NOT ON REGISTER" TO WS-REVIEW-REASON
                   MOVE ZERO TO WS-EDIT-ISSUED
                   PERFORM 5000-WRITE-REVIEW-LINE
                   GO TO 2200-READ-NEXT
           END-READ
           ADD 1 TO OFCK-PRESENTED-COUNT
           IF OFCK-PAID
               REWRITE OFFICIAL-CHECK-RECORD
               MOVE SPACES TO WS-REVIEW-REASON
               STRING "PRESENTED TWICE - PAID "
                   DELIMITED BY SIZE
                   OFCK-PAID-DATE DELIMITED BY SIZE
                   INTO WS-REVIEW-REASON
               MOVE OFCK-AMOUNT TO WS-EDIT-ISSUED
               PERFORM 5000-WRITE-REVIEW-LINE
               GO TO 2200-READ-NEXT
           END-IF
           IF WS-PAID-AMOUNT NOT = OFCK-AMOUNT
               REWRITE OFFICIAL-CHECK-RECORD
               MOVE "PAID AMOUNT DIFFERS FROM ISSUE" TO
                   WS-REVIEW-REASON
               MOVE OFCK-AMOUNT TO WS-EDIT-ISSUED
               PERFORM 5000-WRITE-REVIEW-LINE
               GO TO 2200-READ-NEXT
           END-IF
           SET OFCK-PAID TO TRUE
           MOVE WS-BUSINESS-DATE TO OFCK-PAID-DATE
           MOVE WS-PAID-AMOUNT TO OFCK-PAID-AMOUNT
           REWRITE OFFICIAL-CHECK-RECORD
           ADD 1 TO WS-PAID-COUNT
           ADD WS-PAID-AMOUNT TO WS-PAID-TOTAL
           PERFORM 2300-AGE-CHECK THRU 2300-AGE-CHECK-EXIT
           IF WS-CHECK-AGE > WS-STALE-DAYS
               MOVE "PAID AFTER STALE DATE" TO WS-REVIEW-REASON
               MOVE OFCK-AMOUNT TO WS-EDIT-ISSUED
               PERFORM 5000-WRITE-REVIEW-LINE
           END-IF.

       2200-READ-NEXT.
           PERFORM 2100-READ-ITEM.

       2200-PROCESS-ONE-ITEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2300-AGE-CHECK - CALENDAR DAYS FROM THE CHECK'S ISSUE DATE    *
      *  TO THE BUSINESS DATE, IN WS-CHECK-AGE.                        *
      *----------------------------------------------------------------*
       2300-AGE-CHECK.
           MOVE OFCK-ISSUE-DATE TO WS-DN-DATE
           PERFORM 7000-DAY-NUMBER THRU 7000-DAY-NUMBER-EXIT
           COMPUTE WS-CHECK-AGE = WS-BUSINESS-DAY-NUMBER - WS-DN-DAYS
           IF WS-CHECK-AGE < ZERO
               MOVE ZERO TO WS-CHECK-AGE
           END-IF.

       2300-AGE-CHECK-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-RETIRE-INPUT-FILE - APPEND THE PROCESSED ITEMS TO THE    *
      *  OFCKPDON ARCHIVE AND LEAVE OFCKPAID EMPTY, SO A RERUN FINDS   *
      *  NOTHING TO MARK PAID.                                         *
      *----------------------------------------------------------------*
       3000-RETIRE-INPUT-FILE.
           OPEN INPUT OFCK-PAID-IN
           OPEN EXTEND OFCK-PAID-DONE
           IF WS-DONE-FILE-STATUS = "35"
               OPEN OUTPUT OFCK-PAID-DONE
           END-IF
           MOVE "N" TO WS-PAID-EOF-SWITCH
           PERFORM 2100-READ-ITEM
           PERFORM 3100-ARCHIVE-ONE-ITEM
               THRU 3100-ARCHIVE-ONE-ITEM-EXIT
               UNTIL WS-PAID-EOF
           CLOSE OFCK-PAID-DONE
           CLOSE OFCK-PAID-IN
           OPEN OUTPUT OFCK-PAID-IN
           CLOSE OFCK-PAID-IN.

       3000-RETIRE-INPUT-FILE-EXIT.
           EXIT.

       3100-ARCHIVE-ONE-ITEM.
           WRITE OFCK-PAID-DONE-RECORD FROM PAID-ITEM-RECORD
           PERFORM 2100-READ-ITEM.

       3100-ARCHIVE-ONE-ITEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4000-LIST-STALE-CHECKS - WALK THE REGISTER: TOTAL EVERY       *
      *  CHECK STILL OUTSTANDING AND LIST THOSE PAST THE STALE         *
      *  PERIOD, OLDEST SERIALS FIRST.                                 *
      *----------------------------------------------------------------*
       4000-LIST-STALE-CHECKS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-STALE-DAYS TO WS-EDIT-AGE
           STRING "OUTSTANDING MORE THAN " DELIMITED BY SIZE
               WS-EDIT-AGE DELIMITED BY SIZE
               " DAYS (STALE-DATED)" DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE ZERO TO OFCK-SERIAL
           START OFCK-REGISTER KEY IS NOT LESS THAN OFCK-SERIAL
               INVALID KEY
                   SET WS-OFCK-EOF TO TRUE
           END-START
           PERFORM 4100-CHECK-ONE-OUTSTANDING
               THRU 4100-CHECK-ONE-OUTSTANDING-EXIT
               UNTIL WS-OFCK-EOF.

       4000-LIST-STALE-CHECKS-EXIT.
           EXIT.

       4100-CHECK-ONE-OUTSTANDING.
           READ OFCK-REGISTER NEXT RECORD
               AT END
                   SET WS-OFCK-EOF TO TRUE
                   GO TO 4100-CHECK-ONE-OUTSTANDING-EXIT
           END-READ
           IF NOT OFCK-OUTSTANDING
               GO TO 4100-CHECK-ONE-OUTSTANDING-EXIT
           END-IF
           ADD 1 TO WS-OUTSTANDING-COUNT
           ADD OFCK-AMOUNT TO WS-OUTSTANDING-TOTAL
           PERFORM 2300-AGE-CHECK THRU 2300-AGE-CHECK-EXIT
           IF WS-CHECK-AGE NOT > WS-STALE-DAYS
               GO TO 4100-CHECK-ONE-OUTSTANDING-EXIT
           END-IF
           ADD 1 TO WS-STALE-COUNT
           ADD OFCK-AMOUNT TO WS-STALE-TOTAL
           MOVE OFCK-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-CHECK-AGE TO WS-EDIT-AGE
           MOVE SPACES TO RPT-LINE
           STRING "SERIAL " DELIMITED BY SIZE
               OFCK-SERIAL DELIMITED BY SIZE
               "  ISSUED " DELIMITED BY SIZE
               OFCK-ISSUE-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-AGE DELIMITED BY SIZE
               " DAYS  " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               "  PAYEE " DELIMITED BY SIZE
               OFCK-PAYEE-NAME DELIMITED BY SIZE
               "  BY " DELIMITED BY SIZE
               OFCK-PURCHASER-NAME DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE.

       4100-CHECK-ONE-OUTSTANDING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5000-WRITE-REVIEW-LINE - ONE LINE PER PAID ITEM NEEDING       *
      *  FOLLOW-UP: THE ITEM AS PAID, THE AMOUNT ISSUED (ZERO WHEN     *
      *  THE SERIAL IS UNKNOWN) AND THE REASON.                        *
      *----------------------------------------------------------------*
       5000-WRITE-REVIEW-LINE.
           ADD 1 TO WS-REVIEW-COUNT
           MOVE WS-PAID-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO RPT-LINE
           STRING "SERIAL " DELIMITED BY SIZE
               OPD-SERIAL DELIMITED BY SIZE
               "  PAID " DELIMITED BY SIZE
               OPD-PAID-DATE DELIMITED BY SIZE
               "  TRACE " DELIMITED BY SIZE
               OPD-TRACE-NUMBER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               "  ISSUED " DELIMITED BY SIZE
               WS-EDIT-ISSUED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-REVIEW-REASON DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE.

       5000-WRITE-REVIEW-LINE-EXIT.
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

       8000-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-PAID-COUNT TO WS-EDIT-COUNT
           MOVE WS-PAID-TOTAL TO WS-EDIT-AMOUNT
           STRING "CHECKS MARKED PAID:    " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               "   AMOUNT: " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-REVIEW-COUNT TO WS-EDIT-COUNT
           STRING "PAID ITEM EXCEPTIONS:  " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-STALE-COUNT TO WS-EDIT-COUNT
           MOVE WS-STALE-TOTAL TO WS-EDIT-AMOUNT
           STRING "STALE-DATED:           " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               "   AMOUNT: " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-OUTSTANDING-COUNT TO WS-EDIT-COUNT
           MOVE WS-OUTSTANDING-TOTAL TO WS-EDIT-AMOUNT
           STRING "OUTSTANDING LIABILITY: " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               "   AMOUNT: " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE.

       8000-WRITE-SUMMARY-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE WS-PAID-COUNT TO WS-EDIT-COUNT
           DISPLAY "BKOFCKPD: " WS-EDIT-COUNT
               " OFFICIAL CHECK(S) MARKED PAID"
           MOVE WS-REVIEW-COUNT TO WS-EDIT-COUNT
           DISPLAY "BKOFCKPD: " WS-EDIT-COUNT
               " PAID ITEM(S) ON EXCEPTION REPORT"
           MOVE WS-STALE-COUNT TO WS-EDIT-COUNT
           DISPLAY "BKOFCKPD: " WS-EDIT-COUNT
               " STALE-DATED CHECK(S) OUTSTANDING"
           CLOSE OFCK-REGISTER
           CLOSE OFCK-RPT.

       9000-TERMINATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  9500-RUN-CONTROL-COMPLETE - RECORD THIS STEP COMPLETE FOR     *
      *  THE BUSINESS DATE SO THE NEXT STEP IN THE SUITE MAY START.    *
      *----------------------------------------------------------------*
       9500-RUN-CONTROL-COMPLETE.
           MOVE "C" TO WS-RUN-FUNCTION
           MOVE "BKOFCKPD" TO WS-RUN-STEP-NAME
           CALL "RUNCTL" USING WS-RUN-FUNCTION
                                WS-RUN-STEP-NAME
                                WS-RUN-MESSAGE
                                WS-RUN-RETURN-CODE
           END-CALL.

       9500-RUN-CONTROL-COMPLETE-EXIT.
           EXIT.
