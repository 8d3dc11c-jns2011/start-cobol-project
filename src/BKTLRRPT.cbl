      *                    COMPLETED FOR THE BUSINESS DATE, REFUSES    *
      *                    A SECOND RUN, AND RECORDS ITS OWN           *
      *                    COMPLETION.                                 *
      *  2026-10-15  RA   PER-TYPE TALLY EXTENDED TO TYPES A-E         *
      *                    (COMISIONES, SOBREGIRO, CHQ DEVUELTO, PLAZO *
      *                    FIJO, CHQ OFICIAL), WHICH WERE DROPPED.     *
      *================================================================*
      *  PURPOSE.                                                      *
      *      NIGHTLY SUPERVISOR REPORT OVER THE DAY'S TRAN-JOURNAL,    *
           05  WS-BRK-MAX-SINGLE        PIC S9(11)V99 COMP-3.

       01  WS-TYPE-TALLIES.
      *    SLOTS 1-9 ARE TYPES 1-9, SLOTS 10-14 ARE TYPES A-E.
           05  WS-TYPE-ENTRY OCCURS 14 TIMES INDEXED BY WS-TY-IDX.
               10  WS-TY-COUNT          PIC 9(05) COMP.
               10  WS-TY-AMOUNT         PIC S9(11)V99 COMP-3.

           05  WS-TYPE-CHAR             PIC X(01).
           05  WS-TYPE-NUM REDEFINES WS-TYPE-CHAR
                                        PIC 9(01).
           05  WS-TYPE-SLOT             PIC 9(02).

       01  WS-REPORT-TOTALS.
           05  WS-TOT-TELLERS           PIC 9(05)       VALUE ZERO.
           MOVE ZERO TO WS-BRK-REVERSAL-COUNT
           MOVE ZERO TO WS-BRK-MAX-SINGLE
           SET WS-TY-IDX TO 1
           PERFORM UNTIL WS-TY-IDX > 14
               MOVE ZERO TO WS-TY-COUNT (WS-TY-IDX)
               MOVE ZERO TO WS-TY-AMOUNT (WS-TY-IDX)
               SET WS-TY-IDX UP BY 1

       3400-ACCUMULATE-RECORD.
           MOVE TJ-OPERATION-TYPE OF SR-TLR-ROW TO WS-TYPE-CHAR
           MOVE ZERO TO WS-TYPE-SLOT
           EVALUATE TRUE
               WHEN WS-TYPE-CHAR NUMERIC
                   MOVE WS-TYPE-NUM TO WS-TYPE-SLOT
               WHEN WS-TYPE-CHAR = "A"
                   MOVE 10 TO WS-TYPE-SLOT
               WHEN WS-TYPE-CHAR = "B"
                   MOVE 11 TO WS-TYPE-SLOT
               WHEN WS-TYPE-CHAR = "C"
                   MOVE 12 TO WS-TYPE-SLOT
               WHEN WS-TYPE-CHAR = "D"
                   MOVE 13 TO WS-TYPE-SLOT
               WHEN WS-TYPE-CHAR = "E"
                   MOVE 14 TO WS-TYPE-SLOT
           END-EVALUATE
           IF WS-TYPE-SLOT > ZERO
               SET WS-TY-IDX TO WS-TYPE-SLOT
               ADD 1 TO WS-TY-COUNT (WS-TY-IDX)
               ADD TJ-AMOUNT OF SR-TLR-ROW
                   TO WS-TY-AMOUNT (WS-TY-IDX)
      *----------------------------------------------------------------*
       4900-WRITE-TELLER-TOTALS.
           SET WS-TY-IDX TO 1
           PERFORM UNTIL WS-TY-IDX > 14
               IF WS-TY-COUNT (WS-TY-IDX) > ZERO
                   PERFORM 4950-WRITE-TYPE-LINE
               END-IF
                   MOVE "AUTORIZACION    " TO WS-OPER-NAME
               WHEN 9
                   MOVE "REVERSALS       " TO WS-OPER-NAME
               WHEN 10
                   MOVE "COMISIONES      " TO WS-OPER-NAME
               WHEN 11
                   MOVE "SOBREGIRO       " TO WS-OPER-NAME
               WHEN 12
                   MOVE "CHQ DEVUELTO    " TO WS-OPER-NAME
               WHEN 13
                   MOVE "PLAZO FIJO      " TO WS-OPER-NAME
               WHEN 14
                   MOVE "CHQ OFICIAL     " TO WS-OPER-NAME
               WHEN OTHER
                   MOVE "UNKNOWN         " TO WS-OPER-NAME
           END-EVALUATE.
