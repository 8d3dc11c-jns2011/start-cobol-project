      *                    IN KEY ORDER AND THE FULL-FILE SORT         *
      *                    THROUGH SORTWK3 IS GONE - THE RUN NO        *
      *                    LONGER SLOWS AS THE HISTORY GROWS.          *
      *  2026-10-15  RA   MONTH-END FEES PRINT AS COMISIONES.          *
      *  2026-10-15  RA   OVERDRAFT SWEEPS PRINT AS SOBREGIRO.         *
      *  2026-10-15  RA   RETURNED-CHECK CHARGEBACKS PRINT AS          *
      *                    CHQ DEVUELTO.                               *
      *  2026-10-15  RA   CD MOVEMENTS PRINT AS PLAZO FIJO.            *
      *  2026-10-15  RA   A CD'S STATEMENT HEADER COMES FROM CDMASTER. *
      *  2026-10-15  RA   OFFICIAL CHECK PURCHASES PRINT AS            *
      *                    CHQ OFICIAL.                                *
      *================================================================*
      *  PURPOSE.                                                      *
      *      PRINTS ONE STATEMENT PER ACCOUNT FOR A STATEMENT MONTH:   *
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT CD-MASTER ASSIGN TO "CDMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CD-NUMBER
               FILE STATUS IS WS-CD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JRNL-HISTORY.
       FD  CUST-MASTER.
           COPY custrec.

       FD  CD-MASTER.
           COPY cdrec.

       WORKING-STORAGE SECTION.
       01  WS-HIST-FILE-STATUS          PIC X(02).
       01  WS-ACCT-FILE-STATUS          PIC X(02).
       01  WS-CUST-FILE-STATUS          PIC X(02).
       01  WS-CUST-FILE-SWITCH          PIC X(01)  VALUE "N".
           88  WS-CUST-FILE-PRESENT             VALUE "Y".
       01  WS-CD-FILE-STATUS            PIC X(02).
       01  WS-CD-FILE-SWITCH            PIC X(01)  VALUE "N".
           88  WS-CD-FILE-PRESENT               VALUE "Y".
       01  WS-HIST-EOF-SWITCH           PIC X(01)  VALUE "N".
           88  WS-HIST-EOF                      VALUE "Y".
       01  WS-FIRST-RECORD-SWITCH       PIC X(01)  VALUE "Y".
           IF WS-CUST-FILE-STATUS = "00"
               SET WS-CUST-FILE-PRESENT TO TRUE
           END-IF
           OPEN INPUT CD-MASTER
           IF WS-CD-FILE-STATUS = "00"
               SET WS-CD-FILE-PRESENT TO TRUE
           END-IF
           OPEN OUTPUT STMT-RPT
           MOVE SPACES TO RPT-LINE
           STRING "CUSTOMER ACCOUNT STATEMENTS - PERIOD "
      *----------------------------------------------------------------*
      *  3400-READ-MASTER-NAME - HOLDER NAME AND BRANCH FOR THE        *
      *  STATEMENT HEADER.  AN ACCOUNT WITH HISTORY BUT NO MASTER      *
      *  RECORD IS STILL PRINTED, FLAGGED IN PLACE OF THE NAME.  A     *
      *  CERTIFICATE OF DEPOSIT TAKES THEM FROM CDMASTER.              *
      *----------------------------------------------------------------*
       3400-READ-MASTER-NAME.
           MOVE WS-BRK-ACCT-NUMBER TO ACCT-NUMBER
                   MOVE "(NO MASTER RECORD)" TO ACCT-HOLDER-NAME
                   MOVE ZERO TO ACCT-BRANCH
                   MOVE ZERO TO ACCT-CUST-NUMBER
                   PERFORM 3450-READ-CD-NAME
           END-READ.

       3400-READ-MASTER-NAME-EXIT.
           EXIT.

       3450-READ-CD-NAME.
           IF WS-CD-FILE-PRESENT
               MOVE WS-BRK-ACCT-NUMBER TO CD-NUMBER
               READ CD-MASTER
                   NOT INVALID KEY
                       MOVE CD-HOLDER-NAME TO ACCT-HOLDER-NAME
                       MOVE CD-BRANCH TO ACCT-BRANCH
                       MOVE CD-CUST-NUMBER TO ACCT-CUST-NUMBER
               END-READ
           END-IF.

       3450-READ-CD-NAME-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4000-WRITE-DETAIL-LINE - ONE PRINT LINE PER HISTORY ENTRY     *
      *  WITH THE RUNNING BALANCE FROM TJH-AFTER-BALANCE.              *
                   MOVE "AUTORIZACION    " TO WS-OPER-NAME
               WHEN "9"
                   MOVE "REVERSALS       " TO WS-OPER-NAME
               WHEN "A"
                   MOVE "COMISIONES      " TO WS-OPER-NAME
               WHEN "B"
                   MOVE "SOBREGIRO       " TO WS-OPER-NAME
               WHEN "C"
                   MOVE "CHQ DEVUELTO    " TO WS-OPER-NAME
               WHEN "D"
                   MOVE "PLAZO FIJO      " TO WS-OPER-NAME
               WHEN "E"
                   MOVE "CHQ OFICIAL     " TO WS-OPER-NAME
               WHEN OTHER
                   MOVE "UNKNOWN         " TO WS-OPER-NAME
           END-EVALUATE.
           IF WS-CUST-FILE-PRESENT
               CLOSE CUST-MASTER
           END-IF
           IF WS-CD-FILE-PRESENT
               CLOSE CD-MASTER
           END-IF
           CLOSE STMT-RPT.

       9000-TERMINATE-EXIT.
