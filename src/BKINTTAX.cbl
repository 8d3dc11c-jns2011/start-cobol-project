      *  MODIFICATION HISTORY                                          *
      *  2026-09-03  RA   INITIAL VERSION - YEAR-END INTEREST-PAID     *
      *                    SUMMARY AND FILING EXTRACT PER ACCOUNT.     *
      *  2026-10-15  RA   CD INTEREST IS FILED UNDER THE CD'S HOLDER   *
      *                    AND CUSTOMER FROM CDMASTER.                 *
      *================================================================*
      *  PURPOSE.                                                      *
      *      ANNUAL TAX RUN, TAKEN AFTER THE YEAR'S FINAL CUTOVER SO   *
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT CD-MASTER ASSIGN TO "CDMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CD-NUMBER
               FILE STATUS IS WS-CD-FILE-STATUS.

           SELECT TAX-RPT ASSIGN TO "INTTAXRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       FD  CUST-MASTER.
           COPY custrec.

       FD  CD-MASTER.
           COPY cdrec.

       FD  TAX-RPT.
           COPY rptline.

       01  WS-EXTR-FILE-STATUS          PIC X(02).
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
           OPEN OUTPUT TAX-RPT
           OPEN OUTPUT TAX-EXTRACT
           MOVE SPACES TO RPT-LINE
      *  4100-READ-MASTER-AND-CUSTOMER - HOLDER NAME AND BRANCH FROM   *
      *  ACCT-MASTER, THE TAX ID FROM THE OWNING CUSTOMER.  AN         *
      *  ACCOUNT WITH HISTORY BUT NO MASTER RECORD IS STILL FILED,     *
      *  FLAGGED IN PLACE OF THE NAME.  A CERTIFICATE OF DEPOSIT       *
      *  TAKES THEM FROM CDMASTER.                                     *
      *----------------------------------------------------------------*
       4100-READ-MASTER-AND-CUSTOMER.
           MOVE SPACES TO WS-TAX-ID
               INVALID KEY
                   MOVE "(NO MASTER RECORD)" TO WS-HOLDER-NAME
                   MOVE ZERO TO WS-ACCT-BRANCH
                   PERFORM 4150-READ-CD-MASTER
               NOT INVALID KEY
                   MOVE ACCT-HOLDER-NAME TO WS-HOLDER-NAME
                   MOVE ACCT-BRANCH TO WS-ACCT-BRANCH
                   MOVE ACCT-CUST-NUMBER TO WS-CUST-NO
           END-READ
           IF NOT WS-CUST-FILE-PRESENT
               OR WS-CUST-NO = ZERO
               GO TO 4100-READ-MASTER-AND-CUSTOMER-EXIT
           END-IF
           MOVE WS-CUST-NO TO CUST-NUMBER
           READ CUST-MASTER
               INVALID KEY
                   CONTINUE
       4100-READ-MASTER-AND-CUSTOMER-EXIT.
           EXIT.

       4150-READ-CD-MASTER.
           IF WS-CD-FILE-PRESENT
               MOVE WS-BRK-ACCT-NUMBER TO CD-NUMBER
               READ CD-MASTER
                   NOT INVALID KEY
                       MOVE CD-HOLDER-NAME TO WS-HOLDER-NAME
                       MOVE CD-BRANCH TO WS-ACCT-BRANCH
                       MOVE CD-CUST-NUMBER TO WS-CUST-NO
               END-READ
           END-IF.

       4150-READ-CD-MASTER-EXIT.
           EXIT.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-CUST-FILE-PRESENT
               CLOSE CUST-MASTER
           END-IF
           IF WS-CD-FILE-PRESENT
               CLOSE CD-MASTER
           END-IF
           CLOSE TAX-RPT
           CLOSE TAX-EXTRACT.

