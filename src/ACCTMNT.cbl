      *                    (SUPERVISED, JOURNALED LIKE THE OTHER       *
      *                    ACTIONS); NEW ACCOUNTS INITIALIZE THE       *
      *                    LAST-ACTIVITY DATE.                         *
      *  2026-10-15  RA   OPEN REFUSES A NUMBER ALREADY USED BY A      *
      *                    CERTIFICATE OF DEPOSIT ON CDMASTER.         *
      *================================================================*
      *  PURPOSE.                                                      *
      *      MAINTAINS ACCT-MASTER FOR THE 7-MANTENIMIENTO OPTION ON   *
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT CD-MASTER ASSIGN TO "CDMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CD-NUMBER
               FILE STATUS IS WS-CD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER.
       FD  CUST-MASTER.
           COPY custrec.

       FD  CD-MASTER.
           COPY cdrec.

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS          PIC X(02).
       01  WS-CUST-FILE-STATUS          PIC X(02).
       01  WS-CUST-FOUND-SWITCH         PIC X(01).
           88  WS-CUST-FOUND                    VALUE "Y".
       01  WS-CD-FILE-STATUS            PIC X(02).
       01  WS-CD-FOUND-SWITCH           PIC X(01).
           88  WS-CD-FOUND                      VALUE "Y".
       77  WS-DEFAULT-DAILY-LIMIT       PIC 9(5)V99     VALUE 10000.00.
       01  WS-BEFORE-BALANCE            PIC S9(11)V99 COMP-3.
       01  WS-JRNL-AMOUNT               PIC S9(11)V99 COMP-3.
                   GO TO 1000-OPEN-ACCOUNT-EXIT
               END-IF
           END-IF
           PERFORM 1060-CHECK-CD-NUMBER THRU 1060-CHECK-CD-NUMBER-EXIT
           IF WS-CD-FOUND
               MOVE "2" TO MNT-RETURN-CODE
               MOVE "NUMBER IN USE BY A CD" TO MNT-MESSAGE
               GO TO 1000-OPEN-ACCOUNT-EXIT
           END-IF
           MOVE MNT-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCT-MASTER
               INVALID KEY
       1050-VERIFY-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1060-CHECK-CD-NUMBER - CERTIFICATES OF DEPOSIT SHARE THE      *
      *  ACCOUNT NUMBER SPACE, SO A NUMBER ALREADY ON CDMASTER MAY     *
      *  NOT BE OPENED AS AN ACCOUNT.                                  *
      *----------------------------------------------------------------*
       1060-CHECK-CD-NUMBER.
           MOVE "N" TO WS-CD-FOUND-SWITCH
           OPEN INPUT CD-MASTER
           IF WS-CD-FILE-STATUS NOT = "00"
               GO TO 1060-CHECK-CD-NUMBER-EXIT
           END-IF
           MOVE MNT-ACCT-NUMBER TO CD-NUMBER
           READ CD-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CD-FOUND TO TRUE
           END-READ
           CLOSE CD-MASTER.

       1060-CHECK-CD-NUMBER-EXIT.
           EXIT.

       1100-WRITE-NEW-ACCOUNT.
           MOVE SPACES TO ACCT-MASTER-RECORD
           MOVE MNT-ACCT-NUMBER TO ACCT-NUMBER
