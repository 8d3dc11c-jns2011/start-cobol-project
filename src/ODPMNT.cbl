       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ODPMNT.
       AUTHOR.        R. ALVARADO.
       INSTALLATION.  BRANCH SYSTEMS GROUP.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *================================================================*
      *  MODIFICATION HISTORY                                          *
      *  2026-10-15  RA   INITIAL VERSION - OVERDRAFT PROTECTION LINK  *
      *                    MAINTENANCE: SET AND REMOVE, DRIVEN BY THE  *
      *                    SUPERVISOR 8-SOBREGIRO OPTION.              *
      *================================================================*
      *  PURPOSE.                                                      *
      *      MAINTAINS THE ODPLINK OVERDRAFT-PROTECTION FILE (ODPREC). *
      *      A LINK TIES A PROTECTED ACCOUNT TO A BACKUP ACCOUNT OF    *
      *      THE SAME CUSTOMER; WITHDRW1 AND XFER001 SWEEP A           *
      *      SHORTFALL FROM THE BACKUP ACCOUNT WHEN ONE IS ON FILE.    *
      *      A NEW LINK IS VALIDATED AGAINST ACCT-MASTER - BOTH        *
      *      ACCOUNTS MUST EXIST AND BE ACTIVE, MUST DIFFER, AND MUST  *
      *      CARRY THE SAME NON-ZERO ACCT-CUST-NUMBER.  SETTING A      *
      *      LINK ON AN ACCOUNT THAT ALREADY HAS ONE REPLACES IT.      *
      *      REMOVE MARKS THE LINK REMOVED RATHER THAN DELETING IT.    *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ODP-LINKS ASSIGN TO "ODPLINK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODP-ACCT-NUMBER
               FILE STATUS IS WS-ODP-FILE-STATUS.

           SELECT ACCT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ODP-LINKS.
           COPY odprec.

       FD  ACCT-MASTER.
           COPY acctrec.

       WORKING-STORAGE SECTION.
       01  WS-ODP-FILE-STATUS           PIC X(02).
       01  WS-ACCT-FILE-STATUS          PIC X(02).
       01  WS-ACCT-OK-SWITCH            PIC X(01).
           88  WS-ACCT-OK                       VALUE "Y".
       01  WS-CHECK-ACCT-NUMBER         PIC 9(10).
       01  WS-PROTECTED-CUST-NUMBER     PIC 9(08).
       01  WS-BDAY-FUNCTION             PIC X(01).
       01  WS-BUSINESS-DATE             PIC 9(08).
       01  WS-BDAY-RETURN-CODE          PIC X(01).

       LINKAGE SECTION.
       01  OMNT-ACCT-NUMBER             PIC 9(10).
       01  OMNT-ACTION                  PIC X(01).
           88  OMNT-SET                         VALUE "1".
           88  OMNT-REMOVE                      VALUE "2".
       01  OMNT-BACKUP-ACCT             PIC 9(10).
       01  OMNT-TELLER-ID               PIC X(06).
       01  OMNT-MESSAGE                 PIC X(40).
       01  OMNT-RETURN-CODE             PIC X(01).

       PROCEDURE DIVISION USING OMNT-ACCT-NUMBER
                                 OMNT-ACTION
                                 OMNT-BACKUP-ACCT
                                 OMNT-TELLER-ID
                                 OMNT-MESSAGE
                                 OMNT-RETURN-CODE.

       0000-MAINLINE.
           OPEN I-O ODP-LINKS
           IF WS-ODP-FILE-STATUS = "35" OR "05"
               CLOSE ODP-LINKS
               OPEN OUTPUT ODP-LINKS
               CLOSE ODP-LINKS
               OPEN I-O ODP-LINKS
           END-IF
           IF OMNT-ACCT-NUMBER = ZERO
               MOVE "2" TO OMNT-RETURN-CODE
               MOVE "INVALID OVERDRAFT LINK REQUEST" TO OMNT-MESSAGE
               GO TO 0000-MAINLINE-EXIT
           END-IF
           EVALUATE TRUE
               WHEN OMNT-SET
                   PERFORM 1000-SET-LINK
                       THRU 1000-SET-LINK-EXIT
               WHEN OMNT-REMOVE
                   PERFORM 2000-REMOVE-LINK
                       THRU 2000-REMOVE-LINK-EXIT
               WHEN OTHER
                   MOVE "2" TO OMNT-RETURN-CODE
                   MOVE "INVALID OVERDRAFT LINK REQUEST" TO
                       OMNT-MESSAGE
           END-EVALUATE.

       0000-MAINLINE-EXIT.
           CLOSE ODP-LINKS
           GOBACK.

      *----------------------------------------------------------------*
      *  1000-SET-LINK - VALIDATE BOTH ACCOUNTS AND THEIR COMMON       *
      *  CUSTOMER, THEN WRITE OR REPLACE THE ACTIVE LINK.              *
      *----------------------------------------------------------------*
       1000-SET-LINK.
           IF OMNT-BACKUP-ACCT = ZERO
               OR OMNT-BACKUP-ACCT = OMNT-ACCT-NUMBER
               MOVE "2" TO OMNT-RETURN-CODE
               MOVE "INVALID OVERDRAFT LINK REQUEST" TO OMNT-MESSAGE
               GO TO 1000-SET-LINK-EXIT
           END-IF
           MOVE OMNT-ACCT-NUMBER TO WS-CHECK-ACCT-NUMBER
           PERFORM 1500-CHECK-ACCOUNT THRU 1500-CHECK-ACCOUNT-EXIT
           IF NOT WS-ACCT-OK
               GO TO 1000-SET-LINK-EXIT
           END-IF
           MOVE ACCT-CUST-NUMBER TO WS-PROTECTED-CUST-NUMBER
           MOVE OMNT-BACKUP-ACCT TO WS-CHECK-ACCT-NUMBER
           PERFORM 1500-CHECK-ACCOUNT THRU 1500-CHECK-ACCOUNT-EXIT
           IF NOT WS-ACCT-OK
               GO TO 1000-SET-LINK-EXIT
           END-IF
           IF WS-PROTECTED-CUST-NUMBER = ZERO
               OR ACCT-CUST-NUMBER NOT = WS-PROTECTED-CUST-NUMBER
               MOVE "2" TO OMNT-RETURN-CODE
               MOVE "ACCOUNTS NOT OWNED BY SAME CUSTOMER" TO
                   OMNT-MESSAGE
               GO TO 1000-SET-LINK-EXIT
           END-IF
           MOVE "G" TO WS-BDAY-FUNCTION
           CALL "BDAYCTL" USING WS-BDAY-FUNCTION
                                 WS-BUSINESS-DATE
                                 WS-BDAY-RETURN-CODE
           END-CALL
           MOVE OMNT-ACCT-NUMBER TO ODP-ACCT-NUMBER
           READ ODP-LINKS
               INVALID KEY
                   PERFORM 1100-BUILD-LINK
                   WRITE ODP-LINK-RECORD
               NOT INVALID KEY
                   PERFORM 1100-BUILD-LINK
                   REWRITE ODP-LINK-RECORD
           END-READ
           MOVE "0" TO OMNT-RETURN-CODE
           MOVE "OVERDRAFT PROTECTION LINK SET" TO OMNT-MESSAGE.

       1000-SET-LINK-EXIT.
           EXIT.

       1100-BUILD-LINK.
           MOVE SPACES TO ODP-LINK-RECORD
           MOVE OMNT-ACCT-NUMBER TO ODP-ACCT-NUMBER
           MOVE OMNT-BACKUP-ACCT TO ODP-BACKUP-ACCT-NUMBER
           MOVE WS-PROTECTED-CUST-NUMBER TO ODP-CUST-NUMBER
           MOVE WS-BUSINESS-DATE TO ODP-SET-DATE
           MOVE OMNT-TELLER-ID TO ODP-SET-TELLER-ID
           SET ODP-STATUS-ACTIVE TO TRUE.

       1100-BUILD-LINK-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1500-CHECK-ACCOUNT - THE ACCOUNT MUST EXIST ON ACCT-MASTER    *
      *  AND BE ACTIVE BEFORE A LINK MAY REFERENCE IT.  THE RECORD IS  *
      *  LEFT IN THE FD SO THE CALLER CAN COMPARE CUSTOMER NUMBERS.    *
      *----------------------------------------------------------------*
       1500-CHECK-ACCOUNT.
           MOVE "N" TO WS-ACCT-OK-SWITCH
           OPEN INPUT ACCT-MASTER
           IF WS-ACCT-FILE-STATUS = "35"
               MOVE "3" TO OMNT-RETURN-CODE
               MOVE "ACCOUNT NOT FOUND" TO OMNT-MESSAGE
               GO TO 1500-CHECK-ACCOUNT-EXIT
           END-IF
           MOVE WS-CHECK-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCT-MASTER
               INVALID KEY
                   MOVE "3" TO OMNT-RETURN-CODE
                   MOVE "ACCOUNT NOT FOUND" TO OMNT-MESSAGE
               NOT INVALID KEY
                   IF ACCT-STATUS-ACTIVE
                       SET WS-ACCT-OK TO TRUE
                   ELSE
                       MOVE "4" TO OMNT-RETURN-CODE
                       MOVE "ACCOUNT IS NOT ACTIVE" TO OMNT-MESSAGE
                   END-IF
           END-READ
           CLOSE ACCT-MASTER.

       1500-CHECK-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-REMOVE-LINK - MARK AN ACCOUNT'S ACTIVE LINK REMOVED.     *
      *----------------------------------------------------------------*
       2000-REMOVE-LINK.
           MOVE OMNT-ACCT-NUMBER TO ODP-ACCT-NUMBER
           READ ODP-LINKS
               INVALID KEY
                   MOVE "1" TO OMNT-RETURN-CODE
                   MOVE "NO OVERDRAFT PROTECTION LINK" TO OMNT-MESSAGE
                   GO TO 2000-REMOVE-LINK-EXIT
           END-READ
           IF NOT ODP-STATUS-ACTIVE
               MOVE "1" TO OMNT-RETURN-CODE
               MOVE "NO OVERDRAFT PROTECTION LINK" TO OMNT-MESSAGE
               GO TO 2000-REMOVE-LINK-EXIT
           END-IF
           SET ODP-STATUS-REMOVED TO TRUE
           REWRITE ODP-LINK-RECORD
           MOVE "0" TO OMNT-RETURN-CODE
           MOVE "OVERDRAFT PROTECTION LINK REMOVED" TO OMNT-MESSAGE.

       2000-REMOVE-LINK-EXIT.
           EXIT.
