       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AMLCMNT.
       AUTHOR.        R. ALVARADO.
       INSTALLATION.  BRANCH SYSTEMS GROUP.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *================================================================*
      *  MODIFICATION HISTORY                                          *
      *  2026-10-15  RA   INITIAL VERSION - COMPLIANCE CASE REVIEW     *
      *                    AND DISPOSITION, DRIVEN BY THE SUPERVISOR   *
      *                    A-CUMPLIMIENTO OPTION.                      *
      *================================================================*
      *  PURPOSE.                                                      *
      *      REVIEWS AND DISPOSITIONS A CASE ON THE AMLCASE FILE       *
      *      (AMLCASE.CPY) OPENED BY THE BKAMLMON NIGHT STEP.  EVERY   *
      *      ACTION RETURNS THE CASE'S CUSTOMER, RULE, AMOUNT AND      *
      *      STATUS FOR THE SCREEN.  ACTION 1 ONLY LOOKS THE CASE UP;  *
      *      2 CLEARS IT AND 3 ESCALATES IT FOR A FILING, EACH         *
      *      STAMPING THE REVIEWER'S TELLER ID AND THE BUSINESS DATE.  *
      *      A CASE ALREADY CLEARED OR ESCALATED IS NOT CHANGED.       *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AML-CASES ASSIGN TO "AMLCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-KEY
               FILE STATUS IS WS-CASE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AML-CASES.
           COPY amlcase.

       WORKING-STORAGE SECTION.
       01  WS-CASE-FILE-STATUS          PIC X(02).
       01  WS-BDAY-FUNCTION             PIC X(01).
       01  WS-BUSINESS-DATE             PIC 9(08).
       01  WS-BDAY-RETURN-CODE          PIC X(01).

       LINKAGE SECTION.
       01  AMNT-OPEN-DATE               PIC 9(08).
       01  AMNT-SEQUENCE                PIC 9(04).
       01  AMNT-ACTION                  PIC X(01).
           88  AMNT-VIEW                        VALUE "1".
           88  AMNT-CLEAR                       VALUE "2".
           88  AMNT-ESCALATE                    VALUE "3".
       01  AMNT-TELLER-ID               PIC X(06).
       01  AMNT-CUST-NUMBER             PIC 9(08).
       01  AMNT-RULE                    PIC X(01).
       01  AMNT-AMOUNT                  PIC 9(9)V99.
       01  AMNT-STATUS                  PIC X(01).
       01  AMNT-MESSAGE                 PIC X(40).
       01  AMNT-RETURN-CODE             PIC X(01).

       PROCEDURE DIVISION USING AMNT-OPEN-DATE
                                 AMNT-SEQUENCE
                                 AMNT-ACTION
                                 AMNT-TELLER-ID
                                 AMNT-CUST-NUMBER
                                 AMNT-RULE
                                 AMNT-AMOUNT
                                 AMNT-STATUS
                                 AMNT-MESSAGE
                                 AMNT-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO AMNT-CUST-NUMBER
           MOVE SPACE TO AMNT-RULE
           MOVE ZERO TO AMNT-AMOUNT
           MOVE SPACE TO AMNT-STATUS
           IF NOT AMNT-VIEW AND NOT AMNT-CLEAR AND NOT AMNT-ESCALATE
               MOVE "3" TO AMNT-RETURN-CODE
               MOVE "INVALID CASE REQUEST" TO AMNT-MESSAGE
               GO TO 0000-MAINLINE-EXIT
           END-IF
           OPEN I-O AML-CASES
           IF WS-CASE-FILE-STATUS NOT = "00"
               MOVE "1" TO AMNT-RETURN-CODE
               MOVE "CASE NOT FOUND" TO AMNT-MESSAGE
               GO TO 0000-MAINLINE-EXIT
           END-IF
           PERFORM 1000-PROCESS-CASE THRU 1000-PROCESS-CASE-EXIT
           CLOSE AML-CASES.

       0000-MAINLINE-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      *  1000-PROCESS-CASE - READ THE CASE, HAND ITS DETAIL BACK AND   *
      *  APPLY A CLEAR OR ESCALATE TO AN OPEN CASE.                    *
      *----------------------------------------------------------------*
       1000-PROCESS-CASE.
           MOVE AMNT-OPEN-DATE TO CASE-OPEN-DATE
           MOVE AMNT-SEQUENCE TO CASE-SEQUENCE
           READ AML-CASES
               INVALID KEY
                   MOVE "1" TO AMNT-RETURN-CODE
                   MOVE "CASE NOT FOUND" TO AMNT-MESSAGE
                   GO TO 1000-PROCESS-CASE-EXIT
           END-READ
           PERFORM 1100-RETURN-DETAIL
           IF AMNT-VIEW
               MOVE "0" TO AMNT-RETURN-CODE
               MOVE "CASE OPEN FOR REVIEW" TO AMNT-MESSAGE
               IF NOT CASE-STATUS-OPEN
                   MOVE "2" TO AMNT-RETURN-CODE
                   MOVE "CASE ALREADY DISPOSITIONED" TO AMNT-MESSAGE
               END-IF
               GO TO 1000-PROCESS-CASE-EXIT
           END-IF
           IF NOT CASE-STATUS-OPEN
               MOVE "2" TO AMNT-RETURN-CODE
               MOVE "CASE ALREADY DISPOSITIONED" TO AMNT-MESSAGE
               GO TO 1000-PROCESS-CASE-EXIT
           END-IF
           MOVE "G" TO WS-BDAY-FUNCTION
           CALL "BDAYCTL" USING WS-BDAY-FUNCTION
                                 WS-BUSINESS-DATE
                                 WS-BDAY-RETURN-CODE
           END-CALL
           IF AMNT-CLEAR
               SET CASE-STATUS-CLEARED TO TRUE
               MOVE "CASE CLEARED" TO AMNT-MESSAGE
           ELSE
               SET CASE-STATUS-ESCALATED TO TRUE
               MOVE "CASE ESCALATED FOR FILING" TO AMNT-MESSAGE
           END-IF
           MOVE AMNT-TELLER-ID TO CASE-DISP-TELLER-ID
           MOVE WS-BUSINESS-DATE TO CASE-DISP-DATE
           REWRITE AML-CASE-RECORD
           PERFORM 1100-RETURN-DETAIL
           MOVE "0" TO AMNT-RETURN-CODE.

       1000-PROCESS-CASE-EXIT.
           EXIT.

       1100-RETURN-DETAIL.
           MOVE CASE-CUST-NUMBER TO AMNT-CUST-NUMBER
           MOVE CASE-RULE TO AMNT-RULE
           MOVE CASE-AMOUNT TO AMNT-AMOUNT
           MOVE CASE-STATUS TO AMNT-STATUS.

       1100-RETURN-DETAIL-EXIT.
           EXIT.
