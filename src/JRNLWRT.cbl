      *  MODIFICATION HISTORY                                          *
      *  2026-08-09  RA   INITIAL VERSION - APPEND ONE ENTRY TO THE    *
      *                    TRAN-JOURNAL AUDIT TRAIL.                   *
      *  2026-10-15  RA   EACH ENTRY IS STAMPED WITH A GAPLESS         *
      *                    PER-DAY SEQUENCE AND A CHAINED CHECK VALUE  *
      *                    (JRNLCHK), CARRIED ON THE JRNLCTL CONTROL   *
      *                    RECORD FROM ONE CALL TO THE NEXT.           *
      *  2026-10-15  RA   JRNLCTL READ AND REWRITE ARE CHECKED; THE    *
      *                    CONTROL RECORD IS ADVANCED FIRST, AND ON A  *
      *                    FAILURE NOTHING IS JOURNALED AND            *
      *                    RETURN-CODE IS SET TO 12.                   *
      *================================================================*
      *  PURPOSE.                                                      *
      *      APPENDS ONE POSTED-OPERATION ENTRY TO TRAN-JOURNAL.       *
      *      CALLED BY EVERY POSTING PROGRAM (DEPOSITOS, EXTRACCIONES, *
      *      TRANSFERENCIAS) SO THE JOURNAL STAYS THE SINGLE SYSTEM    *
      *      OF RECORD FOR THE DAY'S ACTIVITY.  THE ENTRY IS STAMPED   *
      *      WITH THE NEXT TJ-JRNL-SEQUENCE FOR ITS BUSINESS DATE AND  *
      *      WITH ITS TJ-CHAIN-VALUE, SEEDED FROM THE LAST ENTRY'S;    *
      *      BOTH ARE KEPT ON THE JRNLCTL CONTROL RECORD (JCTLREC),    *
      *      CREATED ON FIRST USE THE SAME WAY BDAYCTL CREATES         *
      *      BIZDATE.  THE FIRST ENTRY OF A NEW BUSINESS DATE STARTS   *
      *      AGAIN AT 1 FROM A ZERO CHAIN VALUE.  THE CONTROL RECORD   *
      *      IS ADVANCED BEFORE THE ENTRY IS APPENDED; IF JRNLCTL      *
      *      CANNOT BE READ OR REWRITTEN THE ENTRY IS NOT JOURNALED,   *
      *      THE FAILURE IS DISPLAYED AND RETURN-CODE IS SET TO 12     *
      *      (ZERO WHEN THE ENTRY WAS WRITTEN).                        *
      *================================================================*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT JRNL-CONTROL ASSIGN TO "JRNLCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-JOURNAL.
           COPY tranrec.

       FD  JRNL-CONTROL.
           COPY jctlrec.

       WORKING-STORAGE SECTION.
       01  WS-JRNL-FILE-STATUS          PIC X(02).
       01  WS-JCTL-FILE-STATUS          PIC X(02).

       LINKAGE SECTION.
           COPY tranrec REPLACING TRAN-JOURNAL-RECORD BY JRNLWRT-ENTRY.
       PROCEDURE DIVISION USING JRNLWRT-ENTRY.

       0000-MAINLINE.
           MOVE ZERO TO RETURN-CODE
           OPEN I-O JRNL-CONTROL
           IF WS-JCTL-FILE-STATUS = "35"
               PERFORM 1000-CREATE-CONTROL-RECORD
           END-IF
           IF WS-JCTL-FILE-STATUS NOT = "00"
               GO TO 0000-MAINLINE-FAILED
           END-IF
           READ JRNL-CONTROL
           IF WS-JCTL-FILE-STATUS = "10"
               PERFORM 1000-CREATE-CONTROL-RECORD
               READ JRNL-CONTROL
           END-IF
           IF WS-JCTL-FILE-STATUS NOT = "00"
               CLOSE JRNL-CONTROL
               GO TO 0000-MAINLINE-FAILED
           END-IF
           PERFORM 2000-STAMP-ENTRY
           MOVE TJ-JRNL-SEQUENCE OF JRNLWRT-ENTRY TO JCTL-LAST-SEQUENCE
           MOVE TJ-CHAIN-VALUE OF JRNLWRT-ENTRY
               TO JCTL-LAST-CHAIN-VALUE
           REWRITE JOURNAL-CONTROL-RECORD
           IF WS-JCTL-FILE-STATUS NOT = "00"
               CLOSE JRNL-CONTROL
               GO TO 0000-MAINLINE-FAILED
           END-IF
           CLOSE JRNL-CONTROL
           OPEN EXTEND TRAN-JOURNAL
           IF WS-JRNL-FILE-STATUS = "35"
               OPEN OUTPUT TRAN-JOURNAL
           END-IF
           WRITE TRAN-JOURNAL-RECORD FROM JRNLWRT-ENTRY
           CLOSE TRAN-JOURNAL
           GO TO 0000-MAINLINE-EXIT.

       0000-MAINLINE-FAILED.
           DISPLAY "JRNLWRT: JRNLCTL STATUS " WS-JCTL-FILE-STATUS
                   " - ENTRY NOT JOURNALED FOR ACCOUNT "
                   TJ-ACCT-NUMBER OF JRNLWRT-ENTRY
           MOVE 12 TO RETURN-CODE.

       0000-MAINLINE-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      *  1000-CREATE-CONTROL-RECORD - FIRST USE: NO JOURNAL DATE YET,  *
      *  SO THE FIRST ENTRY STARTS A NEW DAY.                          *
      *----------------------------------------------------------------*
       1000-CREATE-CONTROL-RECORD.
           CLOSE JRNL-CONTROL
           OPEN OUTPUT JRNL-CONTROL
           MOVE SPACES TO JOURNAL-CONTROL-RECORD
           MOVE ZERO TO JCTL-JOURNAL-DATE
           MOVE ZERO TO JCTL-LAST-SEQUENCE
           MOVE ZERO TO JCTL-LAST-CHAIN-VALUE
           WRITE JOURNAL-CONTROL-RECORD
           CLOSE JRNL-CONTROL
           OPEN I-O JRNL-CONTROL.

       1000-CREATE-CONTROL-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-STAMP-ENTRY - NEXT SEQUENCE FOR THE ENTRY'S BUSINESS     *
      *  DATE, THEN THE CHAIN VALUE OVER THE ENTRY AS IT WILL BE       *
      *  WRITTEN.                                                      *
      *----------------------------------------------------------------*
       2000-STAMP-ENTRY.
           IF JCTL-JOURNAL-DATE NOT = TJ-TRAN-DATE OF JRNLWRT-ENTRY
               MOVE TJ-TRAN-DATE OF JRNLWRT-ENTRY TO JCTL-JOURNAL-DATE
               MOVE ZERO TO JCTL-LAST-SEQUENCE
               MOVE ZERO TO JCTL-LAST-CHAIN-VALUE
           END-IF
           COMPUTE TJ-JRNL-SEQUENCE OF JRNLWRT-ENTRY =
               JCTL-LAST-SEQUENCE + 1
           MOVE ZERO TO TJ-CHAIN-VALUE OF JRNLWRT-ENTRY
           CALL "JRNLCHK" USING JCTL-LAST-CHAIN-VALUE
                                 JRNLWRT-ENTRY
                                 TJ-CHAIN-VALUE OF JRNLWRT-ENTRY
           END-CALL.

       2000-STAMP-ENTRY-EXIT.
           EXIT.
