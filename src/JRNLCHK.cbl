       IDENTIFICATION DIVISION.
       PROGRAM-ID.    JRNLCHK.
       AUTHOR.        R. ALVARADO.
       INSTALLATION.  BRANCH SYSTEMS GROUP.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *================================================================*
      *  MODIFICATION HISTORY                                          *
      *  2026-10-15  RA   INITIAL VERSION - CHAINED CHECK VALUE FOR    *
      *                    TRAN-JOURNAL ENTRIES.                       *
      *================================================================*
      *  PURPOSE.                                                      *
      *      COMPUTES THE TJ-CHAIN-VALUE OF ONE TRAN-JOURNAL ENTRY     *
      *      FROM THE PREVIOUS ENTRY'S CHAIN VALUE AND EVERY BYTE OF   *
      *      THE ENTRY AHEAD OF TJ-CHAIN-VALUE - THE SEQUENCE          *
      *      INCLUDED.  JRNLWRT CALLS HERE TO STAMP EACH ENTRY AND     *
      *      BKJRNVFY TO PROVE THEM, SO THE ALGORITHM LIVES IN         *
      *      EXACTLY ONE PLACE.  THE SAME ROLLING MULTIPLY-AND-FOLD    *
      *      AS PWDIGEST.  CHANGING THE CONSTANTS BREAKS THE CHAIN ON  *
      *      EVERY JOURNAL ALREADY WRITTEN, SO DO NOT.                 *
      *================================================================*

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-HASH-MODULUS              PIC 9(09) COMP  VALUE 999999937.
      *    BYTES OF TRAN-JOURNAL-RECORD AHEAD OF TJ-CHAIN-VALUE.
       77  WS-CHAINED-LENGTH            PIC 9(04) COMP  VALUE 92.
       01  WS-HASH-VALUE                PIC 9(18) COMP.
       01  WS-CHAR-CODE                 PIC 9(04) COMP.
       01  WS-CHAR-INDEX                PIC 9(04) COMP.

       LINKAGE SECTION.
       01  JRNLCHK-PRIOR-VALUE          PIC 9(09).
           COPY tranrec REPLACING TRAN-JOURNAL-RECORD BY JRNLCHK-ENTRY.
       01  JRNLCHK-CHAIN-VALUE          PIC 9(09).

       PROCEDURE DIVISION USING JRNLCHK-PRIOR-VALUE
                                 JRNLCHK-ENTRY
                                 JRNLCHK-CHAIN-VALUE.

       0000-MAINLINE.
           COMPUTE WS-HASH-VALUE = JRNLCHK-PRIOR-VALUE + 7919
           MOVE 1 TO WS-CHAR-INDEX
           PERFORM 1000-FOLD-ONE-BYTE WS-CHAINED-LENGTH TIMES
           MOVE WS-HASH-VALUE TO JRNLCHK-CHAIN-VALUE
           GOBACK.

      *----------------------------------------------------------------*
      *  1000-FOLD-ONE-BYTE - MIX THE NEXT BYTE OF THE ENTRY INTO THE  *
      *  ROLLING CHECK.                                                *
      *----------------------------------------------------------------*
       1000-FOLD-ONE-BYTE.
           COMPUTE WS-CHAR-CODE =
               FUNCTION ORD (JRNLCHK-ENTRY (WS-CHAR-INDEX:1))
           COMPUTE WS-HASH-VALUE = FUNCTION MOD
               (WS-HASH-VALUE * 31
                   + WS-CHAR-CODE * WS-CHAR-INDEX
                   + WS-CHAR-CODE,
                WS-HASH-MODULUS)
           ADD 1 TO WS-CHAR-INDEX.

       1000-FOLD-ONE-BYTE-EXIT.
           EXIT.
