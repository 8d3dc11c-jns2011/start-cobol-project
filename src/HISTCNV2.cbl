       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HISTCNV2.
       AUTHOR.        R. ALVARADO.
       INSTALLATION.  BRANCH SYSTEMS GROUP.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *================================================================*
      *  MODIFICATION HISTORY                                          *
      *  2026-10-15  RA   INITIAL VERSION - ONE-TIME TRANHIST AND      *
      *                    TRANHARC CONVERSION FOR THE JOURNAL         *
      *                    SEQUENCE AND CHAIN VALUE FIELDS.            *
      *================================================================*
      *  PURPOSE.                                                      *
      *      ONE-TIME CONVERSION UTILITY, THE SAME JOB HISTCONV DID    *
      *      BEFORE IT.  THE HISTORY RECORD (HISTREC) GREW WHEN THE    *
      *      JOURNAL SEQUENCE AND CHAIN VALUE WERE CARRIED INTO IT,    *
      *      SO A TRANHIST OR TRANHARC WRITTEN UNDER THE PREVIOUS      *
      *      95-BYTE LAYOUT NO LONGER READS.  EVERY POSTING IS         *
      *      CARRIED ACROSS - TRANHIST TO TRANHISTN, TRANHARC TO       *
      *      TRANHARCN - WITH A ZERO SEQUENCE AND CHAIN VALUE, SINCE   *
      *      THOSE POSTINGS PREDATE THE CHAINED JOURNAL.  RUN AFTER A  *
      *      CUTOVER, WHILE TRANJRNL IS EMPTY; AFTER A CLEAN RUN THE   *
      *      OPERATOR RETIRES THE OLD FILES AND RENAMES THE NEW ONES   *
      *      IN THEIR PLACE.  THE UTILITY REFUSES TO RUN WHEN          *
      *      TRANHISTN ALREADY EXISTS, SO A RERUN CANNOT OVERWRITE A   *
      *      CONVERSION ALREADY TAKEN.                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HISTORY ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OHS-KEY
               FILE STATUS IS WS-OLD-FILE-STATUS.

           SELECT NEW-HISTORY ASSIGN TO "TRANHISTN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TJH-KEY
               FILE STATUS IS WS-NEW-FILE-STATUS.

           SELECT OLD-ARCHIVE ASSIGN TO "TRANHARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OARC-FILE-STATUS.

           SELECT NEW-ARCHIVE ASSIGN TO "TRANHARCN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NARC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-HISTORY.
      *    THE HISTORY RECORD AS IT STOOD BEFORE TJH-JRNL-SEQUENCE
      *    AND TJH-CHAIN-VALUE WERE ADDED (95 BYTES).  ONLY THE KEY
      *    IS NEEDED APART; THE REST CARRIES ACROSS UNCHANGED.
       01  OLD-HIST-RECORD.
           05  OHS-KEY.
               10  OHS-ACCT-NUMBER      PIC 9(10).
               10  OHS-TRAN-DATE        PIC 9(08).
               10  OHS-TRAN-TIME        PIC 9(08).
               10  OHS-SEQUENCE         PIC 9(04).
           05  OHS-POSTING-DATA         PIC X(60).
           05  FILLER                   PIC X(05).

       FD  NEW-HISTORY.
           COPY histrec.

       FD  OLD-ARCHIVE.
       01  OLD-ARCHIVE-RECORD.
           05  OAR-KEY                  PIC X(30).
           05  OAR-POSTING-DATA         PIC X(60).
           05  FILLER                   PIC X(05).

       FD  NEW-ARCHIVE.
           COPY histrec REPLACING ==JRNL-HIST-RECORD==
               BY ==NEW-ARCHIVE-RECORD==
               LEADING ==TJH== BY ==NAR==.

       WORKING-STORAGE SECTION.
       01  WS-OLD-FILE-STATUS           PIC X(02).
       01  WS-NEW-FILE-STATUS           PIC X(02).
       01  WS-OARC-FILE-STATUS          PIC X(02).
       01  WS-NARC-FILE-STATUS          PIC X(02).
       01  WS-OLD-EOF-SWITCH            PIC X(01)  VALUE "N".
           88  WS-OLD-EOF                       VALUE "Y".
       01  WS-OARC-EOF-SWITCH           PIC X(01)  VALUE "N".
           88  WS-OARC-EOF                      VALUE "Y".
       01  WS-CONVERTED-COUNT           PIC 9(07)       VALUE ZERO.
       01  WS-ARCHIVE-COUNT             PIC 9(07)       VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           OPEN INPUT NEW-HISTORY
           IF WS-NEW-FILE-STATUS NOT = "35"
               DISPLAY "HISTCNV2: TRANHISTN ALREADY EXISTS - "
                       "NOTHING CONVERTED"
               CLOSE NEW-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT OLD-HISTORY
           IF WS-OLD-FILE-STATUS = "35"
               DISPLAY "HISTCNV2: NO TRANHIST PRESENT - "
                       "NOTHING TO CONVERT"
               STOP RUN
           END-IF
           IF WS-OLD-FILE-STATUS NOT = "00"
               DISPLAY "HISTCNV2: TRANHIST OPEN FAILED, STATUS "
                   WS-OLD-FILE-STATUS " - IS IT ALREADY IN THE NEW "
                   "LAYOUT?"
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-HISTORY
           MOVE LOW-VALUES TO OHS-KEY
           START OLD-HISTORY KEY NOT LESS THAN OHS-KEY
               INVALID KEY
                   SET WS-OLD-EOF TO TRUE
           END-START
           PERFORM 1000-CONVERT-ONE-POSTING
               THRU 1000-CONVERT-ONE-POSTING-EXIT
               UNTIL WS-OLD-EOF
           CLOSE OLD-HISTORY
           CLOSE NEW-HISTORY
           DISPLAY "HISTCNV2: " WS-CONVERTED-COUNT
               " POSTING(S) WRITTEN TO TRANHISTN"
           PERFORM 2000-CONVERT-ARCHIVE THRU 2000-CONVERT-ARCHIVE-EXIT
           DISPLAY "HISTCNV2: RETIRE THE OLD TRANHIST AND TRANHARC AND "
               "RENAME TRANHISTN AND TRANHARCN IN THEIR PLACE BEFORE "
               "THE NEXT CUTOVER"
           STOP RUN.

      *----------------------------------------------------------------*
      *  1000-CONVERT-ONE-POSTING - CARRY THE OLD RECORD ACROSS AND    *
      *  ZERO THE NEW JOURNAL SEQUENCE AND CHAIN VALUE.                *
      *----------------------------------------------------------------*
       1000-CONVERT-ONE-POSTING.
           READ OLD-HISTORY NEXT RECORD
               AT END
                   SET WS-OLD-EOF TO TRUE
                   GO TO 1000-CONVERT-ONE-POSTING-EXIT
           END-READ
           MOVE SPACES TO JRNL-HIST-RECORD
           MOVE OHS-KEY TO TJH-KEY
           MOVE OHS-POSTING-DATA TO JRNL-HIST-RECORD (31:60)
           MOVE ZERO TO TJH-JRNL-SEQUENCE
           MOVE ZERO TO TJH-CHAIN-VALUE
           WRITE JRNL-HIST-RECORD
           ADD 1 TO WS-CONVERTED-COUNT.

       1000-CONVERT-ONE-POSTING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-CONVERT-ARCHIVE - THE SAME FOR THE TRANHARC ARCHIVE,     *
      *  WHEN BKHSTARC HAS WRITTEN ONE.                                *
      *----------------------------------------------------------------*
       2000-CONVERT-ARCHIVE.
           OPEN INPUT OLD-ARCHIVE
           IF WS-OARC-FILE-STATUS = "35"
               DISPLAY "HISTCNV2: NO TRANHARC PRESENT - "
                       "NO ARCHIVE TO CONVERT"
               GO TO 2000-CONVERT-ARCHIVE-EXIT
           END-IF
           OPEN OUTPUT NEW-ARCHIVE
           PERFORM 2100-CONVERT-ONE-ARCHIVED
               THRU 2100-CONVERT-ONE-ARCHIVED-EXIT
               UNTIL WS-OARC-EOF
           CLOSE OLD-ARCHIVE
           CLOSE NEW-ARCHIVE
           DISPLAY "HISTCNV2: " WS-ARCHIVE-COUNT
               " POSTING(S) WRITTEN TO TRANHARCN".

       2000-CONVERT-ARCHIVE-EXIT.
           EXIT.

       2100-CONVERT-ONE-ARCHIVED.
           READ OLD-ARCHIVE
               AT END
                   SET WS-OARC-EOF TO TRUE
                   GO TO 2100-CONVERT-ONE-ARCHIVED-EXIT
           END-READ
           MOVE SPACES TO NEW-ARCHIVE-RECORD
           MOVE OAR-KEY TO NAR-KEY
           MOVE OAR-POSTING-DATA TO NEW-ARCHIVE-RECORD (31:60)
           MOVE ZERO TO NAR-JRNL-SEQUENCE
           MOVE ZERO TO NAR-CHAIN-VALUE
           WRITE NEW-ARCHIVE-RECORD
           ADD 1 TO WS-ARCHIVE-COUNT.

       2100-CONVERT-ONE-ARCHIVED-EXIT.
           EXIT.
