      *                    ACCOUNT AND DATE RANGE WITHOUT SORTING      *
      *                    THE WHOLE FILE.  A LIVE SEQUENTIAL          *
      *                    TRANHIST IS CONVERTED ONCE BY HISTCONV.     *
      *  2026-10-15  RA   THE JOURNAL SEQUENCE AND CHAIN VALUE NOW     *
      *                    CARRY INTO TRANHIST WITH EACH POSTING.      *
      *================================================================*
      *  PURPOSE.                                                      *
      *      END-OF-DAY CUTOVER - THE LAST STEP OF THE NIGHT, RUN      *
           MOVE TJ-AFTER-BALANCE TO TJH-AFTER-BALANCE
           MOVE TJ-ORIG-TRAN-TIME TO TJH-ORIG-TRAN-TIME
           MOVE TJ-TENDER-TYPE TO TJH-TENDER-TYPE
           MOVE TJ-JRNL-SEQUENCE TO TJH-JRNL-SEQUENCE
           MOVE TJ-CHAIN-VALUE TO TJH-CHAIN-VALUE
           MOVE "N" TO WS-WRITTEN-SWITCH
           PERFORM 2300-WRITE-WITH-SEQUENCE
               THRU 2300-WRITE-WITH-SEQUENCE-EXIT
