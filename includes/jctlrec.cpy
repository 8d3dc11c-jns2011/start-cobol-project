      *================================================================*
      *  JCTLREC.CPY                                                   *
      *  Record layout for the JRNLCTL journal control file.  A        *
      *  single record, owned by JRNLWRT, carries the business date    *
      *  of the journal being written and the sequence and chain       *
      *  value of the last entry appended to it.  The first entry of   *
      *  a new business date starts again at sequence 1 with a zero    *
      *  prior chain value.  BKJRNVFY reads it to prove no entries     *
      *  were cut from the end of the journal.                         *
      *================================================================*
           01  JOURNAL-CONTROL-RECORD.
               05  JCTL-JOURNAL-DATE        PIC 9(08).
               05  JCTL-LAST-SEQUENCE       PIC 9(06).
               05  JCTL-LAST-CHAIN-VALUE    PIC 9(09).
               05  FILLER                   PIC X(07).
