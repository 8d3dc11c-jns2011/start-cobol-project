      *================================================================*
      *  ODPREC.CPY                                                    *
      *  Record layout for the ODPLINK overdraft-protection indexed    *
      *  file.  One record per protected account, keyed by it, naming  *
      *  the backup account that covers a shortfall.  Both accounts    *
      *  must belong to the same customer (ACCT-CUST-NUMBER).  Set     *
      *  and removed by ODPMNT from the supervisor menu; read by       *
      *  WITHDRW1 and XFER001, which sweep only the missing amount     *
      *  from the backup account before completing the debit.          *
      *================================================================*
           01  ODP-LINK-RECORD.
               05  ODP-ACCT-NUMBER          PIC 9(10).
               05  ODP-BACKUP-ACCT-NUMBER   PIC 9(10).
               05  ODP-CUST-NUMBER          PIC 9(08).
               05  ODP-SET-DATE             PIC 9(08).
               05  ODP-SET-TELLER-ID        PIC X(06).
      *        A REMOVED LINK IS KEPT ON FILE, MARKED REMOVED, SO
      *        THE AUDIT TRAIL OF WHO SET IT UP STAYS READABLE.
               05  ODP-STATUS               PIC X(01).
                   88  ODP-STATUS-ACTIVE            VALUE "A".
                   88  ODP-STATUS-REMOVED           VALUE "R".
               05  FILLER                   PIC X(20).
