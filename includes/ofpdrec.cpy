      *================================================================*
      *  OFPDREC.CPY                                                   *
      *  Record layout for the OFCKPAID paid-items file our            *
      *  correspondent bank sends for the official checks it has       *
      *  paid on our behalf.  Only type "6" detail records are items;  *
      *  header and trailer records are skipped.  Amounts are carried  *
      *  in cents, as on RCHKREC.  OPD-PAID-DATE is the date the       *
      *  correspondent paid the item.                                  *
      *================================================================*
           01  PAID-ITEM-RECORD.
               05  OPD-RECORD-TYPE          PIC X(01).
               05  OPD-SERIAL               PIC 9(08).
               05  OPD-AMOUNT               PIC 9(10).
               05  OPD-PAID-DATE            PIC 9(08).
               05  OPD-TRACE-NUMBER         PIC X(15).
               05  FILLER                   PIC X(38).
