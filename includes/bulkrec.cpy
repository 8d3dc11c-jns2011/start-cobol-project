      *================================================================*
      *  BULKREC.CPY                                                   *
      *  Record layouts for the BULKIN back-office bulk posting file   *
      *  read by BKBULKPS.  One type "1" batch header first, carrying  *
      *  the batch ID the entries are journaled under in place of a    *
      *  teller ID; one type "6" item record per posting; and a        *
      *  single type "9" trailer last with the item count and amount   *
      *  hash total, as on the ACHIN control record.  Item types are   *
      *  D deposit (DEPOST01), W withdrawal (WITHDRW1) and T transfer  *
      *  (XFER001, from BLK-ACCT-NUMBER to BLK-TO-ACCT-NUMBER).        *
      *  Amounts are carried in cents.                                 *
      *================================================================*
           01  BULK-ITEM-RECORD.
               05  BLK-RECORD-TYPE          PIC X(01).
               05  BLK-ITEM-TYPE            PIC X(01).
                   88  BLK-ITEM-DEPOSIT             VALUE "D".
                   88  BLK-ITEM-WITHDRAWAL          VALUE "W".
                   88  BLK-ITEM-TRANSFER            VALUE "T".
               05  BLK-ACCT-NUMBER          PIC 9(10).
               05  BLK-TO-ACCT-NUMBER       PIC 9(10).
               05  BLK-AMOUNT               PIC 9(10).
               05  BLK-REFERENCE            PIC X(22).
               05  FILLER                   PIC X(26).

           01  BULK-HEADER-RECORD.
               05  BLK-HDR-RECORD-TYPE      PIC X(01).
               05  BLK-HDR-BATCH-ID         PIC X(06).
               05  BLK-HDR-DESCRIPTION      PIC X(30).
               05  BLK-HDR-CREATED-DATE     PIC 9(08).
               05  FILLER                   PIC X(35).

           01  BULK-TRAILER-RECORD.
               05  BLK-TRL-RECORD-TYPE      PIC X(01).
               05  BLK-TRL-ITEM-COUNT       PIC 9(06).
               05  BLK-TRL-AMOUNT-TOTAL     PIC 9(12).
               05  FILLER                   PIC X(61).
