      *================================================================*
      *  BULKREJ.CPY                                                   *
      *  Output layout for the BULKREJ bulk posting reject file,       *
      *  written by BKBULKPS for every item it cannot post.  The item  *
      *  is echoed with its batch ID and its position in the batch,    *
      *  followed by the return code and message of the posting        *
      *  program that refused it (or BKBULKPS's own edit).  Amounts    *
      *  are carried in cents, as on BULKREC.                          *
      *================================================================*
           01  BULK-REJECT-RECORD.
               05  BLR-BATCH-ID             PIC X(06).
               05  BLR-ITEM-NUMBER          PIC 9(06).
               05  BLR-ITEM-TYPE            PIC X(01).
               05  BLR-ACCT-NUMBER          PIC 9(10).
               05  BLR-TO-ACCT-NUMBER       PIC 9(10).
               05  BLR-AMOUNT               PIC 9(10).
               05  BLR-REFERENCE            PIC X(22).
               05  BLR-RETURN-CODE          PIC X(01).
               05  BLR-REASON               PIC X(40).
               05  FILLER                   PIC X(14).
