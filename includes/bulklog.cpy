      *================================================================*
      *  BULKLOG.CPY                                                   *
      *  Record layout for the BULKLOG indexed file of bulk posting    *
      *  batches, keyed by batch ID.  BKBULKPS writes the record as    *
      *  "P" before the first item posts and rewrites it as "C" with   *
      *  the run's counts when the batch is done, so a batch ID that   *
      *  is on file - complete or interrupted - is never posted        *
      *  again.  Amounts are carried in cents.                         *
      *================================================================*
           01  BULK-LOG-RECORD.
               05  BLG-BATCH-ID             PIC X(06).
               05  BLG-DESCRIPTION          PIC X(30).
               05  BLG-BUSINESS-DATE        PIC 9(08).
               05  BLG-START-TIME           PIC 9(08).
               05  BLG-STATUS               PIC X(01).
                   88  BLG-IN-PROGRESS              VALUE "P".
                   88  BLG-COMPLETE                 VALUE "C".
               05  BLG-ITEM-COUNT           PIC 9(06).
               05  BLG-AMOUNT-TOTAL         PIC 9(12).
               05  BLG-POSTED-COUNT         PIC 9(06).
               05  BLG-POSTED-AMOUNT        PIC 9(12).
               05  BLG-REJECTED-COUNT       PIC 9(06).
               05  FILLER                   PIC X(15).
