      *  written before a transfer's debit leg is applied and cleared  *
      *  once both legs post; a transfer still marked pending or       *
      *  debited when the system comes back up is finished or backed   *
      *  out by XFRRCVR.  An overdraft protection sweep (WITHDRW1,     *
      *  XFER001) is checkpointed the same way under the session's     *
      *  sequence 0002, backup account as CKPT-FROM-ACCT, protected    *
      *  account as CKPT-TO-ACCT.                                      *
      *================================================================*
           01  XFER-CKPT-RECORD.
               05  CKPT-KEY.
                   88  CKPT-PENDING                 VALUE "P".
                   88  CKPT-DEBITED                 VALUE "D".
                   88  CKPT-COMPLETE                VALUE "C".
               05  CKPT-KIND                PIC X(01).
                   88  CKPT-KIND-TRANSFER           VALUE "T".
                   88  CKPT-KIND-SWEEP              VALUE "S".
               05  FILLER                   PIC X(09).
