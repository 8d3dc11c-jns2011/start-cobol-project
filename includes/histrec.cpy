      *  at cutover; BKSTMT, ACCTHIST and the year-end extracts read   *
      *  it by account and date range without sorting, and BKHSTARC    *
      *  moves postings past the retention period out to the TRANHARC  *
      *  archive so the file stops growing without bound.  The record  *
      *  grew by the journal sequence and chain value; HISTCNV2        *
      *  carries an older TRANHIST and TRANHARC across once.           *
      *================================================================*
           01  JRNL-HIST-RECORD.
               05  TJH-KEY.
                   88  TJH-OPER-INTERESES           VALUE "7".
                   88  TJH-OPER-AUTORIZACION        VALUE "8".
                   88  TJH-OPER-REVERSAL            VALUE "9".
                   88  TJH-OPER-COMISIONES          VALUE "A".
                   88  TJH-OPER-SOBREGIRO           VALUE "B".
                   88  TJH-OPER-CHQ-DEVUELTO        VALUE "C".
                   88  TJH-OPER-PLAZO-FIJO          VALUE "D".
                   88  TJH-OPER-CHQ-OFICIAL         VALUE "E".
               05  TJH-DEBIT-CREDIT-IND     PIC X(01).
                   88  TJH-IS-DEBIT                 VALUE "D".
                   88  TJH-IS-CREDIT                VALUE "C".
                   88  TJH-TENDER-CASH              VALUE "C" " ".
                   88  TJH-TENDER-CHECK             VALUE "K".
                   88  TJH-TENDER-INTERNAL          VALUE "I".
      *        THE JOURNAL SEQUENCE AND CHAIN VALUE THE ENTRY CARRIED
      *        ON TRAN-JOURNAL.  ZERO ON POSTINGS CUT OVER BEFORE THE
      *        JOURNAL WAS CHAINED.
               05  TJH-JRNL-SEQUENCE        PIC 9(06).
               05  TJH-CHAIN-VALUE          PIC 9(09).
               05  FILLER                   PIC X(05).
