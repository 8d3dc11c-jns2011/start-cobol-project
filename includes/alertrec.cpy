      *================================================================*
      *  ALERTREC.CPY                                                  *
      *  Output layout for the outbound customer alert file            *
      *  (ALERTOUT) handed each night to the mailing/SMS vendor.  One  *
      *  record per alert event, written by the BKALERT night step,    *
      *  carrying the customer's name, mailing address and phone from  *
      *  CUST-MASTER (through ACCT-CUST-NUMBER) so the vendor needs    *
      *  no other file.  ALRT-AMOUNT is the hold amount, the returned  *
      *  ACH amount, or the account balance for a dormancy or          *
      *  low-balance alert.  ALRT-REASON-CODE carries the network      *
      *  return reason on an inbound ACH return and is blank           *
      *  otherwise.                                                    *
      *================================================================*
           01  ALERT-RECORD.
               05  ALRT-EVENT-DATE          PIC 9(08).
               05  ALRT-EVENT-TIME          PIC 9(08).
               05  ALRT-EVENT-TYPE          PIC X(01).
                   88  ALRT-HOLD-PLACED             VALUE "H".
                   88  ALRT-DORMANT                 VALUE "D".
                   88  ALRT-ACH-RETURN              VALUE "R".
                   88  ALRT-LOW-BALANCE             VALUE "L".
               05  ALRT-ACCT-NUMBER         PIC 9(10).
               05  ALRT-CUST-NUMBER         PIC 9(08).
               05  ALRT-CUST-NAME           PIC X(30).
               05  ALRT-ADDRESS-LINE-1      PIC X(30).
               05  ALRT-ADDRESS-LINE-2      PIC X(30).
               05  ALRT-CITY                PIC X(20).
               05  ALRT-PHONE               PIC X(15).
               05  ALRT-AMOUNT              PIC S9(11)V99.
               05  ALRT-REASON-CODE         PIC X(03).
               05  FILLER                   PIC X(20).
