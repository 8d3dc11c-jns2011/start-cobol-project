      *================================================================*
      *  COAMAP.CPY                                                    *
      *  Record layouts for the COAMAP branch chart of accounts, read  *
      *  by BKGLPOST.  Two record types, in any order:                 *
      *      "A"  ONE PER GL ACCOUNT: NUMBER, NAME, NORMAL BALANCE     *
      *           SIDE, AND THE PROOF IT IS TIED TO ON THE TRIAL       *
      *           BALANCE - "D" CUSTOMER DEPOSITS (ACCT-MASTER PLUS    *
      *           CDMASTER), "H" CASH ON HAND (DRAWER PLUS VAULT),     *
      *           "O" OUTSTANDING OFFICIAL CHECKS (OFCKREG), BLANK     *
      *           FOR NONE.                                            *
      *      "M"  ONE PER POSTING RULE: A TRAN-JOURNAL OPERATION TYPE, *
      *           THE SIDE OF THE JOURNAL ENTRY (D/C) AND ITS TENDER   *
      *           (C CASH, K CHECK, I INTERNAL, * ANY) TURN INTO ONE   *
      *           BALANCED GL DEBIT/CREDIT PAIR.  AN EXACT TENDER      *
      *           BEATS *.  A BLANK TENDER ON THE JOURNAL IS CASH.     *
      *  For example a cash deposit (1/C/C) debits Cash on Hand and    *
      *  credits Customer Deposits; each leg of a transfer or CD move  *
      *  maps to a clearing account that nets to zero.  RETENCIONES    *
      *  and AUTORIZACION entries move no money and are never mapped.  *
      *  Official checks (type E) also post legs BKGLPOST takes from   *
      *  the OFCKREG register: E/C/C for a check sold for cash and     *
      *  E/D/K for a check the correspondent paid.                     *
      *================================================================*
           01  COA-ACCOUNT-RECORD.
               05  COA-RECORD-TYPE          PIC X(01).
                   88  COA-IS-ACCOUNT               VALUE "A".
                   88  COA-IS-MAPPING               VALUE "M".
               05  COA-GL-ACCOUNT           PIC 9(06).
               05  COA-GL-NAME              PIC X(30).
               05  COA-NORMAL-BALANCE       PIC X(01).
               05  COA-PROOF-CODE           PIC X(01).
                   88  COA-PROOF-DEPOSITS           VALUE "D".
                   88  COA-PROOF-CASH               VALUE "H".
                   88  COA-PROOF-OFFICIAL-CHECKS    VALUE "O".
               05  FILLER                   PIC X(41).

           01  COA-MAPPING-RECORD.
               05  COA-MAP-RECORD-TYPE      PIC X(01).
               05  COA-MAP-OPER-TYPE        PIC X(01).
               05  COA-MAP-DEBIT-CREDIT     PIC X(01).
               05  COA-MAP-TENDER           PIC X(01).
               05  COA-MAP-DEBIT-GL         PIC 9(06).
               05  COA-MAP-CREDIT-GL        PIC 9(06).
               05  FILLER                   PIC X(64).
