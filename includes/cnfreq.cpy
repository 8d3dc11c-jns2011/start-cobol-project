      *================================================================*
      *  CNFREQ.CPY                                                    *
      *  Record layout for the CNFREQ balance-confirmation request     *
      *  file read by BKBALCNF.  One record per letter wanted: type    *
      *  "A" confirms the one account (or CD) in CNF-KEY-NUMBER; type  *
      *  "C" confirms every account and CD the customer in             *
      *  CNF-KEY-NUMBER holds, on a single letter.  CNF-REFERENCE is   *
      *  the auditor's or court's reference, printed on the letter.    *
      *================================================================*
           01  CONFIRM-REQUEST-RECORD.
               05  CNF-REQUEST-TYPE         PIC X(01).
                   88  CNF-BY-ACCOUNT               VALUE "A".
                   88  CNF-BY-CUSTOMER              VALUE "C".
               05  CNF-KEY-NUMBER           PIC 9(10).
               05  CNF-REFERENCE            PIC X(30).
               05  FILLER                   PIC X(39).
