      *================================================================*
      *  AMLCASE.CPY                                                   *
      *  Record layout for the AMLCASE compliance case indexed file.   *
      *  One record per monitoring hit, keyed by the date the case     *
      *  was opened and a sequence within that date.  Opened by the    *
      *  BKAMLMON night step when a customer's cash activity over the  *
      *  look-back window trips a rule; dispositioned (cleared, or     *
      *  escalated for a filing) by AMLCMNT from the supervisor        *
      *  A-CUMPLIMIENTO option.  While a case is open no second case   *
      *  is opened for the same customer and rule.  Once it is         *
      *  cleared or escalated, a new case for them is opened only      *
      *  when the rule counts an item dated after CASE-DISP-DATE, or   *
      *  one from the business date being monitored.                   *
      *================================================================*
           01  AML-CASE-RECORD.
               05  CASE-KEY.
                   10  CASE-OPEN-DATE       PIC 9(08).
                   10  CASE-SEQUENCE        PIC 9(04).
      *        CASE-CUST-NUMBER IS ZERO WHEN THE ACTIVITY CAME FROM AN
      *        ACCOUNT WITH NO CUSTOMER LINK; CASE-ACCT-NUMBER THEN
      *        NAMES THAT ACCOUNT.  FOR A CUSTOMER IT NAMES THE FIRST
      *        OF THE CUSTOMER'S ACCOUNTS IN THE ACTIVITY.
               05  CASE-CUST-NUMBER         PIC 9(08).
               05  CASE-ACCT-NUMBER         PIC 9(10).
               05  CASE-CUST-NAME           PIC X(30).
               05  CASE-RULE                PIC X(01).
                   88  CASE-RULE-NEAR-THRESHOLD     VALUE "N".
                   88  CASE-RULE-VELOCITY           VALUE "V".
                   88  CASE-RULE-ACH-CASH-OUT       VALUE "A".
               05  CASE-WINDOW-START        PIC 9(08).
               05  CASE-ITEM-COUNT          PIC 9(05).
               05  CASE-AMOUNT              PIC S9(11)V99 COMP-3.
               05  CASE-STATUS              PIC X(01).
                   88  CASE-STATUS-OPEN             VALUE "O".
                   88  CASE-STATUS-CLEARED          VALUE "C".
                   88  CASE-STATUS-ESCALATED        VALUE "E".
               05  CASE-DISP-TELLER-ID      PIC X(06).
               05  CASE-DISP-DATE           PIC 9(08).
               05  FILLER                   PIC X(20).
