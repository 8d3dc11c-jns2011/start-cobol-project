      *================================================================*
      *  CDRATE.CPY                                                    *
      *  Record layout for the CDRATES certificate-of-deposit rate     *
      *  file, read by CDMNT when a CD is opened or broken and by      *
      *  BKCDMAT when one renews.  Laid out like RATETABL: one record  *
      *  per rate, owned by a branch (0000 applies to every branch),   *
      *  for one term in months, dated by when it takes effect.  Only  *
      *  terms with a rate on file may be opened.  A branch record     *
      *  beats 0000, then the latest effective date wins.              *
      *      CR-ANNUAL-RATE       PERCENT, 035000 = 3.5000 PCT.        *
      *      CR-PENALTY-DAYS      EARLY-BREAK PENALTY, IN DAYS OF      *
      *                           INTEREST AT THE CD'S OWN RATE.       *
      *================================================================*
           01  CD-RATE-RECORD.
               05  CR-BRANCH                PIC 9(04).
               05  CR-TERM-MONTHS           PIC 9(03).
               05  CR-EFFECTIVE-DATE        PIC 9(08).
               05  CR-ANNUAL-RATE           PIC 9(02)V9(04).
               05  CR-PENALTY-DAYS          PIC 9(03).
               05  FILLER                   PIC X(10).
