      *                    (HISTREC): THE HISTORY LOAD STARTS AT THE   *
      *                    ACCOUNT'S FIRST POSTING AND READS ONLY ITS  *
      *                    OWN RECORDS INSTEAD OF SCANNING THE FILE.   *
      *  2026-10-15  RA   MONTH-END FEES LIST AS COMISIONES.           *
      *  2026-10-15  RA   OVERDRAFT SWEEPS LIST AS SOBREGIRO.          *
      *  2026-10-15  RA   RETURNED-CHECK CHARGEBACKS LIST AS           *
      *                    CHQ DEVUELTO.                               *
      *  2026-10-15  RA   CD MOVEMENTS LIST AS PLAZO FIJO.             *
      *  2026-10-15  RA   OFFICIAL CHECK PURCHASES LIST AS CHQ OFICIAL.*
      *================================================================*
      *  PURPOSE.                                                      *
      *      LISTS AN ACCOUNT'S RECENT POSTINGS FOR THE TELLER -       *
                   MOVE "AUTORIZACION    " TO WS-OPER-NAME
               WHEN "9"
                   MOVE "REVERSALS       " TO WS-OPER-NAME
               WHEN "A"
                   MOVE "COMISIONES      " TO WS-OPER-NAME
               WHEN "B"
                   MOVE "SOBREGIRO       " TO WS-OPER-NAME
               WHEN "C"
                   MOVE "CHQ DEVUELTO    " TO WS-OPER-NAME
               WHEN "D"
                   MOVE "PLAZO FIJO      " TO WS-OPER-NAME
               WHEN "E"
                   MOVE "CHQ OFICIAL     " TO WS-OPER-NAME
               WHEN OTHER
                   MOVE "UNKNOWN         " TO WS-OPER-NAME
           END-EVALUATE.
