                   88  WS-OPER-MANTENIMIENTO         VALUE "7".
                   88  WS-OPER-CLIENTES              VALUE "8".
                   88  WS-OPER-HISTORIA              VALUE "9".
                   88  WS-OPER-OFICIAL               VALUE "A".
                   88  WS-OPER-VALID                 VALUE "1" THRU "9"
                                                     "A".

           01  WS-SESSION-DATA.
               05  WS-TELLER-ID             PIC X(06).
