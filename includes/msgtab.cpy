               05  MSG-INVALID-LANG     PIC X(40) VALUE
                       "OPCION INVALIDA - INGRESE 1, 2 O 3".
               05  MSG-INVALID-OPER     PIC X(40) VALUE
                       "OPCION INVALIDA - INGRESE 1 A 9 O A".
               05  MSG-INVALID-SUPV-OPER PIC X(40) VALUE
                       "OPCION INVALIDA - INGRESE 1 A 9 O A".
               05  MSG-ACCT-NOT-FOUND   PIC X(40) VALUE
                       "CUENTA NO ENCONTRADA".
               05  MSG-ACCT-NOT-ACTIVE  PIC X(40) VALUE
                       "SOLICITUD DE CLIENTE INVALIDA".
               05  MSG-INVALID-CUST-OPER PIC X(40) VALUE
                       "OPCION INVALIDA - INGRESE 1 A 3".
               05  MSG-LBL-SUPV-OPT8    PIC X(22) VALUE
                       "8-SOBREGIRO".
               05  MSG-LBL-ODP-BACKUP   PIC X(22) VALUE
                       "CUENTA RESPALDO: ".
               05  MSG-ODP-LINKED       PIC X(40) VALUE
                       "PROTECCION DE SOBREGIRO REGISTRADA".
               05  MSG-ODP-REMOVED      PIC X(40) VALUE
                       "PROTECCION DE SOBREGIRO ELIMINADA".
               05  MSG-ODP-NOT-FOUND    PIC X(40) VALUE
                       "SIN PROTECCION DE SOBREGIRO".
               05  MSG-ODP-INVALID      PIC X(40) VALUE
                       "SOLICITUD DE PROTECCION INVALIDA".
               05  MSG-LBL-SUPV-OPT9    PIC X(22) VALUE
                       "9-PLAZO FIJO".
               05  MSG-LBL-CD-NUMBER    PIC X(22) VALUE
                       "CERTIFICADO: ".
               05  MSG-LBL-CD-TERM      PIC X(22) VALUE
                       "PLAZO (MESES): ".
               05  MSG-LBL-CD-PAYOUT    PIC X(22) VALUE
                       "PAGO R/P: ".
               05  MSG-LBL-CD-PAY-ACCT  PIC X(22) VALUE
                       "CUENTA DE PAGO: ".
               05  MSG-CD-OPENED        PIC X(40) VALUE
                       "PLAZO FIJO ABIERTO".
               05  MSG-CD-BROKEN        PIC X(40) VALUE
                       "PLAZO FIJO CANCELADO - NETO ACREDITADO".
               05  MSG-CD-NOT-FOUND     PIC X(40) VALUE
                       "PLAZO FIJO INEXISTENTE O NO ACTIVO".
               05  MSG-CD-INVALID       PIC X(40) VALUE
                       "SOLICITUD DE PLAZO FIJO INVALIDA".
               05  MSG-CD-NO-RATE       PIC X(40) VALUE
                       "SIN TASA PARA ESE PLAZO".
               05  MSG-LBL-SUPV-OPTA    PIC X(22) VALUE
                       "A-CUMPLIMIENTO".
               05  MSG-LBL-AML-DATE     PIC X(22) VALUE
                       "FECHA DEL CASO: ".
               05  MSG-LBL-AML-SEQ      PIC X(22) VALUE
                       "NUMERO DE CASO: ".
               05  MSG-LBL-AML-ACTION   PIC X(22) VALUE
                       "ACCION 1-3: ".
               05  MSG-LBL-AML-CUST     PIC X(22) VALUE
                       "CLIENTE: ".
               05  MSG-LBL-AML-RULE     PIC X(22) VALUE
                       "REGLA N/V/A: ".
               05  MSG-LBL-AML-STATUS   PIC X(22) VALUE
                       "ESTADO O/C/E: ".
               05  MSG-AML-SHOWN        PIC X(40) VALUE
                       "CASO ABIERTO EN REVISION".
               05  MSG-AML-CLEARED      PIC X(40) VALUE
                       "CASO DESCARTADO".
               05  MSG-AML-ESCALATED    PIC X(40) VALUE
                       "CASO ESCALADO PARA REPORTE".
               05  MSG-AML-NOT-FOUND    PIC X(40) VALUE
                       "CASO NO ENCONTRADO".
               05  MSG-AML-CLOSED       PIC X(40) VALUE
                       "CASO YA RESUELTO".
               05  MSG-AML-INVALID      PIC X(40) VALUE
                       "SOLICITUD DE CASO INVALIDA".
               05  MSG-LBL-OFICIAL      PIC X(22) VALUE
                       "A-CHEQUE OFICIAL".
               05  MSG-LBL-OFCK-FUND    PIC X(22) VALUE
                       "FORMA PAGO C/D: ".
               05  MSG-LBL-OFCK-PAYEE   PIC X(22) VALUE
                       "BENEFICIARIO: ".
               05  MSG-LBL-OFCK-BUYER   PIC X(22) VALUE
                       "COMPRADOR: ".
               05  MSG-LBL-OFCK-SERIAL  PIC X(22) VALUE
                       "NUMERO DE CHEQUE: ".
               05  MSG-OFCK-ISSUED      PIC X(40) VALUE
                       "CHEQUE OFICIAL EMITIDO".
               05  MSG-OFCK-INVALID     PIC X(40) VALUE
                       "SOLICITUD DE CHEQUE OFICIAL INVALIDA".

           01  MSG-TABLE-ENG.
               05  MSG-LBL-DEPOSITOS    PIC X(22) VALUE
               05  MSG-INVALID-LANG     PIC X(40) VALUE
                       "INVALID OPTION - ENTER 1, 2 OR 3".
               05  MSG-INVALID-OPER     PIC X(40) VALUE
                       "INVALID OPTION - ENTER 1 THRU 9 OR A".
               05  MSG-INVALID-SUPV-OPER PIC X(40) VALUE
                       "INVALID OPTION - ENTER 1 THRU 9 OR A".
               05  MSG-ACCT-NOT-FOUND   PIC X(40) VALUE
                       "ACCOUNT NOT FOUND".
               05  MSG-ACCT-NOT-ACTIVE  PIC X(40) VALUE
                       "INVALID CUSTOMER REQUEST".
               05  MSG-INVALID-CUST-OPER PIC X(40) VALUE
                       "INVALID OPTION - ENTER 1 TO 3".
               05  MSG-LBL-SUPV-OPT8    PIC X(22) VALUE
                       "8-OVERDRAFT LINK".
               05  MSG-LBL-ODP-BACKUP   PIC X(22) VALUE
                       "BACKUP ACCOUNT: ".
               05  MSG-ODP-LINKED       PIC X(40) VALUE
                       "OVERDRAFT PROTECTION LINK SET".
               05  MSG-ODP-REMOVED      PIC X(40) VALUE
                       "OVERDRAFT PROTECTION LINK REMOVED".
               05  MSG-ODP-NOT-FOUND    PIC X(40) VALUE
                       "NO OVERDRAFT PROTECTION LINK".
               05  MSG-ODP-INVALID      PIC X(40) VALUE
                       "INVALID OVERDRAFT LINK REQUEST".
               05  MSG-LBL-SUPV-OPT9    PIC X(22) VALUE
                       "9-CERTIFICATE OF DEP".
               05  MSG-LBL-CD-NUMBER    PIC X(22) VALUE
                       "CD NUMBER: ".
               05  MSG-LBL-CD-TERM      PIC X(22) VALUE
                       "TERM (MONTHS): ".
               05  MSG-LBL-CD-PAYOUT    PIC X(22) VALUE
                       "PAYOUT R/P: ".
               05  MSG-LBL-CD-PAY-ACCT  PIC X(22) VALUE
                       "PAYOUT ACCOUNT: ".
               05  MSG-CD-OPENED        PIC X(40) VALUE
                       "CERTIFICATE OF DEPOSIT OPENED".
               05  MSG-CD-BROKEN        PIC X(40) VALUE
                       "CD BROKEN - NET PROCEEDS CREDITED".
               05  MSG-CD-NOT-FOUND     PIC X(40) VALUE
                       "CD NOT FOUND OR NOT ACTIVE".
               05  MSG-CD-INVALID       PIC X(40) VALUE
                       "INVALID CD REQUEST".
               05  MSG-CD-NO-RATE       PIC X(40) VALUE
                       "NO RATE ON FILE FOR THAT TERM".
               05  MSG-LBL-SUPV-OPTA    PIC X(22) VALUE
                       "A-COMPLIANCE CASES".
               05  MSG-LBL-AML-DATE     PIC X(22) VALUE
                       "CASE DATE: ".
               05  MSG-LBL-AML-SEQ      PIC X(22) VALUE
                       "CASE NUMBER: ".
               05  MSG-LBL-AML-ACTION   PIC X(22) VALUE
                       "ACTION 1-3: ".
               05  MSG-LBL-AML-CUST     PIC X(22) VALUE
                       "CUSTOMER: ".
               05  MSG-LBL-AML-RULE     PIC X(22) VALUE
                       "RULE N/V/A: ".
               05  MSG-LBL-AML-STATUS   PIC X(22) VALUE
                       "STATUS O/C/E: ".
               05  MSG-AML-SHOWN        PIC X(40) VALUE
                       "CASE OPEN FOR REVIEW".
               05  MSG-AML-CLEARED      PIC X(40) VALUE
                       "CASE CLEARED".
               05  MSG-AML-ESCALATED    PIC X(40) VALUE
                       "CASE ESCALATED FOR FILING".
               05  MSG-AML-NOT-FOUND    PIC X(40) VALUE
                       "CASE NOT FOUND".
               05  MSG-AML-CLOSED       PIC X(40) VALUE
                       "CASE ALREADY DISPOSITIONED".
               05  MSG-AML-INVALID      PIC X(40) VALUE
                       "INVALID CASE REQUEST".
               05  MSG-LBL-OFICIAL      PIC X(22) VALUE
                       "A-OFFICIAL CHECK".
               05  MSG-LBL-OFCK-FUND    PIC X(22) VALUE
                       "PAYMENT C/D: ".
               05  MSG-LBL-OFCK-PAYEE   PIC X(22) VALUE
                       "PAYEE: ".
               05  MSG-LBL-OFCK-BUYER   PIC X(22) VALUE
                       "PURCHASER: ".
               05  MSG-LBL-OFCK-SERIAL  PIC X(22) VALUE
                       "CHECK NUMBER: ".
               05  MSG-OFCK-ISSUED      PIC X(40) VALUE
                       "OFFICIAL CHECK ISSUED".
               05  MSG-OFCK-INVALID     PIC X(40) VALUE
                       "INVALID OFFICIAL CHECK REQUEST".

           01  MSG-TABLE-POR.
               05  MSG-LBL-DEPOSITOS    PIC X(22) VALUE
               05  MSG-INVALID-LANG     PIC X(40) VALUE
                       "OPCAO INVALIDA - DIGITE 1, 2 OU 3".
               05  MSG-INVALID-OPER     PIC X(40) VALUE
                       "OPCAO INVALIDA - DIGITE 1 A 9 OU A".
               05  MSG-INVALID-SUPV-OPER PIC X(40) VALUE
                       "OPCAO INVALIDA - DIGITE 1 A 9 OU A".
               05  MSG-ACCT-NOT-FOUND   PIC X(40) VALUE
                       "CONTA NAO ENCONTRADA".
               05  MSG-ACCT-NOT-ACTIVE  PIC X(40) VALUE
                       "PEDIDO DE CLIENTE INVALIDO".
               05  MSG-INVALID-CUST-OPER PIC X(40) VALUE
                       "OPCAO INVALIDA - DIGITE 1 A 3".
               05  MSG-LBL-SUPV-OPT8    PIC X(22) VALUE
                       "8-CHEQUE ESPECIAL".
               05  MSG-LBL-ODP-BACKUP   PIC X(22) VALUE
                       "CONTA RESERVA: ".
               05  MSG-ODP-LINKED       PIC X(40) VALUE
                       "PROTECAO DE SALDO REGISTRADA".
               05  MSG-ODP-REMOVED      PIC X(40) VALUE
                       "PROTECAO DE SALDO REMOVIDA".
               05  MSG-ODP-NOT-FOUND    PIC X(40) VALUE
                       "SEM PROTECAO DE SALDO".
               05  MSG-ODP-INVALID      PIC X(40) VALUE
                       "PEDIDO DE PROTECAO INVALIDO".
               05  MSG-LBL-SUPV-OPT9    PIC X(22) VALUE
                       "9-DEPOSITO A PRAZO".
               05  MSG-LBL-CD-NUMBER    PIC X(22) VALUE
                       "CERTIFICADO: ".
               05  MSG-LBL-CD-TERM      PIC X(22) VALUE
                       "PRAZO (MESES): ".
               05  MSG-LBL-CD-PAYOUT    PIC X(22) VALUE
                       "PAGAMENTO R/P: ".
               05  MSG-LBL-CD-PAY-ACCT  PIC X(22) VALUE
                       "CONTA DE PAGAMENTO: ".
               05  MSG-CD-OPENED        PIC X(40) VALUE
                       "DEPOSITO A PRAZO ABERTO".
               05  MSG-CD-BROKEN        PIC X(40) VALUE
                       "PRAZO RESGATADO - VALOR LIQUIDO PAGO".
               05  MSG-CD-NOT-FOUND     PIC X(40) VALUE
                       "DEPOSITO A PRAZO INEXISTENTE/INATIVO".
               05  MSG-CD-INVALID       PIC X(40) VALUE
                       "PEDIDO DE DEPOSITO A PRAZO INVALIDO".
               05  MSG-CD-NO-RATE       PIC X(40) VALUE
                       "SEM TAXA PARA ESSE PRAZO".
               05  MSG-LBL-SUPV-OPTA    PIC X(22) VALUE
                       "A-CONFORMIDADE".
               05  MSG-LBL-AML-DATE     PIC X(22) VALUE
                       "DATA DO CASO: ".
               05  MSG-LBL-AML-SEQ      PIC X(22) VALUE
                       "NUMERO DO CASO: ".
               05  MSG-LBL-AML-ACTION   PIC X(22) VALUE
                       "ACAO 1-3: ".
               05  MSG-LBL-AML-CUST     PIC X(22) VALUE
                       "CLIENTE: ".
               05  MSG-LBL-AML-RULE     PIC X(22) VALUE
                       "REGRA N/V/A: ".
               05  MSG-LBL-AML-STATUS   PIC X(22) VALUE
                       "SITUACAO O/C/E: ".
               05  MSG-AML-SHOWN        PIC X(40) VALUE
                       "CASO ABERTO EM REVISAO".
               05  MSG-AML-CLEARED      PIC X(40) VALUE
                       "CASO ARQUIVADO".
               05  MSG-AML-ESCALATED    PIC X(40) VALUE
                       "CASO ESCALADO PARA COMUNICACAO".
               05  MSG-AML-NOT-FOUND    PIC X(40) VALUE
                       "CASO NAO ENCONTRADO".
               05  MSG-AML-CLOSED       PIC X(40) VALUE
                       "CASO JA RESOLVIDO".
               05  MSG-AML-INVALID      PIC X(40) VALUE
                       "PEDIDO DE CASO INVALIDO".
               05  MSG-LBL-OFICIAL      PIC X(22) VALUE
                       "A-CHQ ADMINISTRATIVO".
               05  MSG-LBL-OFCK-FUND    PIC X(22) VALUE
                       "PAGAMENTO C/D: ".
               05  MSG-LBL-OFCK-PAYEE   PIC X(22) VALUE
                       "BENEFICIARIO: ".
               05  MSG-LBL-OFCK-BUYER   PIC X(22) VALUE
                       "COMPRADOR: ".
               05  MSG-LBL-OFCK-SERIAL  PIC X(22) VALUE
                       "NUMERO DO CHEQUE: ".
               05  MSG-OFCK-ISSUED      PIC X(40) VALUE
                       "CHEQUE ADMINISTRATIVO EMITIDO".
               05  MSG-OFCK-INVALID     PIC X(40) VALUE
                       "PEDIDO DE CHEQUE ADMINISTRATIVO INVALIDO".

           01  WS-MSG-AREA.
               05  MSG-LBL-DEPOSITOS    PIC X(22).
               05  MSG-CUST-EXISTS      PIC X(40).
               05  MSG-CUST-INVALID     PIC X(40).
               05  MSG-INVALID-CUST-OPER PIC X(40).
               05  MSG-LBL-SUPV-OPT8    PIC X(22).
               05  MSG-LBL-ODP-BACKUP   PIC X(22).
               05  MSG-ODP-LINKED       PIC X(40).
               05  MSG-ODP-REMOVED      PIC X(40).
               05  MSG-ODP-NOT-FOUND    PIC X(40).
               05  MSG-ODP-INVALID      PIC X(40).
               05  MSG-LBL-SUPV-OPT9    PIC X(22).
               05  MSG-LBL-CD-NUMBER    PIC X(22).
               05  MSG-LBL-CD-TERM      PIC X(22).
               05  MSG-LBL-CD-PAYOUT    PIC X(22).
               05  MSG-LBL-CD-PAY-ACCT  PIC X(22).
               05  MSG-CD-OPENED        PIC X(40).
               05  MSG-CD-BROKEN        PIC X(40).
               05  MSG-CD-NOT-FOUND     PIC X(40).
               05  MSG-CD-INVALID       PIC X(40).
               05  MSG-CD-NO-RATE       PIC X(40).
               05  MSG-LBL-SUPV-OPTA    PIC X(22).
               05  MSG-LBL-AML-DATE     PIC X(22).
               05  MSG-LBL-AML-SEQ      PIC X(22).
               05  MSG-LBL-AML-ACTION   PIC X(22).
               05  MSG-LBL-AML-CUST     PIC X(22).
               05  MSG-LBL-AML-RULE     PIC X(22).
               05  MSG-LBL-AML-STATUS   PIC X(22).
               05  MSG-AML-SHOWN        PIC X(40).
               05  MSG-AML-CLEARED      PIC X(40).
               05  MSG-AML-ESCALATED    PIC X(40).
               05  MSG-AML-NOT-FOUND    PIC X(40).
               05  MSG-AML-CLOSED       PIC X(40).
               05  MSG-AML-INVALID      PIC X(40).
               05  MSG-LBL-OFICIAL      PIC X(22).
               05  MSG-LBL-OFCK-FUND    PIC X(22).
               05  MSG-LBL-OFCK-PAYEE   PIC X(22).
               05  MSG-LBL-OFCK-BUYER   PIC X(22).
               05  MSG-LBL-OFCK-SERIAL  PIC X(22).
               05  MSG-OFCK-ISSUED      PIC X(40).
               05  MSG-OFCK-INVALID     PIC X(40).
