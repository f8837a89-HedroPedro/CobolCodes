           05 SALDO          PIC S9(7)V99 COMP-3.
           05 LIMITE         PIC S9(7)V99 COMP-3.
      *    CONTA-STATUS: 'E' = CONTA ENCERRADA, 'D' = DORMENTE,
      *    'B' = BLOQUEADA PARA DEBITOS (COBRANCA),
      *    OUTRO VALOR = ATIVA.
           05 CONTA-STATUS   PIC X(1).
      *    CONTA-AGENCIA: CODIGO DA AGENCIA (000 = NAO ATRIBUIDA).
           05 CONTA-AGENCIA  PIC 9(3).
      *    CONTA-CLIENTE: ID NO CADASTRO DE CLIENTES (0 = SEM VINCULO).
           05 CONTA-CLIENTE  PIC 9(6).
      *    CONTA-DATA-ENCERR: DATA DO ENCERRAMENTO (AAAAMMDD), BASE
      *    DA RETENCAO DO EXPURGO; ZEROS OU BRANCOS = NAO INFORMADA.
           05 CONTA-DATA-ENCERR PIC 9(8).
           05 FILLER         PIC X(15).
