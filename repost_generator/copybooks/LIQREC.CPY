      *    LIQUIDACAO DO SALDO NO ENCERRAMENTO DE CONTA (LIQFILE),
      *    GRAVADA PELO PAYUPD E TRATADA PELO PAYLIQ.
      *    LIQ-TIPO: 'T' = CREDITO NA CONTA INDICADA (LIQ-DESTINO)
      *              'P' = PAGAMENTO PELA TESOURARIA
      *              'B' = SALDO DEVEDOR BAIXADO PARA PREJUIZO
      *    LIQ-VALOR: VALOR LIQUIDADO, SEMPRE POSITIVO.
      *    LIQ-DESTINO: CONTA INDICADA NO 'EN' (ZEROS = NENHUMA); EM
      *    'P' COM DESTINO INFORMADO, A CONTA INDICADA FOI RECUSADA.
       01  LIQ-FIELD.
           05 LIQ-CONTA       PIC 9(7).
           05 LIQ-TIPO        PIC X(1).
           05 LIQ-VALOR       PIC S9(7)V99 COMP-3.
           05 LIQ-DESTINO     PIC 9(7).
           05 LIQ-DATA        PIC 9(8).
           05 LIQ-CLIENTE     PIC 9(6).
           05 LIQ-AGENCIA     PIC 9(3).
           05 LIQ-SOBRENOME   PIC X(15).
           05 LIQ-PRIM-NOME   PIC X(15).
           05 FILLER          PIC X(13).
