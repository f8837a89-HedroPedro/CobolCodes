      *    CONTA ENCERRADA EXPURGADA DO CONTAREC (CONTAEXP), GRAVADA
      *    PELO PAYPURGE E CONSULTADA PELO PAYINQ. O SALDO DA CONTA
      *    EXPURGADA E SEMPRE ZERO.
      *    EXP-ORDENS / EXP-PENDENCIAS: ORDENS PERMANENTES REMOVIDAS
      *    E PENDENCIAS DE APROVACAO CANCELADAS NO EXPURGO.
       01  EXP-FIELD.
           05 EXP-CONTA-NUM     PIC 9(7).
           05 EXP-SOBRENOME     PIC X(15).
           05 EXP-PRIM-NOME     PIC X(15).
           05 EXP-LIMITE        PIC S9(7)V99 COMP-3.
           05 EXP-AGENCIA       PIC 9(3).
           05 EXP-CLIENTE       PIC 9(6).
           05 EXP-DATA-ENCERR   PIC 9(8).
           05 EXP-DATA-EXPURGO  PIC 9(8).
           05 EXP-ORDENS        PIC 9(3).
           05 EXP-PENDENCIAS    PIC 9(3).
           05 FILLER            PIC X(27).
