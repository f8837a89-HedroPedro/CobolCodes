           05 CLI-CIDADE      PIC X(20).
           05 CLI-CEP         PIC 9(8).
           05 CLI-STATUS      PIC X(1).
      *    CLI-LIMITE-EXPOS: TETO DE EXPOSICAO DO CLIENTE, SOMA DO
      *    SALDO DEVEDOR DE TODAS AS SUAS CONTAS (ZERO = SEM TETO).
           05 CLI-LIMITE-EXPOS PIC S9(9)V99 COMP-3.
           05 FILLER          PIC X(5).
