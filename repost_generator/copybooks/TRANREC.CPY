      *    TRANS-TIPO: SPACES OU 'MV' = MOVIMENTO MONETARIO
      *                'AB' = ABERTURA  (VALOR = LIMITE INICIAL,
      *                                  DADOS = SOBRENOME)
      *                'EN' = ENCERRAMENTO DE CONTA (DADOS 1:7 =
      *                       CONTA QUE RECEBE O SALDO CREDOR; BRANCOS
      *                       = PAGAMENTO PELA TESOURARIA)
      *                'NS' = NOVO SOBRENOME (DADOS)
      *                'NP' = NOVO PRIMEIRO NOME (DADOS)
      *                'LM' = NOVO LIMITE (VALOR)
      *                'TC' = PERNA CREDORA DE TRANSFERENCIA
      *                       (TD/TC GERADOS PELO PAYEDIT; DADOS 1:7 =
      *                        CONTRAPARTE, DADOS 8:5 = SEQ DO PAR)
      *                'ES' = ESTORNO DE LANCAMENTO POSTADO (DADOS
      *                       1:8 = DATA E 9:6 = SEQUENCIA DE AUDITORIA
      *                       DO ORIGINAL; VALOR ZERO OU O INVERSO DO
      *                       ORIGINAL). O PAYEDIT COMPLETA DADOS 15:1
      *                       COM 'M' MOVIMENTO OU 'D'/'C' PERNA DE
      *                       TRANSFERENCIA, GRAVANDO AS DUAS PERNAS
      *                       EM SEQUENCIA ('D' ANTES DE 'C').
      *                'LQ' = CREDITO DA LIQUIDACAO DE CONTA ENCERRADA
      *                       (GERADO PELO PAYLIQ; DADOS 1:7 = CONTA
      *                        ENCERRADA DE ORIGEM)
      *    TRANS-RETRY / TRANS-DATA-ENT: PREENCHIDOS PELO CICLO DE
      *    SUSPENSOS (PAYUPD/PAYRECYC); ZEROS EM LANCAMENTOS NOVOS.
      *    TRANS-CATEG: CATEGORIA DO MOVIMENTO MONETARIO.
