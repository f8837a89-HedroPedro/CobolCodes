       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYPROJ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS 'R$' WITH PICTURE SYMBOL '$'
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTA-REC  ASSIGN TO CONTAREC
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CONTA-NUM.
           SELECT OPTIONAL CLI-REC ASSIGN TO CLIFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CLI-ID.
           SELECT OPTIONAL ORDEM-IN ASSIGN TO STORDFIL.
           SELECT AVISO-OUT  ASSIGN TO PRENOTIF.
           SELECT PROJ-REL   ASSIGN TO PROJREL.
           SELECT OPTIONAL PROJ-PARM ASSIGN TO PROJPARM.
           SELECT OPTIONAL RUN-DATE-CTL ASSIGN TO RUNDATE.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTA-REC.
           COPY CONTAREC.

       FD  CLI-REC.
           COPY CLIREC.

       FD  ORDEM-IN    RECORDING MODE F.
           COPY STORDREC.

      *    CARTA DE PRE-AVISO: UM REGISTRO POR CONTA, NO PRIMEIRO
      *    DEBITO PROGRAMADO QUE A PROJECAO INDICA COMO RECUSADO.
      *    AVS-MOTIVO: 'L' = DEBITO ULTRAPASSA O LIMITE
      *                'B' = CONTA BLOQUEADA PARA DEBITOS
      *    AVS-FALTA: VALOR A DEPOSITAR ATE AVS-DATA-DEBITO PARA QUE
      *    O DEBITO CAIBA NO LIMITE.
       FD  AVISO-OUT   RECORDING MODE F.
       01  AVS-REGISTRO.
           05 AVS-CONTA      PIC 9(7).
           05 AVS-CLIENTE    PIC 9(6).
           05 AVS-NOME       PIC X(30).
           05 AVS-ENDERECO   PIC X(30).
           05 AVS-CIDADE     PIC X(20).
           05 AVS-CEP        PIC 9(8).
           05 AVS-DATA-DEBITO PIC 9(8).
           05 AVS-DESCRICAO  PIC X(15).
           05 AVS-VALOR      PIC 9(7)V99.
           05 AVS-SINAL-SALDO PIC X(1).
           05 AVS-SALDO-PRJ  PIC 9(9)V99.
           05 AVS-LIMITE     PIC 9(7)V99.
           05 AVS-FALTA      PIC 9(9)V99.
           05 AVS-MOTIVO     PIC X(1).
           05 AVS-DATA-EMISSAO PIC 9(8).
           05 FILLER         PIC X(6).

       FD  PROJ-REL    RECORDING MODE F.
       01  REL-LINHA         PIC X(80).

       FD  PROJ-PARM   RECORDING MODE F.
       01  PRM-RECORD        PIC X(3).

       FD  RUN-DATE-CTL  RECORDING MODE F.
       01  RDC-RECORD        PIC X(8).

       WORKING-STORAGE SECTION.
       01  FLAGS.
           05 CONTA-EOF      PIC X VALUE SPACE.
           05 ORDEM-EOF      PIC X VALUE SPACE.
           05 ORDEM-DEVIDA   PIC X VALUE SPACE.
           05 REG-INVALIDO   PIC X VALUE SPACE.
           05 CLI-ACHADO     PIC X VALUE SPACE.
           05 WS-PRJ-CHEIA   PIC X VALUE SPACE.
           05 WS-ORD-CHEIA   PIC X VALUE SPACE.

       01  WT-DATE.
           05 WT-ANO         PIC 9(4).
           05 WT-MES         PIC 9(2).
           05 WT-DIA         PIC 9(2).
       01  WT-DATE-NUM REDEFINES WT-DATE PIC 9(8).

      *    DIA EM PROJECAO.
       01  WT-DATA-PRJ.
           05 WT-PRJ-ANO     PIC 9(4).
           05 WT-PRJ-MES     PIC 9(2).
           05 WT-PRJ-DIA     PIC 9(2).
       01  WT-DATA-PRJ-NUM REDEFINES WT-DATA-PRJ PIC 9(8).

      *    DIAS A PROJETAR A PARTIR DO DIA SEGUINTE A DATA DE
      *    EXECUCAO (O PROPRIO DIA JA FOI GERADO PELO PAYSTORD).
       01  WT-PARAMETROS.
           05 PRM-DIAS       PIC 9(3) VALUE 30.

       01  WT-CALENDARIO.
           05 WS-ULT-DIA-MES PIC 9(2) VALUE ZERO.
           05 WS-DIA-ALVO    PIC 9(2) VALUE ZERO.
           05 WS-RESTO-ANO   PIC 9(4) VALUE ZERO.
           05 WS-INT-BASE    PIC 9(9) VALUE ZERO.
           05 WS-DIA-PRJ     PIC 9(3) VALUE ZERO.
           05 WS-DATA-FIM    PIC 9(8) VALUE ZERO.

       01  WT-INDICES.
           05 WS-QTD-PRJ     PIC 9(7) COMP VALUE ZERO.
           05 WS-POS-PRJ     PIC 9(7) COMP VALUE ZERO.
           05 WS-QTD-ORD     PIC 9(7) COMP VALUE ZERO.
           05 IX-ORD         PIC 9(7) COMP.
           05 WS-CONTA-CHAVE PIC 9(7) VALUE ZERO.

      *    CONTAS NAO ENCERRADAS DO CONTAREC, EM ORDEM DE CONTA, COM
      *    O SALDO PROJETADO DIA A DIA.
       01  WT-TAB-CONTAS.
           05 TAB-PRJ OCCURS 1 TO 120000 TIMES
                 DEPENDING ON WS-QTD-PRJ
                 ASCENDING KEY IS PRJ-CONTA
                 INDEXED BY NDX-PRJ.
              10 PRJ-CONTA     PIC 9(7).
              10 PRJ-SALDO     PIC S9(9)V99 COMP-3.
              10 PRJ-LIMITE    PIC S9(7)V99 COMP-3.
              10 PRJ-STATUS    PIC X(1).
              10 PRJ-CLIENTE   PIC 9(6).
              10 PRJ-SOBRENOME PIC X(15).
              10 PRJ-PRIM-NOME PIC X(15).
              10 PRJ-AVISADA   PIC X(1).

      *    ORDENS VALIDAS NA SEQUENCIA DO STORDFIL, A MESMA EM QUE O
      *    PAYUPD POSTA OS MOVIMENTOS DE UMA CONTA NO DIA.
       01  WT-TAB-ORDENS.
           05 TAB-ORD OCCURS 1 TO 50000 TIMES
                 DEPENDING ON WS-QTD-ORD.
              10 TOR-POS-CONTA PIC 9(7) COMP.
              10 TOR-VALOR     PIC S9(7)V99 COMP-3.
              10 TOR-FREQ      PIC X(1).
              10 TOR-DIA       PIC 9(2).
              10 TOR-INICIO    PIC 9(8).
              10 TOR-FIM       PIC 9(8).
              10 TOR-DESCRICAO PIC X(15).

       01  WT-PROJECAO.
           05 WS-NOVO-SALDO  PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-FALTA       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-MES-INICIO  PIC 9(2) VALUE ZERO.

       01  WT-CONTADORES.
           05 WS-LIDAS-CNT   PIC 9(7) VALUE ZERO.
           05 WS-INVAL-CNT   PIC 9(7) VALUE ZERO.
           05 WS-SEMCTA-CNT  PIC 9(7) VALUE ZERO.
           05 WS-APLIC-CNT   PIC 9(7) VALUE ZERO.
           05 WS-RECUSA-CNT  PIC 9(7) VALUE ZERO.
           05 WS-AVISO-CNT   PIC 9(7) VALUE ZERO.
           05 WS-SEMEND-CNT  PIC 9(7) VALUE ZERO.
           05 TOTAL-RECUSA   PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  CAB-1-PRJ.
           05 FILLER         PIC X(35)
              VALUE 'PROJECAO DE ORDENS PERMANENTES    '.
           05 FILLER         PIC X(5)  VALUE 'DATA '.
           05 PRJ-DATA-REF   PIC 9(8).
           05 FILLER         PIC X(5)  VALUE ' ATE '.
           05 PRJ-DATA-FIM   PIC 9(8).
           05 FILLER         PIC X(6)  VALUE ' DIAS '.
           05 PRJ-DIAS-O     PIC ZZ9.
           05 FILLER         PIC X(10) VALUE SPACES.

       01  DET-PRJ.
           05 FILLER         PIC X(6)  VALUE 'CONTA '.
           05 DPJ-CONTA      PIC 9(7).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DPJ-DATA       PIC 9(8).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DPJ-DESCRICAO  PIC X(15).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DPJ-VALOR      PIC $$$.$$9,99-.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DPJ-SALDO      PIC $$$.$$$.$$9,99-.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DPJ-MOTIVO     PIC X(13).

       01  RES-PRJ.
           05 RES-ROTULO     PIC X(28).
           05 RES-VALOR      PIC ZZZ.ZZZ.ZZ9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 RES-MONTANTE   PIC $$.$$$.$$$.$$9,99-.

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05 LK-PARM-LEN    PIC S9(4) COMP.
           05 LK-PARM-TEXT   PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-AREA.
       000-SETUP.
           PERFORM OBTEM-DATA-EXECUCAO.
           PERFORM OBTEM-PARAMETROS.
           COMPUTE WS-INT-BASE = FUNCTION INTEGER-OF-DATE(WT-DATE-NUM).
           COMPUTE WS-DATA-FIM =
              FUNCTION DATE-OF-INTEGER(WS-INT-BASE + PRM-DIAS).
           PERFORM CARREGA-CONTAS.
           PERFORM CARREGA-ORDENS.
           OPEN OUTPUT PROJ-REL.
           IF WS-PRJ-CHEIA = 'Y' OR WS-ORD-CHEIA = 'Y'
              DISPLAY 'PAYPROJ - TABELAS DE PROJECAO ESGOTADAS'
              MOVE 8 TO RETURN-CODE
              CLOSE PROJ-REL
              GOBACK
           END-IF.
           MOVE WT-DATE-NUM TO PRJ-DATA-REF.
           MOVE WS-DATA-FIM TO PRJ-DATA-FIM.
           MOVE PRM-DIAS    TO PRJ-DIAS-O.
           WRITE REL-LINHA FROM CAB-1-PRJ.
           OPEN INPUT  CLI-REC
           OPEN OUTPUT AVISO-OUT.

       010-MAIN.
           PERFORM VARYING WS-DIA-PRJ FROM 1 BY 1
                 UNTIL WS-DIA-PRJ > PRM-DIAS
              COMPUTE WT-DATA-PRJ-NUM =
                 FUNCTION DATE-OF-INTEGER(WS-INT-BASE + WS-DIA-PRJ)
              PERFORM CALCULA-ULTIMO-DIA
              PERFORM VARYING IX-ORD FROM 1 BY 1
                    UNTIL IX-ORD > WS-QTD-ORD
                 PERFORM PROJETA-ORDEM
              END-PERFORM
           END-PERFORM.

       030-END.
           PERFORM ESCREVE-RESUMO.
           CLOSE CLI-REC.
           CLOSE AVISO-OUT.
           CLOSE PROJ-REL.
           IF WS-INVAL-CNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    PROCEDURES
       OBTEM-DATA-EXECUCAO.
           IF LK-PARM-LEN > 0
              MOVE LK-PARM-TEXT(1:8) TO WT-DATE
           ELSE
              OPEN INPUT RUN-DATE-CTL
              READ RUN-DATE-CTL INTO WT-DATE
                 AT END MOVE FUNCTION CURRENT-DATE(1:8) TO WT-DATE
              END-READ
              CLOSE RUN-DATE-CTL
           END-IF.

       OBTEM-PARAMETROS.
           OPEN INPUT PROJ-PARM.
           READ PROJ-PARM
              AT END CONTINUE
              NOT AT END
                 IF PRM-RECORD NUMERIC AND PRM-RECORD > '000'
                    MOVE PRM-RECORD TO PRM-DIAS
                 END-IF
           END-READ.
           CLOSE PROJ-PARM.

       CARREGA-CONTAS.
           OPEN INPUT CONTA-REC.
           PERFORM UNTIL CONTA-EOF = 'T'
              READ CONTA-REC
                 AT END MOVE 'T' TO CONTA-EOF
                 NOT AT END
                    IF CONTA-NUM > 0 AND CONTA-STATUS NOT = 'E'
                       IF WS-QTD-PRJ < 120000
                          PERFORM ANOTA-CONTA
                       ELSE
                          MOVE 'Y' TO WS-PRJ-CHEIA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CONTA-REC.

       ANOTA-CONTA.
           ADD 1 TO WS-QTD-PRJ.
           MOVE CONTA-NUM    TO PRJ-CONTA(WS-QTD-PRJ).
           MOVE SALDO        TO PRJ-SALDO(WS-QTD-PRJ).
           MOVE LIMITE       TO PRJ-LIMITE(WS-QTD-PRJ).
           MOVE CONTA-STATUS TO PRJ-STATUS(WS-QTD-PRJ).
           IF CONTA-CLIENTE NUMERIC
              MOVE CONTA-CLIENTE TO PRJ-CLIENTE(WS-QTD-PRJ)
           ELSE
              MOVE ZERO          TO PRJ-CLIENTE(WS-QTD-PRJ)
           END-IF.
           MOVE SOBRENOME    TO PRJ-SOBRENOME(WS-QTD-PRJ).
           MOVE PRIM-NOME    TO PRJ-PRIM-NOME(WS-QTD-PRJ).
           MOVE SPACE        TO PRJ-AVISADA(WS-QTD-PRJ).

       PROCURA-CONTA.
           MOVE ZERO TO WS-POS-PRJ.
           IF WS-QTD-PRJ > 0 AND WS-CONTA-CHAVE > 0
              SEARCH ALL TAB-PRJ
                 AT END CONTINUE
                 WHEN PRJ-CONTA(NDX-PRJ) = WS-CONTA-CHAVE
                    SET WS-POS-PRJ TO NDX-PRJ
              END-SEARCH
           END-IF.

      *    ORDEM INVALIDA E ORDEM DE CONTA ENCERRADA OU INEXISTENTE
      *    FICAM FORA DA PROJECAO, COMO NO PAYSTORD/PAYUPD.
       CARREGA-ORDENS.
           OPEN INPUT ORDEM-IN.
           PERFORM UNTIL ORDEM-EOF = 'T'
              READ ORDEM-IN
                 AT END MOVE 'T' TO ORDEM-EOF
                 NOT AT END
                    ADD 1 TO WS-LIDAS-CNT
                    PERFORM VALIDA-ORDEM
                    IF REG-INVALIDO = 'T'
                       ADD 1 TO WS-INVAL-CNT
                    ELSE
                       MOVE ORD-CONTA-NUM TO WS-CONTA-CHAVE
                       PERFORM PROCURA-CONTA
                       IF WS-POS-PRJ = 0
                          ADD 1 TO WS-SEMCTA-CNT
                       ELSE
                          PERFORM ANOTA-ORDEM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ORDEM-IN.

       VALIDA-ORDEM.
           MOVE SPACE TO REG-INVALIDO.
           IF ORD-CONTA-NUM NOT NUMERIC OR ORD-CONTA-NUM = 0
              MOVE 'T' TO REG-INVALIDO
           END-IF.
           IF REG-INVALIDO = SPACE
                 AND (ORD-VALOR NOT NUMERIC OR ORD-VALOR = 0
                      OR ORD-VALOR < 0)
              MOVE 'T' TO REG-INVALIDO
           END-IF.
           IF REG-INVALIDO = SPACE
                 AND ORD-SINAL NOT = 'D' AND ORD-SINAL NOT = 'C'
              MOVE 'T' TO REG-INVALIDO
           END-IF.
           IF REG-INVALIDO = SPACE
                 AND ORD-FREQ NOT = 'M' AND ORD-FREQ NOT = 'A'
              MOVE 'T' TO REG-INVALIDO
           END-IF.
           IF REG-INVALIDO = SPACE
                 AND (ORD-DIA NOT NUMERIC OR ORD-DIA = 0
                      OR ORD-DIA > 31)
              MOVE 'T' TO REG-INVALIDO
           END-IF.
           IF REG-INVALIDO = SPACE AND ORD-INICIO NOT NUMERIC
              MOVE 'T' TO REG-INVALIDO
           END-IF.

       ANOTA-ORDEM.
           IF WS-QTD-ORD < 50000
              ADD 1 TO WS-QTD-ORD
              MOVE WS-POS-PRJ    TO TOR-POS-CONTA(WS-QTD-ORD)
              IF ORD-SINAL = 'D'
                 COMPUTE TOR-VALOR(WS-QTD-ORD) = ORD-VALOR * -1
              ELSE
                 MOVE ORD-VALOR  TO TOR-VALOR(WS-QTD-ORD)
              END-IF
              MOVE ORD-FREQ      TO TOR-FREQ(WS-QTD-ORD)
              MOVE ORD-DIA       TO TOR-DIA(WS-QTD-ORD)
              MOVE ORD-INICIO    TO TOR-INICIO(WS-QTD-ORD)
              IF ORD-FIM NUMERIC
                 MOVE ORD-FIM    TO TOR-FIM(WS-QTD-ORD)
              ELSE
                 MOVE ZERO       TO TOR-FIM(WS-QTD-ORD)
              END-IF
              MOVE ORD-DESCRICAO TO TOR-DESCRICAO(WS-QTD-ORD)
           ELSE
              MOVE 'Y' TO WS-ORD-CHEIA
           END-IF.

       CALCULA-ULTIMO-DIA.
           EVALUATE WT-PRJ-MES
              WHEN 01
              WHEN 03
              WHEN 05
              WHEN 07
              WHEN 08
              WHEN 10
              WHEN 12
                 MOVE 31 TO WS-ULT-DIA-MES
              WHEN 04
              WHEN 06
              WHEN 09
              WHEN 11
                 MOVE 30 TO WS-ULT-DIA-MES
              WHEN 02
                 COMPUTE WS-RESTO-ANO = FUNCTION MOD(WT-PRJ-ANO, 4)
                 IF WS-RESTO-ANO = 0
                    MOVE 29 TO WS-ULT-DIA-MES
                 ELSE
                    MOVE 28 TO WS-ULT-DIA-MES
                 END-IF
           END-EVALUATE.

       PROJETA-ORDEM.
           MOVE SPACE TO ORDEM-DEVIDA.
           IF TOR-INICIO(IX-ORD) <= WT-DATA-PRJ-NUM
                 AND (TOR-FIM(IX-ORD) = 0
                      OR TOR-FIM(IX-ORD) >= WT-DATA-PRJ-NUM)
              PERFORM CONFERE-DIA-ALVO
           END-IF.
           IF ORDEM-DEVIDA = 'Y'
              MOVE TOR-POS-CONTA(IX-ORD) TO WS-POS-PRJ
              PERFORM APLICA-ORDEM
           END-IF.

      *    MESMA REGRA DO PAYSTORD: DIA ALVO MAIOR QUE O ULTIMO DIA
      *    DO MES VENCE NO ULTIMO DIA.
       CONFERE-DIA-ALVO.
           IF TOR-DIA(IX-ORD) > WS-ULT-DIA-MES
              MOVE WS-ULT-DIA-MES  TO WS-DIA-ALVO
           ELSE
              MOVE TOR-DIA(IX-ORD) TO WS-DIA-ALVO
           END-IF.
           MOVE TOR-INICIO(IX-ORD)(5:2) TO WS-MES-INICIO.
           IF WT-PRJ-DIA = WS-DIA-ALVO
                 AND (TOR-FREQ(IX-ORD) = 'M'
                      OR (TOR-FREQ(IX-ORD) = 'A'
                          AND WT-PRJ-MES = WS-MES-INICIO))
              MOVE 'Y' TO ORDEM-DEVIDA
           END-IF.

      *    O DEBITO QUE O PAYUPD RECUSARIA NAO ENTRA NO SALDO
      *    PROJETADO; O PRIMEIRO DE CADA CONTA GERA A CARTA.
       APLICA-ORDEM.
           COMPUTE WS-NOVO-SALDO =
              PRJ-SALDO(WS-POS-PRJ) + TOR-VALOR(IX-ORD).
           EVALUATE TRUE
              WHEN TOR-VALOR(IX-ORD) < 0
                    AND PRJ-STATUS(WS-POS-PRJ) = 'B'
                 MOVE 'BLOQUEADA    ' TO DPJ-MOTIVO
                 PERFORM REGISTRA-RECUSA
              WHEN TOR-VALOR(IX-ORD) < 0
                    AND WS-NOVO-SALDO < (PRJ-LIMITE(WS-POS-PRJ) * -1)
                 MOVE 'ACIMA LIMITE ' TO DPJ-MOTIVO
                 PERFORM REGISTRA-RECUSA
              WHEN OTHER
                 MOVE WS-NOVO-SALDO TO PRJ-SALDO(WS-POS-PRJ)
                 IF PRJ-STATUS(WS-POS-PRJ) = 'D'
                    MOVE 'A' TO PRJ-STATUS(WS-POS-PRJ)
                 END-IF
                 IF PRJ-STATUS(WS-POS-PRJ) = 'B'
                       AND WS-NOVO-SALDO >=
                           (PRJ-LIMITE(WS-POS-PRJ) * -1)
                    MOVE 'A' TO PRJ-STATUS(WS-POS-PRJ)
                 END-IF
                 ADD 1 TO WS-APLIC-CNT
           END-EVALUATE.

       REGISTRA-RECUSA.
           ADD 1 TO WS-RECUSA-CNT.
           SUBTRACT TOR-VALOR(IX-ORD) FROM TOTAL-RECUSA.
           MOVE PRJ-CONTA(WS-POS-PRJ)  TO DPJ-CONTA.
           MOVE WT-DATA-PRJ-NUM        TO DPJ-DATA.
           MOVE TOR-DESCRICAO(IX-ORD)  TO DPJ-DESCRICAO.
           MOVE TOR-VALOR(IX-ORD)      TO DPJ-VALOR.
           MOVE WS-NOVO-SALDO          TO DPJ-SALDO.
           WRITE REL-LINHA FROM DET-PRJ.
           IF PRJ-AVISADA(WS-POS-PRJ) NOT = 'Y'
              MOVE 'Y' TO PRJ-AVISADA(WS-POS-PRJ)
              PERFORM GRAVA-AVISO
           END-IF.

       GRAVA-AVISO.
           MOVE SPACES                 TO AVS-REGISTRO.
           MOVE PRJ-CONTA(WS-POS-PRJ)  TO AVS-CONTA.
           MOVE PRJ-CLIENTE(WS-POS-PRJ) TO AVS-CLIENTE.
           PERFORM LOCALIZA-CLIENTE.
           IF CLI-ACHADO = 'Y'
              MOVE CLI-NOME      TO AVS-NOME
              MOVE CLI-ENDERECO  TO AVS-ENDERECO
              MOVE CLI-CIDADE    TO AVS-CIDADE
              MOVE CLI-CEP       TO AVS-CEP
           ELSE
              ADD 1 TO WS-SEMEND-CNT
              STRING PRJ-PRIM-NOME(WS-POS-PRJ) DELIMITED BY '  '
                     ' '                       DELIMITED BY SIZE
                     PRJ-SOBRENOME(WS-POS-PRJ) DELIMITED BY '  '
                     INTO AVS-NOME
              MOVE ZERO          TO AVS-CEP
           END-IF.
           MOVE WT-DATA-PRJ-NUM        TO AVS-DATA-DEBITO.
           MOVE TOR-DESCRICAO(IX-ORD)  TO AVS-DESCRICAO.
           COMPUTE AVS-VALOR = TOR-VALOR(IX-ORD) * -1.
           IF PRJ-SALDO(WS-POS-PRJ) < 0
              MOVE '-' TO AVS-SINAL-SALDO
              COMPUTE AVS-SALDO-PRJ = PRJ-SALDO(WS-POS-PRJ) * -1
           ELSE
              MOVE '+' TO AVS-SINAL-SALDO
              MOVE PRJ-SALDO(WS-POS-PRJ) TO AVS-SALDO-PRJ
           END-IF.
           MOVE PRJ-LIMITE(WS-POS-PRJ) TO AVS-LIMITE.
           COMPUTE WS-FALTA =
              (WS-NOVO-SALDO + PRJ-LIMITE(WS-POS-PRJ)) * -1.
           IF WS-FALTA < 0
              MOVE ZERO TO WS-FALTA
           END-IF.
           MOVE WS-FALTA               TO AVS-FALTA.
           IF PRJ-STATUS(WS-POS-PRJ) = 'B'
              MOVE 'B' TO AVS-MOTIVO
           ELSE
              MOVE 'L' TO AVS-MOTIVO
           END-IF.
           MOVE WT-DATE-NUM            TO AVS-DATA-EMISSAO.
           WRITE AVS-REGISTRO.
           ADD 1 TO WS-AVISO-CNT.

       LOCALIZA-CLIENTE.
           MOVE SPACE TO CLI-ACHADO.
           IF PRJ-CLIENTE(WS-POS-PRJ) > 0
              MOVE PRJ-CLIENTE(WS-POS-PRJ) TO CLI-ID
              READ CLI-REC
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF CLI-STATUS NOT = 'E'
                       MOVE 'Y' TO CLI-ACHADO
                    END-IF
              END-READ
           END-IF.

       ESCREVE-RESUMO.
           MOVE 'ORDENS LIDAS                ' TO RES-ROTULO.
           MOVE WS-LIDAS-CNT   TO RES-VALOR.
           MOVE ZERO           TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-PRJ.
           MOVE 'ORDENS INVALIDAS            ' TO RES-ROTULO.
           MOVE WS-INVAL-CNT   TO RES-VALOR.
           WRITE REL-LINHA FROM RES-PRJ.
           MOVE 'ORDENS SEM CONTA ATIVA      ' TO RES-ROTULO.
           MOVE WS-SEMCTA-CNT  TO RES-VALOR.
           WRITE REL-LINHA FROM RES-PRJ.
           MOVE 'LANCAMENTOS PROJETADOS      ' TO RES-ROTULO.
           MOVE WS-APLIC-CNT   TO RES-VALOR.
           WRITE REL-LINHA FROM RES-PRJ.
           MOVE 'DEBITOS A SEREM RECUSADOS   ' TO RES-ROTULO.
           MOVE WS-RECUSA-CNT  TO RES-VALOR.
           MOVE TOTAL-RECUSA   TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-PRJ.
           MOVE 'CARTAS DE PRE-AVISO         ' TO RES-ROTULO.
           MOVE WS-AVISO-CNT   TO RES-VALOR.
           MOVE ZERO           TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-PRJ.
           MOVE 'CARTAS SEM ENDERECO         ' TO RES-ROTULO.
           MOVE WS-SEMEND-CNT  TO RES-VALOR.
           WRITE REL-LINHA FROM RES-PRJ.
