       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYINFO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS 'R$' WITH PICTURE SYMBOL '$'
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCH-IN ASSIGN TO ARCHFILE.
           SELECT HIST-IN    ASSIGN TO HISTFILE.
           SELECT CONTA-REC  ASSIGN TO CONTAREC
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CONTA-NUM.
           SELECT OPTIONAL EXP-REC ASSIGN TO CONTAEXP
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS EXP-CONTA-NUM.
           SELECT OPTIONAL CLI-REC ASSIGN TO CLIFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CLI-ID.
           SELECT SORT-INFO  ASSIGN TO "SRTWK08".
           SELECT INFO-SAI   ASSIGN TO INFOSAI.
           SELECT INFO-REL   ASSIGN TO INFOREL.
           SELECT OPTIONAL INFO-PARM ASSIGN TO INFOPARM.
           SELECT OPTIONAL RUN-DATE-CTL ASSIGN TO RUNDATE.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-IN     RECORDING MODE F.
           COPY PAYAUD REPLACING AUDIT-FIELD   BY ARC-FIELD
                                 AUD-CONTA-NUM BY ARC-CONTA-NUM
                                 AUD-SALDO-ANT BY ARC-SALDO-ANT
                                 AUD-VALOR     BY ARC-VALOR
                                 AUD-SALDO-NOVO BY ARC-SALDO-NOVO
                                 AUD-DATA      BY ARC-DATA
                                 AUD-HORA      BY ARC-HORA
                                 AUD-STATUS    BY ARC-STATUS
                                 AUD-AGENCIA   BY ARC-AGENCIA
                                 AUD-CATEG     BY ARC-CATEG
                                 AUD-SEQ       BY ARC-SEQ
                                 AUD-REF-CONTA BY ARC-REF-CONTA
                                 AUD-REF-DATA  BY ARC-REF-DATA
                                 AUD-REF-SEQ   BY ARC-REF-SEQ.

       FD  HIST-IN     RECORDING MODE F.
           COPY HISTREC.

       FD  CONTA-REC.
           COPY CONTAREC.

       FD  EXP-REC.
           COPY CONTEXP.

       FD  CLI-REC.
           COPY CLIREC.

      *    SRT-GRUPO: CONTA QUANDO NAO HA CLIENTE NO CADASTRO (ZERO
      *    QUANDO HA), PARA NAO MISTURAR CONTAS AVULSAS.
      *    SRT-POS: POSICAO DA CONTA NA TABELA DE CONTAS.
       SD  SORT-INFO.
       01  SRT-REG.
           05 SRT-DOCUMENTO  PIC X(14).
           05 SRT-TIPO-DOC   PIC X(1).
           05 SRT-CLIENTE    PIC 9(6).
           05 SRT-GRUPO      PIC 9(7).
           05 SRT-CONTA      PIC 9(7).
           05 SRT-POS        PIC 9(7).

      *    ARQUIVO DO INFORME PARA A RECEITA: UM REGISTRO POR
      *    CLI-DOCUMENTO (SO DIGITOS) COM A SOMA DAS CONTAS DOS
      *    CLIENTES QUE O TEM.
      *    TIPO '1' = DOCUMENTO; INF-TIPO-DOC 'F' = CPF, 'J' = CNPJ,
      *               ESPACO = DOCUMENTO COM DV OU FORMATO INVALIDO.
      *               INF-MOVTO: 1 = JUROS (JU), 2 = TARIFAS (TA),
      *               3 = DEPOSITOS (DP), 4 = SAQUES (SQ).
      *    TIPO '9' = TRAILER DE CONTROLE (QTDE E TOTAIS DO ARQUIVO).
      *    VALORES SEM SINAL, COM O SINAL ('+'/'-') NO BYTE ANTERIOR.
       FD  INFO-SAI    RECORDING MODE F.
       01  INF-REGISTRO.
           05 INF-TIPO-REG   PIC X(1).
           05 INF-ANO        PIC 9(4).
           05 INF-DOCUMENTO  PIC X(14).
           05 INF-TIPO-DOC   PIC X(1).
           05 INF-NOME       PIC X(30).
           05 INF-QTD-CONTAS PIC 9(3).
           05 INF-SINAL-ANT  PIC X(1).
           05 INF-SALDO-ANT  PIC 9(11)V99.
           05 INF-SINAL-ATU  PIC X(1).
           05 INF-SALDO-ATU  PIC 9(11)V99.
           05 INF-MOVTO OCCURS 4 TIMES.
              10 INF-SINAL   PIC X(1).
              10 INF-VALOR   PIC 9(11)V99.
           05 FILLER         PIC X(23).
       01  INF-TRAILER.
           05 ITR-TIPO-REG   PIC X(1).
           05 ITR-ANO        PIC 9(4).
           05 ITR-QTDE       PIC 9(9).
           05 ITR-SINAL-ANT  PIC X(1).
           05 ITR-SALDO-ANT  PIC 9(13)V99.
           05 ITR-SINAL-ATU  PIC X(1).
           05 ITR-SALDO-ATU  PIC 9(13)V99.
           05 ITR-MOVTO OCCURS 4 TIMES.
              10 ITR-SINAL   PIC X(1).
              10 ITR-VALOR   PIC 9(13)V99.
           05 FILLER         PIC X(50).

       FD  INFO-REL    RECORDING MODE F.
       01  REL-LINHA         PIC X(80).

       FD  INFO-PARM   RECORDING MODE F.
       01  PRM-RECORD        PIC X(4).

       FD  RUN-DATE-CTL  RECORDING MODE F.
       01  RDC-RECORD        PIC X(8).

       WORKING-STORAGE SECTION.
       01  FLAGS.
           05 ARCH-EOF       PIC X VALUE SPACE.
           05 HIST-EOF       PIC X VALUE SPACE.
           05 SORT-EOF       PIC X VALUE SPACE.
           05 CLI-ACHADO     PIC X VALUE SPACE.
           05 WS-CNT-CHEIA   PIC X VALUE SPACE.
           05 WS-PRIM-GRUPO  PIC X VALUE 'Y'.
           05 WS-DIFERENCA   PIC X VALUE SPACE.
           05 WS-AVISO       PIC X VALUE SPACE.

       01  WT-DATE.
           05 WT-ANO         PIC 9(4).
           05 WT-MES         PIC 9(2).
           05 WT-DIA         PIC 9(2).
       01  WT-DATE-NUM REDEFINES WT-DATE PIC 9(8).

      *    ANO-BASE: INFOPARM (AAAA); SEM PARAMETRO, O ANO ANTERIOR
      *    AO DA DATA DE EXECUCAO.
       01  WT-PERIODO.
           05 WS-ANO-BASE    PIC 9(4) VALUE ZERO.
           05 WS-ANO-ANT     PIC 9(4) VALUE ZERO.
           05 WS-DATA-ANT    PIC 9(8) VALUE ZERO.
           05 WS-DATA-INI    PIC 9(8) VALUE ZERO.
           05 WS-DATA-FIM    PIC 9(8) VALUE ZERO.
           05 WS-MENOR-DATA  PIC 9(8) VALUE ZERO.

       01  WT-DEEDIT.
           05 WS-ARC-VALOR-N PIC S9(7)V99 COMP-3.

       01  WT-INDICES.
           05 WS-QTD-CNT     PIC 9(7) COMP VALUE ZERO.
           05 WS-POS-CNT     PIC 9(7) COMP VALUE ZERO.
           05 WS-CONTA-CHAVE PIC 9(7)      VALUE ZERO.
           05 WS-IX-CAT      PIC 9(1)      VALUE ZERO.

      *    CHAVES DO BALANCE LINE ENTRE CONTAREC E CONTAEXP;
      *    99999999 = ARQUIVO ENCERRADO.
       01  WT-BALANCE.
           05 WS-CHAVE-CONTA PIC 9(8) VALUE ZERO.
           05 WS-CHAVE-EXP   PIC 9(8) VALUE ZERO.

           COPY DOCVPRM.

      *    CONTAS DO MASTER E EXPURGADAS, COM OS SALDOS DE 31/12 E OS
      *    MOVIMENTOS DO ANO-BASE.
      *    CNT-SITUACAO: 'A' = ABERTA, 'E' = ENCERRADA NO MASTER,
      *                  'X' = EXPURGADA (CONTAEXP).
      *    CNT-ENCERR: DATA DO ENCERRAMENTO; 99999999 = ABERTA,
      *                ZERO = ENCERRADA SEM DATA.
      *    CNT-DATA-ANT/ATU: DATA DO SNAPSHOT QUE DEU O SALDO.
      *    CNT-VALOR: 1 = JU, 2 = TA, 3 = DP, 4 = SQ.
       01  WT-TAB-CONTAS.
           05 TAB-CNT OCCURS 1 TO 120000 TIMES
                 DEPENDING ON WS-QTD-CNT
                 ASCENDING KEY IS CNT-CONTA
                 INDEXED BY NDX-CNT.
              10 CNT-CONTA     PIC 9(7).
              10 CNT-CLIENTE   PIC 9(6).
              10 CNT-SOBRENOME PIC X(15).
              10 CNT-PRIM-NOME PIC X(15).
              10 CNT-SITUACAO  PIC X(1).
              10 CNT-ENCERR    PIC 9(8).
              10 CNT-DATA-ANT  PIC 9(8).
              10 CNT-SALDO-ANT PIC S9(9)V99 COMP-3.
              10 CNT-DATA-ATU  PIC 9(8).
              10 CNT-SALDO-ATU PIC S9(9)V99 COMP-3.
              10 CNT-MOVTO     PIC X(1).
              10 CNT-VALOR     PIC S9(9)V99 COMP-3 OCCURS 4 TIMES.

       01  WT-ROTULOS.
           05 FILLER         PIC X(14) VALUE 'JUROS COBRADOS'.
           05 FILLER         PIC X(14) VALUE 'TARIFAS       '.
           05 FILLER         PIC X(14) VALUE 'DEPOSITOS     '.
           05 FILLER         PIC X(14) VALUE 'SAQUES        '.
       01  WT-ROTULOS-TAB REDEFINES WT-ROTULOS.
           05 WS-ROTULO-CAT  PIC X(14) OCCURS 4 TIMES.

      *    GRUPO (CLIENTE OU CONTA AVULSA) E DOCUMENTO CORRENTES.
       01  WT-GRUPO.
           05 WS-GRP-CLIENTE PIC 9(6)  VALUE ZERO.
           05 WS-GRP-GRUPO   PIC 9(7)  VALUE ZERO.
           05 WS-GRP-NOME    PIC X(30) VALUE SPACES.
           05 WS-DOC-ATUAL   PIC X(14) VALUE SPACES.
           05 WS-DOC-TIPO    PIC X(1)  VALUE SPACE.
           05 WS-DOC-NOME    PIC X(30) VALUE SPACES.

      *    VALORES A IMPRIMIR (CONTA OU TOTAL DO CLIENTE).
       01  WT-VALORES.
           05 VAL-SALDO-ANT  PIC S9(11)V99 COMP-3.
           05 VAL-SALDO-ATU  PIC S9(11)V99 COMP-3.
           05 VAL-VALOR      PIC S9(11)V99 COMP-3 OCCURS 4 TIMES.

       01  WT-TOT-CLIENTE.
           05 TCL-QTD        PIC 9(5) VALUE ZERO.
           05 TCL-SALDO-ANT  PIC S9(11)V99 COMP-3.
           05 TCL-SALDO-ATU  PIC S9(11)V99 COMP-3.
           05 TCL-VALOR      PIC S9(11)V99 COMP-3 OCCURS 4 TIMES.

       01  WT-TOT-DOCUMENTO.
           05 TDC-QTD        PIC 9(5) VALUE ZERO.
           05 TDC-SALDO-ANT  PIC S9(11)V99 COMP-3.
           05 TDC-SALDO-ATU  PIC S9(11)V99 COMP-3.
           05 TDC-VALOR      PIC S9(11)V99 COMP-3 OCCURS 4 TIMES.

      *    TOTAIS GRAVADOS NO ARQUIVO DA RECEITA (TRAILER).
       01  WT-TOT-ARQUIVO.
           05 TAR-SALDO-ANT  PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 TAR-SALDO-ATU  PIC S9(13)V99 COMP-3 VALUE ZERO.

      *    CONCILIACAO POR CATEGORIA: ARQUIVO = RECEITA + INFORMES
      *    SEM DOCUMENTO + LANCAMENTOS DE CONTA DESCONHECIDA.
       01  WT-CONCILIACAO.
           05 TAB-CON OCCURS 4 TIMES.
              10 CON-QTD       PIC 9(9) VALUE ZERO.
              10 CON-ARQUIVO   PIC S9(13)V99 COMP-3 VALUE ZERO.
              10 CON-RECEITA   PIC S9(13)V99 COMP-3 VALUE ZERO.
              10 CON-SEMDOC    PIC S9(13)V99 COMP-3 VALUE ZERO.
              10 CON-SEMCNT-QTD PIC 9(9) VALUE ZERO.
              10 CON-SEMCONTA  PIC S9(13)V99 COMP-3 VALUE ZERO.
              10 CON-DIFERENCA PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WT-CONTADORES.
           05 WS-ARQ-CNT     PIC 9(9) VALUE ZERO.
           05 WS-SEL-CNT     PIC 9(9) VALUE ZERO.
           05 WS-HIST-CNT    PIC 9(9) VALUE ZERO.
           05 WS-CONTAS-CNT  PIC 9(7) VALUE ZERO.
           05 WS-INFORME-CNT PIC 9(7) VALUE ZERO.
           05 WS-SEMDOC-CNT  PIC 9(7) VALUE ZERO.
           05 WS-DOCINV-CNT  PIC 9(7) VALUE ZERO.
           05 WS-GRAV-CNT    PIC 9(9) VALUE ZERO.

       01  CAB-1-INFO.
           05 FILLER         PIC X(38)
              VALUE 'INFORME ANUAL DE RENDIMENTOS E SALDOS '.
           05 FILLER         PIC X(10) VALUE ' ANO-BASE '.
           05 CAB-ANO        PIC 9(4).
           05 FILLER         PIC X(9)  VALUE ' EMISSAO '.
           05 CAB-EMISSAO    PIC 9(8).
           05 FILLER         PIC X(11) VALUE SPACES.

       01  LIN-SEPARA        PIC X(80) VALUE ALL '-'.

       01  CAB-CLIENTE.
           05 FILLER         PIC X(8)  VALUE 'CLIENTE '.
           05 CCL-NOME       PIC X(30).
           05 FILLER         PIC X(5)  VALUE ' DOC '.
           05 CCL-DOCUMENTO  PIC X(14).
           05 FILLER         PIC X(23) VALUE SPACES.

       01  CAB-ENDERECO.
           05 FILLER         PIC X(8)  VALUE SPACES.
           05 CEN-ENDERECO   PIC X(30).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 CEN-CIDADE     PIC X(20).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 CEN-CEP        PIC 9(8).
           05 FILLER         PIC X(12) VALUE SPACES.

       01  LIN-CONTA.
           05 FILLER         PIC X(8)  VALUE '  CONTA '.
           05 LCT-CONTA      PIC 9(7).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 LCT-NOME       PIC X(31).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 LCT-SITUACAO   PIC X(9).
           05 FILLER         PIC X(23) VALUE SPACES.

       01  LIN-TOTAL-CLI.
           05 FILLER         PIC X(26)
              VALUE '  TOTAL DO CLIENTE CONTAS '.
           05 LTC-QTD        PIC ZZZZ9.
           05 FILLER         PIC X(49) VALUE SPACES.

       01  LIN-SALDO.
           05 FILLER         PIC X(6)  VALUE SPACES.
           05 FILLER         PIC X(15) VALUE 'SALDO EM 31/12/'.
           05 LSD-ANO        PIC 9(4).
           05 FILLER         PIC X(11) VALUE SPACES.
           05 LSD-VALOR      PIC $$.$$$.$$$.$$9,99-.
           05 FILLER         PIC X(26) VALUE SPACES.

       01  LIN-VALOR.
           05 FILLER         PIC X(6)  VALUE SPACES.
           05 LVA-ROTULO     PIC X(30).
           05 LVA-VALOR      PIC $$.$$$.$$$.$$9,99-.
           05 FILLER         PIC X(26) VALUE SPACES.

       01  LIN-AVISO.
           05 FILLER         PIC X(9)  VALUE 'ATENCAO: '.
           05 LAV-TEXTO      PIC X(50).
           05 FILLER         PIC X(21) VALUE SPACES.

       01  RES-INFO.
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
           PERFORM CALCULA-PERIODO.
           PERFORM CARREGA-CONTAS.
           IF WS-CNT-CHEIA = 'Y'
              DISPLAY 'PAYINFO - TABELA DE CONTAS ESGOTADA'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM PERCORRE-HISTORICO.
           PERFORM PERCORRE-ARQUIVO.
           OPEN INPUT  CLI-REC
           OPEN OUTPUT INFO-SAI
           OPEN OUTPUT INFO-REL.
           MOVE WS-ANO-BASE TO CAB-ANO.
           MOVE WT-DATE-NUM TO CAB-EMISSAO.
           WRITE REL-LINHA FROM CAB-1-INFO.

       010-MAIN.
           SORT SORT-INFO ON ASCENDING KEY SRT-DOCUMENTO SRT-CLIENTE
                                           SRT-GRUPO SRT-CONTA
              INPUT PROCEDURE IS SELECIONA-CONTAS
              OUTPUT PROCEDURE IS EMITE-INFORMES.

       030-END.
           PERFORM GRAVA-TRAILER.
           PERFORM ESCREVE-RESUMO.
           CLOSE CLI-REC.
           CLOSE INFO-SAI.
           CLOSE INFO-REL.
           IF WS-DIFERENCA = 'Y'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-AVISO = 'Y' OR WS-DOCINV-CNT > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
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
           COMPUTE WS-ANO-BASE = WT-ANO - 1.
           OPEN INPUT INFO-PARM.
           READ INFO-PARM
              AT END CONTINUE
              NOT AT END
                 IF PRM-RECORD NUMERIC AND PRM-RECORD > '0000'
                    MOVE PRM-RECORD TO WS-ANO-BASE
                 END-IF
           END-READ.
           CLOSE INFO-PARM.

       CALCULA-PERIODO.
           COMPUTE WS-ANO-ANT  = WS-ANO-BASE - 1.
           COMPUTE WS-DATA-ANT = WS-ANO-ANT * 10000 + 1231.
           COMPUTE WS-DATA-INI = WS-ANO-BASE * 10000 + 0101.
           COMPUTE WS-DATA-FIM = WS-ANO-BASE * 10000 + 1231.

      *    BALANCE LINE DO CONTAREC COM O CONTAEXP, AMBOS EM ORDEM DE
      *    CONTA, PARA QUE A CONTA EXPURGADA DEPOIS DO ANO-BASE AINDA
      *    SAIA NO INFORME. CONTA NOS DOIS VALE A DO MASTER.
       CARREGA-CONTAS.
           OPEN INPUT CONTA-REC.
           OPEN INPUT EXP-REC.
           PERFORM LE-CONTA.
           PERFORM LE-EXPURGADA.
           PERFORM UNTIL WS-CHAVE-CONTA = 99999999
                 AND WS-CHAVE-EXP = 99999999
              IF WS-CHAVE-CONTA <= WS-CHAVE-EXP
                 IF WS-CHAVE-CONTA = WS-CHAVE-EXP
                    PERFORM LE-EXPURGADA
                 END-IF
                 IF CONTA-NUM > 0
                    PERFORM ANOTA-CONTA-MASTER
                 END-IF
                 PERFORM LE-CONTA
              ELSE
                 IF EXP-CONTA-NUM > 0
                    PERFORM ANOTA-CONTA-EXPURGADA
                 END-IF
                 PERFORM LE-EXPURGADA
              END-IF
           END-PERFORM.
           CLOSE CONTA-REC.
           CLOSE EXP-REC.

       LE-CONTA.
           READ CONTA-REC
              AT END MOVE 99999999 TO WS-CHAVE-CONTA
              NOT AT END MOVE CONTA-NUM TO WS-CHAVE-CONTA
           END-READ.

       LE-EXPURGADA.
           READ EXP-REC
              AT END MOVE 99999999 TO WS-CHAVE-EXP
              NOT AT END MOVE EXP-CONTA-NUM TO WS-CHAVE-EXP
           END-READ.

       ANOTA-CONTA-MASTER.
           PERFORM ABRE-POSICAO.
           IF WS-CNT-CHEIA NOT = 'Y'
              MOVE CONTA-NUM TO CNT-CONTA(WS-QTD-CNT)
              IF CONTA-CLIENTE NUMERIC
                 MOVE CONTA-CLIENTE TO CNT-CLIENTE(WS-QTD-CNT)
              END-IF
              MOVE SOBRENOME TO CNT-SOBRENOME(WS-QTD-CNT)
              MOVE PRIM-NOME TO CNT-PRIM-NOME(WS-QTD-CNT)
              IF CONTA-STATUS = 'E'
                 MOVE 'E' TO CNT-SITUACAO(WS-QTD-CNT)
                 IF CONTA-DATA-ENCERR NUMERIC
                    MOVE CONTA-DATA-ENCERR TO CNT-ENCERR(WS-QTD-CNT)
                 END-IF
              ELSE
                 MOVE 'A'      TO CNT-SITUACAO(WS-QTD-CNT)
                 MOVE 99999999 TO CNT-ENCERR(WS-QTD-CNT)
              END-IF
           END-IF.

       ANOTA-CONTA-EXPURGADA.
           PERFORM ABRE-POSICAO.
           IF WS-CNT-CHEIA NOT = 'Y'
              MOVE EXP-CONTA-NUM TO CNT-CONTA(WS-QTD-CNT)
              IF EXP-CLIENTE NUMERIC
                 MOVE EXP-CLIENTE TO CNT-CLIENTE(WS-QTD-CNT)
              END-IF
              MOVE EXP-SOBRENOME TO CNT-SOBRENOME(WS-QTD-CNT)
              MOVE EXP-PRIM-NOME TO CNT-PRIM-NOME(WS-QTD-CNT)
              MOVE 'X'           TO CNT-SITUACAO(WS-QTD-CNT)
              IF EXP-DATA-ENCERR NUMERIC
                 MOVE EXP-DATA-ENCERR TO CNT-ENCERR(WS-QTD-CNT)
              END-IF
           END-IF.

       ABRE-POSICAO.
           IF WS-QTD-CNT < 120000
              ADD 1 TO WS-QTD-CNT
              MOVE ZERO   TO CNT-CLIENTE(WS-QTD-CNT)
              MOVE ZERO   TO CNT-ENCERR(WS-QTD-CNT)
              MOVE ZERO   TO CNT-DATA-ANT(WS-QTD-CNT)
              MOVE ZERO   TO CNT-SALDO-ANT(WS-QTD-CNT)
              MOVE ZERO   TO CNT-DATA-ATU(WS-QTD-CNT)
              MOVE ZERO   TO CNT-SALDO-ATU(WS-QTD-CNT)
              MOVE SPACE  TO CNT-MOVTO(WS-QTD-CNT)
              PERFORM VARYING WS-IX-CAT FROM 1 BY 1
                    UNTIL WS-IX-CAT > 4
                 MOVE ZERO TO CNT-VALOR(WS-QTD-CNT, WS-IX-CAT)
              END-PERFORM
           ELSE
              MOVE 'Y' TO WS-CNT-CHEIA
           END-IF.

       PROCURA-CONTA.
           MOVE ZERO TO WS-POS-CNT.
           IF WS-QTD-CNT > 0 AND WS-CONTA-CHAVE > 0
              SEARCH ALL TAB-CNT
                 AT END CONTINUE
                 WHEN CNT-CONTA(NDX-CNT) = WS-CONTA-CHAVE
                    SET WS-POS-CNT TO NDX-CNT
              END-SEARCH
           END-IF.

      *    SALDO EM 31/12 = ULTIMO SNAPSHOT ATE A DATA (O HISTFILE
      *    CRESCE POR EXTEND DIARIO; SNAPSHOT REPETIDO VALE O ULTIMO).
      *    CONTA SEM SNAPSHOT ATE A DATA AINDA NAO EXISTIA: SALDO ZERO.
       PERCORRE-HISTORICO.
           OPEN INPUT HIST-IN.
           PERFORM UNTIL HIST-EOF = 'T'
              READ HIST-IN
                 AT END MOVE 'T' TO HIST-EOF
                 NOT AT END
                    ADD 1 TO WS-HIST-CNT
                    IF HIST-DATA <= WS-DATA-FIM
                       PERFORM CLASSIFICA-SNAPSHOT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE HIST-IN.

       CLASSIFICA-SNAPSHOT.
           MOVE HIST-CONTA TO WS-CONTA-CHAVE.
           PERFORM PROCURA-CONTA.
           IF WS-POS-CNT > 0
              IF HIST-DATA >= CNT-DATA-ATU(WS-POS-CNT)
                 MOVE HIST-DATA  TO CNT-DATA-ATU(WS-POS-CNT)
                 MOVE HIST-SALDO TO CNT-SALDO-ATU(WS-POS-CNT)
              END-IF
              IF HIST-DATA <= WS-DATA-ANT
                    AND HIST-DATA >= CNT-DATA-ANT(WS-POS-CNT)
                 MOVE HIST-DATA  TO CNT-DATA-ANT(WS-POS-CNT)
                 MOVE HIST-SALDO TO CNT-SALDO-ANT(WS-POS-CNT)
              END-IF
           END-IF.

      *    SO LANCAMENTOS EFETIVAMENTE POSTADOS NO ANO-BASE; O
      *    ESTORNO VEM COM A CATEGORIA DO ORIGINAL E VALOR INVERSO,
      *    ENTAO ABATE O TOTAL DA CATEGORIA.
       PERCORRE-ARQUIVO.
           OPEN INPUT ARCH-IN.
           PERFORM UNTIL ARCH-EOF = 'T'
              READ ARCH-IN
                 AT END MOVE 'T' TO ARCH-EOF
                 NOT AT END
                    ADD 1 TO WS-ARQ-CNT
                    PERFORM SELECIONA-ARQUIVADO
              END-READ
           END-PERFORM.
           CLOSE ARCH-IN.

       SELECIONA-ARQUIVADO.
           IF ARC-DATA NUMERIC AND ARC-DATA > 0
              IF WS-MENOR-DATA = 0 OR ARC-DATA < WS-MENOR-DATA
                 MOVE ARC-DATA TO WS-MENOR-DATA
              END-IF
           END-IF.
           EVALUATE ARC-CATEG
              WHEN 'JU'
                 MOVE 1 TO WS-IX-CAT
              WHEN 'TA'
                 MOVE 2 TO WS-IX-CAT
              WHEN 'DP'
                 MOVE 3 TO WS-IX-CAT
              WHEN 'SQ'
                 MOVE 4 TO WS-IX-CAT
              WHEN OTHER
                 MOVE 0 TO WS-IX-CAT
           END-EVALUATE.
           IF WS-IX-CAT > 0
                 AND ARC-CONTA-NUM NUMERIC AND ARC-CONTA-NUM > 0
                 AND ARC-DATA NUMERIC
                 AND ARC-DATA >= WS-DATA-INI
                 AND ARC-DATA <= WS-DATA-FIM
                 AND (ARC-STATUS = 'POSTED  '
                      OR ARC-STATUS = 'JURPOST '
                      OR ARC-STATUS = 'REVPOST ')
              ADD 1 TO WS-SEL-CNT
              MOVE ARC-VALOR TO WS-ARC-VALOR-N
              ADD 1              TO CON-QTD(WS-IX-CAT)
              ADD WS-ARC-VALOR-N TO CON-ARQUIVO(WS-IX-CAT)
              MOVE ARC-CONTA-NUM TO WS-CONTA-CHAVE
              PERFORM PROCURA-CONTA
              IF WS-POS-CNT > 0
                 ADD WS-ARC-VALOR-N
                    TO CNT-VALOR(WS-POS-CNT, WS-IX-CAT)
                 MOVE 'Y' TO CNT-MOVTO(WS-POS-CNT)
              ELSE
                 ADD 1              TO CON-SEMCNT-QTD(WS-IX-CAT)
                 ADD WS-ARC-VALOR-N TO CON-SEMCONTA(WS-IX-CAT)
              END-IF
           END-IF.

      *    ENTRA NO INFORME A CONTA COM MOVIMENTO NO ANO-BASE, COM
      *    SALDO EM UMA DAS DATAS, OU QUE EXISTIA EM 31/12 E NAO
      *    ESTAVA ENCERRADA ANTES DO INICIO DO ANO-BASE.
       SELECIONA-CONTAS.
           PERFORM VARYING WS-POS-CNT FROM 1 BY 1
                 UNTIL WS-POS-CNT > WS-QTD-CNT
              IF CNT-MOVTO(WS-POS-CNT) = 'Y'
                    OR CNT-SALDO-ANT(WS-POS-CNT) NOT = 0
                    OR CNT-SALDO-ATU(WS-POS-CNT) NOT = 0
                    OR (CNT-DATA-ATU(WS-POS-CNT) > 0
                        AND CNT-ENCERR(WS-POS-CNT) >= WS-DATA-INI)
                 PERFORM LIBERA-CONTA
              END-IF
           END-PERFORM.

       LIBERA-CONTA.
           ADD 1 TO WS-CONTAS-CNT.
           MOVE SPACES TO SRT-REG.
           MOVE SPACE  TO CLI-ACHADO.
           IF CNT-CLIENTE(WS-POS-CNT) > 0
              MOVE CNT-CLIENTE(WS-POS-CNT) TO CLI-ID
              READ CLI-REC
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE 'Y' TO CLI-ACHADO
              END-READ
           END-IF.
           IF CLI-ACHADO = 'Y'
              MOVE CNT-CLIENTE(WS-POS-CNT) TO SRT-CLIENTE
              MOVE ZERO                    TO SRT-GRUPO
              PERFORM NORMALIZA-DOCUMENTO
           ELSE
              MOVE ZERO                    TO SRT-CLIENTE
              MOVE CNT-CONTA(WS-POS-CNT)   TO SRT-GRUPO
           END-IF.
           MOVE CNT-CONTA(WS-POS-CNT) TO SRT-CONTA.
           MOVE WS-POS-CNT            TO SRT-POS.
           RELEASE SRT-REG.

      *    O ARQUIVO DA RECEITA VAI POR DOCUMENTO SO COM DIGITOS;
      *    DOCUMENTO INVALIDO SEGUE COMO ESTA, SEM TIPO, E E AVISADO.
       NORMALIZA-DOCUMENTO.
           MOVE CLI-DOCUMENTO TO DVP-DOCUMENTO.
           CALL 'PAYDOCV' USING WT-DOCV-PARM.
           IF DVP-RESULTADO NOT = 'BR'
              MOVE DVP-NORMAL TO SRT-DOCUMENTO
              IF DVP-RESULTADO = 'OK'
                 MOVE DVP-TIPO TO SRT-TIPO-DOC
              END-IF
           END-IF.

       EMITE-INFORMES.
           PERFORM UNTIL SORT-EOF = 'T'
              RETURN SORT-INFO
                 AT END MOVE 'T' TO SORT-EOF
                 NOT AT END PERFORM TRATA-CONTA
              END-RETURN
           END-PERFORM.
           IF WS-PRIM-GRUPO NOT = 'Y'
              PERFORM FECHA-CLIENTE
              PERFORM FECHA-DOCUMENTO
           END-IF.

       TRATA-CONTA.
           IF WS-PRIM-GRUPO = 'Y' OR SRT-DOCUMENTO NOT = WS-DOC-ATUAL
              IF WS-PRIM-GRUPO NOT = 'Y'
                 PERFORM FECHA-CLIENTE
                 PERFORM FECHA-DOCUMENTO
              END-IF
              PERFORM INICIA-DOCUMENTO
              PERFORM INICIA-CLIENTE
           ELSE
              IF SRT-CLIENTE NOT = WS-GRP-CLIENTE
                    OR SRT-GRUPO NOT = WS-GRP-GRUPO
                 PERFORM FECHA-CLIENTE
                 PERFORM INICIA-CLIENTE
              END-IF
           END-IF.
           PERFORM EMITE-CONTA.

       INICIA-DOCUMENTO.
           MOVE SPACE         TO WS-PRIM-GRUPO.
           MOVE SRT-DOCUMENTO TO WS-DOC-ATUAL.
           MOVE SRT-TIPO-DOC  TO WS-DOC-TIPO.
           MOVE SPACES        TO WS-DOC-NOME.
           MOVE ZERO          TO TDC-QTD.
           MOVE ZERO          TO TDC-SALDO-ANT.
           MOVE ZERO          TO TDC-SALDO-ATU.
           PERFORM VARYING WS-IX-CAT FROM 1 BY 1 UNTIL WS-IX-CAT > 4
              MOVE ZERO TO TDC-VALOR(WS-IX-CAT)
           END-PERFORM.

      *    NOME, DOCUMENTO E ENDERECO VEM DO CADASTRO; CONTA SEM
      *    CLIENTE SAI COM O NOME DA PROPRIA CONTA E SEM ENDERECO.
       INICIA-CLIENTE.
           MOVE SRT-CLIENTE TO WS-GRP-CLIENTE.
           MOVE SRT-GRUPO   TO WS-GRP-GRUPO.
           MOVE SPACES      TO WS-GRP-NOME.
           MOVE ZERO        TO TCL-QTD.
           MOVE ZERO        TO TCL-SALDO-ANT.
           MOVE ZERO        TO TCL-SALDO-ATU.
           PERFORM VARYING WS-IX-CAT FROM 1 BY 1 UNTIL WS-IX-CAT > 4
              MOVE ZERO TO TCL-VALOR(WS-IX-CAT)
           END-PERFORM.
           ADD 1 TO WS-INFORME-CNT.
           MOVE SPACE TO CLI-ACHADO.
           IF SRT-CLIENTE > 0
              MOVE SRT-CLIENTE TO CLI-ID
              READ CLI-REC
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE 'Y' TO CLI-ACHADO
              END-READ
           END-IF.
           IF CLI-ACHADO = 'Y'
              MOVE CLI-NOME TO WS-GRP-NOME
           ELSE
              MOVE SRT-POS TO WS-POS-CNT
              STRING CNT-SOBRENOME(WS-POS-CNT) DELIMITED BY SPACE
                     ' '                       DELIMITED BY SIZE
                     CNT-PRIM-NOME(WS-POS-CNT) DELIMITED BY SPACE
                     INTO WS-GRP-NOME
           END-IF.
           IF WS-DOC-NOME = SPACES
              MOVE WS-GRP-NOME TO WS-DOC-NOME
           END-IF.
           WRITE REL-LINHA FROM LIN-SEPARA.
           MOVE WS-GRP-NOME TO CCL-NOME.
           IF WS-DOC-ATUAL = SPACES
              MOVE 'SEM DOCUMENTO ' TO CCL-DOCUMENTO
           ELSE
              MOVE WS-DOC-ATUAL     TO CCL-DOCUMENTO
           END-IF.
           WRITE REL-LINHA FROM CAB-CLIENTE.
           IF CLI-ACHADO = 'Y'
              MOVE CLI-ENDERECO TO CEN-ENDERECO
              MOVE CLI-CIDADE   TO CEN-CIDADE
              IF CLI-CEP NUMERIC
                 MOVE CLI-CEP   TO CEN-CEP
              ELSE
                 MOVE ZERO      TO CEN-CEP
              END-IF
              WRITE REL-LINHA FROM CAB-ENDERECO
           END-IF.

       EMITE-CONTA.
           MOVE SRT-POS TO WS-POS-CNT.
           MOVE CNT-CONTA(WS-POS-CNT) TO LCT-CONTA.
           MOVE SPACES                TO LCT-NOME.
           STRING CNT-SOBRENOME(WS-POS-CNT) DELIMITED BY SPACE
                  ' '                       DELIMITED BY SIZE
                  CNT-PRIM-NOME(WS-POS-CNT) DELIMITED BY SPACE
                  INTO LCT-NOME.
           EVALUATE CNT-SITUACAO(WS-POS-CNT)
              WHEN 'E'
                 MOVE 'ENCERRADA' TO LCT-SITUACAO
              WHEN 'X'
                 MOVE 'EXPURGADA' TO LCT-SITUACAO
              WHEN OTHER
                 MOVE SPACES      TO LCT-SITUACAO
           END-EVALUATE.
           WRITE REL-LINHA FROM LIN-CONTA.
           MOVE CNT-SALDO-ANT(WS-POS-CNT) TO VAL-SALDO-ANT.
           MOVE CNT-SALDO-ATU(WS-POS-CNT) TO VAL-SALDO-ATU.
           ADD 1 TO TCL-QTD.
           ADD CNT-SALDO-ANT(WS-POS-CNT) TO TCL-SALDO-ANT.
           ADD CNT-SALDO-ATU(WS-POS-CNT) TO TCL-SALDO-ATU.
           PERFORM VARYING WS-IX-CAT FROM 1 BY 1 UNTIL WS-IX-CAT > 4
              MOVE CNT-VALOR(WS-POS-CNT, WS-IX-CAT)
                 TO VAL-VALOR(WS-IX-CAT)
              ADD CNT-VALOR(WS-POS-CNT, WS-IX-CAT)
                 TO TCL-VALOR(WS-IX-CAT)
           END-PERFORM.
           PERFORM ESCREVE-VALORES.

       ESCREVE-VALORES.
           MOVE WS-ANO-ANT    TO LSD-ANO.
           MOVE VAL-SALDO-ANT TO LSD-VALOR.
           WRITE REL-LINHA FROM LIN-SALDO.
           MOVE WS-ANO-BASE   TO LSD-ANO.
           MOVE VAL-SALDO-ATU TO LSD-VALOR.
           WRITE REL-LINHA FROM LIN-SALDO.
           PERFORM VARYING WS-IX-CAT FROM 1 BY 1 UNTIL WS-IX-CAT > 4
              MOVE WS-ROTULO-CAT(WS-IX-CAT) TO LVA-ROTULO
              MOVE VAL-VALOR(WS-IX-CAT)     TO LVA-VALOR
              WRITE REL-LINHA FROM LIN-VALOR
           END-PERFORM.

      *    O TOTAL DO CLIENTE SO E IMPRESSO QUANDO HA MAIS DE UMA
      *    CONTA; ELE ENTRA NO TOTAL DO DOCUMENTO.
       FECHA-CLIENTE.
           IF TCL-QTD > 1
              MOVE TCL-QTD TO LTC-QTD
              WRITE REL-LINHA FROM LIN-TOTAL-CLI
              MOVE TCL-SALDO-ANT TO VAL-SALDO-ANT
              MOVE TCL-SALDO-ATU TO VAL-SALDO-ATU
              PERFORM VARYING WS-IX-CAT FROM 1 BY 1
                    UNTIL WS-IX-CAT > 4
                 MOVE TCL-VALOR(WS-IX-CAT) TO VAL-VALOR(WS-IX-CAT)
              END-PERFORM
              PERFORM ESCREVE-VALORES
           END-IF.
           ADD TCL-QTD       TO TDC-QTD.
           ADD TCL-SALDO-ANT TO TDC-SALDO-ANT.
           ADD TCL-SALDO-ATU TO TDC-SALDO-ATU.
           PERFORM VARYING WS-IX-CAT FROM 1 BY 1 UNTIL WS-IX-CAT > 4
              ADD TCL-VALOR(WS-IX-CAT) TO TDC-VALOR(WS-IX-CAT)
           END-PERFORM.

      *    SEM DOCUMENTO (CONTA SEM CLIENTE OU CLIENTE SEM CPF/CNPJ)
      *    NAO VAI PARA A RECEITA; O MOVIMENTO ENTRA NA CONCILIACAO.
       FECHA-DOCUMENTO.
           IF WS-DOC-ATUAL = SPACES
              ADD TDC-QTD TO WS-SEMDOC-CNT
              PERFORM VARYING WS-IX-CAT FROM 1 BY 1
                    UNTIL WS-IX-CAT > 4
                 ADD TDC-VALOR(WS-IX-CAT) TO CON-SEMDOC(WS-IX-CAT)
              END-PERFORM
           ELSE
              PERFORM GRAVA-DOCUMENTO
           END-IF.

       GRAVA-DOCUMENTO.
           MOVE SPACES       TO INF-REGISTRO.
           MOVE '1'          TO INF-TIPO-REG.
           MOVE WS-ANO-BASE  TO INF-ANO.
           MOVE WS-DOC-ATUAL TO INF-DOCUMENTO.
           MOVE WS-DOC-TIPO  TO INF-TIPO-DOC.
           MOVE WS-DOC-NOME  TO INF-NOME.
           IF TDC-QTD > 999
              MOVE 999       TO INF-QTD-CONTAS
           ELSE
              MOVE TDC-QTD   TO INF-QTD-CONTAS
           END-IF.
           IF TDC-SALDO-ANT < 0
              MOVE '-'       TO INF-SINAL-ANT
           ELSE
              MOVE '+'       TO INF-SINAL-ANT
           END-IF.
           COMPUTE INF-SALDO-ANT = FUNCTION ABS(TDC-SALDO-ANT).
           IF TDC-SALDO-ATU < 0
              MOVE '-'       TO INF-SINAL-ATU
           ELSE
              MOVE '+'       TO INF-SINAL-ATU
           END-IF.
           COMPUTE INF-SALDO-ATU = FUNCTION ABS(TDC-SALDO-ATU).
           PERFORM VARYING WS-IX-CAT FROM 1 BY 1 UNTIL WS-IX-CAT > 4
              IF TDC-VALOR(WS-IX-CAT) < 0
                 MOVE '-' TO INF-SINAL(WS-IX-CAT)
              ELSE
                 MOVE '+' TO INF-SINAL(WS-IX-CAT)
              END-IF
              COMPUTE INF-VALOR(WS-IX-CAT) =
                 FUNCTION ABS(TDC-VALOR(WS-IX-CAT))
              ADD TDC-VALOR(WS-IX-CAT) TO CON-RECEITA(WS-IX-CAT)
           END-PERFORM.
           WRITE INF-REGISTRO.
           ADD 1 TO WS-GRAV-CNT.
           ADD TDC-SALDO-ANT TO TAR-SALDO-ANT.
           ADD TDC-SALDO-ATU TO TAR-SALDO-ATU.
           IF WS-DOC-TIPO = SPACE
              ADD 1 TO WS-DOCINV-CNT
           END-IF.

       GRAVA-TRAILER.
           MOVE SPACES        TO INF-TRAILER.
           MOVE '9'           TO ITR-TIPO-REG.
           MOVE WS-ANO-BASE   TO ITR-ANO.
           MOVE WS-GRAV-CNT   TO ITR-QTDE.
           IF TAR-SALDO-ANT < 0
              MOVE '-'        TO ITR-SINAL-ANT
           ELSE
              MOVE '+'        TO ITR-SINAL-ANT
           END-IF.
           COMPUTE ITR-SALDO-ANT = FUNCTION ABS(TAR-SALDO-ANT).
           IF TAR-SALDO-ATU < 0
              MOVE '-'        TO ITR-SINAL-ATU
           ELSE
              MOVE '+'        TO ITR-SINAL-ATU
           END-IF.
           COMPUTE ITR-SALDO-ATU = FUNCTION ABS(TAR-SALDO-ATU).
           PERFORM VARYING WS-IX-CAT FROM 1 BY 1 UNTIL WS-IX-CAT > 4
              IF CON-RECEITA(WS-IX-CAT) < 0
                 MOVE '-' TO ITR-SINAL(WS-IX-CAT)
              ELSE
                 MOVE '+' TO ITR-SINAL(WS-IX-CAT)
              END-IF
              COMPUTE ITR-VALOR(WS-IX-CAT) =
                 FUNCTION ABS(CON-RECEITA(WS-IX-CAT))
           END-PERFORM.
           WRITE INF-TRAILER.

      *    O ARCHFILE GUARDA SO A RETENCAO DO PAYARCH; SE O REGISTRO
      *    MAIS ANTIGO E POSTERIOR A 01/01 DO ANO-BASE, OS TOTAIS DE
      *    MOVIMENTO ESTAO INCOMPLETOS.
       ESCREVE-RESUMO.
           WRITE REL-LINHA FROM LIN-SEPARA.
           IF WS-ARQ-CNT = 0 OR WS-MENOR-DATA > WS-DATA-INI
              MOVE 'Y' TO WS-AVISO
              MOVE 'ARCHFILE NAO COBRE TODO O ANO-BASE' TO LAV-TEXTO
              WRITE REL-LINHA FROM LIN-AVISO
           END-IF.
           IF WT-DATE-NUM <= WS-DATA-FIM
              MOVE 'Y' TO WS-AVISO
              MOVE 'ANO-BASE AINDA NAO ENCERRADO NA DATA DE EXECUCAO'
                 TO LAV-TEXTO
              WRITE REL-LINHA FROM LIN-AVISO
           END-IF.
           MOVE 'REGISTROS DO ARCHFILE      ' TO RES-ROTULO.
           MOVE WS-ARQ-CNT       TO RES-VALOR.
           MOVE ZERO             TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-INFO.
           MOVE 'LANCAMENTOS DO ANO-BASE    ' TO RES-ROTULO.
           MOVE WS-SEL-CNT       TO RES-VALOR.
           MOVE ZERO             TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-INFO.
           MOVE 'SNAPSHOTS DO HISTFILE      ' TO RES-ROTULO.
           MOVE WS-HIST-CNT      TO RES-VALOR.
           MOVE ZERO             TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-INFO.
           MOVE 'CONTAS NOS INFORMES        ' TO RES-ROTULO.
           MOVE WS-CONTAS-CNT    TO RES-VALOR.
           MOVE ZERO             TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-INFO.
           MOVE 'INFORMES EMITIDOS          ' TO RES-ROTULO.
           MOVE WS-INFORME-CNT   TO RES-VALOR.
           MOVE ZERO             TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-INFO.
           MOVE 'CONTAS SEM DOCUMENTO       ' TO RES-ROTULO.
           MOVE WS-SEMDOC-CNT    TO RES-VALOR.
           MOVE ZERO             TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-INFO.
           MOVE 'DOCUMENTOS INVALIDOS       ' TO RES-ROTULO.
           MOVE WS-DOCINV-CNT    TO RES-VALOR.
           MOVE ZERO             TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-INFO.
           MOVE 'REGISTROS PARA A RECEITA   ' TO RES-ROTULO.
           MOVE WS-GRAV-CNT      TO RES-VALOR.
           MOVE ZERO             TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-INFO.
           MOVE 'SALDO ANTERIOR NA RECEITA  ' TO RES-ROTULO.
           MOVE ZERO             TO RES-VALOR.
           MOVE TAR-SALDO-ANT    TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-INFO.
           MOVE 'SALDO DO ANO NA RECEITA    ' TO RES-ROTULO.
           MOVE ZERO             TO RES-VALOR.
           MOVE TAR-SALDO-ATU    TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-INFO.
           PERFORM VARYING WS-IX-CAT FROM 1 BY 1 UNTIL WS-IX-CAT > 4
              PERFORM CONCILIA-CATEGORIA
           END-PERFORM.

       CONCILIA-CATEGORIA.
           COMPUTE CON-DIFERENCA(WS-IX-CAT) =
              CON-ARQUIVO(WS-IX-CAT) - CON-RECEITA(WS-IX-CAT)
                 - CON-SEMDOC(WS-IX-CAT) - CON-SEMCONTA(WS-IX-CAT).
           IF CON-DIFERENCA(WS-IX-CAT) NOT = 0
              MOVE 'Y' TO WS-DIFERENCA
           END-IF.
           MOVE SPACES                  TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-ROTULO-CAT(WS-IX-CAT) TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE '  ARCHFILE NO ANO-BASE     ' TO RES-ROTULO.
           MOVE CON-QTD(WS-IX-CAT)        TO RES-VALOR.
           MOVE CON-ARQUIVO(WS-IX-CAT)    TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-INFO.
           MOVE '  ARQUIVO DA RECEITA       ' TO RES-ROTULO.
           MOVE ZERO                      TO RES-VALOR.
           MOVE CON-RECEITA(WS-IX-CAT)    TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-INFO.
           MOVE '  INFORMES SEM DOCUMENTO   ' TO RES-ROTULO.
           MOVE ZERO                      TO RES-VALOR.
           MOVE CON-SEMDOC(WS-IX-CAT)     TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-INFO.
           MOVE '  CONTA NAO CADASTRADA     ' TO RES-ROTULO.
           MOVE CON-SEMCNT-QTD(WS-IX-CAT) TO RES-VALOR.
           MOVE CON-SEMCONTA(WS-IX-CAT)   TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-INFO.
           MOVE '  DIFERENCA                ' TO RES-ROTULO.
           MOVE ZERO                      TO RES-VALOR.
           MOVE CON-DIFERENCA(WS-IX-CAT)  TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-INFO.
