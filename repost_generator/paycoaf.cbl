       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYCOAF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS 'R$' WITH PICTURE SYMBOL '$'
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCH-IN ASSIGN TO ARCHFILE.
           SELECT CONTA-REC  ASSIGN TO CONTAREC
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CONTA-NUM.
           SELECT OPTIONAL CLI-REC ASSIGN TO CLIFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CLI-ID.
           SELECT SORT-COAF  ASSIGN TO "SRTWK05".
           SELECT COAF-COM   ASSIGN TO COAFCOM.
           SELECT COAF-REL   ASSIGN TO COAFREL.
           SELECT OPTIONAL COAF-PARM ASSIGN TO COAFPARM.
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

       FD  CONTA-REC.
           COPY CONTAREC.

       FD  CLI-REC.
           COPY CLIREC.

      *    SRT-GRUPO: CONTA DO MOVIMENTO QUANDO NAO HA CLIENTE
      *    VINCULADO (ZERO QUANDO HA), PARA NAO MISTURAR CONTAS AVULSAS.
       SD  SORT-COAF.
       01  SRT-REG.
           05 SRT-CLIENTE    PIC 9(6).
           05 SRT-GRUPO      PIC 9(7).
           05 SRT-CATEG      PIC X(2).
           05 SRT-DATA       PIC 9(8).
           05 SRT-CONTA      PIC 9(7).
           05 SRT-VALOR      PIC S9(7)V99 COMP-3.

      *    COMUNICACAO AO COAF: UM REGISTRO POR MOVIMENTO DE CADA
      *    OCORRENCIA. COM-TIPO-OCOR: 'V' = VALOR UNICO NO LIMITE OU
      *    ACIMA, 'F' = FRACIONAMENTO DENTRO DA JANELA.
       FD  COAF-COM    RECORDING MODE F.
       01  COM-REGISTRO.
           05 COM-DOCUMENTO  PIC X(14).
           05 COM-NOME       PIC X(30).
           05 COM-OCORRENCIA PIC 9(5).
           05 COM-TIPO-OCOR  PIC X(1).
           05 COM-CONTA      PIC 9(7).
           05 COM-DATA       PIC 9(8).
           05 COM-CATEG      PIC X(2).
           05 COM-VALOR      PIC 9(9)V99.
           05 COM-TOTAL-OCOR PIC 9(11)V99.
           05 FILLER         PIC X(9).

       FD  COAF-REL    RECORDING MODE F.
       01  REL-LINHA         PIC X(80).

       FD  COAF-PARM   RECORDING MODE F.
       01  PRM-RECORD.
           05 PRM-LIMITE-ENT PIC 9(9)V99.
           05 PRM-JANELA-ENT PIC 9(3).
           05 PRM-MINIMO-ENT PIC 9(3).

       FD  RUN-DATE-CTL  RECORDING MODE F.
       01  RDC-RECORD        PIC X(8).

       WORKING-STORAGE SECTION.
       01  FLAGS.
           05 ARCH-EOF       PIC X VALUE SPACE.
           05 CONTA-EOF      PIC X VALUE SPACE.
           05 SORT-EOF       PIC X VALUE SPACE.
           05 CLI-ACHADO     PIC X VALUE SPACE.
           05 WS-CNT-CHEIA   PIC X VALUE SPACE.
           05 WS-PRIM-GRUPO  PIC X VALUE 'Y'.

       01  WT-DATE.
           05 WT-ANO         PIC 9(4).
           05 WT-MES         PIC 9(2).
           05 WT-DIA         PIC 9(2).
       01  WT-DATE-NUM REDEFINES WT-DATE PIC 9(8).

      *    LIMITE DE COMUNICACAO, JANELA EM DIAS CORRIDOS E QUANTIDADE
      *    MINIMA DE MOVIMENTOS QUE CARACTERIZA FRACIONAMENTO.
       01  WT-PARAMETROS.
           05 PRM-LIMITE     PIC S9(9)V99 COMP-3 VALUE 50000,00.
           05 PRM-JANELA     PIC 9(3)            VALUE 10.
           05 PRM-MINIMO     PIC 9(3)            VALUE 2.

      *    PERIODO ANALISADO: MES ANTERIOR AO DA DATA DE EXECUCAO.
       01  WT-PERIODO.
           05 WS-PER-ANO     PIC 9(4).
           05 WS-PER-MES     PIC 9(2).
           05 WS-PER-DIA     PIC 9(2).
       01  WT-PERIODO-NUM REDEFINES WT-PERIODO PIC 9(8).

      *    WS-DATA-LEITURA: PRIMEIRO DIA DO MES ANTERIOR AO PERIODO
      *    MENOS A JANELA, PARA REFAZER AS JANELAS DO MES ANTERIOR E
      *    AVALIAR A QUE COMECA NELE E TERMINA NO PERIODO.
       01  WT-CALENDARIO.
           05 WS-DATA-INI    PIC 9(8) VALUE ZERO.
           05 WS-DATA-LEITURA PIC 9(8) VALUE ZERO.
           05 WS-DIAS-LEITURA PIC 9(9) VALUE ZERO.
           05 WS-DATA-FIM    PIC 9(8) VALUE ZERO.
           05 WS-ULT-DIA-MES PIC 9(2) VALUE ZERO.
           05 WS-RESTO-ANO   PIC 9(4) VALUE ZERO.

       01  WT-DEEDIT.
           05 WS-ARC-VALOR-N PIC S9(7)V99 COMP-3.

       01  WT-INDICES.
           05 WS-QTD-CNT     PIC 9(7) COMP VALUE ZERO.
           05 WS-POS-CNT     PIC 9(7) COMP VALUE ZERO.
           05 WS-CONTA-CHAVE PIC 9(7)      VALUE ZERO.
           05 IX-MOV         PIC 9(5) COMP.
           05 IX-FIM         PIC 9(5) COMP.
           05 IX-LST         PIC 9(5) COMP.

      *    CONTAS DO MASTER COM O CLIENTE VINCULADO.
       01  WT-TAB-CONTAS.
           05 TAB-CNT OCCURS 1 TO 120000 TIMES
                 DEPENDING ON WS-QTD-CNT
                 ASCENDING KEY IS CNT-CONTA
                 INDEXED BY NDX-CNT.
              10 CNT-CONTA    PIC 9(7).
              10 CNT-CLIENTE  PIC 9(6).
              10 CNT-SOBRENOME PIC X(15).
              10 CNT-PRIM-NOME PIC X(15).

      *    MOVIMENTOS ABAIXO DO LIMITE DO GRUPO CORRENTE (CLIENTE E
      *    CATEGORIA), EM ORDEM DE DATA.
       01  WT-GRUPO.
           05 WS-GRP-CLIENTE PIC 9(6)  VALUE ZERO.
           05 WS-GRP-GRUPO   PIC 9(7)  VALUE ZERO.
           05 WS-GRP-CATEG   PIC X(2)  VALUE SPACES.
           05 WS-GRP-DOC     PIC X(14) VALUE SPACES.
           05 WS-GRP-NOME    PIC X(30) VALUE SPACES.
           05 WS-QTD-MOV     PIC 9(5) COMP VALUE ZERO.
           05 WS-GRP-CHEIO   PIC X     VALUE SPACE.

       01  WT-TAB-MOV.
           05 TAB-MOV OCCURS 5000 TIMES.
              10 MOV-CONTA   PIC 9(7).
              10 MOV-DATA    PIC 9(8).
              10 MOV-DIA-INT PIC 9(7).
              10 MOV-VALOR   PIC S9(7)V99 COMP-3.

       01  WT-JANELA.
           05 WS-SOMA-JAN    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-QTD-JAN     PIC 9(5)  VALUE ZERO.
           05 WS-TOTAL-OCOR  PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-TIPO-OCOR   PIC X     VALUE SPACE.

       01  WT-CONTADORES.
           05 WS-ARQ-CNT     PIC 9(9) VALUE ZERO.
           05 WS-ESPECIE-CNT PIC 9(9) VALUE ZERO.
           05 WS-OCOR-CNT    PIC 9(5) VALUE ZERO.
           05 WS-UNICO-CNT   PIC 9(7) VALUE ZERO.
           05 WS-FRAC-CNT    PIC 9(7) VALUE ZERO.
           05 WS-COM-CNT     PIC 9(7) VALUE ZERO.
           05 WS-SEMCAD-CNT  PIC 9(7) VALUE ZERO.
           05 WS-EXCESSO-CNT PIC 9(7) VALUE ZERO.
           05 TOTAL-COMUNICADO PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  CAB-1-COAF.
           05 FILLER         PIC X(34)
              VALUE 'COAF - MOVIMENTOS EM ESPECIE      '.
           05 FILLER         PIC X(8)  VALUE 'PERIODO '.
           05 CAB-INI        PIC 9(8).
           05 FILLER         PIC X(3)  VALUE ' A '.
           05 CAB-FIM        PIC 9(8).
           05 FILLER         PIC X(19) VALUE SPACES.

       01  CAB-2-COAF.
           05 FILLER         PIC X(7)  VALUE 'LIMITE '.
           05 CAB-LIMITE     PIC $$$.$$$.$$9,99.
           05 FILLER         PIC X(8)  VALUE ' JANELA '.
           05 CAB-JANELA     PIC ZZ9.
           05 FILLER         PIC X(15) VALUE ' DIAS  MINIMO  '.
           05 CAB-MINIMO     PIC ZZ9.
           05 FILLER         PIC X(30) VALUE SPACES.

       01  DET-OCOR.
           05 FILLER         PIC X(11) VALUE 'OCORRENCIA '.
           05 DOC-NUM        PIC ZZZZ9.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DOC-TIPO       PIC X(14).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DOC-DOCUMENTO  PIC X(14).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DOC-NOME       PIC X(30).
           05 FILLER         PIC X(3)  VALUE SPACES.

       01  DET-MOV.
           05 FILLER         PIC X(8)  VALUE SPACES.
           05 FILLER         PIC X(6)  VALUE 'CONTA '.
           05 DMV-CONTA      PIC 9(7).
           05 FILLER         PIC X(6)  VALUE ' DATA '.
           05 DMV-DATA       PIC 9(8).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DMV-CATEG      PIC X(2).
           05 FILLER         PIC X(7)  VALUE ' VALOR '.
           05 DMV-VALOR      PIC $$$.$$$.$$9,99.
           05 FILLER         PIC X(21) VALUE SPACES.

       01  TOT-OCOR.
           05 FILLER         PIC X(8)  VALUE SPACES.
           05 FILLER         PIC X(17) VALUE 'TOTAL OCORRENCIA '.
           05 TOC-QTDE       PIC ZZZ9.
           05 FILLER         PIC X(7)  VALUE ' MOVTO '.
           05 TOC-VALOR      PIC $$.$$$.$$$.$$9,99.
           05 FILLER         PIC X(27) VALUE SPACES.

       01  RES-COAF.
           05 RES-ROTULO     PIC X(28).
           05 RES-VALOR      PIC ZZZ.ZZZ.ZZ9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 RES-MONTANTE   PIC $$.$$$.$$$.$$9,99.

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
              DISPLAY 'PAYCOAF - TABELA DE CONTAS ESGOTADA'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT  CLI-REC
           OPEN OUTPUT COAF-COM
           OPEN OUTPUT COAF-REL.
           MOVE WS-DATA-INI TO CAB-INI.
           MOVE WS-DATA-FIM TO CAB-FIM.
           WRITE REL-LINHA FROM CAB-1-COAF.
           MOVE PRM-LIMITE  TO CAB-LIMITE.
           MOVE PRM-JANELA  TO CAB-JANELA.
           MOVE PRM-MINIMO  TO CAB-MINIMO.
           WRITE REL-LINHA FROM CAB-2-COAF.

       010-MAIN.
           SORT SORT-COAF ON ASCENDING KEY SRT-CLIENTE SRT-GRUPO
                                           SRT-CATEG SRT-DATA
                                           SRT-CONTA
              INPUT PROCEDURE IS SELECIONA-MOVIMENTOS
              OUTPUT PROCEDURE IS ANALISA-MOVIMENTOS.

       030-END.
           PERFORM ESCREVE-RESUMO.
           CLOSE CLI-REC.
           CLOSE COAF-COM.
           CLOSE COAF-REL.
           IF WS-EXCESSO-CNT > 0
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
           OPEN INPUT COAF-PARM.
           READ COAF-PARM
              AT END CONTINUE
              NOT AT END
                 IF PRM-LIMITE-ENT NUMERIC AND PRM-LIMITE-ENT > 0
                    MOVE PRM-LIMITE-ENT TO PRM-LIMITE
                 END-IF
                 IF PRM-JANELA-ENT NUMERIC AND PRM-JANELA-ENT > 0
                    MOVE PRM-JANELA-ENT TO PRM-JANELA
                 END-IF
                 IF PRM-MINIMO-ENT NUMERIC AND PRM-MINIMO-ENT > 1
                    MOVE PRM-MINIMO-ENT TO PRM-MINIMO
                 END-IF
           END-READ.
           CLOSE COAF-PARM.

       CALCULA-PERIODO.
           MOVE WT-ANO TO WS-PER-ANO.
           IF WT-MES = 01
              MOVE 12 TO WS-PER-MES
              SUBTRACT 1 FROM WS-PER-ANO
           ELSE
              COMPUTE WS-PER-MES = WT-MES - 1
           END-IF.
           PERFORM CALCULA-ULTIMO-DIA.
           MOVE 01 TO WS-PER-DIA.
           MOVE WT-PERIODO-NUM TO WS-DATA-INI.
           MOVE WS-ULT-DIA-MES TO WS-PER-DIA.
           MOVE WT-PERIODO-NUM TO WS-DATA-FIM.
           IF WS-PER-MES = 01
              MOVE 12 TO WS-PER-MES
              SUBTRACT 1 FROM WS-PER-ANO
           ELSE
              SUBTRACT 1 FROM WS-PER-MES
           END-IF.
           MOVE 01 TO WS-PER-DIA.
           COMPUTE WS-DIAS-LEITURA =
              FUNCTION INTEGER-OF-DATE(WT-PERIODO-NUM)
              - (PRM-JANELA - 1).
           COMPUTE WS-DATA-LEITURA =
              FUNCTION DATE-OF-INTEGER(WS-DIAS-LEITURA).

       CALCULA-ULTIMO-DIA.
           EVALUATE WS-PER-MES
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
                 COMPUTE WS-RESTO-ANO = FUNCTION MOD(WS-PER-ANO, 4)
                 IF WS-RESTO-ANO = 0
                    MOVE 29 TO WS-ULT-DIA-MES
                 ELSE
                    MOVE 28 TO WS-ULT-DIA-MES
                 END-IF
           END-EVALUATE.

       CARREGA-CONTAS.
           OPEN INPUT CONTA-REC.
           PERFORM UNTIL CONTA-EOF = 'T'
              READ CONTA-REC
                 AT END MOVE 'T' TO CONTA-EOF
                 NOT AT END
                    IF CONTA-NUM > 0
                       IF WS-QTD-CNT < 120000
                          ADD 1 TO WS-QTD-CNT
                          MOVE CONTA-NUM TO CNT-CONTA(WS-QTD-CNT)
                          IF CONTA-CLIENTE NUMERIC
                             MOVE CONTA-CLIENTE
                                TO CNT-CLIENTE(WS-QTD-CNT)
                          ELSE
                             MOVE ZERO TO CNT-CLIENTE(WS-QTD-CNT)
                          END-IF
                          MOVE SOBRENOME TO CNT-SOBRENOME(WS-QTD-CNT)
                          MOVE PRIM-NOME TO CNT-PRIM-NOME(WS-QTD-CNT)
                       ELSE
                          MOVE 'Y' TO WS-CNT-CHEIA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CONTA-REC.

       PROCURA-CONTA.
           MOVE ZERO TO WS-POS-CNT.
           IF WS-QTD-CNT > 0 AND WS-CONTA-CHAVE > 0
              SEARCH ALL TAB-CNT
                 AT END CONTINUE
                 WHEN CNT-CONTA(NDX-CNT) = WS-CONTA-CHAVE
                    SET WS-POS-CNT TO NDX-CNT
              END-SEARCH
           END-IF.

      *    SO DEPOSITOS E SAQUES EFETIVAMENTE POSTADOS NO PERIODO,
      *    MAIS OS DIAS DA JANELA ANTERIORES AO PERIODO.
       SELECIONA-MOVIMENTOS.
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
           IF ARC-CONTA-NUM NUMERIC AND ARC-CONTA-NUM > 0
                 AND ARC-DATA NUMERIC
                 AND ARC-DATA >= WS-DATA-LEITURA
                 AND ARC-DATA <= WS-DATA-FIM
                 AND ARC-STATUS = 'POSTED  '
                 AND (ARC-CATEG = 'DP' OR ARC-CATEG = 'SQ')
              IF ARC-DATA >= WS-DATA-INI
                 ADD 1 TO WS-ESPECIE-CNT
              END-IF
              MOVE ARC-VALOR     TO WS-ARC-VALOR-N
              MOVE ARC-CONTA-NUM TO WS-CONTA-CHAVE
              PERFORM PROCURA-CONTA
              MOVE SPACES        TO SRT-REG
              IF WS-POS-CNT > 0 AND CNT-CLIENTE(WS-POS-CNT) > 0
                 MOVE CNT-CLIENTE(WS-POS-CNT) TO SRT-CLIENTE
                 MOVE ZERO                    TO SRT-GRUPO
              ELSE
                 MOVE ZERO                    TO SRT-CLIENTE
                 MOVE ARC-CONTA-NUM           TO SRT-GRUPO
              END-IF
              MOVE ARC-CATEG     TO SRT-CATEG
              MOVE ARC-DATA      TO SRT-DATA
              MOVE ARC-CONTA-NUM TO SRT-CONTA
              COMPUTE SRT-VALOR = FUNCTION ABS(WS-ARC-VALOR-N)
              RELEASE SRT-REG
           END-IF.

       ANALISA-MOVIMENTOS.
           PERFORM UNTIL SORT-EOF = 'T'
              RETURN SORT-COAF
                 AT END MOVE 'T' TO SORT-EOF
                 NOT AT END PERFORM TRATA-MOVIMENTO
              END-RETURN
           END-PERFORM.
           IF WS-PRIM-GRUPO NOT = 'Y'
              PERFORM AVALIA-FRACIONAMENTO
           END-IF.

       TRATA-MOVIMENTO.
           IF WS-PRIM-GRUPO = 'Y'
                 OR SRT-CLIENTE NOT = WS-GRP-CLIENTE
                 OR SRT-GRUPO NOT = WS-GRP-GRUPO
                 OR SRT-CATEG NOT = WS-GRP-CATEG
              IF WS-PRIM-GRUPO NOT = 'Y'
                 PERFORM AVALIA-FRACIONAMENTO
              END-IF
              PERFORM INICIA-GRUPO
           END-IF.
      *    VALOR UNICO ANTERIOR AO PERIODO JA FOI COMUNICADO NO MES
      *    DELE E NAO ENTRA NA JANELA.
           IF SRT-VALOR >= PRM-LIMITE
              IF SRT-DATA >= WS-DATA-INI
                 PERFORM COMUNICA-VALOR-UNICO
              END-IF
           ELSE
              IF WS-QTD-MOV < 5000
                 ADD 1 TO WS-QTD-MOV
                 MOVE SRT-CONTA TO MOV-CONTA(WS-QTD-MOV)
                 MOVE SRT-DATA  TO MOV-DATA(WS-QTD-MOV)
                 COMPUTE MOV-DIA-INT(WS-QTD-MOV) =
                    FUNCTION INTEGER-OF-DATE(SRT-DATA)
                 MOVE SRT-VALOR TO MOV-VALOR(WS-QTD-MOV)
              ELSE
                 IF WS-GRP-CHEIO NOT = 'Y'
                    MOVE 'Y' TO WS-GRP-CHEIO
                    ADD 1 TO WS-EXCESSO-CNT
                 END-IF
              END-IF
           END-IF.

      *    O DOCUMENTO E O NOME VEM DO CADASTRO; CONTA SEM CLIENTE
      *    VAI COM DOCUMENTO EM BRANCO E O NOME DA PROPRIA CONTA.
       INICIA-GRUPO.
           MOVE SPACE       TO WS-PRIM-GRUPO.
           MOVE SRT-CLIENTE TO WS-GRP-CLIENTE.
           MOVE SRT-GRUPO   TO WS-GRP-GRUPO.
           MOVE SRT-CATEG   TO WS-GRP-CATEG.
           MOVE ZERO        TO WS-QTD-MOV.
           MOVE SPACE       TO WS-GRP-CHEIO.
           MOVE SPACES      TO WS-GRP-DOC.
           MOVE SPACES      TO WS-GRP-NOME.
           MOVE SPACE       TO CLI-ACHADO.
           IF SRT-CLIENTE > 0
              MOVE SRT-CLIENTE TO CLI-ID
              READ CLI-REC
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE 'Y' TO CLI-ACHADO
              END-READ
           END-IF.
           IF CLI-ACHADO = 'Y'
              MOVE CLI-DOCUMENTO TO WS-GRP-DOC
              MOVE CLI-NOME      TO WS-GRP-NOME
           ELSE
              ADD 1 TO WS-SEMCAD-CNT
              MOVE SRT-CONTA TO WS-CONTA-CHAVE
              PERFORM PROCURA-CONTA
              IF WS-POS-CNT > 0
                 STRING CNT-SOBRENOME(WS-POS-CNT) DELIMITED BY SPACE
                        ' '                       DELIMITED BY SIZE
                        CNT-PRIM-NOME(WS-POS-CNT) DELIMITED BY SPACE
                        INTO WS-GRP-NOME
              END-IF
           END-IF.

       COMUNICA-VALOR-UNICO.
           ADD 1 TO WS-OCOR-CNT.
           ADD 1 TO WS-UNICO-CNT.
           MOVE 'V'       TO WS-TIPO-OCOR.
           MOVE SRT-VALOR TO WS-TOTAL-OCOR.
           PERFORM ESCREVE-CABECALHO-OCOR.
           MOVE SRT-CONTA TO COM-CONTA.
           MOVE SRT-DATA  TO COM-DATA.
           MOVE SRT-VALOR TO COM-VALOR.
           PERFORM GRAVA-COMUNICACAO.
           MOVE 1             TO TOC-QTDE.
           MOVE WS-TOTAL-OCOR TO TOC-VALOR.
           WRITE REL-LINHA FROM TOT-OCOR.

      *    JANELA DESLIZANTE SOBRE OS MOVIMENTOS ABAIXO DO LIMITE:
      *    A PARTIR DE CADA MOVIMENTO SOMA OS SEGUINTES DENTRO DE
      *    PRM-JANELA DIAS; UMA JANELA COMUNICADA NAO SE SOBREPOE
      *    A PROXIMA. SO E COMUNICADA A JANELA CUJO ULTIMO MOVIMENTO
      *    CAI NO PERIODO; A QUE FECHA ANTES JA FOI COMUNICADA NO MES
      *    ANTERIOR E E CONSUMIDA SEM COMUNICAR, COMO LA.
       AVALIA-FRACIONAMENTO.
           MOVE 1 TO IX-MOV.
           PERFORM UNTIL IX-MOV > WS-QTD-MOV
              MOVE ZERO   TO WS-SOMA-JAN
              MOVE ZERO   TO WS-QTD-JAN
              MOVE IX-MOV TO IX-FIM
              PERFORM UNTIL IX-FIM > WS-QTD-MOV
                    OR MOV-DIA-INT(IX-FIM) - MOV-DIA-INT(IX-MOV)
                       >= PRM-JANELA
                 ADD MOV-VALOR(IX-FIM) TO WS-SOMA-JAN
                 ADD 1 TO WS-QTD-JAN
                 ADD 1 TO IX-FIM
              END-PERFORM
              IF WS-QTD-JAN >= PRM-MINIMO
                    AND WS-SOMA-JAN >= PRM-LIMITE
                 IF MOV-DATA(IX-FIM - 1) >= WS-DATA-INI
                    PERFORM COMUNICA-FRACIONAMENTO
                 END-IF
                 MOVE IX-FIM TO IX-MOV
              ELSE
                 ADD 1 TO IX-MOV
              END-IF
           END-PERFORM.

       COMUNICA-FRACIONAMENTO.
           ADD 1 TO WS-OCOR-CNT.
           ADD 1 TO WS-FRAC-CNT.
           MOVE 'F'         TO WS-TIPO-OCOR.
           MOVE WS-SOMA-JAN TO WS-TOTAL-OCOR.
           PERFORM ESCREVE-CABECALHO-OCOR.
           PERFORM VARYING IX-LST FROM IX-MOV BY 1
                 UNTIL IX-LST >= IX-FIM
              MOVE MOV-CONTA(IX-LST) TO COM-CONTA
              MOVE MOV-DATA(IX-LST)  TO COM-DATA
              MOVE MOV-VALOR(IX-LST) TO COM-VALOR
              PERFORM GRAVA-COMUNICACAO
           END-PERFORM.
           MOVE WS-QTD-JAN    TO TOC-QTDE.
           MOVE WS-TOTAL-OCOR TO TOC-VALOR.
           WRITE REL-LINHA FROM TOT-OCOR.

       ESCREVE-CABECALHO-OCOR.
           MOVE WS-OCOR-CNT TO DOC-NUM.
           IF WS-TIPO-OCOR = 'V'
              MOVE 'VALOR UNICO   ' TO DOC-TIPO
           ELSE
              MOVE 'FRACIONAMENTO ' TO DOC-TIPO
           END-IF.
           IF WS-GRP-DOC = SPACES
              MOVE 'SEM CADASTRO  ' TO DOC-DOCUMENTO
           ELSE
              MOVE WS-GRP-DOC       TO DOC-DOCUMENTO
           END-IF.
           MOVE WS-GRP-NOME TO DOC-NOME.
           WRITE REL-LINHA FROM DET-OCOR.
           ADD WS-TOTAL-OCOR TO TOTAL-COMUNICADO.

       GRAVA-COMUNICACAO.
           MOVE WS-GRP-DOC    TO COM-DOCUMENTO.
           MOVE WS-GRP-NOME   TO COM-NOME.
           MOVE WS-OCOR-CNT   TO COM-OCORRENCIA.
           MOVE WS-TIPO-OCOR  TO COM-TIPO-OCOR.
           MOVE WS-GRP-CATEG  TO COM-CATEG.
           MOVE WS-TOTAL-OCOR TO COM-TOTAL-OCOR.
           WRITE COM-REGISTRO.
           ADD 1 TO WS-COM-CNT.
           MOVE COM-CONTA  TO DMV-CONTA.
           MOVE COM-DATA   TO DMV-DATA.
           MOVE COM-CATEG  TO DMV-CATEG.
           MOVE COM-VALOR  TO DMV-VALOR.
           WRITE REL-LINHA FROM DET-MOV.

       ESCREVE-RESUMO.
           MOVE 'REGISTROS DO ARQUIVO       ' TO RES-ROTULO.
           MOVE WS-ARQ-CNT       TO RES-VALOR.
           MOVE ZERO             TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-COAF.
           MOVE 'DEPOSITOS/SAQUES NO PERIODO' TO RES-ROTULO.
           MOVE WS-ESPECIE-CNT   TO RES-VALOR.
           MOVE ZERO             TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-COAF.
           MOVE 'OCORRENCIAS VALOR UNICO    ' TO RES-ROTULO.
           MOVE WS-UNICO-CNT     TO RES-VALOR.
           MOVE ZERO             TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-COAF.
           MOVE 'OCORRENCIAS FRACIONAMENTO  ' TO RES-ROTULO.
           MOVE WS-FRAC-CNT      TO RES-VALOR.
           MOVE ZERO             TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-COAF.
           MOVE 'REGISTROS DE COMUNICACAO   ' TO RES-ROTULO.
           MOVE WS-COM-CNT       TO RES-VALOR.
           MOVE TOTAL-COMUNICADO TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-COAF.
           MOVE 'GRUPOS SEM CADASTRO        ' TO RES-ROTULO.
           MOVE WS-SEMCAD-CNT    TO RES-VALOR.
           MOVE ZERO             TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-COAF.
           MOVE 'GRUPOS COM EXCESSO DE MOVTO' TO RES-ROTULO.
           MOVE WS-EXCESSO-CNT   TO RES-VALOR.
           MOVE ZERO             TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-COAF.
