       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYCNAB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS 'R$' WITH PICTURE SYMBOL '$'
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CNAB-IN ASSIGN TO CNABIN.
           SELECT CONTA-REC  ASSIGN TO CONTAREC
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CONTA-NUM.
           SELECT OPTIONAL CLI-REC ASSIGN TO CLIFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CLI-ID.
           SELECT OPTIONAL TRANS-ENT ASSIGN TO TRANENTR.
           SELECT DEVOL-OUT  ASSIGN TO CNABDEV.
           SELECT CNAB-REL   ASSIGN TO CNABREL.
           SELECT NLOC-REL   ASSIGN TO CNABNREL.
           SELECT OPTIONAL RUN-DATE-CTL ASSIGN TO RUNDATE.
       DATA DIVISION.
       FILE SECTION.
      *    ARQUIVO RETORNO CNAB 240 DA CAMARA (LEIAUTE FEBRABAN).
      *    CNB-TIPO: '0' HEADER DE ARQUIVO   '1' HEADER DE LOTE
      *              '3' DETALHE (SEGMENTOS A E B)
      *              '5' TRAILER DE LOTE     '9' TRAILER DE ARQUIVO
       FD  CNAB-IN     RECORDING MODE F.
       01  CNB-REGISTRO.
           05 CNB-BANCO      PIC X(3).
           05 CNB-LOTE       PIC X(4).
           05 CNB-TIPO       PIC X(1).
           05 FILLER         PIC X(5).
           05 CNB-SEGMENTO   PIC X(1).
           05 FILLER         PIC X(226).
       01  CNB-HEADER-ARQ.
           05 FILLER         PIC X(18).
           05 HDA-CNPJ       PIC X(14).
           05 FILLER         PIC X(40).
           05 HDA-EMPRESA    PIC X(30).
           05 FILLER         PIC X(40).
           05 HDA-CODIGO     PIC X(1).
           05 HDA-DATA       PIC X(8).
           05 FILLER         PIC X(6).
           05 HDA-NSA        PIC X(6).
           05 FILLER         PIC X(77).
       01  CNB-HEADER-LOTE.
           05 FILLER         PIC X(8).
           05 HDL-OPERACAO   PIC X(1).
           05 FILLER         PIC X(231).
       01  CNB-SEGMENTO-B.
           05 FILLER         PIC X(17).
           05 SGB-TIPO-INSC  PIC X(1).
           05 SGB-DOCUMENTO  PIC X(14).
           05 FILLER         PIC X(208).
       01  CNB-TRAILER-LOTE.
           05 FILLER         PIC X(17).
           05 TRL-QTD-REG    PIC 9(6).
           05 TRL-SOMA       PIC 9(16)V99.
           05 FILLER         PIC X(199).
       01  CNB-TRAILER-ARQ.
           05 FILLER         PIC X(17).
           05 TRA-QTD-LOTES  PIC 9(6).
           05 TRA-QTD-REG    PIC 9(6).
           05 FILLER         PIC X(211).

       FD  CONTA-REC.
           COPY CONTAREC.

       FD  CLI-REC.
           COPY CLIREC.

       FD  TRANS-ENT   RECORDING MODE F.
           COPY TRANREC REPLACING TRANS-FIELD     BY ENT-FIELD
                                  TRANS-CONTA-NUM BY ENT-CONTA-NUM
                                  TRANS-VALOR     BY ENT-VALOR
                                  TRANS-TIPO      BY ENT-TIPO
                                  TRANS-DADOS     BY ENT-DADOS
                                  TRANS-RETRY     BY ENT-RETRY
                                  TRANS-DATA-ENT  BY ENT-DATA-ENT
                                  TRANS-CATEG     BY ENT-CATEG.

      *    DEVOLUCAO A CAMARA DOS LANCAMENTOS SEM CONTA DE DESTINO.
      *    DEV-MOTIVO: 'CI' = CONTA INEXISTENTE
      *                'CE' = CONTA ENCERRADA
      *                'CS' = CLIENTE DO DOCUMENTO SEM CONTA ATIVA
      *                'CM' = CLIENTE DO DOCUMENTO COM MAIS DE UMA
      *                       CONTA ATIVA
      *                'VI' = VALOR INVALIDO OU ACIMA DO MAXIMO
      *    DEV-DATA-PAGTO: COMO VEIO NO ARQUIVO (DDMMAAAA).
       FD  DEVOL-OUT   RECORDING MODE F.
       01  DEV-REGISTRO.
           05 DEV-LOTE       PIC X(4).
           05 DEV-SEQ        PIC X(5).
           05 DEV-OPERACAO   PIC X(1).
           05 DEV-BANCO      PIC X(3).
           05 DEV-AGENCIA    PIC X(5).
           05 DEV-CONTA      PIC X(12).
           05 DEV-DOCUMENTO  PIC X(14).
           05 DEV-NOME       PIC X(30).
           05 DEV-SEU-NUMERO PIC X(20).
           05 DEV-NOSSO-NUMERO PIC X(20).
           05 DEV-DATA-PAGTO PIC X(8).
           05 DEV-VALOR      PIC 9(13)V99.
           05 DEV-MOTIVO     PIC X(2).
           05 DEV-DATA-DEVOL PIC 9(8).
           05 FILLER         PIC X(13).

       FD  CNAB-REL    RECORDING MODE F.
       01  REL-LINHA         PIC X(80).

       FD  NLOC-REL    RECORDING MODE F.
       01  NLC-LINHA         PIC X(80).

       FD  RUN-DATE-CTL  RECORDING MODE F.
       01  RDC-RECORD        PIC X(8).

       WORKING-STORAGE SECTION.
       01  FLAGS.
           05 CNAB-EOF       PIC X VALUE SPACE.
           05 CONTA-EOF      PIC X VALUE SPACE.
           05 CLI-EOF        PIC X VALUE SPACE.
           05 WS-CICLO-ABERTO PIC X VALUE SPACE.
           05 WS-ARQ-OK      PIC X VALUE 'Y'.
           05 WS-TEM-HDA     PIC X VALUE SPACE.
           05 WS-TEM-TRA     PIC X VALUE SPACE.
           05 WS-EM-LOTE     PIC X VALUE SPACE.
           05 WS-A-PENDENTE  PIC X VALUE SPACE.
           05 WS-CTA-CHEIA   PIC X VALUE SPACE.
           05 WS-CLN-CHEIA   PIC X VALUE SPACE.

       01  WT-DATE.
           05 WT-ANO         PIC 9(4).
           05 WT-MES         PIC 9(2).
           05 WT-DIA         PIC 9(2).
       01  WT-DATE-NUM REDEFINES WT-DATE PIC 9(8).

           COPY CICLOPRM.

           COPY DOCVPRM.

      *    SEGMENTO A GUARDADO ATE CHEGAR O SEGMENTO B (DOCUMENTO DO
      *    FAVORECIDO) OU O PROXIMO REGISTRO.
       01  WS-SEG-A.
           05 SGA-BANCO      PIC X(3).
           05 SGA-LOTE       PIC X(4).
           05 SGA-TIPO       PIC X(1).
           05 SGA-SEQ        PIC X(5).
           05 SGA-SEGMENTO   PIC X(1).
           05 FILLER         PIC X(6).
           05 SGA-BANCO-FAV  PIC X(3).
           05 SGA-AGENCIA    PIC X(5).
           05 FILLER         PIC X(1).
           05 SGA-CONTA      PIC X(12).
           05 SGA-CONTA-N    REDEFINES SGA-CONTA PIC 9(12).
           05 FILLER         PIC X(2).
           05 SGA-NOME       PIC X(30).
           05 SGA-SEU-NUMERO PIC X(20).
           05 SGA-DATA-PAGTO PIC X(8).
           05 FILLER         PIC X(18).
           05 SGA-VALOR      PIC 9(13)V99.
           05 SGA-NOSSO-NUMERO PIC X(20).
           05 FILLER         PIC X(76).
           05 SGA-OCORRENCIA PIC X(10).

       01  WT-ENTRADA.
           05 WS-DOC-FAV     PIC X(14) VALUE SPACES.
           05 WS-OPERACAO    PIC X(1)  VALUE SPACE.
           05 WS-DESTINO     PIC 9(7)  VALUE ZERO.
           05 WS-MOTIVO-DEV  PIC X(2)  VALUE SPACES.
           05 WS-MOTIVO      PIC X(26) VALUE SPACES.

       01  WT-CONFERENCIA.
           05 WS-ARQ-REG-CNT PIC 9(6) VALUE ZERO.
           05 WS-LOTE-REG-CNT PIC 9(6) VALUE ZERO.
           05 WS-LOTE-SOMA   PIC 9(16)V99 VALUE ZERO.
           05 WS-LOTE-A-CNT  PIC 9(6) VALUE ZERO.

       01  WT-INDICES.
           05 WS-QTD-LOTE    PIC 9(4) COMP VALUE ZERO.
           05 IX-LOTE        PIC 9(4) COMP VALUE ZERO.
           05 WS-QTD-CTA     PIC 9(7) COMP VALUE ZERO.
           05 WS-POS-CTA     PIC 9(7) COMP VALUE ZERO.
           05 WS-QTD-CLN     PIC 9(7) COMP VALUE ZERO.
           05 WS-POS-CLN     PIC 9(7) COMP VALUE ZERO.
           05 WS-CONTA-CHAVE PIC 9(7)  VALUE ZERO.
           05 WS-CLI-CHAVE   PIC 9(6)  VALUE ZERO.
           05 WS-DOC-CHAVE   PIC X(14) VALUE SPACES.

      *    LOTES DO ARQUIVO CONFERIDOS NA PRIMEIRA LEITURA; SO OS DE
      *    LOTE-OK 'Y' GERAM LANCAMENTOS NA SEGUNDA.
       01  WT-TAB-LOTES.
           05 TAB-LOTE OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-QTD-LOTE.
              10 LTB-NUMERO    PIC X(4).
              10 LTB-OPERACAO  PIC X(1).
              10 LTB-OK        PIC X(1).
              10 LTB-QTD-A     PIC 9(6).
              10 LTB-SOMA      PIC 9(16)V99.

       01  WT-TAB-CONTAS.
           05 TAB-CTA OCCURS 1 TO 120000 TIMES
                 DEPENDING ON WS-QTD-CTA
                 ASCENDING KEY IS CTA-CONTA
                 INDEXED BY NDX-CTA.
              10 CTA-CONTA     PIC 9(7).
              10 CTA-STATUS    PIC X(1).

      *    CLIENTES COM O DOCUMENTO SO EM DIGITOS E A CONTA ATIVA
      *    QUANDO FOR A UNICA.
       01  WT-TAB-CLIENTES.
           05 TAB-CLN OCCURS 1 TO 120000 TIMES
                 DEPENDING ON WS-QTD-CLN
                 ASCENDING KEY IS CLN-ID
                 INDEXED BY NDX-CLN.
              10 CLN-ID        PIC 9(6).
              10 CLN-STATUS    PIC X(1).
              10 CLN-DOCUMENTO PIC X(14).
              10 CLN-QTD-CONTAS PIC 9(5) COMP.
              10 CLN-CONTA     PIC 9(7).

       01  WT-CONTROLE-LOTE.
           05 WS-GERADAS-CNT PIC 9(5)  VALUE ZERO.
           05 WS-HASH-CENTS  PIC 9(10) VALUE ZERO.
           05 WS-CENTS       PIC 9(10) VALUE ZERO.

       01  WT-TRAILER-SAI.
           05 TRL-QTDE       PIC 9(5).
           05 TRL-HASH-CENTS PIC 9(10).

       01  WT-CONTADORES.
           05 WS-LOTE-CNT    PIC 9(7) VALUE ZERO.
           05 WS-LOTERJ-CNT  PIC 9(7) VALUE ZERO.
           05 WS-CNAB-CNT    PIC 9(7) VALUE ZERO.
           05 WS-LOTERJ-A-CNT PIC 9(7) VALUE ZERO.
           05 WS-CRED-CNT    PIC 9(7) VALUE ZERO.
           05 WS-DEB-CNT     PIC 9(7) VALUE ZERO.
           05 WS-DEV-CNT     PIC 9(7) VALUE ZERO.
           05 WS-NEFET-CNT   PIC 9(7) VALUE ZERO.
           05 WS-BATCH-CNT   PIC 9(7) VALUE ZERO.
           05 WS-MV-CNT      PIC 9(7) VALUE ZERO.
           05 WS-DIFER-CNT   PIC S9(7) VALUE ZERO.
           05 TOTAL-CNAB     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 TOTAL-LOTERJ   PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 TOTAL-CRED     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 TOTAL-DEB      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 TOTAL-DEV      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 TOTAL-NEFET    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 TOTAL-MV       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 TOTAL-DIFER    PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  CAB-1-CNB.
           05 FILLER         PIC X(30)
              VALUE 'RETORNO CNAB 240 - CAPTACAO  '.
           05 FILLER         PIC X(5)  VALUE 'DATA '.
           05 CNB-DATA-REF   PIC 9(8).
           05 FILLER         PIC X(5)  VALUE ' NSA '.
           05 CNB-NSA-O      PIC X(6).
           05 FILLER         PIC X(26) VALUE SPACES.

       01  CAB-2-CNB.
           05 FILLER         PIC X(8)  VALUE 'EMPRESA '.
           05 CNB-EMPRESA-O  PIC X(30).
           05 FILLER         PIC X(6)  VALUE ' CNPJ '.
           05 CNB-CNPJ-O     PIC X(14).
           05 FILLER         PIC X(22) VALUE SPACES.

       01  DET-ERRO-CNB.
           05 FILLER         PIC X(9)  VALUE 'REGISTRO '.
           05 DER-REGISTRO   PIC ZZZZZ9.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DER-MOTIVO     PIC X(40).
           05 FILLER         PIC X(24) VALUE SPACES.

       01  DET-LOTE-CNB.
           05 FILLER         PIC X(5)  VALUE 'LOTE '.
           05 DLT-LOTE       PIC X(4).
           05 FILLER         PIC X(6)  VALUE ' OPER '.
           05 DLT-OPERACAO   PIC X(1).
           05 FILLER         PIC X(10) VALUE ' ENTRADAS '.
           05 DLT-QTDE       PIC ZZZ.ZZ9.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DLT-VALOR      PIC $$.$$$.$$$.$$$.$$9,99-.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DLT-SITUACAO   PIC X(22).

       01  CAB-1-NLC.
           05 FILLER         PIC X(40)
              VALUE 'RETORNO CNAB 240 - LANCAMENTOS SEM CONTA'.
           05 FILLER         PIC X(6)  VALUE ' DATA '.
           05 NLC-DATA-REF   PIC 9(8).
           05 FILLER         PIC X(26) VALUE SPACES.

       01  DET-NLC-1.
           05 FILLER         PIC X(5)  VALUE 'LOTE '.
           05 DN1-LOTE       PIC X(4).
           05 FILLER         PIC X(5)  VALUE ' SEQ '.
           05 DN1-SEQ        PIC X(5).
           05 FILLER         PIC X(6)  VALUE ' OPER '.
           05 DN1-OPERACAO   PIC X(1).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DN1-VALOR      PIC $$.$$$.$$$.$$9,99-.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DN1-MOTIVO     PIC X(26).
           05 FILLER         PIC X(8)  VALUE SPACES.

       01  DET-NLC-2.
           05 FILLER         PIC X(10) VALUE SPACES.
           05 FILLER         PIC X(6)  VALUE 'CONTA '.
           05 DN2-CONTA      PIC X(12).
           05 FILLER         PIC X(5)  VALUE ' DOC '.
           05 DN2-DOCUMENTO  PIC X(14).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DN2-NOME       PIC X(30).
           05 FILLER         PIC X(2)  VALUE SPACES.

       01  RES-CNB.
           05 RES-ROTULO     PIC X(28).
           05 RES-VALOR      PIC ZZZ.ZZZ.ZZ9-.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 RES-MONTANTE   PIC $$$.$$$.$$$.$$$.$$9,99-.

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05 LK-PARM-LEN    PIC S9(4) COMP.
           05 LK-PARM-TEXT   PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-AREA.
       000-SETUP.
           PERFORM OBTEM-DATA-EXECUCAO.
           PERFORM ABRE-CICLO.
           PERFORM CARREGA-CLIENTES.
           PERFORM CARREGA-CONTAS.
           OPEN OUTPUT CNAB-REL
           OPEN OUTPUT NLOC-REL
           OPEN OUTPUT DEVOL-OUT.
           MOVE WT-DATE-NUM TO CNB-DATA-REF.
           MOVE WT-DATE-NUM TO NLC-DATA-REF.
           WRITE NLC-LINHA FROM CAB-1-NLC.
           IF WS-CTA-CHEIA = 'Y' OR WS-CLN-CHEIA = 'Y'
              DISPLAY 'PAYCNAB - TABELAS DE CONTAS/CLIENTES ESGOTADAS'
              MOVE 8 TO RETURN-CODE
              PERFORM FECHA-RELATORIOS
              PERFORM FECHA-CICLO
              GOBACK
           END-IF.

       010-MAIN.
      *    PRIMEIRA LEITURA: ESTRUTURA E TOTAIS DO ARQUIVO E DOS
      *    LOTES. ARQUIVO COM ERRO DE ESTRUTURA NAO GERA NADA.
           PERFORM CONFERE-ARQUIVO.
           IF WS-ARQ-OK NOT = 'Y'
              MOVE 8 TO RETURN-CODE
           ELSE
      *       OS LANCAMENTOS SAO ANEXADOS AO TRANENTR COMO LOTE
      *       PROPRIO, CRITICADO PELO PAYEDIT NO CICLO.
              OPEN INPUT  CNAB-IN
              OPEN EXTEND TRANS-ENT
              PERFORM GRAVA-HEADER
              MOVE SPACE TO CNAB-EOF
              MOVE ZERO  TO IX-LOTE
              PERFORM UNTIL CNAB-EOF = 'T'
                 READ CNAB-IN
                    AT END MOVE 'T' TO CNAB-EOF
                    NOT AT END PERFORM TRATA-REGISTRO
                 END-READ
              END-PERFORM
              PERFORM FECHA-ENTRADA
              PERFORM GRAVA-TRAILER
              CLOSE CNAB-IN
              CLOSE TRANS-ENT
           END-IF.

       030-END.
           PERFORM ESCREVE-RESUMO.
           PERFORM FECHA-RELATORIOS.
           IF RETURN-CODE = 0
                 AND (WS-DEV-CNT > 0 OR WS-LOTERJ-CNT > 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM FECHA-CICLO.
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

       ABRE-CICLO.
           MOVE 'INI'       TO CIP-FUNCAO.
           MOVE 'PAYCNAB '  TO CIP-PROGRAMA.
           MOVE WT-DATE-NUM TO CIP-DATA.
           MOVE ZERO        TO CIP-RC.
           CALL 'PAYCICLO' USING WT-CICLO-PARM.
           IF CIP-RESULTADO NOT = 'OK'
              DISPLAY 'PAYCNAB - ' CIP-MENSAGEM
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE 'Y' TO WS-CICLO-ABERTO.

       FECHA-CICLO.
           IF WS-CICLO-ABERTO = 'Y'
              MOVE 'FIM'       TO CIP-FUNCAO
              MOVE RETURN-CODE TO CIP-RC
              CALL 'PAYCICLO' USING WT-CICLO-PARM
           END-IF.

       FECHA-RELATORIOS.
           CLOSE CNAB-REL.
           CLOSE NLOC-REL.
           CLOSE DEVOL-OUT.

       CARREGA-CLIENTES.
           OPEN INPUT CLI-REC.
           PERFORM UNTIL CLI-EOF = 'T'
              READ CLI-REC
                 AT END MOVE 'T' TO CLI-EOF
                 NOT AT END
                    IF WS-QTD-CLN < 120000
                       ADD 1 TO WS-QTD-CLN
                       MOVE CLI-ID     TO CLN-ID(WS-QTD-CLN)
                       MOVE CLI-STATUS TO CLN-STATUS(WS-QTD-CLN)
                       MOVE CLI-DOCUMENTO TO DVP-DOCUMENTO
                       CALL 'PAYDOCV' USING WT-DOCV-PARM
                       MOVE DVP-NORMAL TO CLN-DOCUMENTO(WS-QTD-CLN)
                       MOVE ZERO       TO CLN-QTD-CONTAS(WS-QTD-CLN)
                       MOVE ZERO       TO CLN-CONTA(WS-QTD-CLN)
                    ELSE
                       MOVE 'Y' TO WS-CLN-CHEIA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CLI-REC.

       CARREGA-CONTAS.
           OPEN INPUT CONTA-REC.
           PERFORM UNTIL CONTA-EOF = 'T'
              READ CONTA-REC
                 AT END MOVE 'T' TO CONTA-EOF
                 NOT AT END
                    IF CONTA-NUM > 0
                       IF WS-QTD-CTA < 120000
                          ADD 1 TO WS-QTD-CTA
                          MOVE CONTA-NUM    TO CTA-CONTA(WS-QTD-CTA)
                          MOVE CONTA-STATUS TO CTA-STATUS(WS-QTD-CTA)
                          PERFORM ANOTA-CONTA-CLIENTE
                       ELSE
                          MOVE 'Y' TO WS-CTA-CHEIA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CONTA-REC.

       ANOTA-CONTA-CLIENTE.
           IF CONTA-STATUS NOT = 'E' AND CONTA-CLIENTE NUMERIC
                 AND CONTA-CLIENTE > 0
              MOVE CONTA-CLIENTE TO WS-CLI-CHAVE
              PERFORM PROCURA-CLIENTE
              IF WS-POS-CLN > 0
                 ADD 1 TO CLN-QTD-CONTAS(WS-POS-CLN)
                 MOVE CONTA-NUM TO CLN-CONTA(WS-POS-CLN)
              END-IF
           END-IF.

       PROCURA-CLIENTE.
           MOVE ZERO TO WS-POS-CLN.
           IF WS-QTD-CLN > 0 AND WS-CLI-CHAVE > 0
              SEARCH ALL TAB-CLN
                 AT END CONTINUE
                 WHEN CLN-ID(NDX-CLN) = WS-CLI-CHAVE
                    SET WS-POS-CLN TO NDX-CLN
              END-SEARCH
           END-IF.

       PROCURA-CONTA.
           MOVE ZERO TO WS-POS-CTA.
           IF WS-QTD-CTA > 0 AND WS-CONTA-CHAVE > 0
              SEARCH ALL TAB-CTA
                 AT END CONTINUE
                 WHEN CTA-CONTA(NDX-CTA) = WS-CONTA-CHAVE
                    SET WS-POS-CTA TO NDX-CTA
              END-SEARCH
           END-IF.

      *    CLIENTE EXCLUIDO NAO RECEBE LANCAMENTO PELO DOCUMENTO.
       PROCURA-DOCUMENTO.
           MOVE ZERO TO WS-POS-CLN.
           IF WS-QTD-CLN > 0 AND WS-DOC-CHAVE NOT = SPACES
              SET NDX-CLN TO 1
              SEARCH TAB-CLN
                 AT END CONTINUE
                 WHEN CLN-DOCUMENTO(NDX-CLN) = WS-DOC-CHAVE
                       AND CLN-STATUS(NDX-CLN) NOT = 'E'
                    SET WS-POS-CLN TO NDX-CLN
              END-SEARCH
           END-IF.

       CONFERE-ARQUIVO.
           OPEN INPUT CNAB-IN.
           PERFORM UNTIL CNAB-EOF = 'T'
              READ CNAB-IN
                 AT END MOVE 'T' TO CNAB-EOF
                 NOT AT END
                    ADD 1 TO WS-ARQ-REG-CNT
                    IF WS-ARQ-REG-CNT = 1
                       PERFORM ESCREVE-CABECALHO
                    END-IF
                    PERFORM CONFERE-REGISTRO
              END-READ
           END-PERFORM.
           CLOSE CNAB-IN.
           IF WS-ARQ-REG-CNT = 0
              PERFORM ESCREVE-CABECALHO
           END-IF.
           IF WS-TEM-HDA NOT = 'Y'
              MOVE 'ARQUIVO SEM HEADER' TO DER-MOTIVO
              PERFORM REGISTRA-ERRO-ARQUIVO
           END-IF.
           IF WS-EM-LOTE = 'Y'
              MOVE 'ULTIMO LOTE SEM TRAILER' TO DER-MOTIVO
              PERFORM REGISTRA-ERRO-ARQUIVO
           END-IF.
           IF WS-TEM-TRA NOT = 'Y'
              MOVE 'ARQUIVO SEM TRAILER' TO DER-MOTIVO
              PERFORM REGISTRA-ERRO-ARQUIVO
           END-IF.
           PERFORM VARYING IX-LOTE FROM 1 BY 1
                 UNTIL IX-LOTE > WS-QTD-LOTE
              PERFORM ESCREVE-LINHA-LOTE
           END-PERFORM.

       ESCREVE-CABECALHO.
           MOVE SPACES TO CNB-NSA-O.
           MOVE SPACES TO CNB-EMPRESA-O.
           MOVE SPACES TO CNB-CNPJ-O.
           IF WS-ARQ-REG-CNT > 0 AND CNB-TIPO = '0'
              MOVE HDA-NSA     TO CNB-NSA-O
              MOVE HDA-EMPRESA TO CNB-EMPRESA-O
              MOVE HDA-CNPJ    TO CNB-CNPJ-O
           END-IF.
           WRITE REL-LINHA FROM CAB-1-CNB.
           WRITE REL-LINHA FROM CAB-2-CNB.

       CONFERE-REGISTRO.
           IF WS-TEM-TRA = 'Y'
              MOVE 'REGISTRO APOS O TRAILER DE ARQUIVO' TO DER-MOTIVO
              PERFORM REGISTRA-ERRO-ARQUIVO
           END-IF.
           EVALUATE CNB-TIPO
              WHEN '0'
                 IF WS-ARQ-REG-CNT NOT = 1
                    MOVE 'HEADER DE ARQUIVO FORA DE POSICAO'
                       TO DER-MOTIVO
                    PERFORM REGISTRA-ERRO-ARQUIVO
                 END-IF
                 IF HDA-CODIGO NOT = '2'
                    MOVE 'ARQUIVO NAO E RETORNO' TO DER-MOTIVO
                    PERFORM REGISTRA-ERRO-ARQUIVO
                 END-IF
                 MOVE 'Y'         TO WS-TEM-HDA
              WHEN '1'
                 PERFORM CONFERE-HEADER-LOTE
              WHEN '3'
                 IF WS-EM-LOTE NOT = 'Y'
                    MOVE 'DETALHE FORA DE LOTE' TO DER-MOTIVO
                    PERFORM REGISTRA-ERRO-ARQUIVO
                 ELSE
                    ADD 1 TO WS-LOTE-REG-CNT
                    IF CNB-SEGMENTO = 'A'
                       PERFORM SOMA-SEGMENTO-A
                    END-IF
                 END-IF
              WHEN '5'
                 PERFORM CONFERE-TRAILER-LOTE
              WHEN '9'
                 MOVE 'Y' TO WS-TEM-TRA
                 IF TRA-QTD-LOTES NOT NUMERIC
                       OR TRA-QTD-REG NOT NUMERIC
                       OR TRA-QTD-LOTES NOT = WS-QTD-LOTE
                       OR TRA-QTD-REG NOT = WS-ARQ-REG-CNT
                    MOVE 'TOTAIS DO TRAILER DE ARQUIVO DIVERGEM'
                       TO DER-MOTIVO
                    PERFORM REGISTRA-ERRO-ARQUIVO
                 END-IF
              WHEN OTHER
                 MOVE 'TIPO DE REGISTRO INVALIDO' TO DER-MOTIVO
                 PERFORM REGISTRA-ERRO-ARQUIVO
           END-EVALUATE.

       CONFERE-HEADER-LOTE.
           IF WS-EM-LOTE = 'Y' OR WS-TEM-HDA NOT = 'Y'
              MOVE 'HEADER DE LOTE FORA DE POSICAO' TO DER-MOTIVO
              PERFORM REGISTRA-ERRO-ARQUIVO
           ELSE
              IF WS-QTD-LOTE < 500
                 ADD 1 TO WS-QTD-LOTE
                 MOVE 'Y'  TO WS-EM-LOTE
                 MOVE 1    TO WS-LOTE-REG-CNT
                 MOVE ZERO TO WS-LOTE-SOMA
                 MOVE ZERO TO WS-LOTE-A-CNT
                 MOVE CNB-LOTE     TO LTB-NUMERO(WS-QTD-LOTE)
                 MOVE HDL-OPERACAO TO LTB-OPERACAO(WS-QTD-LOTE)
                 MOVE 'Y'          TO LTB-OK(WS-QTD-LOTE)
                 MOVE ZERO         TO LTB-QTD-A(WS-QTD-LOTE)
                 MOVE ZERO         TO LTB-SOMA(WS-QTD-LOTE)
                 IF HDL-OPERACAO NOT = 'C' AND HDL-OPERACAO NOT = 'D'
                    MOVE 'N' TO LTB-OK(WS-QTD-LOTE)
                 END-IF
              ELSE
                 MOVE 'EXCESSO DE LOTES NO ARQUIVO' TO DER-MOTIVO
                 PERFORM REGISTRA-ERRO-ARQUIVO
              END-IF
           END-IF.

       SOMA-SEGMENTO-A.
           MOVE CNB-REGISTRO TO WS-SEG-A.
           ADD 1 TO WS-LOTE-A-CNT.
           IF SGA-VALOR NUMERIC
              ADD SGA-VALOR TO WS-LOTE-SOMA
           ELSE
              MOVE 'N' TO LTB-OK(WS-QTD-LOTE)
           END-IF.

      *    A QUANTIDADE DO TRAILER DE LOTE INCLUI HEADER E TRAILER.
       CONFERE-TRAILER-LOTE.
           IF WS-EM-LOTE NOT = 'Y'
              MOVE 'TRAILER DE LOTE FORA DE POSICAO' TO DER-MOTIVO
              PERFORM REGISTRA-ERRO-ARQUIVO
           ELSE
              MOVE SPACE TO WS-EM-LOTE
              ADD 1 TO WS-LOTE-REG-CNT
              MOVE WS-LOTE-A-CNT TO LTB-QTD-A(WS-QTD-LOTE)
              MOVE WS-LOTE-SOMA  TO LTB-SOMA(WS-QTD-LOTE)
              IF TRL-QTD-REG NOT NUMERIC OR TRL-SOMA NOT NUMERIC
                    OR TRL-QTD-REG NOT = WS-LOTE-REG-CNT
                    OR TRL-SOMA NOT = WS-LOTE-SOMA
                    OR CNB-LOTE NOT = LTB-NUMERO(WS-QTD-LOTE)
                 MOVE 'N' TO LTB-OK(WS-QTD-LOTE)
              END-IF
           END-IF.

       REGISTRA-ERRO-ARQUIVO.
           MOVE 'N'            TO WS-ARQ-OK.
           MOVE WS-ARQ-REG-CNT TO DER-REGISTRO.
           WRITE REL-LINHA FROM DET-ERRO-CNB.

       ESCREVE-LINHA-LOTE.
           MOVE LTB-NUMERO(IX-LOTE)   TO DLT-LOTE.
           MOVE LTB-OPERACAO(IX-LOTE) TO DLT-OPERACAO.
           MOVE LTB-QTD-A(IX-LOTE)    TO DLT-QTDE.
           MOVE LTB-SOMA(IX-LOTE)     TO DLT-VALOR.
           ADD 1                      TO WS-LOTE-CNT.
           ADD LTB-QTD-A(IX-LOTE)     TO WS-CNAB-CNT.
           ADD LTB-SOMA(IX-LOTE)      TO TOTAL-CNAB.
           IF LTB-OK(IX-LOTE) = 'Y'
              MOVE 'CONFERIDO'              TO DLT-SITUACAO
           ELSE
              MOVE 'RECUSADO - TOTAIS/OPER' TO DLT-SITUACAO
              ADD 1                   TO WS-LOTERJ-CNT
              ADD LTB-QTD-A(IX-LOTE)  TO WS-LOTERJ-A-CNT
              ADD LTB-SOMA(IX-LOTE)   TO TOTAL-LOTERJ
           END-IF.
           WRITE REL-LINHA FROM DET-LOTE-CNB.

      *    SEGUNDA LEITURA: O SEGMENTO A SO E TRATADO QUANDO CHEGA O
      *    REGISTRO SEGUINTE, PARA APROVEITAR O SEGMENTO B.
       TRATA-REGISTRO.
           EVALUATE TRUE
              WHEN CNB-TIPO = '3' AND CNB-SEGMENTO = 'B'
                 IF WS-A-PENDENTE = 'Y'
                    IF SGB-TIPO-INSC = '1'
                       MOVE SGB-DOCUMENTO(4:11) TO WS-DOC-FAV
                    ELSE
                       MOVE SGB-DOCUMENTO       TO WS-DOC-FAV
                    END-IF
                 END-IF
              WHEN CNB-TIPO = '3' AND CNB-SEGMENTO = 'A'
                 PERFORM FECHA-ENTRADA
                 IF LTB-OK(IX-LOTE) = 'Y'
                    MOVE CNB-REGISTRO TO WS-SEG-A
                    MOVE SPACES       TO WS-DOC-FAV
                    MOVE 'Y'          TO WS-A-PENDENTE
                 END-IF
              WHEN CNB-TIPO = '3'
                 CONTINUE
              WHEN OTHER
                 PERFORM FECHA-ENTRADA
                 IF CNB-TIPO = '1'
                    ADD 1 TO IX-LOTE
                    MOVE LTB-OPERACAO(IX-LOTE) TO WS-OPERACAO
                 END-IF
           END-EVALUATE.

       FECHA-ENTRADA.
           IF WS-A-PENDENTE = 'Y'
              MOVE SPACE TO WS-A-PENDENTE
              PERFORM TRATA-ENTRADA
           END-IF.

      *    OCORRENCIA '00' OU 'BD' (OU EM BRANCO) = EFETIVADO NA
      *    CAMARA; AS DEMAIS JA VOLTARAM RECUSADAS E NAO SAO LANCADAS.
       TRATA-ENTRADA.
           IF SGA-OCORRENCIA(1:2) NOT = '00'
                 AND SGA-OCORRENCIA(1:2) NOT = 'BD'
                 AND SGA-OCORRENCIA(1:2) NOT = SPACES
              ADD 1 TO WS-NEFET-CNT
              ADD SGA-VALOR TO TOTAL-NEFET
           ELSE
              PERFORM LOCALIZA-DESTINO
              IF WS-DESTINO > 0
                 PERFORM GERA-MOVIMENTO
              ELSE
                 PERFORM GRAVA-DEVOLUCAO
              END-IF
           END-IF.

      *    PRIMEIRO PELA CONTA DO FAVORECIDO; SEM CONTA ATIVA, PELO
      *    DOCUMENTO DO SEGMENTO B, QUANDO O CLIENTE TEM UMA SO CONTA.
       LOCALIZA-DESTINO.
           MOVE ZERO   TO WS-DESTINO.
           MOVE SPACES TO WS-MOTIVO-DEV.
           MOVE SPACES TO WS-MOTIVO.
           IF SGA-VALOR = 0 OR SGA-VALOR > 9999999,99
              MOVE 'VI' TO WS-MOTIVO-DEV
              MOVE 'VALOR INVALIDO' TO WS-MOTIVO
           ELSE
              MOVE 'CI' TO WS-MOTIVO-DEV
              MOVE 'CONTA INEXISTENTE' TO WS-MOTIVO
              IF SGA-CONTA-N NUMERIC AND SGA-CONTA-N > 0
                    AND SGA-CONTA-N <= 9999999
                 MOVE SGA-CONTA-N TO WS-CONTA-CHAVE
                 PERFORM PROCURA-CONTA
                 IF WS-POS-CTA > 0
                    IF CTA-STATUS(WS-POS-CTA) = 'E'
                       MOVE 'CE' TO WS-MOTIVO-DEV
                       MOVE 'CONTA ENCERRADA' TO WS-MOTIVO
                    ELSE
                       MOVE WS-CONTA-CHAVE TO WS-DESTINO
                    END-IF
                 END-IF
              END-IF
              IF WS-DESTINO = 0 AND WS-DOC-FAV NOT = SPACES
                 PERFORM LOCALIZA-POR-DOCUMENTO
              END-IF
           END-IF.

       LOCALIZA-POR-DOCUMENTO.
           MOVE WS-DOC-FAV TO DVP-DOCUMENTO.
           CALL 'PAYDOCV' USING WT-DOCV-PARM.
           IF DVP-RESULTADO = 'OK'
              MOVE DVP-NORMAL TO WS-DOC-CHAVE
              PERFORM PROCURA-DOCUMENTO
              IF WS-POS-CLN > 0
                 EVALUATE TRUE
                    WHEN CLN-QTD-CONTAS(WS-POS-CLN) = 1
                       MOVE CLN-CONTA(WS-POS-CLN) TO WS-DESTINO
                    WHEN CLN-QTD-CONTAS(WS-POS-CLN) = 0
                       MOVE 'CS' TO WS-MOTIVO-DEV
                       MOVE 'CLIENTE SEM CONTA ATIVA' TO WS-MOTIVO
                    WHEN OTHER
                       MOVE 'CM' TO WS-MOTIVO-DEV
                       MOVE 'CLIENTE COM VARIAS CONTAS' TO WS-MOTIVO
                 END-EVALUATE
              END-IF
           END-IF.

      *    CREDITO DA CAMARA = DEPOSITO; DEBITO = PAGAMENTO.
       GERA-MOVIMENTO.
           IF WS-GERADAS-CNT = 99999
              PERFORM GRAVA-TRAILER
              PERFORM GRAVA-HEADER
           END-IF.
           MOVE SPACES          TO ENT-FIELD.
           MOVE WS-DESTINO      TO ENT-CONTA-NUM.
           MOVE 'MV'            TO ENT-TIPO.
           STRING 'CNAB'  DELIMITED BY SIZE
                  SGA-LOTE DELIMITED BY SIZE
                  '-'      DELIMITED BY SIZE
                  SGA-SEQ  DELIMITED BY SIZE
                  INTO ENT-DADOS.
           MOVE ZERO            TO ENT-RETRY.
           MOVE ZERO            TO ENT-DATA-ENT.
           IF WS-OPERACAO = 'D'
              COMPUTE ENT-VALOR = SGA-VALOR * -1
              MOVE 'PG'         TO ENT-CATEG
              ADD 1 TO WS-DEB-CNT
              ADD SGA-VALOR TO TOTAL-DEB
           ELSE
              MOVE SGA-VALOR    TO ENT-VALOR
              MOVE 'DP'         TO ENT-CATEG
              ADD 1 TO WS-CRED-CNT
              ADD SGA-VALOR TO TOTAL-CRED
           END-IF.
           WRITE ENT-FIELD.
           ADD 1 TO WS-GERADAS-CNT.
           ADD 1 TO WS-MV-CNT.
           ADD SGA-VALOR TO TOTAL-MV.
           COMPUTE WS-CENTS = FUNCTION ABS(ENT-VALOR) * 100.
           COMPUTE WS-HASH-CENTS = FUNCTION MOD(
              WS-HASH-CENTS + WS-CENTS, 10000000000).

       GRAVA-DEVOLUCAO.
           MOVE SPACES           TO DEV-REGISTRO.
           MOVE SGA-LOTE         TO DEV-LOTE.
           MOVE SGA-SEQ          TO DEV-SEQ.
           MOVE WS-OPERACAO      TO DEV-OPERACAO.
           MOVE SGA-BANCO-FAV    TO DEV-BANCO.
           MOVE SGA-AGENCIA      TO DEV-AGENCIA.
           MOVE SGA-CONTA        TO DEV-CONTA.
           MOVE WS-DOC-FAV       TO DEV-DOCUMENTO.
           MOVE SGA-NOME         TO DEV-NOME.
           MOVE SGA-SEU-NUMERO   TO DEV-SEU-NUMERO.
           MOVE SGA-NOSSO-NUMERO TO DEV-NOSSO-NUMERO.
           MOVE SGA-DATA-PAGTO   TO DEV-DATA-PAGTO.
           MOVE SGA-VALOR        TO DEV-VALOR.
           MOVE WS-MOTIVO-DEV    TO DEV-MOTIVO.
           MOVE WT-DATE-NUM      TO DEV-DATA-DEVOL.
           WRITE DEV-REGISTRO.
           ADD 1 TO WS-DEV-CNT.
           ADD SGA-VALOR TO TOTAL-DEV.
           MOVE SGA-LOTE         TO DN1-LOTE.
           MOVE SGA-SEQ          TO DN1-SEQ.
           MOVE WS-OPERACAO      TO DN1-OPERACAO.
           MOVE SGA-VALOR        TO DN1-VALOR.
           MOVE WS-MOTIVO        TO DN1-MOTIVO.
           WRITE NLC-LINHA FROM DET-NLC-1.
           MOVE SGA-CONTA        TO DN2-CONTA.
           MOVE WS-DOC-FAV       TO DN2-DOCUMENTO.
           MOVE SGA-NOME         TO DN2-NOME.
           WRITE NLC-LINHA FROM DET-NLC-2.

       GRAVA-HEADER.
           MOVE SPACES TO ENT-FIELD.
           MOVE ZERO   TO ENT-CONTA-NUM.
           MOVE ZERO   TO ENT-VALOR.
           MOVE 'HD'   TO ENT-TIPO.
           MOVE ZERO   TO ENT-RETRY.
           MOVE ZERO   TO ENT-DATA-ENT.
           WRITE ENT-FIELD.
           MOVE ZERO   TO WS-GERADAS-CNT.
           MOVE ZERO   TO WS-HASH-CENTS.
           ADD 1 TO WS-BATCH-CNT.

       GRAVA-TRAILER.
           MOVE SPACES         TO ENT-FIELD.
           MOVE ZERO           TO ENT-CONTA-NUM.
           MOVE ZERO           TO ENT-VALOR.
           MOVE 'TR'           TO ENT-TIPO.
           MOVE WS-GERADAS-CNT TO TRL-QTDE.
           MOVE WS-HASH-CENTS  TO TRL-HASH-CENTS.
           MOVE WT-TRAILER-SAI TO ENT-DADOS.
           MOVE ZERO           TO ENT-RETRY.
           MOVE ZERO           TO ENT-DATA-ENT.
           WRITE ENT-FIELD.

      *    TOTAL DO CNAB = LOTES RECUSADOS + LANCAMENTOS GERADOS +
      *    DEVOLVIDOS + NAO EFETIVADOS; A DIFERENCA DEVE SER ZERO.
       ESCREVE-RESUMO.
           COMPUTE WS-DIFER-CNT = WS-CNAB-CNT - WS-LOTERJ-A-CNT
              - WS-MV-CNT - WS-DEV-CNT - WS-NEFET-CNT.
           COMPUTE TOTAL-DIFER = TOTAL-CNAB - TOTAL-LOTERJ
              - TOTAL-MV - TOTAL-DEV - TOTAL-NEFET.
           IF WS-ARQ-OK NOT = 'Y'
              MOVE ZERO TO WS-DIFER-CNT
              MOVE ZERO TO TOTAL-DIFER
           END-IF.
           MOVE 'LOTES NO ARQUIVO CNAB      ' TO RES-ROTULO.
           MOVE WS-LOTE-CNT     TO RES-VALOR.
           MOVE ZERO            TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-CNB.
           MOVE 'ENTRADAS NO ARQUIVO CNAB   ' TO RES-ROTULO.
           MOVE WS-CNAB-CNT     TO RES-VALOR.
           MOVE TOTAL-CNAB      TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-CNB.
           MOVE 'LOTES CNAB RECUSADOS       ' TO RES-ROTULO.
           MOVE WS-LOTERJ-CNT   TO RES-VALOR.
           MOVE ZERO            TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-CNB.
           MOVE 'ENTRADAS EM LOTE RECUSADO  ' TO RES-ROTULO.
           MOVE WS-LOTERJ-A-CNT TO RES-VALOR.
           MOVE TOTAL-LOTERJ    TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-CNB.
           MOVE 'NAO EFETIVADAS NA CAMARA   ' TO RES-ROTULO.
           MOVE WS-NEFET-CNT    TO RES-VALOR.
           MOVE TOTAL-NEFET     TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-CNB.
           MOVE 'DEVOLVIDAS SEM CONTA       ' TO RES-ROTULO.
           MOVE WS-DEV-CNT      TO RES-VALOR.
           MOVE TOTAL-DEV       TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-CNB.
           MOVE 'CREDITOS GERADOS (DP)      ' TO RES-ROTULO.
           MOVE WS-CRED-CNT     TO RES-VALOR.
           MOVE TOTAL-CRED      TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-CNB.
           MOVE 'DEBITOS GERADOS (PG)       ' TO RES-ROTULO.
           MOVE WS-DEB-CNT      TO RES-VALOR.
           MOVE TOTAL-DEB       TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-CNB.
           MOVE 'LOTES GERADOS NO TRANENTR  ' TO RES-ROTULO.
           MOVE WS-BATCH-CNT    TO RES-VALOR.
           MOVE ZERO            TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-CNB.
           MOVE 'LANCAMENTOS DOS LOTES      ' TO RES-ROTULO.
           MOVE WS-MV-CNT       TO RES-VALOR.
           MOVE TOTAL-MV        TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-CNB.
           MOVE 'DIFERENCA CNAB X GERADO    ' TO RES-ROTULO.
           MOVE WS-DIFER-CNT    TO RES-VALOR.
           MOVE TOTAL-DIFER     TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-CNB.
           IF WS-DIFER-CNT NOT = 0 OR TOTAL-DIFER NOT = 0
              DISPLAY 'PAYCNAB - TOTAIS CNAB X LOTES GERADOS DIVERGEM'
              MOVE 8 TO RETURN-CODE
           END-IF.
