       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYLIQ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS 'R$' WITH PICTURE SYMBOL '$'
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LIQ-IN ASSIGN TO LIQFILE.
           SELECT CONTA-REC  ASSIGN TO CONTARNW
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CONTA-NUM.
           SELECT OPTIONAL CLI-REC ASSIGN TO CLIFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CLI-ID.
           SELECT OPTIONAL TRANS-ENT ASSIGN TO TRANENTR.
           SELECT PAGTO-OUT  ASSIGN TO TESOURO.
           SELECT LIQ-REL    ASSIGN TO LIQREL.
           SELECT BAIXA-REL  ASSIGN TO BAIXAREL.
           SELECT OPTIONAL RUN-DATE-CTL ASSIGN TO RUNDATE.
       DATA DIVISION.
       FILE SECTION.
       FD  LIQ-IN      RECORDING MODE F.
           COPY LIQREC.

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

      *    ARQUIVO DE PAGAMENTOS PARA A TESOURARIA, UM REGISTRO POR
      *    CONTA ENCERRADA COM SALDO CREDOR A DEVOLVER AO CLIENTE.
      *    PGT-MOTIVO: 'S' = SEM CONTA INDICADA
      *                'R' = CONTA INDICADA RECUSADA (INEXISTENTE OU
      *                      ENCERRADA)
       FD  PAGTO-OUT   RECORDING MODE F.
       01  PGT-REGISTRO.
           05 PGT-CONTA      PIC 9(7).
           05 PGT-DOCUMENTO  PIC X(14).
           05 PGT-NOME       PIC X(30).
           05 PGT-VALOR      PIC 9(9)V99.
           05 PGT-DATA       PIC 9(8).
           05 PGT-AGENCIA    PIC 9(3).
           05 PGT-MOTIVO     PIC X(1).
           05 PGT-DESTINO    PIC 9(7).
           05 FILLER         PIC X(19).

       FD  LIQ-REL     RECORDING MODE F.
       01  REL-LINHA         PIC X(80).

       FD  BAIXA-REL   RECORDING MODE F.
       01  BX-LINHA          PIC X(80).

       FD  RUN-DATE-CTL  RECORDING MODE F.
       01  RDC-RECORD        PIC X(8).

       WORKING-STORAGE SECTION.
       01  FLAGS.
           05 LIQ-EOF        PIC X VALUE SPACE.
           05 WS-CICLO-ABERTO PIC X VALUE SPACE.
           05 WS-CONTA-OK    PIC X VALUE SPACE.
           05 WS-CLI-ACHADO  PIC X VALUE SPACE.

       01  WT-DATE.
           05 WT-ANO         PIC 9(4).
           05 WT-MES         PIC 9(2).
           05 WT-DIA         PIC 9(2).
       01  WT-DATE-NUM REDEFINES WT-DATE PIC 9(8).

           COPY CICLOPRM.

       01  WT-CONTROLE-LOTE.
           05 WS-GERADAS-CNT PIC 9(5)  VALUE ZERO.
           05 WS-HASH-CENTS  PIC 9(10) VALUE ZERO.
           05 WS-CENTS       PIC 9(10) VALUE ZERO.

       01  WT-TRAILER-SAI.
           05 TRL-QTDE       PIC 9(5).
           05 TRL-HASH-CENTS PIC 9(10).

       01  WT-CONTADORES.
           05 WS-LIDOS-CNT   PIC 9(7) VALUE ZERO.
           05 WS-CRED-CNT    PIC 9(7) VALUE ZERO.
           05 WS-PAGTO-CNT   PIC 9(7) VALUE ZERO.
           05 WS-BAIXA-CNT   PIC 9(7) VALUE ZERO.
           05 WS-INVAL-CNT   PIC 9(7) VALUE ZERO.
           05 TOTAL-CRED     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 TOTAL-PAGTO    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 TOTAL-BAIXA    PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WT-TITULAR.
           05 WS-DOCUMENTO   PIC X(14) VALUE SPACES.
           05 WS-NOME        PIC X(30) VALUE SPACES.

       01  CAB-1-LIQ.
           05 FILLER         PIC X(35)
              VALUE 'LIQUIDACAO DE CONTAS ENCERRADAS   '.
           05 FILLER         PIC X(5)  VALUE 'DATA '.
           05 LIQ-DATA-REF   PIC 9(8).
           05 FILLER         PIC X(32) VALUE SPACES.

       01  DET-LIQ.
           05 FILLER         PIC X(6)  VALUE 'CONTA '.
           05 DLQ-CONTA      PIC 9(7).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DLQ-SOBRENOME  PIC X(15).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DLQ-VALOR      PIC $$$.$$$.$$9,99-.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DLQ-DESTINO    PIC X(34).

       01  WT-DESTINO.
           05 WS-DEST-TEXTO  PIC X(26).
           05 WS-DEST-CONTA  PIC 9(7).

       01  CAB-1-BX.
           05 FILLER         PIC X(40)
              VALUE 'SALDOS DEVEDORES BAIXADOS PARA PREJUIZO '.
           05 FILLER         PIC X(5)  VALUE 'DATA '.
           05 BX-DATA-REF    PIC 9(8).
           05 FILLER         PIC X(27) VALUE SPACES.

       01  DET-BX.
           05 FILLER         PIC X(6)  VALUE 'CONTA '.
           05 DBX-CONTA      PIC 9(7).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DBX-DOCUMENTO  PIC X(14).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DBX-NOME       PIC X(25).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DBX-VALOR      PIC $$$.$$$.$$9,99-.
           05 FILLER         PIC X(4)  VALUE ' AG '.
           05 DBX-AGENCIA    PIC 9(3).

       01  RES-LIQ.
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
           PERFORM ABRE-CICLO.
      *    OS CREDITOS EM CONTA INDICADA SAO ANEXADOS AO TRANENTR
      *    COMO UM LOTE PROPRIO, CRITICADO NO PROXIMO CICLO.
           OPEN INPUT  LIQ-IN
           OPEN INPUT  CONTA-REC
           OPEN INPUT  CLI-REC
           OPEN EXTEND TRANS-ENT
           OPEN OUTPUT PAGTO-OUT
           OPEN OUTPUT LIQ-REL
           OPEN OUTPUT BAIXA-REL.
           MOVE WT-DATE-NUM TO LIQ-DATA-REF.
           MOVE WT-DATE-NUM TO BX-DATA-REF.
           WRITE REL-LINHA FROM CAB-1-LIQ.
           WRITE BX-LINHA FROM CAB-1-BX.
           PERFORM GRAVA-HEADER.

       010-MAIN.
           PERFORM UNTIL LIQ-EOF = 'T'
              READ LIQ-IN
                 AT END MOVE 'T' TO LIQ-EOF
                 NOT AT END
                    ADD 1 TO WS-LIDOS-CNT
                    PERFORM TRATA-LIQUIDACAO
              END-READ
           END-PERFORM.

       030-END.
           PERFORM GRAVA-TRAILER.
           PERFORM ESCREVE-RESUMO.
           CLOSE LIQ-IN.
           CLOSE CONTA-REC.
           CLOSE CLI-REC.
           CLOSE TRANS-ENT.
           CLOSE PAGTO-OUT.
           CLOSE LIQ-REL.
           CLOSE BAIXA-REL.
           IF WS-INVAL-CNT > 0
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
           MOVE 'PAYLIQ  '  TO CIP-PROGRAMA.
           MOVE WT-DATE-NUM TO CIP-DATA.
           MOVE ZERO        TO CIP-RC.
           CALL 'PAYCICLO' USING WT-CICLO-PARM.
           IF CIP-RESULTADO NOT = 'OK'
              DISPLAY 'PAYLIQ - ' CIP-MENSAGEM
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

      *    A CONTA INDICADA E CONFERIDA DE NOVO NO MASTER NOVO
      *    (CONTARNW) GRAVADO PELO PAYUPD DO DIA; SE FOI ENCERRADA NO
      *    MESMO CICLO, O SALDO VAI PARA A TESOURARIA.
       TRATA-LIQUIDACAO.
           MOVE LIQ-CONTA     TO DLQ-CONTA.
           MOVE LIQ-SOBRENOME TO DLQ-SOBRENOME.
           IF LIQ-VALOR NUMERIC
              MOVE LIQ-VALOR  TO DLQ-VALOR
           ELSE
              MOVE ZERO       TO DLQ-VALOR
           END-IF.
           MOVE SPACES TO WT-DESTINO.
           IF LIQ-VALOR NOT NUMERIC OR LIQ-VALOR NOT > 0
              MOVE 'R' TO LIQ-TIPO
           END-IF.
           EVALUATE LIQ-TIPO
              WHEN 'T'
                 PERFORM CONFERE-CONTA-INDICADA
                 IF WS-CONTA-OK = 'Y'
                    PERFORM GERA-CREDITO
                 ELSE
                    PERFORM GERA-PAGAMENTO
                 END-IF
              WHEN 'P'
                 PERFORM GERA-PAGAMENTO
              WHEN 'B'
                 PERFORM REGISTRA-BAIXA
              WHEN OTHER
                 ADD 1 TO WS-INVAL-CNT
                 MOVE 'REGISTRO INVALIDO' TO WS-DEST-TEXTO
                 MOVE ZERO                TO WS-DEST-CONTA
           END-EVALUATE.
           MOVE WT-DESTINO TO DLQ-DESTINO.
           WRITE REL-LINHA FROM DET-LIQ.

       CONFERE-CONTA-INDICADA.
           MOVE SPACE TO WS-CONTA-OK.
           IF LIQ-DESTINO NUMERIC AND LIQ-DESTINO > 0
              MOVE LIQ-DESTINO TO CONTA-NUM
              READ CONTA-REC
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF CONTA-STATUS NOT = 'E'
                       MOVE 'Y' TO WS-CONTA-OK
                    END-IF
              END-READ
           END-IF.

       GERA-CREDITO.
           MOVE SPACES          TO ENT-FIELD.
           MOVE LIQ-DESTINO     TO ENT-CONTA-NUM.
           MOVE LIQ-VALOR       TO ENT-VALOR.
           MOVE 'LQ'            TO ENT-TIPO.
           MOVE LIQ-CONTA       TO ENT-DADOS(1:7).
           MOVE ZERO            TO ENT-RETRY.
           MOVE ZERO            TO ENT-DATA-ENT.
           MOVE 'AJ'            TO ENT-CATEG.
           WRITE ENT-FIELD.
           ADD 1 TO WS-GERADAS-CNT.
           COMPUTE WS-CENTS = FUNCTION ABS(ENT-VALOR) * 100.
           COMPUTE WS-HASH-CENTS = FUNCTION MOD(
              WS-HASH-CENTS + WS-CENTS, 10000000000).
           ADD 1 TO WS-CRED-CNT.
           ADD LIQ-VALOR TO TOTAL-CRED.
           MOVE 'CREDITO NA CONTA' TO WS-DEST-TEXTO.
           MOVE LIQ-DESTINO        TO WS-DEST-CONTA.

       GERA-PAGAMENTO.
           PERFORM OBTEM-TITULAR.
           MOVE SPACES          TO PGT-REGISTRO.
           MOVE LIQ-CONTA       TO PGT-CONTA.
           MOVE WS-DOCUMENTO    TO PGT-DOCUMENTO.
           MOVE WS-NOME         TO PGT-NOME.
           MOVE LIQ-VALOR       TO PGT-VALOR.
           MOVE WT-DATE-NUM     TO PGT-DATA.
           MOVE LIQ-AGENCIA     TO PGT-AGENCIA.
           IF LIQ-DESTINO NUMERIC AND LIQ-DESTINO > 0
              MOVE 'R'          TO PGT-MOTIVO
              MOVE LIQ-DESTINO  TO PGT-DESTINO
              MOVE 'TESOURARIA - RECUSADA' TO WS-DEST-TEXTO
              MOVE LIQ-DESTINO  TO WS-DEST-CONTA
           ELSE
              MOVE 'S'          TO PGT-MOTIVO
              MOVE ZERO         TO PGT-DESTINO
              MOVE 'PAGAMENTO PELA TESOURARIA' TO WS-DEST-TEXTO
              MOVE ZERO         TO WS-DEST-CONTA
           END-IF.
           WRITE PGT-REGISTRO.
           ADD 1 TO WS-PAGTO-CNT.
           ADD LIQ-VALOR TO TOTAL-PAGTO.

       REGISTRA-BAIXA.
           PERFORM OBTEM-TITULAR.
           MOVE LIQ-CONTA       TO DBX-CONTA.
           MOVE WS-DOCUMENTO    TO DBX-DOCUMENTO.
           MOVE WS-NOME         TO DBX-NOME.
           MOVE LIQ-VALOR       TO DBX-VALOR.
           MOVE LIQ-AGENCIA     TO DBX-AGENCIA.
           WRITE BX-LINHA FROM DET-BX.
           ADD 1 TO WS-BAIXA-CNT.
           ADD LIQ-VALOR TO TOTAL-BAIXA.
           MOVE 'BAIXADO PARA PREJUIZO' TO WS-DEST-TEXTO.
           MOVE ZERO                    TO WS-DEST-CONTA.

      *    TITULAR PELO CADASTRO DE CLIENTES; SEM VINCULO, PELO NOME
      *    DA PROPRIA CONTA.
       OBTEM-TITULAR.
           MOVE SPACES TO WS-DOCUMENTO.
           MOVE SPACES TO WS-NOME.
           MOVE SPACE  TO WS-CLI-ACHADO.
           IF LIQ-CLIENTE NUMERIC AND LIQ-CLIENTE > 0
              MOVE LIQ-CLIENTE TO CLI-ID
              READ CLI-REC
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE 'Y' TO WS-CLI-ACHADO
              END-READ
           END-IF.
           IF WS-CLI-ACHADO = 'Y'
              MOVE CLI-DOCUMENTO TO WS-DOCUMENTO
              MOVE CLI-NOME      TO WS-NOME
           ELSE
              STRING LIQ-PRIM-NOME DELIMITED BY '  '
                     ' '           DELIMITED BY SIZE
                     LIQ-SOBRENOME DELIMITED BY '  '
                     INTO WS-NOME
           END-IF.

       GRAVA-HEADER.
           MOVE SPACES TO ENT-FIELD.
           MOVE ZERO   TO ENT-CONTA-NUM.
           MOVE ZERO   TO ENT-VALOR.
           MOVE 'HD'   TO ENT-TIPO.
           MOVE ZERO   TO ENT-RETRY.
           MOVE ZERO   TO ENT-DATA-ENT.
           WRITE ENT-FIELD.

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

       ESCREVE-RESUMO.
           MOVE 'REGISTROS DE LIQUIDACAO    ' TO RES-ROTULO.
           MOVE WS-LIDOS-CNT  TO RES-VALOR.
           MOVE ZERO          TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-LIQ.
           MOVE 'CREDITOS EM CONTA INDICADA ' TO RES-ROTULO.
           MOVE WS-CRED-CNT   TO RES-VALOR.
           MOVE TOTAL-CRED    TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-LIQ.
           MOVE 'PAGAMENTOS PELA TESOURARIA ' TO RES-ROTULO.
           MOVE WS-PAGTO-CNT  TO RES-VALOR.
           MOVE TOTAL-PAGTO   TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-LIQ.
           MOVE 'SALDOS BAIXADOS (PREJUIZO) ' TO RES-ROTULO.
           MOVE WS-BAIXA-CNT  TO RES-VALOR.
           MOVE TOTAL-BAIXA   TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-LIQ.
           MOVE 'REGISTROS INVALIDOS        ' TO RES-ROTULO.
           MOVE WS-INVAL-CNT  TO RES-VALOR.
           MOVE ZERO          TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-LIQ.
           MOVE 'TOTAL BAIXADO              ' TO RES-ROTULO.
           MOVE WS-BAIXA-CNT  TO RES-VALOR.
           MOVE TOTAL-BAIXA   TO RES-MONTANTE.
           WRITE BX-LINHA FROM RES-LIQ.
