       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYINTEG.
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
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CLI-ID.
           SELECT SORT-DOC   ASSIGN TO "SRTWK07".
           SELECT INTEG-REL  ASSIGN TO INTEGREL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTA-REC.
           COPY CONTAREC.

       FD  CLI-REC.
           COPY CLIREC.

       SD  SORT-DOC.
       01  SRD-REG.
           05 SRD-DOCUMENTO  PIC X(14).
           05 SRD-CLIENTE    PIC 9(6).
           05 SRD-NOME       PIC X(30).
           05 SRD-STATUS     PIC X(1).

       FD  INTEG-REL   RECORDING MODE F.
       01  REL-LINHA         PIC X(80).

       WORKING-STORAGE SECTION.
       01  FLAGS.
           05 CONTA-EOF      PIC X VALUE SPACE.
           05 CLI-EOF        PIC X VALUE SPACE.
           05 SORT-EOF       PIC X VALUE SPACE.
           05 NOME-DIVERGE   PIC X VALUE SPACE.
           05 WS-CLI-CHEIA   PIC X VALUE SPACE.
           05 WS-PRIM-DOC    PIC X VALUE 'Y'.

           COPY DOCVPRM.

       01  WT-INDICES.
           05 WS-QTD-CLI     PIC 9(7) COMP VALUE ZERO.
           05 WS-POS-CLI     PIC 9(7) COMP VALUE ZERO.
           05 IX-CLI         PIC 9(7) COMP.
           05 WS-CLI-CHAVE   PIC 9(6) VALUE ZERO.

      *    CADASTRO DE CLIENTES EM ORDEM DE ID, COM A QUANTIDADE DE
      *    CONTAS NAO ENCERRADAS QUE APONTAM PARA CADA UM.
       01  WT-TAB-CLIENTES.
           05 TAB-CLI OCCURS 1 TO 120000 TIMES
                 DEPENDING ON WS-QTD-CLI
                 ASCENDING KEY IS TCL-ID
                 INDEXED BY NDX-CLI.
              10 TCL-ID        PIC 9(6).
              10 TCL-STATUS    PIC X(1).
              10 TCL-NOME      PIC X(30).
              10 TCL-DOCUMENTO PIC X(14).
              10 TCL-DOC-NORMAL PIC X(14).
              10 TCL-DOC-TIPO  PIC X(1).
              10 TCL-DOC-RESULT PIC X(2).
              10 TCL-QTD-CONTAS PIC 9(5) COMP.

       01  WT-NOMES.
           05 WS-NOME-CONTA  PIC X(31) VALUE SPACES.
           05 WS-NOME-CLI    PIC X(30) VALUE SPACES.
           05 WS-TAM-PRIM    PIC 9(2) VALUE ZERO.
           05 WS-TAM-SOBR    PIC 9(2) VALUE ZERO.
           05 WS-TAM-NOME    PIC 9(2) VALUE ZERO.
           05 WS-POS-SOBR    PIC 9(2) VALUE ZERO.

       01  WT-DUPLICIDADE.
           05 WS-DOC-ANT     PIC X(14) VALUE SPACES.
           05 WS-QTD-GRUPO   PIC 9(5) VALUE ZERO.
           05 WS-GRP-PRIMEIRO PIC X(51) VALUE SPACES.
           05 WS-GRP-ATUAL   PIC X(51) VALUE SPACES.

       01  WT-CONTADORES.
           05 WS-CLI-CNT     PIC 9(7) VALUE ZERO.
           05 WS-CTA-CNT     PIC 9(7) VALUE ZERO.
           05 WS-SEMVINC-CNT PIC 9(7) VALUE ZERO.
           05 WS-INEXIST-CNT PIC 9(7) VALUE ZERO.
           05 WS-CLIEXCL-CNT PIC 9(7) VALUE ZERO.
           05 WS-NOMEDIV-CNT PIC 9(7) VALUE ZERO.
           05 WS-SEMCTA-CNT  PIC 9(7) VALUE ZERO.
           05 WS-DOCINV-CNT  PIC 9(7) VALUE ZERO.
           05 WS-DUPDOC-CNT  PIC 9(7) VALUE ZERO.
           05 WS-DUPCLI-CNT  PIC 9(7) VALUE ZERO.
           05 WS-SECAO-CNT   PIC 9(7) VALUE ZERO.

       01  CAB-1-INT.
           05 FILLER         PIC X(43)
              VALUE 'INTEGRIDADE DO CADASTRO CLIENTES X CONTAS  '.
           05 FILLER         PIC X(37) VALUE SPACES.

       01  CAB-CTA-INT.
           05 FILLER         PIC X(40)
              VALUE 'CONTAS COM VINCULO DE CLIENTE INVALIDO  '.
           05 FILLER         PIC X(40) VALUE SPACES.

       01  CAB-CLI-INT.
           05 FILLER         PIC X(40)
              VALUE 'CLIENTES COM DOCUMENTO INVALIDO OU SEM  '.
           05 FILLER         PIC X(40)
              VALUE 'CONTAS                                  '.

       01  CAB-DUP-INT.
           05 FILLER         PIC X(40)
              VALUE 'DOCUMENTOS ATRIBUIDOS A MAIS DE UM      '.
           05 FILLER         PIC X(40)
              VALUE 'CLIENTE                                 '.

       01  DET-CTA-INT.
           05 FILLER         PIC X(6)  VALUE 'CONTA '.
           05 DCT-CONTA      PIC 9(7).
           05 FILLER         PIC X(9)  VALUE ' CLIENTE '.
           05 DCT-CLIENTE    PIC 9(6).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DCT-NOME       PIC X(31).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DCT-MOTIVO     PIC X(19).

       01  DET-CTA-CADASTRO.
           05 FILLER         PIC X(20) VALUE SPACES.
           05 FILLER         PIC X(9)  VALUE 'CADASTRO '.
           05 DCC-NOME       PIC X(30).
           05 FILLER         PIC X(21) VALUE SPACES.

       01  DET-CLI-INT.
           05 FILLER         PIC X(8)  VALUE 'CLIENTE '.
           05 DCI-CLIENTE    PIC 9(6).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DCI-DOCUMENTO  PIC X(14).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DCI-NOME       PIC X(30).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DCI-MOTIVO     PIC X(19).

       01  DET-DUP-INT.
           05 FILLER         PIC X(10) VALUE 'DOCUMENTO '.
           05 DDP-DOCUMENTO  PIC X(14).
           05 FILLER         PIC X(9)  VALUE ' CLIENTE '.
           05 DDP-CLIENTE    PIC 9(6).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DDP-NOME       PIC X(30).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DDP-SITUACAO   PIC X(9).

       01  LIN-NENHUMA.
           05 FILLER         PIC X(40)
              VALUE '    NENHUMA OCORRENCIA                  '.
           05 FILLER         PIC X(40) VALUE SPACES.

       01  RES-INT.
           05 RES-ROTULO     PIC X(28).
           05 RES-VALOR      PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
       000-SETUP.
           PERFORM CARREGA-CLIENTES.
           OPEN OUTPUT INTEG-REL.
           IF WS-CLI-CHEIA = 'Y'
              DISPLAY 'PAYINTEG - TABELA DE CLIENTES ESGOTADA'
              MOVE 8 TO RETURN-CODE
              CLOSE INTEG-REL
              GOBACK
           END-IF.
           WRITE REL-LINHA FROM CAB-1-INT.

       010-MAIN.
           WRITE REL-LINHA FROM CAB-CTA-INT.
           MOVE ZERO TO WS-SECAO-CNT.
           PERFORM CONFERE-CONTAS.
           IF WS-SECAO-CNT = 0
              WRITE REL-LINHA FROM LIN-NENHUMA
           END-IF.
           WRITE REL-LINHA FROM CAB-CLI-INT.
           MOVE ZERO TO WS-SECAO-CNT.
           PERFORM VARYING IX-CLI FROM 1 BY 1
                 UNTIL IX-CLI > WS-QTD-CLI
              PERFORM CONFERE-CLIENTE
           END-PERFORM.
           IF WS-SECAO-CNT = 0
              WRITE REL-LINHA FROM LIN-NENHUMA
           END-IF.
           WRITE REL-LINHA FROM CAB-DUP-INT.
           MOVE ZERO TO WS-SECAO-CNT.
           SORT SORT-DOC ON ASCENDING KEY SRD-DOCUMENTO SRD-CLIENTE
              INPUT PROCEDURE IS LIBERA-DOCUMENTOS
              OUTPUT PROCEDURE IS EMITE-DUPLICADOS.
           IF WS-SECAO-CNT = 0
              WRITE REL-LINHA FROM LIN-NENHUMA
           END-IF.

       030-END.
           PERFORM ESCREVE-RESUMO.
           CLOSE INTEG-REL.
           IF WS-INEXIST-CNT > 0 OR WS-CLIEXCL-CNT > 0
                 OR WS-NOMEDIV-CNT > 0 OR WS-SEMCTA-CNT > 0
                 OR WS-DOCINV-CNT > 0 OR WS-DUPDOC-CNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    PROCEDURES
       CARREGA-CLIENTES.
           OPEN INPUT CLI-REC.
           PERFORM UNTIL CLI-EOF = 'T'
              READ CLI-REC
                 AT END MOVE 'T' TO CLI-EOF
                 NOT AT END
                    ADD 1 TO WS-CLI-CNT
                    IF WS-QTD-CLI < 120000
                       PERFORM ANOTA-CLIENTE
                    ELSE
                       MOVE 'Y' TO WS-CLI-CHEIA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CLI-REC.

       ANOTA-CLIENTE.
           ADD 1 TO WS-QTD-CLI.
           MOVE CLI-ID        TO TCL-ID(WS-QTD-CLI).
           MOVE CLI-STATUS    TO TCL-STATUS(WS-QTD-CLI).
           MOVE CLI-NOME      TO TCL-NOME(WS-QTD-CLI).
           MOVE CLI-DOCUMENTO TO TCL-DOCUMENTO(WS-QTD-CLI).
           MOVE CLI-DOCUMENTO TO DVP-DOCUMENTO.
           CALL 'PAYDOCV' USING WT-DOCV-PARM.
           MOVE DVP-NORMAL    TO TCL-DOC-NORMAL(WS-QTD-CLI).
           MOVE DVP-TIPO      TO TCL-DOC-TIPO(WS-QTD-CLI).
           MOVE DVP-RESULTADO TO TCL-DOC-RESULT(WS-QTD-CLI).
           MOVE ZERO          TO TCL-QTD-CONTAS(WS-QTD-CLI).

       PROCURA-CLIENTE.
           MOVE ZERO TO WS-POS-CLI.
           IF WS-QTD-CLI > 0 AND WS-CLI-CHAVE > 0
              SEARCH ALL TAB-CLI
                 AT END CONTINUE
                 WHEN TCL-ID(NDX-CLI) = WS-CLI-CHAVE
                    SET WS-POS-CLI TO NDX-CLI
              END-SEARCH
           END-IF.

      *    CONTA ENCERRADA NAO E CONFERIDA: O CLIENTE PODE TER SIDO
      *    EXCLUIDO DEPOIS DO ENCERRAMENTO.
       CONFERE-CONTAS.
           OPEN INPUT CONTA-REC.
           PERFORM UNTIL CONTA-EOF = 'T'
              READ CONTA-REC
                 AT END MOVE 'T' TO CONTA-EOF
                 NOT AT END
                    IF CONTA-NUM > 0 AND CONTA-STATUS NOT = 'E'
                       ADD 1 TO WS-CTA-CNT
                       PERFORM CONFERE-CONTA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CONTA-REC.

       CONFERE-CONTA.
           IF CONTA-CLIENTE NOT NUMERIC OR CONTA-CLIENTE = 0
              ADD 1 TO WS-SEMVINC-CNT
           ELSE
              MOVE CONTA-CLIENTE TO WS-CLI-CHAVE
              PERFORM PROCURA-CLIENTE
              EVALUATE TRUE
                 WHEN WS-POS-CLI = 0
                    ADD 1 TO WS-INEXIST-CNT
                    MOVE 'CLIENTE INEXISTENTE' TO DCT-MOTIVO
                    PERFORM ESCREVE-LINHA-CONTA
                 WHEN TCL-STATUS(WS-POS-CLI) = 'E'
                    ADD 1 TO WS-CLIEXCL-CNT
                    MOVE 'CLIENTE EXCLUIDO   ' TO DCT-MOTIVO
                    PERFORM ESCREVE-LINHA-CONTA
                 WHEN OTHER
                    ADD 1 TO TCL-QTD-CONTAS(WS-POS-CLI)
                    PERFORM CONFERE-NOME
                    IF NOME-DIVERGE = 'T'
                       ADD 1 TO WS-NOMEDIV-CNT
                       MOVE 'NOME DIVERGENTE    ' TO DCT-MOTIVO
                       PERFORM ESCREVE-LINHA-CONTA
                       MOVE TCL-NOME(WS-POS-CLI) TO DCC-NOME
                       WRITE REL-LINHA FROM DET-CTA-CADASTRO
                    END-IF
              END-EVALUATE
           END-IF.

      *    O NOME DO CADASTRO DEVE COMECAR PELO PRIM-NOME DA CONTA E
      *    TERMINAR PELO SOBRENOME, AMBOS COMO PALAVRAS INTEIRAS.
       CONFERE-NOME.
           MOVE SPACE TO NOME-DIVERGE.
           MOVE TCL-NOME(WS-POS-CLI) TO WS-NOME-CLI.
           IF PRIM-NOME = SPACES OR SOBRENOME = SPACES
                 OR WS-NOME-CLI = SPACES
              MOVE 'T' TO NOME-DIVERGE
           ELSE
              COMPUTE WS-TAM-PRIM =
                 FUNCTION LENGTH(FUNCTION TRIM(PRIM-NOME TRAILING))
              COMPUTE WS-TAM-SOBR =
                 FUNCTION LENGTH(FUNCTION TRIM(SOBRENOME TRAILING))
              COMPUTE WS-TAM-NOME =
                 FUNCTION LENGTH(FUNCTION TRIM(WS-NOME-CLI TRAILING))
              IF WS-TAM-PRIM + WS-TAM-SOBR + 1 > WS-TAM-NOME
                 MOVE 'T' TO NOME-DIVERGE
              ELSE
                 COMPUTE WS-POS-SOBR = WS-TAM-NOME - WS-TAM-SOBR + 1
                 IF WS-NOME-CLI(1:WS-TAM-PRIM)
                       NOT = PRIM-NOME(1:WS-TAM-PRIM)
                       OR WS-NOME-CLI(WS-TAM-PRIM + 1:1) NOT = SPACE
                       OR WS-NOME-CLI(WS-POS-SOBR:WS-TAM-SOBR)
                          NOT = SOBRENOME(1:WS-TAM-SOBR)
                       OR WS-NOME-CLI(WS-POS-SOBR - 1:1) NOT = SPACE
                    MOVE 'T' TO NOME-DIVERGE
                 END-IF
              END-IF
           END-IF.

       ESCREVE-LINHA-CONTA.
           ADD 1 TO WS-SECAO-CNT.
           MOVE SPACES TO WS-NOME-CONTA.
           STRING PRIM-NOME DELIMITED BY '  '
                  ' '       DELIMITED BY SIZE
                  SOBRENOME DELIMITED BY '  '
                  INTO WS-NOME-CONTA.
           MOVE CONTA-NUM     TO DCT-CONTA.
           MOVE CONTA-CLIENTE TO DCT-CLIENTE.
           MOVE WS-NOME-CONTA TO DCT-NOME.
           WRITE REL-LINHA FROM DET-CTA-INT.

      *    CLIENTE EXCLUIDO NAO E COBRADO DE DOCUMENTO NEM DE CONTA.
       CONFERE-CLIENTE.
           IF TCL-STATUS(IX-CLI) NOT = 'E'
              IF TCL-DOC-RESULT(IX-CLI) NOT = 'OK'
                 ADD 1 TO WS-DOCINV-CNT
                 EVALUATE TRUE
                    WHEN TCL-DOC-RESULT(IX-CLI) = 'BR'
                       MOVE 'DOCUMENTO EM BRANCO' TO DCI-MOTIVO
                    WHEN TCL-DOC-RESULT(IX-CLI) = 'FM'
                       MOVE 'DOC NAO E CPF/CNPJ ' TO DCI-MOTIVO
                    WHEN TCL-DOC-TIPO(IX-CLI) = 'F'
                       MOVE 'CPF DV INVALIDO    ' TO DCI-MOTIVO
                    WHEN OTHER
                       MOVE 'CNPJ DV INVALIDO   ' TO DCI-MOTIVO
                 END-EVALUATE
                 PERFORM ESCREVE-LINHA-CLIENTE
              END-IF
              IF TCL-QTD-CONTAS(IX-CLI) = 0
                 ADD 1 TO WS-SEMCTA-CNT
                 MOVE 'SEM CONTAS ATIVAS  ' TO DCI-MOTIVO
                 PERFORM ESCREVE-LINHA-CLIENTE
              END-IF
           END-IF.

       ESCREVE-LINHA-CLIENTE.
           ADD 1 TO WS-SECAO-CNT.
           MOVE TCL-ID(IX-CLI)        TO DCI-CLIENTE.
           MOVE TCL-DOCUMENTO(IX-CLI) TO DCI-DOCUMENTO.
           MOVE TCL-NOME(IX-CLI)      TO DCI-NOME.
           WRITE REL-LINHA FROM DET-CLI-INT.

      *    A COMPARACAO E FEITA SO PELOS DIGITOS, PARA QUE O MESMO
      *    CPF/CNPJ COM E SEM PONTUACAO SEJA RECONHECIDO.
       LIBERA-DOCUMENTOS.
           PERFORM VARYING IX-CLI FROM 1 BY 1
                 UNTIL IX-CLI > WS-QTD-CLI
              IF TCL-DOC-RESULT(IX-CLI) NOT = 'BR'
                 MOVE TCL-DOC-NORMAL(IX-CLI) TO SRD-DOCUMENTO
                 MOVE TCL-ID(IX-CLI)         TO SRD-CLIENTE
                 MOVE TCL-NOME(IX-CLI)       TO SRD-NOME
                 MOVE TCL-STATUS(IX-CLI)     TO SRD-STATUS
                 RELEASE SRD-REG
              END-IF
           END-PERFORM.

       EMITE-DUPLICADOS.
           PERFORM UNTIL SORT-EOF = 'T'
              RETURN SORT-DOC
                 AT END MOVE 'T' TO SORT-EOF
                 NOT AT END PERFORM CONFERE-DUPLICIDADE
              END-RETURN
           END-PERFORM.

      *    O PRIMEIRO CLIENTE DO GRUPO SO E IMPRESSO QUANDO APARECE
      *    O SEGUNDO.
       CONFERE-DUPLICIDADE.
           IF WS-PRIM-DOC = 'Y' OR SRD-DOCUMENTO NOT = WS-DOC-ANT
              MOVE SPACE         TO WS-PRIM-DOC
              MOVE SRD-DOCUMENTO TO WS-DOC-ANT
              MOVE SRD-REG       TO WS-GRP-PRIMEIRO
              MOVE 1             TO WS-QTD-GRUPO
           ELSE
              ADD 1 TO WS-QTD-GRUPO
              IF WS-QTD-GRUPO = 2
                 ADD 1 TO WS-DUPDOC-CNT
                 MOVE SRD-REG         TO WS-GRP-ATUAL
                 MOVE WS-GRP-PRIMEIRO TO SRD-REG
                 PERFORM ESCREVE-LINHA-DUPLICADO
                 MOVE WS-GRP-ATUAL    TO SRD-REG
              END-IF
              PERFORM ESCREVE-LINHA-DUPLICADO
           END-IF.

       ESCREVE-LINHA-DUPLICADO.
           ADD 1 TO WS-SECAO-CNT.
           ADD 1 TO WS-DUPCLI-CNT.
           MOVE SRD-DOCUMENTO TO DDP-DOCUMENTO.
           MOVE SRD-CLIENTE   TO DDP-CLIENTE.
           MOVE SRD-NOME      TO DDP-NOME.
           IF SRD-STATUS = 'E'
              MOVE 'EXCLUIDO ' TO DDP-SITUACAO
           ELSE
              MOVE 'ATIVO    ' TO DDP-SITUACAO
           END-IF.
           WRITE REL-LINHA FROM DET-DUP-INT.

       ESCREVE-RESUMO.
           MOVE 'CLIENTES LIDOS              ' TO RES-ROTULO.
           MOVE WS-CLI-CNT     TO RES-VALOR.
           WRITE REL-LINHA FROM RES-INT.
           MOVE 'CONTAS VERIFICADAS          ' TO RES-ROTULO.
           MOVE WS-CTA-CNT     TO RES-VALOR.
           WRITE REL-LINHA FROM RES-INT.
           MOVE 'CONTAS SEM CLIENTE VINCULADO' TO RES-ROTULO.
           MOVE WS-SEMVINC-CNT TO RES-VALOR.
           WRITE REL-LINHA FROM RES-INT.
           MOVE 'CONTAS C/ CLI INEXISTENTE   ' TO RES-ROTULO.
           MOVE WS-INEXIST-CNT TO RES-VALOR.
           WRITE REL-LINHA FROM RES-INT.
           MOVE 'CONTAS C/ CLIENTE EXCLUIDO  ' TO RES-ROTULO.
           MOVE WS-CLIEXCL-CNT TO RES-VALOR.
           WRITE REL-LINHA FROM RES-INT.
           MOVE 'CONTAS C/ NOME DIVERGENTE   ' TO RES-ROTULO.
           MOVE WS-NOMEDIV-CNT TO RES-VALOR.
           WRITE REL-LINHA FROM RES-INT.
           MOVE 'CLIENTES SEM CONTAS ATIVAS  ' TO RES-ROTULO.
           MOVE WS-SEMCTA-CNT  TO RES-VALOR.
           WRITE REL-LINHA FROM RES-INT.
           MOVE 'DOCUMENTOS INVALIDOS        ' TO RES-ROTULO.
           MOVE WS-DOCINV-CNT  TO RES-VALOR.
           WRITE REL-LINHA FROM RES-INT.
           MOVE 'DOCUMENTOS DUPLICADOS       ' TO RES-ROTULO.
           MOVE WS-DUPDOC-CNT  TO RES-VALOR.
           WRITE REL-LINHA FROM RES-INT.
           MOVE 'CLIENTES C/ DOC DUPLICADO   ' TO RES-ROTULO.
           MOVE WS-DUPCLI-CNT  TO RES-VALOR.
           WRITE REL-LINHA FROM RES-INT.
