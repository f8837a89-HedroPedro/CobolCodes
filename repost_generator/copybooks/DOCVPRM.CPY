      *    AREA DE PARAMETROS DA VALIDACAO DE CPF/CNPJ (PAYDOCV).
      *    DVP-DOCUMENTO: COMO DIGITADO; ACEITA '.', '-' E '/'.
      *    DVP-TIPO: 'F' = CPF (11 DIGITOS), 'J' = CNPJ (14 DIGITOS),
      *              ESPACO = NENHUM DOS DOIS.
      *    DVP-RESULTADO: 'OK' = DOCUMENTO VALIDO
      *                   'BR' = DOCUMENTO EM BRANCO
      *                   'FM' = FORMATO INVALIDO
      *                   'DV' = DIGITO VERIFICADOR NAO CONFERE.
      *    DVP-NORMAL: SO OS DIGITOS, ALINHADOS A ESQUERDA (FORMA
      *    GRAVADA NO CADASTRO E USADA NA COMPARACAO DE DUPLICIDADE).
       01  WT-DOCV-PARM.
           05 DVP-DOCUMENTO PIC X(14).
           05 DVP-TIPO      PIC X(1).
           05 DVP-RESULTADO PIC X(2).
           05 DVP-NORMAL    PIC X(14).
