      *        *****************************************
      *        DWSD1014 - LAYOUT DO RETORNO DO BUREAU DE
      *                   CONSULTA DE CNPJ (ARQRETCNPJ)
      *        *****************************************
      *
      *  DEVOLVIDO PELO BUREAU PARA A REMESSA ARQCNPJ (COPY DWSD1013)
      *  E LIDO PELO DWSD0618. UM DETALHE POR CNPJ CONSULTADO, EM
      *  QUALQUER ORDEM. TIPOS DE REGISTRO: 0 HEADER / 1 DETALHE /
      *  9 TRAILLER.
      *  DATA-NOME-ARQ   : A MESMA DO HEADER DA REMESSA RESPONDIDA
      *  COD-RETORNO     : 00 = CNPJ LOCALIZADO NA RECEITA /
      *                    01 = CNPJ NAO LOCALIZADO /
      *                    02 = CNPJ INVALIDO (RECUSADO PELO BUREAU)
      *  SITUACAO        : SITUACAO CADASTRAL DA RECEITA (SO COM
      *                    COD-RETORNO 00) - 01 NULA / 02 ATIVA /
      *                    03 SUSPENSA / 04 INAPTA / 08 BAIXADA
      *  NOME-EMPRESARIAL: RAZAO SOCIAL OFICIAL DA RECEITA
      *  CNAE-PRINCIPAL  : CNAE FISCAL DA ATIVIDADE PRINCIPAL
      *  LRECL = 250
      *  (RESP: CMS  DATA 15/10/2026)
      *--------------------------------------------------------------
       01  REGISTRO-RET-CNPJ                  PIC X(250).
       01  REG-HEADER-RET        REDEFINES    REGISTRO-RET-CNPJ.
           03 TIPO-REG-H-RET                  PIC 9(01).
           03 DATA-PROCESSAMENTO-H-RET        PIC 9(08).
           03 DATA-NOME-ARQ-H-RET             PIC 9(08).
           03 FILLER                          PIC X(233).
       01  REG-DETALHE-RET       REDEFINES    REGISTRO-RET-CNPJ.
           03 TIPO-REG-D-RET                  PIC 9(01).
           03 CNPJ-D-RET.
              05 CODIGO-BASE-D-RET            PIC 9(08).
              05 CODIGO-FILIAL-D-RET          PIC 9(04).
              05 CODIGO-DV-D-RET              PIC 9(02).
           03 COD-RETORNO-D-RET               PIC 9(02).
           03 SITUACAO-D-RET                  PIC 9(02).
           03 DATA-SITUACAO-D-RET             PIC 9(08).
           03 MOTIVO-SITUACAO-D-RET           PIC 9(02).
           03 NOME-EMPRESARIAL-D-RET          PIC X(150).
           03 CNAE-PRINCIPAL-D-RET            PIC 9(07).
           03 FILLER                          PIC X(64).
       01  REG-TRAILLER-RET      REDEFINES    REGISTRO-RET-CNPJ.
           03 TIPO-REG-T-RET                  PIC 9(01).
           03 QTDE-REGISTROS-T-RET            PIC 9(09).
           03 FILLER                          PIC X(240).
