      *        *****************************************
      *        DWSD1013 - LAYOUT DA REMESSA DE CNPJ AO
      *                   BUREAU DE CONSULTA (ARQCNPJ)
      *        *****************************************
      *
      *  GRAVADO PELO DWSD0612 NO FIM DO RUN (SO NO RUN INTEIRO - A
      *  PARTICAO NAO PRODUZ A REMESSA). UM DETALHE POR CNPJ
      *  DISTINTO (BASE + FILIAL + DV) QUE CHEGOU AO DIMESTIP, EM
      *  ORDEM DE CNPJ. O BUREAU DEVOLVE A SITUACAO CADASTRAL NA
      *  RECEITA FEDERAL NO ARQUIVO DE RETORNO (COPY DWSD1014),
      *  PROCESSADO PELO DWSD0618.
      *  TIPOS DE REGISTRO: 0 HEADER / 1 DETALHE / 9 TRAILLER.
      *  DATA-NOME-ARQ : DATA-INI QUE BATIZA O DIMESTIP DO RUN - O
      *                  BUREAU A DEVOLVE NO HEADER DO RETORNO
      *  LRECL = 080
      *  (RESP: CMS  DATA 15/10/2026)
      *--------------------------------------------------------------
       01  REGISTRO-CNPJ                      PIC X(80).
       01  REG-HEADER-CNJ        REDEFINES    REGISTRO-CNPJ.
           03 TIPO-REG-H-CNJ                  PIC 9(01).
           03 DATA-SISTEMA-H-CNJ              PIC 9(08).
           03 HORA-SISTEMA-H-CNJ              PIC 9(06).
           03 DATA-NOME-ARQ-H-CNJ             PIC 9(08).
           03 NOME-PGM-H-CNJ                  PIC X(08).
           03 FILLER                          PIC X(49).
       01  REG-DETALHE-CNJ       REDEFINES    REGISTRO-CNPJ.
           03 TIPO-REG-D-CNJ                  PIC 9(01).
           03 CNPJ-D-CNJ.
              05 CODIGO-BASE-D-CNJ            PIC 9(08).
              05 CODIGO-FILIAL-D-CNJ          PIC 9(04).
              05 CODIGO-DV-D-CNJ              PIC 9(02).
           03 FILLER                          PIC X(65).
       01  REG-TRAILLER-CNJ      REDEFINES    REGISTRO-CNPJ.
           03 TIPO-REG-T-CNJ                  PIC 9(01).
           03 DATA-SISTEMA-T-CNJ              PIC 9(08).
           03 HORA-SISTEMA-T-CNJ              PIC 9(06).
           03 QTDE-REGISTROS-T-CNJ            PIC 9(09).
           03 FILLER                          PIC X(56).
