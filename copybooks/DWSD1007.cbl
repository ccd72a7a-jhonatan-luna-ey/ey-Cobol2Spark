      *        *****************************************
      *        DWSD1007 - LAYOUT DO ARQUIVO DE SAIDA DA
      *                   DIMENSAO GRUPO ECONOMICO (DIMGRUPO)
      *        *****************************************
      *
      *  GRAVADO PELO DWSD0612 (SO NO RUN INTEIRO - A PARTICAO NAO
      *  PRODUZ A DIMENSAO). O GRUPO REUNE TODAS AS FILIAIS DA MESMA
      *  BASE DE CNPJ (8 DIGITOS) E TODAS AS APOLICES LIGADAS ENTRE
      *  SI POR ETP_APO_MESTRE / ETP_APO_CONJUGADA; O CODIGO DO
      *  GRUPO E A MENOR BASE DE CNPJ DO GRUPO. TIPOS DE REGISTRO:
      *  0 HEADER / 1 DETALHE GRUPO / 2 DETALHE APOLICE MEMBRO /
      *  9 TRAILLER. OS MEMBROS (TIPO 2) DE CADA GRUPO SAEM EM ORDEM
      *  DE CIA/APOLICE ANTES DO DETALHE TIPO 1 DO GRUPO, QUE SO E
      *  FECHADO NA QUEBRA. LIDER: M = APOLICE MESTRE DO GRUPO /
      *  A = APOLICE ATIVA MAIS ANTIGA / C = GRUPO SO DE CANCELADAS
      *  (APOLICE MAIS ANTIGA). O TRAILLER CONTA OS DETALHES TIPO 1,
      *  COMO NO DIMESTIP, E TRAZ A PARTE A QUANTIDADE DE MEMBROS.
      *  (RESP: CMS  DATA 15/10/2026)
      *--------------------------------------------------------------
       01  REGISTRO-GRUPO                     PIC X(80).
       01  REG-HEADER-GRP        REDEFINES    REGISTRO-GRUPO.
           03 TIPO-REG-H-GRP                  PIC 9(01).
           03 DATA-SISTEMA-H-GRP              PIC 9(08).
           03 HORA-SISTEMA-H-GRP              PIC 9(06).
           03 DATA-INI-H-GRP                  PIC 9(08).
           03 DATA-FIM-H-GRP                  PIC 9(08).
           03 NOME-PGM-H-GRP                  PIC X(08).
           03 FILLER                          PIC X(41).
       01  REG-DETALHE-GRP       REDEFINES    REGISTRO-GRUPO.
           03 TIPO-REG-D-GRP                  PIC 9(01).
           03 COD-GRUPO-D-GRP                 PIC 9(08).
           03 IDENT-LIDER-D-GRP               PIC 9(10).
           03 CRIT-LIDER-D-GRP                PIC X(01).
           03 QTDE-CNPJ-BASE-D-GRP            PIC 9(04).
           03 QTDE-APOL-ATIVAS-D-GRP          PIC 9(07).
           03 QTDE-APOL-CANCEL-D-GRP          PIC 9(07).
           03 QTDE-SUBFAT-D-GRP               PIC 9(09).
           03 QTDE-RAMOS-D-GRP                PIC 9(02).
           03 RAMO-D-GRP                      PIC 9(03)
                                              OCCURS 8 TIMES.
           03 FILLER                          PIC X(07).
       01  REG-MEMBRO-GRP        REDEFINES    REGISTRO-GRUPO.
           03 TIPO-REG-M-GRP                  PIC 9(01).
           03 COD-GRUPO-M-GRP                 PIC 9(08).
           03 IDENT-APOLICE-M-GRP             PIC 9(10).
           03 CHAVE-OLTP-M-GRP.
              05 CODIGO-BASE-M-GRP            PIC 9(08).
              05 CODIGO-FILIAL-M-GRP          PIC 9(04).
           03 CODIGO-DV-M-GRP                 PIC 9(02).
           03 SITUACAO-M-GRP                  PIC X(01).
           03 IN-MESTRE-M-GRP                 PIC X(01).
           03 RAMO-M-GRP                      PIC 9(03).
           03 QTDE-SUBFAT-M-GRP               PIC 9(05).
           03 DATA-INIC-M-GRP                 PIC 9(08).
           03 FILLER                          PIC X(29).
       01  REG-TRAILLER-GRP      REDEFINES    REGISTRO-GRUPO.
           03 TIPO-REG-T-GRP                  PIC 9(01).
           03 DATA-SISTEMA-T-GRP              PIC 9(08).
           03 HORA-SISTEMA-T-GRP              PIC 9(06).
           03 QTDE-REGISTROS-T-GRP            PIC 9(09).
           03 QTDE-MEMBROS-T-GRP              PIC 9(09).
           03 FILLER                          PIC X(47).
