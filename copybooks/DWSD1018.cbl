      *        *****************************************
      *        DWSD1018 - LAYOUT DO LOG DE MASCARAMENTO
      *                   LGPD (ARQLOGLGPD)
      *        *****************************************
      *
      *  GRAVADO A CADA RUN PELO DWSD0612 E PELO DWSD0618, UM
      *  ARQUIVO POR PROGRAMA. TIPOS DE REGISTRO: 0 HEADER /
      *  1 DETALHE / 9 TRAILLER. UM DETALHE POR REGISTRO DE FEED
      *  QUE SAIU COM DADOS PESSOAIS MASCARADOS POR ESTAR NA LISTA
      *  DE SUPRESSAO (COPY DWSD1017).
      *  ARQUIVO      : FEED MASCARADO - DIMESTIP (VALE TAMBEM PARA
      *                 O DELTA, A CARGA DB2 E O ARQDELIM DO MESMO
      *                 DETALHE), ARQCTO (E DIMCONTATO), ARQRENDW,
      *                 ARQDELTA (EXCLUSAO VINDA DA IMAGEM ANTERIOR)
      *                 OU ARQSITCN (CRUZAMENTO COM O BUREAU)
      *  REGRA        : M = MASCARADO / P = PSEUDONIMIZADO
      *  ORIGEM       : CHAVE DA LISTA QUE CASOU - A = CIA/APOLICE /
      *                 C = CNPJ (BASE + FILIAL) / B = BASE DO CNPJ
      *                 (FILIAL ZERADA NA LISTA)
      *  IND-CARGA-DB2: S = O REGISTRO ENTROU TAMBEM NA CARGA DB2
      *  IND-DELIM    : S = O REGISTRO SAIU TAMBEM NO ARQDELIM
      *  IND-DELIM-CLARO (HEADER): S = O PARM LIBEROU O ARQDELIM EM
      *                 CLARO / N = NOME MASCARADO PARA TODOS NO
      *                 ARQDELIM (REGRA D, SO CONTADA NO TRAILLER)
      *  LRECL = 100
      *  (RESP: CMS  DATA 15/10/2026)
      *--------------------------------------------------------------
       01  REGISTRO-LGPD                      PIC X(100).
       01  REG-HEADER-LGP        REDEFINES    REGISTRO-LGPD.
           03 TIPO-REG-H-LGP                  PIC 9(01).
           03 DATA-SISTEMA-H-LGP              PIC 9(08).
           03 HORA-SISTEMA-H-LGP              PIC 9(06).
           03 DATA-NOME-ARQ-H-LGP             PIC 9(08).
           03 NOME-PGM-H-LGP                  PIC X(08).
           03 QTDE-LISTA-H-LGP                PIC 9(05).
           03 IND-DELIM-CLARO-H-LGP           PIC X(01).
           03 FILLER                          PIC X(63).
       01  REG-DETALHE-LGP       REDEFINES    REGISTRO-LGPD.
           03 TIPO-REG-D-LGP                  PIC 9(01).
           03 ARQUIVO-D-LGP                   PIC X(08).
           03 IDENT-APOLICE-D-LGP             PIC 9(10).
           03 CHAVE-APOL-D-LGP.
              05 CIA-D-LGP                    PIC 9(03).
              05 APOLICE-D-LGP                PIC 9(07).
           03 CGC-D-LGP.
              05 BASE-D-LGP                   PIC 9(08).
              05 FILIAL-D-LGP                 PIC 9(04).
           03 REGRA-D-LGP                     PIC X(01).
           03 ORIGEM-D-LGP                    PIC X(01).
           03 PROTOCOLO-D-LGP                 PIC X(20).
           03 IND-CARGA-DB2-D-LGP             PIC X(01).
           03 IND-DELIM-D-LGP                 PIC X(01).
           03 FILLER                          PIC X(35).
       01  REG-TRAILLER-LGP      REDEFINES    REGISTRO-LGPD.
           03 TIPO-REG-T-LGP                  PIC 9(01).
           03 DATA-SISTEMA-T-LGP              PIC 9(08).
           03 HORA-SISTEMA-T-LGP              PIC 9(06).
           03 QTDE-REGISTROS-T-LGP            PIC 9(09).
           03 QTDE-DIMESTIP-T-LGP             PIC 9(09).
           03 QTDE-ARQCTO-T-LGP               PIC 9(09).
           03 QTDE-ARQRENDW-T-LGP             PIC 9(09).
           03 QTDE-ARQDELTA-T-LGP             PIC 9(09).
           03 QTDE-ARQSITCN-T-LGP             PIC 9(09).
           03 QTDE-DELIM-PADRAO-T-LGP         PIC 9(09).
           03 FILLER                          PIC X(22).
