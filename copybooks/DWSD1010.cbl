      *        *****************************************
      *        DWSD1010 - LAYOUT DO ARQUIVO DE SAIDA DA
      *                   DIMENSAO ATIVIDADE (DIMATIV)
      *        *****************************************
      *
      *  GRAVADO PELO DWSD0612 (SO NO RUN INTEIRO - A PARTICAO NAO
      *  PRODUZ A DIMENSAO) E LIDO PELO DWSD0617 (CRITICA DE
      *  ATIVIDADE DO DIMESTIP E MANIFESTO DO PACOTE). TIPOS DE
      *  REGISTRO: 0 HEADER / 1 DETALHE / 9 TRAILLER.
      *  (RESP: CMS  DATA 15/10/2026)
      *--------------------------------------------------------------
       01  REGISTRO-ATIV                    PIC X(80).
       01  REG-HEADER-ATV     REDEFINES     REGISTRO-ATIV.
           03 TIPO-REG-H-ATV                PIC 9(01).
           03 DATA-SISTEMA-H-ATV            PIC 9(08).
           03 HORA-SISTEMA-H-ATV            PIC 9(06).
           03 DATA-INI-H-ATV                PIC 9(08).
           03 DATA-FIM-H-ATV                PIC 9(08).
           03 NOME-PGM-H-ATV                PIC X(08).
           03 FILLER                        PIC X(41).
       01  REG-DETALHE-ATV    REDEFINES     REGISTRO-ATIV.
           03 TIPO-REG-D-ATV                PIC 9(01).
           03 COD-ATIV-D-ATV                PIC 9(04).
           03 DESC-ATIV-D-ATV               PIC X(50).
           03 QTDE-OCORR-D-ATV              PIC 9(09).
           03 FILLER                        PIC X(16).
       01  REG-TRAILLER-ATV   REDEFINES     REGISTRO-ATIV.
           03 TIPO-REG-T-ATV                PIC 9(01).
           03 DATA-SISTEMA-T-ATV            PIC 9(08).
           03 HORA-SISTEMA-T-ATV            PIC 9(06).
           03 QTDE-REGISTROS-T-ATV          PIC 9(09).
           03 FILLER                        PIC X(56).
