       IDENTIFICATION DIVISION.
      *========================*

       PROGRAM-ID.    DWSD0616.
       AUTHOR.        CLAUDIA MARIA.

      *================================================================*
      *                                                                *
      *  PROJETO    : DWSD - DATAWAREHOUSE EM AMBIENTE MAINFRAME       *
      *                                                                *
      *               -----------------------------------------------  *
      *  OBJETIVO   : ACOMPANHAMENTO MENSAL DOS RUNS DA EXTRACAO DA    *
      *               DIMENSAO ESTIPULANTE (SLA E QUALIDADE) E         *
      *               RETENCAO DO HISTORICO DE AUDITORIA (ARQAUDIT)    *
      *               -----------------------------------------------  *
      *                                                                *
      *  ENTRADA    : ARQPARM   (PARAMETRO - RETENCAO EM MESES)        *
      *               ARQAUDIT  (HISTORICO DE AUDITORIA DOS RUNS)      *
      *               ARQSTATUS (GERACOES DO STATUS DOS RUNS)          *
      *               ARQSTACK  (GERACOES DO STATUS DA RECONCILIACAO)  *
      *                                                                *
      *  SAIDA      : ARQAUDNV  (HISTORICO RETIDO - SUBSTITUI O        *
      *                          ARQAUDIT NO PASSO SEGUINTE DO JCL)    *
      *               ARQAUDHIS (REGISTROS ARQUIVADOS - DISP=MOD)      *
      *               ARQRELSLA (RELATORIO DE ACOMPANHAMENTO)          *
      *                                                                *
      *  EQUIPE     : EXTRACAO DW ( G & P )                            *
      *                                                                *
      *  DATA       : OUTUBRO DE 2026                                  *
      *================================================================*
151026* ALTERACAO :CRIACAO DO PROGRAMA - O ARQAUDIT CRESCIA UM        *
151026*            REGISTRO POR RUN (DISP=MOD) SEM NUNCA SER          *
151026*            EXPURGADO E OS INDICADORES DA JANELA BATCH E DE    *
151026*            QUALIDADE ERAM LEVANTADOS A MAO NAS LISTAGENS DE   *
151026*            SYSOUT. ESTE PASSO LE O HISTORICO DE AUDITORIA, O  *
151026*            STATUS DE CADA RUN (ARQSTATUS) E O RESULTADO DA    *
151026*            RECONCILIACAO NO DW (ARQSTACK, COPY DWSD1008) E    *
151026*            EMITE O RELATORIO DO MES DE REFERENCIA: DURACAO DE *
151026*            CADA RUN, TENDENCIA DO GRAVADOS-ETP, TAXAS DE      *
151026*            REJEICAO (CGC ZERADO/REJEITADO E DV INVALIDO/      *
151026*            REJEITADO SOBRE O LIDOS-SORT), TRANSFERENCIAS      *
151026*            RETIDAS E DIAS ATE O ACKNOWLEDGMENT DO DW. NO      *
151026*            MESMO PASSO ARQUIVA OS REGISTROS DE RUNS MAIS      *
151026*            ANTIGOS QUE A RETENCAO DO PARAMETRO                *
151026*            (QTDE-MESES-RETENCAO-AUD DO COPY DWSD1001).        *
151026* GD :             RESP: CMS               DATA: 15/10/2026      *
      *================================================================*

      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.

           SELECT ARQPARM       ASSIGN    TO ARQPARM
                                FILE STATUS IS WS-FS-ARQPARM.

           SELECT ARQAUDIT      ASSIGN    TO ARQAUDIT
                                FILE STATUS IS WS-FS-ARQAUDIT.

           SELECT ARQSTATUS     ASSIGN    TO ARQSTATUS
                                FILE STATUS IS WS-FS-ARQSTATUS.

           SELECT ARQSTACK      ASSIGN    TO ARQSTACK
                                FILE STATUS IS WS-FS-ARQSTACK.

           SELECT ARQAUDNV      ASSIGN    TO ARQAUDNV.

           SELECT ARQAUDHIS     ASSIGN    TO ARQAUDHIS.

           SELECT ARQRELSLA     ASSIGN    TO ARQRELSLA.

      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*

      *---------------------------------------------------------------*
      *  PARAMETRO DA EXTRACAO (COPY DWSD1001 NA WORKING) - AQUI SO   *
      *  INTERESSA O QTDE-MESES-RETENCAO-AUD                          *
      *---------------------------------------------------------------*
       FD  ARQPARM
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD.

       01  REG-PARAMETRO                 PIC X(211).

      *---------------------------------------------------------------*
      *  HISTORICO DE AUDITORIA (COPY DWSD1002 NA WORKING) - O        *
      *  ARQAUDIT DE SAIDA E O ARQUIVO MORTO TEM O MESMO LAYOUT       *
      *---------------------------------------------------------------*
       FD  ARQAUDIT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD.

       01  REG-AUDIT-ENT                 PIC X(149).

       FD  ARQAUDNV
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD.

       01  REG-AUDNV                     PIC X(149).

       FD  ARQAUDHIS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD.

       01  REG-AUDHIS                    PIC X(149).

      *---------------------------------------------------------------*
      *  STATUS DE FIM DE EXECUCAO DOS RUNS (GERACOES CONCATENADAS    *
      *  NO JCL EM ORDEM CRONOLOGICA)                                 *
      *---------------------------------------------------------------*
       FD  ARQSTATUS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD.

           COPY DWSD1003.

      *---------------------------------------------------------------*
      *  STATUS DA RECONCILIACAO DO DWSD0613 (GERACOES CONCATENADAS   *
      *  NO JCL EM ORDEM CRONOLOGICA)                                 *
      *---------------------------------------------------------------*
       FD  ARQSTACK
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD.

           COPY DWSD1008.

      *---------------------------------------------------------------*
      *  RELATORIO DE ACOMPANHAMENTO DOS RUNS                         *
      *---------------------------------------------------------------*
       FD  ARQRELSLA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD.

       01  REG-RELSLA                    PIC X(132).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*

       77  WS-ABEND                  COMP   PIC S9(04)     VALUE +0777.
       77  NCOB1660                         PIC  X(08) VALUE 'NCOB1660'.
       77  WS-MAX-RUNS                      PIC 9(03)  VALUE 200.
       77  WS-RETENCAO-PADRAO               PIC 9(03)  VALUE 013.
       77  WS-RETENCAO-MINIMA               PIC 9(03)  VALUE 002.

       01  WS-FILE-STATUS.
           03 WS-FS-ARQPARM                 PIC X(02) VALUE '00'.
           03 WS-FS-ARQAUDIT                PIC X(02) VALUE '00'.
           03 WS-FS-ARQSTATUS               PIC X(02) VALUE '00'.
           03 WS-FS-ARQSTACK                PIC X(02) VALUE '00'.

       01  WS-CONTROLES.
           03 WS-FIM-AUDIT                  PIC X(03) VALUE 'NAO'.
           03 WS-FIM-STATUS                 PIC X(03) VALUE 'NAO'.
           03 WS-FIM-STACK                  PIC X(03) VALUE 'NAO'.
           03 WS-MOTIVO-ABEND               PIC X(40) VALUE SPACES.
           03 WS-LIN-RELSLA                 PIC 9(03) VALUE 099.
           03 WS-PAG-RELSLA                 PIC 9(03) VALUE ZEROS.
           03 WS-QTD-LIDOS-AUD              PIC 9(09) VALUE ZEROS.
           03 WS-QTD-MANTIDOS-AUD           PIC 9(09) VALUE ZEROS.
           03 WS-QTD-ARQUIVADOS-AUD         PIC 9(09) VALUE ZEROS.
           03 WS-QTD-LIDOS-STA              PIC 9(09) VALUE ZEROS.
           03 WS-QTD-CASADOS-STA            PIC 9(09) VALUE ZEROS.
           03 WS-QTD-LIDOS-STK              PIC 9(09) VALUE ZEROS.
           03 WS-QTD-CASADOS-STK            PIC 9(09) VALUE ZEROS.
           03 WS-QTD-RUNS-DESPREZ           PIC 9(05) VALUE ZEROS.
           03 WS-QTD-ZZZ                    PIC ZZZ.ZZZ.ZZ9.

      *---------------------------------------------------------------*
      *  MESES TRATADOS COMO ANO * 12 + MES PARA PERMITIR A CONTA     *
      *  DE RETENCAO E DO MES ANTERIOR SEM TRATAR VIRADA DE ANO       *
      *---------------------------------------------------------------*
       01  WS-CTRL-MESES.
           03 WS-MESES-RETENCAO             PIC 9(03) VALUE ZEROS.
           03 WS-IDX-MES-ATUAL              PIC 9(06) USAGE COMP.
           03 WS-IDX-MES-REF                PIC 9(06) USAGE COMP.
           03 WS-IDX-MES-ANT                PIC 9(06) USAGE COMP.
           03 WS-IDX-MES-CORTE              PIC 9(06) USAGE COMP.
           03 WS-IDX-MES-RUN                PIC 9(06) USAGE COMP.
           03 WS-IDX-MES-AUX                PIC 9(06) USAGE COMP.
           03 WS-ANO-MES-AUX                PIC 9(04) VALUE ZEROS.
           03 WS-MES-MES-AUX                PIC 9(02) VALUE ZEROS.
           03 WS-ANO-REF                    PIC 9(04) VALUE ZEROS.
           03 WS-MES-REF                    PIC 9(02) VALUE ZEROS.
           03 WS-ANO-CORTE                  PIC 9(04) VALUE ZEROS.
           03 WS-MES-CORTE                  PIC 9(02) VALUE ZEROS.

      *---------------------------------------------------------------*
      *  CONVERSAO DAS DATAS DA AUDITORIA - O DWSD0612 GRAVA AS DATAS *
      *  DO JOB NO FORMATO MM/DD/AA (WS-DATA-CORRENTE) E O DWSD0614   *
      *  GRAVA A DATA DE FIM EM AAAAMMDD; OS DOIS SAO ACEITOS         *
      *---------------------------------------------------------------*
       01  WS-DATA-AUD-X                    PIC X(08).
       01  WS-DATA-AUD-MDA   REDEFINES      WS-DATA-AUD-X.
           03 WS-MES-AUD-X                  PIC X(02).
           03 WS-BARRA1-AUD                 PIC X(01).
           03 WS-DIA-AUD-X                  PIC X(02).
           03 WS-BARRA2-AUD                 PIC X(01).
           03 WS-ANO-AUD-X                  PIC X(02).
       01  WS-DATA-AUD-AMD   REDEFINES      WS-DATA-AUD-X  PIC 9(08).

       01  WS-SW-DATA-CONV                  PIC X(01) VALUE 'N'.
       01  WS-DATA-CONV                     PIC 9(08) VALUE ZEROS.
       01  WS-DATA-CONV-R    REDEFINES      WS-DATA-CONV.
           03 WS-SEC-CONV                   PIC 9(02).
           03 WS-AA-CONV                    PIC 9(02).
           03 WS-MES-CONV                   PIC 9(02).
           03 WS-DIA-CONV                   PIC 9(02).
       01  WS-DATA-CONV-A    REDEFINES      WS-DATA-CONV.
           03 WS-ANO-CONV                   PIC 9(04).
           03 FILLER                        PIC 9(04).

       01  WS-DATA-RUN                      PIC 9(08) VALUE ZEROS.

      *---------------------------------------------------------------*
      *  NUMERO DO DIA (DIAS DESDE O ANO 1) PARA DIFERENCA DE DATAS - *
      *  MESMA REGRA DE BISSEXTO DA CRITICA DE DATAS DO DWSD0612      *
      *---------------------------------------------------------------*
       01  WS-TAB-DIAS-MES                  PIC X(24) VALUE
           '312831303130313130313031'.
       01  FILLER             REDEFINES     WS-TAB-DIAS-MES.
           03 WS-DIAS-MES                   PIC 9(02) OCCURS 12 TIMES.

       01  WS-CALC-DATAS.
           03 WS-DATA-CALC                  PIC 9(08) VALUE ZEROS.
           03 WS-DATA-CALC-R  REDEFINES     WS-DATA-CALC.
              05 WS-ANO-CALC                PIC 9(04).
              05 WS-MES-CALC                PIC 9(02).
              05 WS-DIA-CALC                PIC 9(02).
           03 WS-NUM-DIA                    PIC 9(07) USAGE COMP.
           03 WS-NUM-DIA-INI                PIC 9(07) USAGE COMP.
           03 WS-NUM-DIA-FIM                PIC 9(07) USAGE COMP.
           03 WS-ANOS-ANT                   PIC 9(04) USAGE COMP.
           03 WS-IDX-MES                    PIC 9(02) USAGE COMP.
           03 WS-QUOC-BISSEXTO              PIC 9(04) USAGE COMP.
           03 WS-RESTO-BISSEXTO             PIC 9(02) USAGE COMP.
           03 WS-DIF-DIAS                   PIC S9(07) USAGE COMP.
           03 WS-HORA-CALC                  PIC 9(06) VALUE ZEROS.
           03 WS-HORA-CALC-R  REDEFINES     WS-HORA-CALC.
              05 WS-HH-CALC                 PIC 9(02).
              05 WS-MM-CALC                 PIC 9(02).
              05 WS-SS-CALC                 PIC 9(02).
           03 WS-SEG-DIA                    PIC 9(05) USAGE COMP.
           03 WS-SEG-INI                    PIC 9(05) USAGE COMP.
           03 WS-DURACAO-SEG                PIC S9(09) USAGE COMP.
           03 WS-DUR-HH                     PIC 9(05) USAGE COMP.
           03 WS-DUR-RESTO                  PIC 9(05) USAGE COMP.
           03 WS-DUR-MM                     PIC 9(02) USAGE COMP.
           03 WS-DUR-SS                     PIC 9(02) USAGE COMP.

      *---------------------------------------------------------------*
      *  RUNS DO MES DE REFERENCIA (DWSD0612 INTEIRO E DWSD0614       *
      *  CONSOLIDADO), NA ORDEM CRONOLOGICA DO ARQAUDIT, COM O STATUS *
      *  E O ACK CASADOS EM 300 E 400                                 *
      *---------------------------------------------------------------*
       01  WS-TAB-RUNS.
           03 WS-ENT-RUN                    OCCURS 200 TIMES.
              05 WS-RUN-PGM                 PIC X(08).
              05 WS-RUN-DATA-INI            PIC 9(08).
              05 WS-RUN-HORA-INI            PIC 9(06).
              05 WS-RUN-MOMENTO-FIM.
                 07 WS-RUN-DATA-FIM         PIC 9(08).
                 07 WS-RUN-HORA-FIM         PIC 9(06).
              05 WS-RUN-DURACAO             PIC 9(07) USAGE COMP.
              05 WS-RUN-LIDOS-SORT          PIC 9(09).
              05 WS-RUN-GRAVADOS            PIC 9(09).
              05 WS-RUN-CGC-ZERADOS         PIC 9(09).
              05 WS-RUN-CGC-REJEITADOS      PIC 9(09).
              05 WS-RUN-DV-INVALIDOS        PIC 9(09).
              05 WS-RUN-DV-REJEITADOS       PIC 9(09).
              05 WS-RUN-NOME-ARQ            PIC 9(08).
              05 WS-RUN-TEM-STATUS          PIC X(01).
              05 WS-RUN-COD-RETORNO         PIC 9(02).
              05 WS-RUN-LIBERA              PIC X(01).
              05 WS-RUN-MOTIVO              PIC X(40).
              05 WS-RUN-TEM-ACK             PIC X(01).
              05 WS-RUN-DIAS-ACK            PIC 9(04).

       01  WS-CTRL-RUNS.
           03 WS-QTD-RUNS                   PIC 9(03) USAGE COMP.
           03 WS-IDX-RUN                    PIC 9(03) USAGE COMP.
           03 WS-IDX-ACH                    PIC 9(03) USAGE COMP.
           03 WS-MOMENTO-STA.
              05 WS-MSTA-DATA               PIC 9(08).
              05 WS-MSTA-HORA               PIC 9(06).

      *---------------------------------------------------------------*
      *  BASE DA TENDENCIA - RUNS DO MES ANTERIOR E ULTIMO RUN ANTES  *
      *  DO MES DE REFERENCIA                                         *
      *---------------------------------------------------------------*
       01  WS-CTRL-TENDENCIA.
           03 WS-ANT-QTD-RUNS               PIC 9(05) VALUE ZEROS.
           03 WS-ANT-SOMA-GRAVADOS          PIC 9(11) VALUE ZEROS.
           03 WS-ANT-MEDIA-GRAVADOS         PIC 9(09) VALUE ZEROS.
           03 WS-TEM-GRAV-ANT               PIC X(01) VALUE 'N'.
           03 WS-GRAV-ANTERIOR              PIC 9(09) VALUE ZEROS.

      *---------------------------------------------------------------*
      *  TOTAIS DO MES DE REFERENCIA                                  *
      *---------------------------------------------------------------*
       01  WS-TOTAIS-MES.
           03 WS-TOT-DURACAO                PIC 9(09) VALUE ZEROS.
           03 WS-MAX-DURACAO                PIC 9(07) VALUE ZEROS.
           03 WS-MED-DURACAO                PIC 9(07) VALUE ZEROS.
           03 WS-TOT-GRAVADOS               PIC 9(11) VALUE ZEROS.
           03 WS-MIN-GRAVADOS               PIC 9(09) VALUE ZEROS.
           03 WS-MAX-GRAVADOS               PIC 9(09) VALUE ZEROS.
           03 WS-MED-GRAVADOS               PIC 9(09) VALUE ZEROS.
           03 WS-TOT-LIDOS-SORT             PIC 9(11) VALUE ZEROS.
           03 WS-TOT-CGC-ZERADOS            PIC 9(11) VALUE ZEROS.
           03 WS-TOT-CGC-REJEITADOS         PIC 9(11) VALUE ZEROS.
           03 WS-TOT-DV-INVALIDOS           PIC 9(11) VALUE ZEROS.
           03 WS-TOT-DV-REJEITADOS          PIC 9(11) VALUE ZEROS.
           03 WS-QTD-LIBERADOS              PIC 9(05) VALUE ZEROS.
           03 WS-QTD-RETIDOS                PIC 9(05) VALUE ZEROS.
           03 WS-QTD-SEM-STATUS             PIC 9(05) VALUE ZEROS.
           03 WS-QTD-COM-ACK                PIC 9(05) VALUE ZEROS.
           03 WS-QTD-SEM-ACK                PIC 9(05) VALUE ZEROS.
           03 WS-TOT-DIAS-ACK               PIC 9(07) VALUE ZEROS.
           03 WS-MAX-DIAS-ACK               PIC 9(04) VALUE ZEROS.
           03 WS-MED-DIAS-ACK               PIC 9(04)V9 VALUE ZEROS.

      *---------------------------------------------------------------*
      *  AREAS DE CALCULO DE PERCENTUAIS                              *
      *---------------------------------------------------------------*
       01  WS-CALC-PERC.
           03 WS-PERC-NUMER                 PIC 9(11) VALUE ZEROS.
           03 WS-PERC-DENOM                 PIC 9(11) VALUE ZEROS.
           03 WS-PERC-AUX                   PIC 9(13) VALUE ZEROS.
           03 WS-PERC-RES                   PIC 9(03)V99 VALUE ZEROS.
           03 WS-VAR-ATUAL                  PIC 9(11) VALUE ZEROS.
           03 WS-VAR-BASE                   PIC 9(11) VALUE ZEROS.
           03 WS-VAR-DIF                    PIC S9(11) VALUE ZEROS.
           03 WS-VAR-AUX                    PIC S9(13) VALUE ZEROS.
           03 WS-VAR-RES                    PIC S9(05)V9 VALUE ZEROS.

      *---------------------------------------------------------------*
      *  CAMPOS EDITADOS PARA AS LINHAS DE TOTAL                      *
      *---------------------------------------------------------------*
       01  WS-ED-QTDE                       PIC ZZZ.ZZZ.ZZ9.
       01  WS-ED-PERC                       PIC ZZ9,99.
       01  WS-ED-VAR                        PIC -ZZZZ9,9.
       01  WS-ED-DIAS                       PIC ZZZ9,9.
       01  WS-ED-DIAS-INT                   PIC ZZZ9.

       01  WS-HORA-EDITADA.
           03 WS-ED-HH                      PIC 9(02).
           03 FILLER                        PIC X(01) VALUE ':'.
           03 WS-ED-MM                      PIC 9(02).
           03 FILLER                        PIC X(01) VALUE ':'.
           03 WS-ED-SS                      PIC 9(02).

       01  WS-DATA-EDITADA.
           03 WS-ED-DIA                     PIC X(02).
           03 FILLER                        PIC X(01) VALUE '/'.
           03 WS-ED-MES                     PIC X(02).
           03 FILLER                        PIC X(01) VALUE '/'.
           03 WS-ED-ANO                     PIC X(04).

       01  WS-DATA-AMD-W.
           03 WS-AMD-ANO-W                  PIC X(04).
           03 WS-AMD-MES-W                  PIC X(02).
           03 WS-AMD-DIA-W                  PIC X(02).
       01  WS-DATA-AMD-W9 REDEFINES WS-DATA-AMD-W PIC 9(08).

       01  WS-MES-EDITADO.
           03 WS-ED-MES-MA                  PIC 9(02).
           03 FILLER                        PIC X(01) VALUE '/'.
           03 WS-ED-ANO-MA                  PIC 9(04).

       01  WS-HORA-CORRENTE                 PIC X(06).

       01  WS-DATA-SISTEMA                  PIC 9(08).
       01  WS-DATA-SIST-R    REDEFINES      WS-DATA-SISTEMA.
           03 WS-SEC-SIST                   PIC 9(02).
           03 WS-ANO-SIST                   PIC 9(02).
           03 WS-MES-SIST                   PIC 9(02).
           03 WS-DIA-SIST                   PIC 9(02).
       01  WS-DATA-SIST-A    REDEFINES      WS-DATA-SISTEMA.
           03 WS-ANO4-SIST                  PIC 9(04).
           03 FILLER                        PIC 9(04).

       01  WS-DATA-CORRENTE                 PIC 9(08).
       01  WS-DATA-CORR-R    REDEFINES      WS-DATA-CORRENTE.
           03 WS-MES-CORR                   PIC X(02).
           03 FILLER                        PIC X(01).
           03 WS-DIA-CORR                   PIC X(02).
           03 FILLER                        PIC X(01).
           03 WS-ANO-CORR                   PIC X(02).

      *  MESMO ARTIFICIO DE DATA DO DWSD0612 - O ACCEPT FROM DATE
      *  DEVOLVE AAMMDD E O MOVE CORRESPONDING REMONTA MM/DD/AA NO
      *  FORMATO QUE WS-DATA-CORR-R ESPERA
       01  CB-CURRENT-DATE.
           03  CB-MM           PIC X(2).
           03  FILLER          PIC X(1) VALUE '/'.
           03  CB-DD           PIC X(2).
           03  FILLER          PIC X(1) VALUE '/'.
           03  CB-YY           PIC X(2).

       01  CB-ACCEPT-DATE.
           03  CB-YY           PIC X(2).
           03  CB-MM           PIC X(2).
           03  CB-DD           PIC X(2).

      *---------------------------------------------------------------*
      *  AREA DE TRABALHO DO REGISTRO DE PARAMETRO (COPY COMPARTI-    *
      *  LHADO COM O DWSD0612)                                        *
      *---------------------------------------------------------------*
           COPY DWSD1001.

      *---------------------------------------------------------------*
      *  AREA DE TRABALHO DO REGISTRO DE AUDITORIA (COPY COMPARTI-    *
      *  LHADO COM O DWSD0612 / DWSD0613 / DWSD0614)                  *
      *---------------------------------------------------------------*
           COPY DWSD1002.

      *---------------------------------------------------------------*
      *  LINHAS DE IMPRESSAO DO RELATORIO DE ACOMPANHAMENTO           *
      *---------------------------------------------------------------*
       01  LR-CAB1.
           03 FILLER          PIC X(09) VALUE 'DWSD0616 '.
           03 FILLER          PIC X(15) VALUE SPACES.
           03 FILLER          PIC X(44) VALUE
              'ACOMPANHAMENTO DOS RUNS - DIM. ESTIPULANTE  '.
           03 FILLER          PIC X(47) VALUE SPACES.
           03 FILLER          PIC X(09) VALUE 'PAGINA   '.
           03 LR-CAB1-PAG     PIC ZZ9.
           03 FILLER          PIC X(05) VALUE SPACES.

       01  LR-CAB2.
           03 FILLER          PIC X(21) VALUE 'MES DE REFERENCIA..: '.
           03 LR-CAB2-MES     PIC X(07).
           03 FILLER          PIC X(24) VALUE
              '   EMITIDO EM.........: '.
           03 LR-CAB2-DATA    PIC X(10).
           03 FILLER          PIC X(70) VALUE SPACES.

       01  LR-CAB-COL0.
           03 FILLER          PIC X(69) VALUE SPACES.
           03 FILLER          PIC X(32) VALUE
              '<--- % SOBRE O LIDOS-SORT --->  '.
           03 FILLER          PIC X(31) VALUE SPACES.

       01  LR-CAB-COL1.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 FILLER          PIC X(09) VALUE 'PROGRAMA '.
           03 FILLER          PIC X(11) VALUE 'DATA INICIO'.
           03 FILLER          PIC X(09) VALUE ' INICIO  '.
           03 FILLER          PIC X(09) VALUE 'TERMINO  '.
           03 FILLER          PIC X(09) VALUE 'DURACAO  '.
           03 FILLER          PIC X(12) VALUE '    GRAVADOS'.
           03 FILLER          PIC X(09) VALUE '   VAR.% '.
           03 FILLER          PIC X(08) VALUE 'CGC ZER.'.
           03 FILLER          PIC X(08) VALUE 'CGC REJ.'.
           03 FILLER          PIC X(08) VALUE 'DV INV. '.
           03 FILLER          PIC X(09) VALUE 'DV REJ.  '.
           03 FILLER          PIC X(06) VALUE 'RC    '.
           03 FILLER          PIC X(05) VALUE 'TRF  '.
           03 FILLER          PIC X(18) VALUE 'DIAS ACK'.

       01  LR-DETALHE.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LR-DET-PGM      PIC X(08).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LR-DET-DATA     PIC X(10).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LR-DET-HORA-INI PIC X(08).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LR-DET-HORA-FIM PIC X(08).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LR-DET-DURACAO  PIC X(08).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LR-DET-GRAVADOS PIC ZZZ.ZZZ.ZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LR-DET-VARIACAO PIC -ZZZ9,9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LR-DET-PERC-CZ  PIC ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LR-DET-PERC-CR  PIC ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LR-DET-PERC-DI  PIC ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LR-DET-PERC-DR  PIC ZZ9,99.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 LR-DET-RC       PIC X(02).
           03 FILLER          PIC X(04) VALUE SPACES.
           03 LR-DET-TRANSF   PIC X(01).
           03 FILLER          PIC X(04) VALUE SPACES.
           03 LR-DET-DIAS-ACK PIC X(04).
           03 FILLER          PIC X(14) VALUE SPACES.

       01  LR-TITULO.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LR-TIT-TEXTO    PIC X(130).

       01  LR-TOTAL.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 LR-TOT-ROTULO   PIC X(50).
           03 LR-TOT-VALOR    PIC X(20).
           03 FILLER          PIC X(58) VALUE SPACES.

       01  LR-RETIDA.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 LR-RET-PGM      PIC X(08).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LR-RET-DATA     PIC X(10).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LR-RET-HORA     PIC X(08).
           03 FILLER          PIC X(05) VALUE '  RC '.
           03 LR-RET-RC       PIC 9(02).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LR-RET-MOTIVO   PIC X(40).
           03 FILLER          PIC X(50) VALUE SPACES.

       01  LR-VAZIO.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LR-VAZ-TEXTO    PIC X(130).

       LINKAGE SECTION.

      *  MES DE REFERENCIA DO RELATORIO EM AAAAMM - ZEROS ASSUME O
      *  MES ANTERIOR A DATA DO SISTEMA (EXECUCAO NORMAL NO INICIO
      *  DO MES); UM MES INFORMADO PERMITE REEMITIR O RELATORIO
       01  PARAMETRO.
           03 FILLER                      PIC X(02).
           03 ANO-MES-REF                 PIC 9(06).
           03 FILLER      REDEFINES       ANO-MES-REF.
              05 ANO-REF-PARM             PIC 9(04).
              05 MES-REF-PARM             PIC 9(02).

      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETRO.
      *-----------------------------------*

       000-INICIO.
      *------------*

           PERFORM 100-INICIALIZACAO
              THRU 100-FIM.

           PERFORM 200-PROCESSA-AUDITORIA
              THRU 200-FIM.

           PERFORM 300-CASA-STATUS
              THRU 300-FIM.

           PERFORM 400-CASA-ACK
              THRU 400-FIM.

           PERFORM 500-FINALIZACAO
              THRU 500-FIM.

           STOP RUN.

      *------------------*
       100-INICIALIZACAO.
      *------------------*

           ACCEPT CB-ACCEPT-DATE FROM DATE.
           MOVE CORR CB-ACCEPT-DATE TO CB-CURRENT-DATE.
           MOVE CB-CURRENT-DATE TO WS-DATA-CORRENTE.
           ACCEPT WS-HORA-CORRENTE FROM TIME.

           MOVE '20'             TO WS-SEC-SIST.
           MOVE WS-ANO-CORR      TO WS-ANO-SIST.
           MOVE WS-MES-CORR      TO WS-MES-SIST.
           MOVE WS-DIA-CORR      TO WS-DIA-SIST.

           MOVE ZEROS TO WS-QTD-RUNS.

           PERFORM 110-LE-PARAMETRO THRU 110-FIM.

      *  MES CORRENTE, MES DE CORTE DA RETENCAO E MES DE REFERENCIA
      *  DO RELATORIO (COM O ANTERIOR, BASE DA TENDENCIA)
           MULTIPLY WS-ANO4-SIST BY 12 GIVING WS-IDX-MES-ATUAL.
           ADD  WS-MES-SIST      TO WS-IDX-MES-ATUAL.

           SUBTRACT WS-MESES-RETENCAO FROM WS-IDX-MES-ATUAL
              GIVING WS-IDX-MES-CORTE.

           IF ANO-MES-REF NOT NUMERIC
              DISPLAY ' '
              DISPLAY 'DWSD0616 - PARM SEM MES DE REFERENCIA NUMERICO'
              DISPLAY ' '
              MOVE 'PARAMETRO INVALIDO - MES DE REFERENCIA'
                TO WS-MOTIVO-ABEND
              PERFORM 9998-TERMINO-ANORMAL THRU 9998-FIM
           END-IF.

           IF ANO-MES-REF EQUAL ZEROS
              SUBTRACT 1 FROM WS-IDX-MES-ATUAL
                 GIVING WS-IDX-MES-REF
           ELSE
              IF MES-REF-PARM < 01 OR MES-REF-PARM > 12 OR
                 ANO-REF-PARM < 2000
                 DISPLAY ' '
                 DISPLAY 'DWSD0616 - MES DE REFERENCIA INVALIDO: '
                         ANO-MES-REF
                 DISPLAY ' '
                 MOVE 'PARAMETRO INVALIDO - MES DE REFERENCIA'
                   TO WS-MOTIVO-ABEND
                 PERFORM 9998-TERMINO-ANORMAL THRU 9998-FIM
              END-IF
              MULTIPLY ANO-REF-PARM BY 12 GIVING WS-IDX-MES-REF
              ADD  MES-REF-PARM  TO WS-IDX-MES-REF
           END-IF.

           SUBTRACT 1 FROM WS-IDX-MES-REF GIVING WS-IDX-MES-ANT.

           MOVE WS-IDX-MES-REF   TO WS-IDX-MES-AUX.
           PERFORM 740-DECOMPOE-MES THRU 740-FIM.
           MOVE WS-ANO-MES-AUX   TO WS-ANO-REF.
           MOVE WS-MES-MES-AUX   TO WS-MES-REF.

           MOVE WS-IDX-MES-CORTE TO WS-IDX-MES-AUX.
           PERFORM 740-DECOMPOE-MES THRU 740-FIM.
           MOVE WS-ANO-MES-AUX   TO WS-ANO-CORTE.
           MOVE WS-MES-MES-AUX   TO WS-MES-CORTE.

           OPEN INPUT  ARQAUDIT.

           IF WS-FS-ARQAUDIT NOT EQUAL '00'
              DISPLAY ' '
              DISPLAY 'DWSD0616 - ERRO NA ABERTURA DO ARQAUDIT - FS: '
                      WS-FS-ARQAUDIT
              DISPLAY ' '
              MOVE 'ERRO NA ABERTURA DO ARQAUDIT'
                TO WS-MOTIVO-ABEND
              PERFORM 9998-TERMINO-ANORMAL THRU 9998-FIM
           END-IF.

           OPEN OUTPUT ARQAUDNV
                       ARQAUDHIS
                       ARQRELSLA.

       100-FIM.    EXIT.

      *----------------------------*
       110-LE-PARAMETRO.
      *----------------------------*

           OPEN INPUT ARQPARM.

           IF WS-FS-ARQPARM EQUAL '00'
              READ ARQPARM INTO REGISTRO-PARAMETRO
           END-IF.

           IF WS-FS-ARQPARM NOT EQUAL '00'
              DISPLAY ' '
              DISPLAY '*    DWSD0616 - ARQUIVO DE PARAMETROS VAZIO    *'
              DISPLAY ' '
              MOVE 'ARQUIVO DE PARAMETROS VAZIO'
                TO WS-MOTIVO-ABEND
              PERFORM 9998-TERMINO-ANORMAL THRU 9998-FIM
           END-IF.

           CLOSE ARQPARM.

           IF QTDE-MESES-RETENCAO-AUD NOT NUMERIC
              MOVE ZEROS TO WS-MESES-RETENCAO
           ELSE
              MOVE QTDE-MESES-RETENCAO-AUD TO WS-MESES-RETENCAO
           END-IF.

           IF WS-MESES-RETENCAO EQUAL ZEROS
              MOVE WS-RETENCAO-PADRAO TO WS-MESES-RETENCAO
           END-IF.

      *  RETENCAO DE UM MES SO ARQUIVARIA O MES ANTERIOR, QUE E A
      *  BASE DA TENDENCIA DO RELATORIO DO MES SEGUINTE
           IF WS-MESES-RETENCAO < WS-RETENCAO-MINIMA
              DISPLAY ' '
              DISPLAY 'DWSD0616 - QTDE-MESES-RETENCAO-AUD INVALIDA: '
                      WS-MESES-RETENCAO
              DISPLAY ' '
              MOVE 'PARAMETRO INVALIDO - RETENCAO DO ARQAUDIT'
                TO WS-MOTIVO-ABEND
              PERFORM 9998-TERMINO-ANORMAL THRU 9998-FIM
           END-IF.

       110-FIM. EXIT.

      *-----------------------*
       200-PROCESSA-AUDITORIA.
      *-----------------------*

           PERFORM 210-LE-AUDITORIA THRU 210-FIM.

           PERFORM 220-TRATA-AUDITORIA THRU 220-FIM
              UNTIL WS-FIM-AUDIT EQUAL 'SIM'.

       200-FIM. EXIT.

      *----------------------------*
       210-LE-AUDITORIA.
      *----------------------------*

           READ ARQAUDIT INTO REG-AUDITORIA.

           IF WS-FS-ARQAUDIT EQUAL '10'
              MOVE 'SIM' TO WS-FIM-AUDIT
              GO TO 210-FIM
           END-IF.

           IF WS-FS-ARQAUDIT NOT EQUAL '00'
              DISPLAY ' '
              DISPLAY 'DWSD0616 - ERRO NA LEITURA DO ARQAUDIT - FS: '
                      WS-FS-ARQAUDIT
              DISPLAY ' '
              MOVE 'ERRO NA LEITURA DO ARQAUDIT'
                TO WS-MOTIVO-ABEND
              PERFORM 9998-TERMINO-ANORMAL THRU 9998-FIM
           END-IF.

           ADD  1 TO WS-QTD-LIDOS-AUD.

       210-FIM. EXIT.

      *----------------------------*
       220-TRATA-AUDITORIA.
      *----------------------------*

      *  O MES DO RUN E O DA DATA DE INICIO DO JOB; SEM ELA VALE A
      *  DATA DE FIM. REGISTRO SEM DATA RECONHECIVEL NAO E ARQUIVADO
           MOVE AUD-DATA-INICIO-JOB TO WS-DATA-AUD-X.
           PERFORM 700-CONVERTE-DATA-AUD THRU 700-FIM.

           IF WS-SW-DATA-CONV NOT EQUAL 'S'
              MOVE AUD-DATA-FIM-JOB TO WS-DATA-AUD-X
              PERFORM 700-CONVERTE-DATA-AUD THRU 700-FIM
           END-IF.

           IF WS-SW-DATA-CONV EQUAL 'S'
              MOVE WS-DATA-CONV  TO WS-DATA-RUN
              MULTIPLY WS-ANO-CONV BY 12 GIVING WS-IDX-MES-RUN
              ADD  WS-MES-CONV   TO WS-IDX-MES-RUN
           ELSE
              MOVE ZEROS         TO WS-DATA-RUN
              MOVE ZEROS         TO WS-IDX-MES-RUN
           END-IF.

           IF WS-SW-DATA-CONV EQUAL 'S' AND
              WS-IDX-MES-RUN < WS-IDX-MES-CORTE
              WRITE REG-AUDHIS FROM REG-AUDITORIA
              ADD  1 TO WS-QTD-ARQUIVADOS-AUD
           ELSE
              WRITE REG-AUDNV  FROM REG-AUDITORIA
              ADD  1 TO WS-QTD-MANTIDOS-AUD
           END-IF.

           IF WS-SW-DATA-CONV NOT EQUAL 'S'
              GO TO 220-LE-PROXIMO
           END-IF.

           IF AUD-NOME-PGM NOT EQUAL 'DWSD0612' AND
              AUD-NOME-PGM NOT EQUAL 'DWSD0614'
              GO TO 220-LE-PROXIMO
           END-IF.

           IF WS-IDX-MES-RUN EQUAL WS-IDX-MES-REF
              PERFORM 230-GUARDA-RUN THRU 230-FIM
           END-IF.

           IF WS-IDX-MES-RUN EQUAL WS-IDX-MES-ANT
              ADD  1                TO WS-ANT-QTD-RUNS
              ADD  AUD-GRAVADOS-ETP TO WS-ANT-SOMA-GRAVADOS
           END-IF.

      *  O PRIMEIRO RUN DO MES E COMPARADO COM O ULTIMO RUN ANTERIOR
           IF WS-IDX-MES-RUN < WS-IDX-MES-REF
              MOVE 'S'              TO WS-TEM-GRAV-ANT
              MOVE AUD-GRAVADOS-ETP TO WS-GRAV-ANTERIOR
           END-IF.

       220-LE-PROXIMO.

           PERFORM 210-LE-AUDITORIA THRU 210-FIM.

       220-FIM. EXIT.

      *----------------------------*
       230-GUARDA-RUN.
      *----------------------------*

           IF WS-QTD-RUNS NOT LESS WS-MAX-RUNS
              ADD  1 TO WS-QTD-RUNS-DESPREZ
              GO TO 230-FIM
           END-IF.

           ADD  1 TO WS-QTD-RUNS.
           MOVE WS-QTD-RUNS         TO WS-IDX-RUN.

           MOVE AUD-NOME-PGM        TO WS-RUN-PGM (WS-IDX-RUN).
           MOVE WS-DATA-RUN         TO WS-RUN-DATA-INI (WS-IDX-RUN).

           MOVE AUD-DATA-FIM-JOB    TO WS-DATA-AUD-X.
           PERFORM 700-CONVERTE-DATA-AUD THRU 700-FIM.
           IF WS-SW-DATA-CONV EQUAL 'S'
              MOVE WS-DATA-CONV     TO WS-RUN-DATA-FIM (WS-IDX-RUN)
           ELSE
              MOVE WS-DATA-RUN      TO WS-RUN-DATA-FIM (WS-IDX-RUN)
           END-IF.

           IF AUD-HORA-INICIO-JOB IS NUMERIC
              MOVE AUD-HORA-INICIO-JOB TO WS-RUN-HORA-INI (WS-IDX-RUN)
           ELSE
              MOVE ZEROS            TO WS-RUN-HORA-INI (WS-IDX-RUN)
           END-IF.

           IF AUD-HORA-FIM-JOB IS NUMERIC
              MOVE AUD-HORA-FIM-JOB TO WS-RUN-HORA-FIM (WS-IDX-RUN)
           ELSE
              MOVE ZEROS            TO WS-RUN-HORA-FIM (WS-IDX-RUN)
           END-IF.

           MOVE AUD-LIDOS-SORT      TO WS-RUN-LIDOS-SORT (WS-IDX-RUN).
           MOVE AUD-GRAVADOS-ETP    TO WS-RUN-GRAVADOS (WS-IDX-RUN).
           MOVE AUD-CGC-ZERADOS     TO WS-RUN-CGC-ZERADOS (WS-IDX-RUN).
           MOVE AUD-CGC-REJEITADOS  TO
                WS-RUN-CGC-REJEITADOS (WS-IDX-RUN).
           MOVE AUD-DV-INVALIDOS    TO
                WS-RUN-DV-INVALIDOS (WS-IDX-RUN).
           MOVE AUD-DV-REJEITADOS   TO
                WS-RUN-DV-REJEITADOS (WS-IDX-RUN).
           MOVE AUD-DATA-NOME-ARQ   TO WS-RUN-NOME-ARQ (WS-IDX-RUN).

           MOVE 'N'                 TO WS-RUN-TEM-STATUS (WS-IDX-RUN).
           MOVE ZEROS               TO WS-RUN-COD-RETORNO (WS-IDX-RUN).
           MOVE SPACES              TO WS-RUN-LIBERA (WS-IDX-RUN).
           MOVE SPACES              TO WS-RUN-MOTIVO (WS-IDX-RUN).
           MOVE 'N'                 TO WS-RUN-TEM-ACK (WS-IDX-RUN).
           MOVE ZEROS               TO WS-RUN-DIAS-ACK (WS-IDX-RUN).

      *  DURACAO EM SEGUNDOS - O JOB PODE ATRAVESSAR A MEIA-NOITE
           MOVE WS-RUN-DATA-INI (WS-IDX-RUN) TO WS-DATA-CALC.
           PERFORM 710-CALCULA-NUM-DIA THRU 710-FIM.
           MOVE WS-NUM-DIA          TO WS-NUM-DIA-INI.

           MOVE WS-RUN-DATA-FIM (WS-IDX-RUN) TO WS-DATA-CALC.
           PERFORM 710-CALCULA-NUM-DIA THRU 710-FIM.
           MOVE WS-NUM-DIA          TO WS-NUM-DIA-FIM.

           SUBTRACT WS-NUM-DIA-INI FROM WS-NUM-DIA-FIM
              GIVING WS-DIF-DIAS.
           MULTIPLY WS-DIF-DIAS BY 86400 GIVING WS-DURACAO-SEG.

           MOVE WS-RUN-HORA-INI (WS-IDX-RUN) TO WS-HORA-CALC.
           PERFORM 720-CALCULA-SEGUNDOS THRU 720-FIM.
           MOVE WS-SEG-DIA          TO WS-SEG-INI.

           MOVE WS-RUN-HORA-FIM (WS-IDX-RUN) TO WS-HORA-CALC.
           PERFORM 720-CALCULA-SEGUNDOS THRU 720-FIM.

           ADD      WS-SEG-DIA      TO   WS-DURACAO-SEG.
           SUBTRACT WS-SEG-INI      FROM WS-DURACAO-SEG.

           IF WS-DURACAO-SEG < ZEROS
              MOVE ZEROS            TO WS-DURACAO-SEG
           END-IF.

           MOVE WS-DURACAO-SEG      TO WS-RUN-DURACAO (WS-IDX-RUN).

       230-FIM. EXIT.

      *------------------*
       300-CASA-STATUS.
      *------------------*

      *  CADA GERACAO DO ARQSTATUS TRAZ O STATUS DE UM RUN, GRAVADO
      *  NO FIM DO JOB DEPOIS DA AUDITORIA - O STATUS E ATRIBUIDO AO
      *  ULTIMO RUN DO MESMO PROGRAMA TERMINADO ATE O MOMENTO DO
      *  STATUS, DESDE QUE AINDA SEM STATUS E NO MAXIMO UM DIA ANTES
           OPEN INPUT ARQSTATUS.

           IF WS-FS-ARQSTATUS NOT EQUAL '00'
              DISPLAY 'DWSD0616 - ARQSTATUS NAO DISPONIVEL - FS: '
                      WS-FS-ARQSTATUS
              GO TO 300-FIM
           END-IF.

           PERFORM 310-LE-STATUS THRU 310-FIM.

           PERFORM 320-TRATA-STATUS THRU 320-FIM
              UNTIL WS-FIM-STATUS EQUAL 'SIM'.

           CLOSE ARQSTATUS.

       300-FIM. EXIT.

      *----------------------------*
       310-LE-STATUS.
      *----------------------------*

           READ ARQSTATUS.

           IF WS-FS-ARQSTATUS NOT EQUAL '00'
              MOVE 'SIM' TO WS-FIM-STATUS
           ELSE
              ADD  1     TO WS-QTD-LIDOS-STA
           END-IF.

       310-FIM. EXIT.

      *----------------------------*
       320-TRATA-STATUS.
      *----------------------------*

           IF STA-NOME-PGM NOT EQUAL 'DWSD0612' AND
              STA-NOME-PGM NOT EQUAL 'DWSD0614'
              GO TO 320-LE-PROXIMO
           END-IF.

           MOVE STA-DATA-EXEC        TO WS-MSTA-DATA.
           MOVE STA-HORA-EXEC        TO WS-MSTA-HORA.

           MOVE ZEROS TO WS-IDX-ACH.
           PERFORM 330-BUSCA-RUN-STATUS THRU 330-FIM
              VARYING WS-IDX-RUN FROM 1 BY 1
                UNTIL WS-IDX-RUN > WS-QTD-RUNS.

           IF WS-IDX-ACH EQUAL ZEROS
              GO TO 320-LE-PROXIMO
           END-IF.

           IF WS-RUN-TEM-STATUS (WS-IDX-ACH) EQUAL 'S'
              GO TO 320-LE-PROXIMO
           END-IF.

           MOVE WS-RUN-DATA-FIM (WS-IDX-ACH) TO WS-DATA-CALC.
           PERFORM 710-CALCULA-NUM-DIA THRU 710-FIM.
           MOVE WS-NUM-DIA           TO WS-NUM-DIA-INI.
           MOVE STA-DATA-EXEC        TO WS-DATA-CALC.
           PERFORM 710-CALCULA-NUM-DIA THRU 710-FIM.
           SUBTRACT WS-NUM-DIA-INI FROM WS-NUM-DIA
              GIVING WS-DIF-DIAS.

           IF WS-DIF-DIAS > 1
              GO TO 320-LE-PROXIMO
           END-IF.

           MOVE 'S'               TO WS-RUN-TEM-STATUS (WS-IDX-ACH).
           MOVE STA-COD-RETORNO   TO WS-RUN-COD-RETORNO (WS-IDX-ACH).
           MOVE STA-LIBERA-TRANSF TO WS-RUN-LIBERA (WS-IDX-ACH).
           MOVE STA-MOTIVO        TO WS-RUN-MOTIVO (WS-IDX-ACH).
           ADD  1                 TO WS-QTD-CASADOS-STA.

       320-LE-PROXIMO.

           PERFORM 310-LE-STATUS THRU 310-FIM.

       320-FIM. EXIT.

      *----------------------------*
       330-BUSCA-RUN-STATUS.
      *----------------------------*

           IF WS-RUN-PGM (WS-IDX-RUN) EQUAL STA-NOME-PGM AND
              WS-RUN-MOMENTO-FIM (WS-IDX-RUN) NOT GREATER
              WS-MOMENTO-STA
              MOVE WS-IDX-RUN TO WS-IDX-ACH
           END-IF.

       330-FIM. EXIT.

      *------------------*
       400-CASA-ACK.
      *------------------*

      *  SO CONTA COMO ACK A RECONCILIACAO SEM DIVERGENCIA (RC 00) -
      *  O REGISTRO TRAZ A DATA DO NOME DO ARQUIVO CONFIRMADO, QUE
      *  IDENTIFICA O RUN; OS DIAS SAO CONTADOS DO FIM DO RUN ATE A
      *  EXECUCAO DO DWSD0613 QUE RECEBEU O ACK
           OPEN INPUT ARQSTACK.

           IF WS-FS-ARQSTACK NOT EQUAL '00'
              DISPLAY 'DWSD0616 - ARQSTACK NAO DISPONIVEL - FS: '
                      WS-FS-ARQSTACK
              GO TO 400-FIM
           END-IF.

           PERFORM 410-LE-STACK THRU 410-FIM.

           PERFORM 420-TRATA-STACK THRU 420-FIM
              UNTIL WS-FIM-STACK EQUAL 'SIM'.

           CLOSE ARQSTACK.

       400-FIM. EXIT.

      *----------------------------*
       410-LE-STACK.
      *----------------------------*

           READ ARQSTACK.

           IF WS-FS-ARQSTACK NOT EQUAL '00'
              MOVE 'SIM' TO WS-FIM-STACK
           ELSE
              ADD  1     TO WS-QTD-LIDOS-STK
           END-IF.

       410-FIM. EXIT.

      *----------------------------*
       420-TRATA-STACK.
      *----------------------------*

           IF STK-NOME-PGM      NOT EQUAL 'DWSD0613' OR
              STK-COD-RETORNO   NOT EQUAL ZEROS      OR
              STK-DATA-NOME-ARQ NOT NUMERIC          OR
              STK-DATA-NOME-ARQ EQUAL ZEROS
              GO TO 420-LE-PROXIMO
           END-IF.

           MOVE ZEROS TO WS-IDX-ACH.
           PERFORM 430-BUSCA-RUN-ACK THRU 430-FIM
              VARYING WS-IDX-RUN FROM 1 BY 1
                UNTIL WS-IDX-RUN > WS-QTD-RUNS.

           IF WS-IDX-ACH EQUAL ZEROS
              GO TO 420-LE-PROXIMO
           END-IF.

           MOVE WS-RUN-DATA-FIM (WS-IDX-ACH) TO WS-DATA-CALC.
           PERFORM 710-CALCULA-NUM-DIA THRU 710-FIM.
           MOVE WS-NUM-DIA           TO WS-NUM-DIA-INI.
           MOVE STK-DATA-EXEC        TO WS-DATA-CALC.
           PERFORM 710-CALCULA-NUM-DIA THRU 710-FIM.
           SUBTRACT WS-NUM-DIA-INI FROM WS-NUM-DIA
              GIVING WS-DIF-DIAS.

           IF WS-DIF-DIAS < ZEROS
              MOVE ZEROS TO WS-DIF-DIAS
           END-IF.

           MOVE 'S'         TO WS-RUN-TEM-ACK (WS-IDX-ACH).
           MOVE WS-DIF-DIAS TO WS-RUN-DIAS-ACK (WS-IDX-ACH).
           ADD  1           TO WS-QTD-CASADOS-STK.

       420-LE-PROXIMO.

           PERFORM 410-LE-STACK THRU 410-FIM.

       420-FIM. EXIT.

      *----------------------------*
       430-BUSCA-RUN-ACK.
      *----------------------------*

           IF WS-RUN-NOME-ARQ (WS-IDX-RUN) EQUAL STK-DATA-NOME-ARQ AND
              WS-RUN-DATA-FIM (WS-IDX-RUN) NOT > STK-DATA-EXEC AND
              WS-RUN-TEM-ACK  (WS-IDX-RUN) EQUAL 'N'
              MOVE WS-IDX-RUN TO WS-IDX-ACH
           END-IF.

       430-FIM. EXIT.

      *--------------------*
       500-FINALIZACAO.
      *--------------------*

           PERFORM 600-IMPRIME-RELATORIO THRU 600-FIM.

           CLOSE ARQAUDIT
                 ARQAUDNV
                 ARQAUDHIS
                 ARQRELSLA.

           MOVE WS-MES-REF TO WS-ED-MES-MA.
           MOVE WS-ANO-REF TO WS-ED-ANO-MA.

           DISPLAY '*-------------------------------------------*'
           DISPLAY '*            PROGRAMA DWSD0616              *'
           DISPLAY '*  ACOMPANHAMENTO DOS RUNS E RETENCAO       *'
           DISPLAY '*-------------------------------------------*'
           DISPLAY '* MES DE REFERENCIA.....: ' WS-MES-EDITADO
                   '           *'
           MOVE WS-QTD-RUNS           TO WS-QTD-ZZZ
           DISPLAY '* RUNS NO MES...........: ' WS-QTD-ZZZ
                   '       *'
           MOVE WS-QTD-CASADOS-STA    TO WS-QTD-ZZZ
           DISPLAY '* STATUS CASADOS........: ' WS-QTD-ZZZ
                   '       *'
           MOVE WS-QTD-CASADOS-STK    TO WS-QTD-ZZZ
           DISPLAY '* ACKS CASADOS..........: ' WS-QTD-ZZZ
                   '       *'
           DISPLAY '*-------------------------------------------*'
           DISPLAY '* RETENCAO (MESES)......: ' WS-MESES-RETENCAO
                   '               *'
           MOVE WS-QTD-LIDOS-AUD      TO WS-QTD-ZZZ
           DISPLAY '* LIDOS NO ARQAUDIT.....: ' WS-QTD-ZZZ
                   '       *'
           MOVE WS-QTD-MANTIDOS-AUD   TO WS-QTD-ZZZ
           DISPLAY '* MANTIDOS (ARQAUDNV)...: ' WS-QTD-ZZZ
                   '       *'
           MOVE WS-QTD-ARQUIVADOS-AUD TO WS-QTD-ZZZ
           DISPLAY '* ARQUIVADOS (ARQAUDHIS): ' WS-QTD-ZZZ
                   '       *'
           DISPLAY '*-------------------------------------------*'.

           IF WS-QTD-RUNS-DESPREZ > ZEROS
              DISPLAY ' '
              DISPLAY 'DWSD0616 - TABELA DE RUNS ESGOTADA - RUNS FORA '
                      'DO RELATORIO: ' WS-QTD-RUNS-DESPREZ
              DISPLAY ' '
           END-IF.

       500-FIM. EXIT.

      *------------------------------*
       600-IMPRIME-RELATORIO.
      *------------------------------*

           PERFORM 620-CABECALHO-PAGINA THRU 620-FIM.

           IF WS-QTD-RUNS EQUAL ZEROS
              MOVE 'NENHUM RUN DO DWSD0612 / DWSD0614 NO MES'
                TO LR-VAZ-TEXTO
              WRITE REG-RELSLA FROM LR-VAZIO
                    AFTER ADVANCING 2 LINES
              ADD  2 TO WS-LIN-RELSLA
           ELSE
              PERFORM 621-CABECALHO-COLUNAS THRU 621-FIM
              PERFORM 630-IMPRIME-RUN THRU 630-FIM
                 VARYING WS-IDX-RUN FROM 1 BY 1
                   UNTIL WS-IDX-RUN > WS-QTD-RUNS
              PERFORM 640-IMPRIME-TOTAIS THRU 640-FIM
              PERFORM 650-IMPRIME-RETIDAS THRU 650-FIM
           END-IF.

           PERFORM 660-IMPRIME-RETENCAO THRU 660-FIM.

       600-FIM. EXIT.

      *------------------------------*
       620-CABECALHO-PAGINA.
      *------------------------------*

           ADD  1              TO WS-PAG-RELSLA.
           MOVE WS-PAG-RELSLA  TO LR-CAB1-PAG.

           MOVE WS-MES-REF     TO WS-ED-MES-MA.
           MOVE WS-ANO-REF     TO WS-ED-ANO-MA.
           MOVE WS-MES-EDITADO TO LR-CAB2-MES.
           MOVE WS-DATA-SISTEMA TO WS-DATA-AMD-W9.
           PERFORM 670-FORMATA-DATA THRU 670-FIM.
           MOVE WS-DATA-EDITADA TO LR-CAB2-DATA.

           WRITE REG-RELSLA FROM LR-CAB1
                 AFTER ADVANCING PAGE.
           WRITE REG-RELSLA FROM LR-CAB2
                 AFTER ADVANCING 1 LINE.

           MOVE 3 TO WS-LIN-RELSLA.

       620-FIM. EXIT.

      *------------------------------*
       621-CABECALHO-COLUNAS.
      *------------------------------*

           WRITE REG-RELSLA FROM LR-CAB-COL0
                 AFTER ADVANCING 2 LINES.
           WRITE REG-RELSLA FROM LR-CAB-COL1
                 AFTER ADVANCING 1 LINE.
           ADD  3 TO WS-LIN-RELSLA.

       621-FIM. EXIT.

      *------------------------------*
       630-IMPRIME-RUN.
      *------------------------------*

           IF WS-LIN-RELSLA > 56
              PERFORM 620-CABECALHO-PAGINA THRU 620-FIM
              PERFORM 621-CABECALHO-COLUNAS THRU 621-FIM
           END-IF.

           MOVE WS-RUN-PGM (WS-IDX-RUN)      TO LR-DET-PGM.
           MOVE WS-RUN-DATA-INI (WS-IDX-RUN) TO WS-DATA-AMD-W9.
           PERFORM 670-FORMATA-DATA THRU 670-FIM.
           MOVE WS-DATA-EDITADA              TO LR-DET-DATA.
           MOVE WS-RUN-HORA-INI (WS-IDX-RUN) TO WS-HORA-CALC.
           PERFORM 730-FORMATA-HORA THRU 730-FIM.
           MOVE WS-HORA-EDITADA              TO LR-DET-HORA-INI.
           MOVE WS-RUN-HORA-FIM (WS-IDX-RUN) TO WS-HORA-CALC.
           PERFORM 730-FORMATA-HORA THRU 730-FIM.
           MOVE WS-HORA-EDITADA              TO LR-DET-HORA-FIM.
           MOVE WS-RUN-DURACAO (WS-IDX-RUN)  TO WS-DURACAO-SEG.
           PERFORM 735-FORMATA-DURACAO THRU 735-FIM.
           MOVE WS-HORA-EDITADA              TO LR-DET-DURACAO.
           MOVE WS-RUN-GRAVADOS (WS-IDX-RUN) TO LR-DET-GRAVADOS.

      *  VARIACAO DO VOLUME CONTRA O RUN ANTERIOR
           IF WS-TEM-GRAV-ANT EQUAL 'S'
              MOVE WS-RUN-GRAVADOS (WS-IDX-RUN) TO WS-VAR-ATUAL
              MOVE WS-GRAV-ANTERIOR             TO WS-VAR-BASE
              PERFORM 760-CALCULA-VARIACAO THRU 760-FIM
              MOVE WS-VAR-RES                   TO LR-DET-VARIACAO
           ELSE
              MOVE ZEROS                        TO LR-DET-VARIACAO
           END-IF.
           MOVE 'S'                          TO WS-TEM-GRAV-ANT.
           MOVE WS-RUN-GRAVADOS (WS-IDX-RUN) TO WS-GRAV-ANTERIOR.

           MOVE WS-RUN-LIDOS-SORT (WS-IDX-RUN) TO WS-PERC-DENOM.
           MOVE WS-RUN-CGC-ZERADOS (WS-IDX-RUN) TO WS-PERC-NUMER.
           PERFORM 750-CALCULA-PERC THRU 750-FIM.
           MOVE WS-PERC-RES                  TO LR-DET-PERC-CZ.
           MOVE WS-RUN-CGC-REJEITADOS (WS-IDX-RUN) TO WS-PERC-NUMER.
           PERFORM 750-CALCULA-PERC THRU 750-FIM.
           MOVE WS-PERC-RES                  TO LR-DET-PERC-CR.
           MOVE WS-RUN-DV-INVALIDOS (WS-IDX-RUN) TO WS-PERC-NUMER.
           PERFORM 750-CALCULA-PERC THRU 750-FIM.
           MOVE WS-PERC-RES                  TO LR-DET-PERC-DI.
           MOVE WS-RUN-DV-REJEITADOS (WS-IDX-RUN) TO WS-PERC-NUMER.
           PERFORM 750-CALCULA-PERC THRU 750-FIM.
           MOVE WS-PERC-RES                  TO LR-DET-PERC-DR.

           IF WS-RUN-TEM-STATUS (WS-IDX-RUN) EQUAL 'S'
              MOVE WS-RUN-COD-RETORNO (WS-IDX-RUN) TO LR-DET-RC
              MOVE WS-RUN-LIBERA (WS-IDX-RUN)      TO LR-DET-TRANSF
              IF WS-RUN-LIBERA (WS-IDX-RUN) EQUAL 'S'
                 ADD  1 TO WS-QTD-LIBERADOS
              ELSE
                 ADD  1 TO WS-QTD-RETIDOS
              END-IF
           ELSE
              MOVE '--'                            TO LR-DET-RC
              MOVE '-'                             TO LR-DET-TRANSF
              ADD  1 TO WS-QTD-SEM-STATUS
           END-IF.

           IF WS-RUN-TEM-ACK (WS-IDX-RUN) EQUAL 'S'
              MOVE WS-RUN-DIAS-ACK (WS-IDX-RUN) TO WS-ED-DIAS-INT
              MOVE WS-ED-DIAS-INT               TO LR-DET-DIAS-ACK
              ADD  1                            TO WS-QTD-COM-ACK
              ADD  WS-RUN-DIAS-ACK (WS-IDX-RUN) TO WS-TOT-DIAS-ACK
              IF WS-RUN-DIAS-ACK (WS-IDX-RUN) > WS-MAX-DIAS-ACK
                 MOVE WS-RUN-DIAS-ACK (WS-IDX-RUN) TO WS-MAX-DIAS-ACK
              END-IF
           ELSE
              MOVE ' SEM'                       TO LR-DET-DIAS-ACK
              IF WS-RUN-TEM-STATUS (WS-IDX-RUN) EQUAL 'S' AND
                 WS-RUN-LIBERA (WS-IDX-RUN) EQUAL 'S'
                 ADD  1 TO WS-QTD-SEM-ACK
              END-IF
           END-IF.

           WRITE REG-RELSLA FROM LR-DETALHE
                 AFTER ADVANCING 1 LINE.
           ADD  1 TO WS-LIN-RELSLA.

      *  ACUMULA OS TOTAIS DO MES
           ADD  WS-RUN-DURACAO (WS-IDX-RUN)  TO WS-TOT-DURACAO.
           IF WS-RUN-DURACAO (WS-IDX-RUN) > WS-MAX-DURACAO
              MOVE WS-RUN-DURACAO (WS-IDX-RUN) TO WS-MAX-DURACAO
           END-IF.

           ADD  WS-RUN-GRAVADOS (WS-IDX-RUN) TO WS-TOT-GRAVADOS.
           IF WS-IDX-RUN EQUAL 1 OR
              WS-RUN-GRAVADOS (WS-IDX-RUN) < WS-MIN-GRAVADOS
              MOVE WS-RUN-GRAVADOS (WS-IDX-RUN) TO WS-MIN-GRAVADOS
           END-IF.
           IF WS-RUN-GRAVADOS (WS-IDX-RUN) > WS-MAX-GRAVADOS
              MOVE WS-RUN-GRAVADOS (WS-IDX-RUN) TO WS-MAX-GRAVADOS
           END-IF.

           ADD  WS-RUN-LIDOS-SORT (WS-IDX-RUN)     TO WS-TOT-LIDOS-SORT.
           ADD  WS-RUN-CGC-ZERADOS (WS-IDX-RUN)    TO
                WS-TOT-CGC-ZERADOS.
           ADD  WS-RUN-CGC-REJEITADOS (WS-IDX-RUN) TO
                WS-TOT-CGC-REJEITADOS.
           ADD  WS-RUN-DV-INVALIDOS (WS-IDX-RUN)   TO
                WS-TOT-DV-INVALIDOS.
           ADD  WS-RUN-DV-REJEITADOS (WS-IDX-RUN)  TO
                WS-TOT-DV-REJEITADOS.

       630-FIM. EXIT.

      *------------------------------*
       640-IMPRIME-TOTAIS.
      *------------------------------*

           IF WS-LIN-RELSLA > 36
              PERFORM 620-CABECALHO-PAGINA THRU 620-FIM
           END-IF.

           MOVE 'TOTAIS DO MES - JANELA BATCH' TO LR-TIT-TEXTO.
           PERFORM 690-IMPRIME-TITULO THRU 690-FIM.

           MOVE WS-QTD-RUNS TO WS-ED-QTDE.
           MOVE 'RUNS NO MES......................................:'
             TO LR-TOT-ROTULO.
           MOVE WS-ED-QTDE  TO LR-TOT-VALOR.
           PERFORM 695-IMPRIME-TOTAL THRU 695-FIM.

           DIVIDE WS-TOT-DURACAO BY WS-QTD-RUNS
              GIVING WS-MED-DURACAO ROUNDED.
           MOVE WS-MED-DURACAO TO WS-DURACAO-SEG.
           PERFORM 735-FORMATA-DURACAO THRU 735-FIM.
           MOVE 'DURACAO MEDIA DO RUN (HH:MM:SS)..................:'
             TO LR-TOT-ROTULO.
           MOVE WS-HORA-EDITADA TO LR-TOT-VALOR.
           PERFORM 695-IMPRIME-TOTAL THRU 695-FIM.

           MOVE WS-MAX-DURACAO TO WS-DURACAO-SEG.
           PERFORM 735-FORMATA-DURACAO THRU 735-FIM.
           MOVE 'DURACAO MAXIMA DO RUN (HH:MM:SS).................:'
             TO LR-TOT-ROTULO.
           MOVE WS-HORA-EDITADA TO LR-TOT-VALOR.
           PERFORM 695-IMPRIME-TOTAL THRU 695-FIM.

           MOVE 'TOTAIS DO MES - VOLUME (GRAVADOS-ETP)'
             TO LR-TIT-TEXTO.
           PERFORM 690-IMPRIME-TITULO THRU 690-FIM.

           DIVIDE WS-TOT-GRAVADOS BY WS-QTD-RUNS
              GIVING WS-MED-GRAVADOS ROUNDED.
           MOVE WS-MED-GRAVADOS TO WS-ED-QTDE.
           MOVE 'MEDIA POR RUN....................................:'
             TO LR-TOT-ROTULO.
           MOVE WS-ED-QTDE  TO LR-TOT-VALOR.
           PERFORM 695-IMPRIME-TOTAL THRU 695-FIM.

           MOVE WS-MIN-GRAVADOS TO WS-ED-QTDE.
           MOVE 'MINIMO...........................................:'
             TO LR-TOT-ROTULO.
           MOVE WS-ED-QTDE  TO LR-TOT-VALOR.
           PERFORM 695-IMPRIME-TOTAL THRU 695-FIM.

           MOVE WS-MAX-GRAVADOS TO WS-ED-QTDE.
           MOVE 'MAXIMO...........................................:'
             TO LR-TOT-ROTULO.
           MOVE WS-ED-QTDE  TO LR-TOT-VALOR.
           PERFORM 695-IMPRIME-TOTAL THRU 695-FIM.

           IF WS-ANT-QTD-RUNS > ZEROS
              DIVIDE WS-ANT-SOMA-GRAVADOS BY WS-ANT-QTD-RUNS
                 GIVING WS-ANT-MEDIA-GRAVADOS ROUNDED
              MOVE WS-ANT-MEDIA-GRAVADOS TO WS-ED-QTDE
              MOVE 'MEDIA POR RUN NO MES ANTERIOR....................:'
                TO LR-TOT-ROTULO
              MOVE WS-ED-QTDE  TO LR-TOT-VALOR
              PERFORM 695-IMPRIME-TOTAL THRU 695-FIM
              MOVE WS-MED-GRAVADOS       TO WS-VAR-ATUAL
              MOVE WS-ANT-MEDIA-GRAVADOS TO WS-VAR-BASE
              PERFORM 760-CALCULA-VARIACAO THRU 760-FIM
              MOVE WS-VAR-RES  TO WS-ED-VAR
              MOVE 'VARIACAO DA MEDIA SOBRE O MES ANTERIOR (%).......:'
                TO LR-TOT-ROTULO
              MOVE WS-ED-VAR   TO LR-TOT-VALOR
              PERFORM 695-IMPRIME-TOTAL THRU 695-FIM
           ELSE
              MOVE 'MEDIA POR RUN NO MES ANTERIOR....................:'
                TO LR-TOT-ROTULO
              MOVE 'SEM RUNS'  TO LR-TOT-VALOR
              PERFORM 695-IMPRIME-TOTAL THRU 695-FIM
           END-IF.

           MOVE 'TOTAIS DO MES - QUALIDADE (% SOBRE O LIDOS-SORT)'
             TO LR-TIT-TEXTO.
           PERFORM 690-IMPRIME-TITULO THRU 690-FIM.

           MOVE WS-TOT-LIDOS-SORT TO WS-PERC-DENOM.

           MOVE WS-TOT-CGC-ZERADOS TO WS-PERC-NUMER.
           PERFORM 750-CALCULA-PERC THRU 750-FIM.
           MOVE WS-PERC-RES TO WS-ED-PERC.
           MOVE 'CGC ZERADOS......................................:'
             TO LR-TOT-ROTULO.
           MOVE WS-ED-PERC  TO LR-TOT-VALOR.
           PERFORM 695-IMPRIME-TOTAL THRU 695-FIM.

           MOVE WS-TOT-CGC-REJEITADOS TO WS-PERC-NUMER.
           PERFORM 750-CALCULA-PERC THRU 750-FIM.
           MOVE WS-PERC-RES TO WS-ED-PERC.
           MOVE 'CGC REJEITADOS...................................:'
             TO LR-TOT-ROTULO.
           MOVE WS-ED-PERC  TO LR-TOT-VALOR.
           PERFORM 695-IMPRIME-TOTAL THRU 695-FIM.

           MOVE WS-TOT-DV-INVALIDOS TO WS-PERC-NUMER.
           PERFORM 750-CALCULA-PERC THRU 750-FIM.
           MOVE WS-PERC-RES TO WS-ED-PERC.
           MOVE 'DV INVALIDOS.....................................:'
             TO LR-TOT-ROTULO.
           MOVE WS-ED-PERC  TO LR-TOT-VALOR.
           PERFORM 695-IMPRIME-TOTAL THRU 695-FIM.

           MOVE WS-TOT-DV-REJEITADOS TO WS-PERC-NUMER.
           PERFORM 750-CALCULA-PERC THRU 750-FIM.
           MOVE WS-PERC-RES TO WS-ED-PERC.
           MOVE 'DV REJEITADOS....................................:'
             TO LR-TOT-ROTULO.
           MOVE WS-ED-PERC  TO LR-TOT-VALOR.
           PERFORM 695-IMPRIME-TOTAL THRU 695-FIM.

           MOVE 'TOTAIS DO MES - TRANSFERENCIA E ACK DO DW'
             TO LR-TIT-TEXTO.
           PERFORM 690-IMPRIME-TITULO THRU 690-FIM.

           MOVE WS-QTD-LIBERADOS TO WS-ED-QTDE.
           MOVE 'RUNS COM TRANSFERENCIA LIBERADA..................:'
             TO LR-TOT-ROTULO.
           MOVE WS-ED-QTDE  TO LR-TOT-VALOR.
           PERFORM 695-IMPRIME-TOTAL THRU 695-FIM.

           MOVE WS-QTD-RETIDOS TO WS-ED-QTDE.
           MOVE 'RUNS COM TRANSFERENCIA RETIDA....................:'
             TO LR-TOT-ROTULO.
           MOVE WS-ED-QTDE  TO LR-TOT-VALOR.
           PERFORM 695-IMPRIME-TOTAL THRU 695-FIM.

           MOVE WS-QTD-SEM-STATUS TO WS-ED-QTDE.
           MOVE 'RUNS SEM REGISTRO NO ARQSTATUS...................:'
             TO LR-TOT-ROTULO.
           MOVE WS-ED-QTDE  TO LR-TOT-VALOR.
           PERFORM 695-IMPRIME-TOTAL THRU 695-FIM.

           MOVE WS-QTD-COM-ACK TO WS-ED-QTDE.
           MOVE 'RUNS CONFIRMADOS PELO DW (ACK SEM DIVERGENCIA)...:'
             TO LR-TOT-ROTULO.
           MOVE WS-ED-QTDE  TO LR-TOT-VALOR.
           PERFORM 695-IMPRIME-TOTAL THRU 695-FIM.

           MOVE WS-QTD-SEM-ACK TO WS-ED-QTDE.
           MOVE 'RUNS LIBERADOS AINDA SEM ACK DO DW...............:'
             TO LR-TOT-ROTULO.
           MOVE WS-ED-QTDE  TO LR-TOT-VALOR.
           PERFORM 695-IMPRIME-TOTAL THRU 695-FIM.

           IF WS-QTD-COM-ACK > ZEROS
              DIVIDE WS-TOT-DIAS-ACK BY WS-QTD-COM-ACK
                 GIVING WS-MED-DIAS-ACK ROUNDED
              MOVE WS-MED-DIAS-ACK TO WS-ED-DIAS
              MOVE 'MEDIA DE DIAS ATE O ACK..........................:'
                TO LR-TOT-ROTULO
              MOVE WS-ED-DIAS  TO LR-TOT-VALOR
              PERFORM 695-IMPRIME-TOTAL THRU 695-FIM
              MOVE WS-MAX-DIAS-ACK TO WS-ED-DIAS-INT
              MOVE 'MAXIMO DE DIAS ATE O ACK.........................:'
                TO LR-TOT-ROTULO
              MOVE WS-ED-DIAS-INT TO LR-TOT-VALOR
              PERFORM 695-IMPRIME-TOTAL THRU 695-FIM
           END-IF.

       640-FIM. EXIT.

      *------------------------------*
       650-IMPRIME-RETIDAS.
      *------------------------------*

           MOVE 'TRANSFERENCIAS RETIDAS NO MES (MOTIVO DO ARQSTATUS)'
             TO LR-TIT-TEXTO.
           PERFORM 690-IMPRIME-TITULO THRU 690-FIM.

           IF WS-QTD-RETIDOS EQUAL ZEROS
              MOVE 'NENHUMA TRANSFERENCIA RETIDA NO MES'
                TO LR-VAZ-TEXTO
              WRITE REG-RELSLA FROM LR-VAZIO
                    AFTER ADVANCING 1 LINE
              ADD  1 TO WS-LIN-RELSLA
              GO TO 650-FIM
           END-IF.

           PERFORM 655-IMPRIME-RETIDA THRU 655-FIM
              VARYING WS-IDX-RUN FROM 1 BY 1
                UNTIL WS-IDX-RUN > WS-QTD-RUNS.

       650-FIM. EXIT.

      *------------------------------*
       655-IMPRIME-RETIDA.
      *------------------------------*

           IF WS-RUN-TEM-STATUS (WS-IDX-RUN) NOT EQUAL 'S' OR
              WS-RUN-LIBERA (WS-IDX-RUN) EQUAL 'S'
              GO TO 655-FIM
           END-IF.

           IF WS-LIN-RELSLA > 56
              PERFORM 620-CABECALHO-PAGINA THRU 620-FIM
           END-IF.

           MOVE WS-RUN-PGM (WS-IDX-RUN)      TO LR-RET-PGM.
           MOVE WS-RUN-DATA-INI (WS-IDX-RUN) TO WS-DATA-AMD-W9.
           PERFORM 670-FORMATA-DATA THRU 670-FIM.
           MOVE WS-DATA-EDITADA              TO LR-RET-DATA.
           MOVE WS-RUN-HORA-INI (WS-IDX-RUN) TO WS-HORA-CALC.
           PERFORM 730-FORMATA-HORA THRU 730-FIM.
           MOVE WS-HORA-EDITADA              TO LR-RET-HORA.
           MOVE WS-RUN-COD-RETORNO (WS-IDX-RUN) TO LR-RET-RC.
           MOVE WS-RUN-MOTIVO (WS-IDX-RUN)   TO LR-RET-MOTIVO.

           WRITE REG-RELSLA FROM LR-RETIDA
                 AFTER ADVANCING 1 LINE.
           ADD  1 TO WS-LIN-RELSLA.

       655-FIM. EXIT.

      *------------------------------*
       660-IMPRIME-RETENCAO.
      *------------------------------*

           IF WS-LIN-RELSLA > 48
              PERFORM 620-CABECALHO-PAGINA THRU 620-FIM
           END-IF.

           MOVE 'RETENCAO DO HISTORICO DE AUDITORIA (ARQAUDIT)'
             TO LR-TIT-TEXTO.
           PERFORM 690-IMPRIME-TITULO THRU 690-FIM.

           MOVE WS-MESES-RETENCAO TO WS-ED-QTDE.
           MOVE 'RETENCAO DO PARAMETRO (MESES)....................:'
             TO LR-TOT-ROTULO.
           MOVE WS-ED-QTDE  TO LR-TOT-VALOR.
           PERFORM 695-IMPRIME-TOTAL THRU 695-FIM.

           MOVE WS-MES-CORTE TO WS-ED-MES-MA.
           MOVE WS-ANO-CORTE TO WS-ED-ANO-MA.
           MOVE 'ARQUIVADOS OS RUNS ANTERIORES A (MM/AAAA)........:'
             TO LR-TOT-ROTULO.
           MOVE WS-MES-EDITADO TO LR-TOT-VALOR.
           PERFORM 695-IMPRIME-TOTAL THRU 695-FIM.

           MOVE WS-QTD-LIDOS-AUD TO WS-ED-QTDE.
           MOVE 'REGISTROS LIDOS NO ARQAUDIT......................:'
             TO LR-TOT-ROTULO.
           MOVE WS-ED-QTDE  TO LR-TOT-VALOR.
           PERFORM 695-IMPRIME-TOTAL THRU 695-FIM.

           MOVE WS-QTD-MANTIDOS-AUD TO WS-ED-QTDE.
           MOVE 'REGISTROS MANTIDOS NO HISTORICO..................:'
             TO LR-TOT-ROTULO.
           MOVE WS-ED-QTDE  TO LR-TOT-VALOR.
           PERFORM 695-IMPRIME-TOTAL THRU 695-FIM.

           MOVE WS-QTD-ARQUIVADOS-AUD TO WS-ED-QTDE.
           MOVE 'REGISTROS ARQUIVADOS.............................:'
             TO LR-TOT-ROTULO.
           MOVE WS-ED-QTDE  TO LR-TOT-VALOR.
           PERFORM 695-IMPRIME-TOTAL THRU 695-FIM.

       660-FIM. EXIT.

      *------------------------------*
       670-FORMATA-DATA.
      *------------------------------*

           MOVE WS-AMD-DIA-W   TO WS-ED-DIA.
           MOVE WS-AMD-MES-W   TO WS-ED-MES.
           MOVE WS-AMD-ANO-W   TO WS-ED-ANO.

       670-FIM. EXIT.

      *------------------------------*
       690-IMPRIME-TITULO.
      *------------------------------*

           IF WS-LIN-RELSLA > 54
              PERFORM 620-CABECALHO-PAGINA THRU 620-FIM
           END-IF.

           WRITE REG-RELSLA FROM LR-TITULO
                 AFTER ADVANCING 2 LINES.
           ADD  2 TO WS-LIN-RELSLA.

       690-FIM. EXIT.

      *------------------------------*
       695-IMPRIME-TOTAL.
      *------------------------------*

           IF WS-LIN-RELSLA > 56
              PERFORM 620-CABECALHO-PAGINA THRU 620-FIM
           END-IF.

           WRITE REG-RELSLA FROM LR-TOTAL
                 AFTER ADVANCING 1 LINE.
           ADD  1 TO WS-LIN-RELSLA.

           MOVE SPACES TO LR-TOT-VALOR.

       695-FIM. EXIT.

      *------------------------------*
       700-CONVERTE-DATA-AUD.
      *------------------------------*

      *  MM/DD/AA (DWSD0612) OU AAAAMMDD (DATA DE FIM DO DWSD0614)
           MOVE 'N'   TO WS-SW-DATA-CONV.
           MOVE ZEROS TO WS-DATA-CONV.

           IF WS-BARRA1-AUD EQUAL '/' AND
              WS-BARRA2-AUD EQUAL '/'
              IF WS-MES-AUD-X IS NUMERIC AND
                 WS-DIA-AUD-X IS NUMERIC AND
                 WS-ANO-AUD-X IS NUMERIC
                 MOVE 20           TO WS-SEC-CONV
                 MOVE WS-ANO-AUD-X TO WS-AA-CONV
                 MOVE WS-MES-AUD-X TO WS-MES-CONV
                 MOVE WS-DIA-AUD-X TO WS-DIA-CONV
              ELSE
                 GO TO 700-FIM
              END-IF
           ELSE
              IF WS-DATA-AUD-AMD IS NUMERIC
                 MOVE WS-DATA-AUD-AMD TO WS-DATA-CONV
              ELSE
                 GO TO 700-FIM
              END-IF
           END-IF.

           IF WS-ANO-CONV < 2000
              GO TO 700-FIM.

           IF WS-MES-CONV < 01 OR WS-MES-CONV > 12
              GO TO 700-FIM.

           IF WS-DIA-CONV < 01 OR WS-DIA-CONV > 31
              GO TO 700-FIM.

           MOVE 'S' TO WS-SW-DATA-CONV.

       700-FIM. EXIT.

      *------------------------------*
       710-CALCULA-NUM-DIA.
      *------------------------------*

           SUBTRACT 1 FROM WS-ANO-CALC GIVING WS-ANOS-ANT.
           MULTIPLY WS-ANOS-ANT BY 365 GIVING WS-NUM-DIA.
           DIVIDE   WS-ANOS-ANT BY 4   GIVING WS-QUOC-BISSEXTO.
           ADD      WS-QUOC-BISSEXTO   TO     WS-NUM-DIA.

           PERFORM 711-SOMA-DIAS-MES THRU 711-FIM
              VARYING WS-IDX-MES FROM 1 BY 1
                UNTIL WS-IDX-MES NOT LESS WS-MES-CALC.

           ADD  WS-DIA-CALC TO WS-NUM-DIA.

           IF WS-MES-CALC > 02
              DIVIDE WS-ANO-CALC BY 4
                 GIVING    WS-QUOC-BISSEXTO
                 REMAINDER WS-RESTO-BISSEXTO
              IF WS-RESTO-BISSEXTO EQUAL ZEROS
                 ADD  1 TO WS-NUM-DIA
              END-IF
           END-IF.

       710-FIM. EXIT.

      *------------------------------*
       711-SOMA-DIAS-MES.
      *------------------------------*

           ADD  WS-DIAS-MES (WS-IDX-MES) TO WS-NUM-DIA.

       711-FIM. EXIT.

      *------------------------------*
       720-CALCULA-SEGUNDOS.
      *------------------------------*

           MULTIPLY WS-HH-CALC BY 3600 GIVING WS-SEG-DIA.
           MULTIPLY WS-MM-CALC BY 60   GIVING WS-DUR-RESTO.
           ADD      WS-DUR-RESTO       TO     WS-SEG-DIA.
           ADD      WS-SS-CALC         TO     WS-SEG-DIA.

       720-FIM. EXIT.

      *------------------------------*
       730-FORMATA-HORA.
      *------------------------------*

           MOVE WS-HH-CALC TO WS-ED-HH.
           MOVE WS-MM-CALC TO WS-ED-MM.
           MOVE WS-SS-CALC TO WS-ED-SS.

       730-FIM. EXIT.

      *------------------------------*
       735-FORMATA-DURACAO.
      *------------------------------*

           DIVIDE WS-DURACAO-SEG BY 3600
              GIVING    WS-DUR-HH
              REMAINDER WS-DUR-RESTO.
           DIVIDE WS-DUR-RESTO BY 60
              GIVING    WS-DUR-MM
              REMAINDER WS-DUR-SS.

           IF WS-DUR-HH > 99
              MOVE 99 TO WS-DUR-HH
           END-IF.

           MOVE WS-DUR-HH TO WS-ED-HH.
           MOVE WS-DUR-MM TO WS-ED-MM.
           MOVE WS-DUR-SS TO WS-ED-SS.

       735-FIM. EXIT.

      *------------------------------*
       740-DECOMPOE-MES.
      *------------------------------*

      *  ANO * 12 + MES DE VOLTA PARA ANO E MES
           SUBTRACT 1 FROM WS-IDX-MES-AUX.
           DIVIDE WS-IDX-MES-AUX BY 12
              GIVING    WS-ANO-MES-AUX
              REMAINDER WS-MES-MES-AUX.
           ADD  1 TO WS-MES-MES-AUX.

       740-FIM. EXIT.

      *------------------------------*
       750-CALCULA-PERC.
      *------------------------------*

           IF WS-PERC-DENOM EQUAL ZEROS
              MOVE ZEROS TO WS-PERC-RES
              GO TO 750-FIM
           END-IF.

           MULTIPLY WS-PERC-NUMER BY 100 GIVING WS-PERC-AUX.
           DIVIDE   WS-PERC-DENOM INTO WS-PERC-AUX
              GIVING WS-PERC-RES ROUNDED
              ON SIZE ERROR
                 MOVE 999,99 TO WS-PERC-RES
           END-DIVIDE.

       750-FIM. EXIT.

      *------------------------------*
       760-CALCULA-VARIACAO.
      *------------------------------*

           IF WS-VAR-BASE EQUAL ZEROS
              MOVE ZEROS TO WS-VAR-RES
              GO TO 760-FIM
           END-IF.

           SUBTRACT WS-VAR-BASE FROM WS-VAR-ATUAL GIVING WS-VAR-DIF.
           MULTIPLY WS-VAR-DIF BY 100 GIVING WS-VAR-AUX.
           DIVIDE   WS-VAR-BASE INTO WS-VAR-AUX
              GIVING WS-VAR-RES ROUNDED
              ON SIZE ERROR
                 MOVE 99999,9 TO WS-VAR-RES
           END-DIVIDE.

       760-FIM. EXIT.

      *------------------------*
       9998-TERMINO-ANORMAL.
      *------------------------*

      *  O ARQAUDNV INCOMPLETO NAO PODE SUBSTITUIR O ARQAUDIT - O
      *  PASSO DE COPIA DO JCL SO RODA COM ESTE PASSO NORMAL
           DISPLAY 'DWSD0616 - TERMINO ANORMAL - ' WS-MOTIVO-ABEND.

           CALL NCOB1660 USING WS-ABEND.

       9998-FIM. EXIT.
