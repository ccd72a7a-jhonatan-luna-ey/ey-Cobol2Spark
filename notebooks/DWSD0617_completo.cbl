       IDENTIFICATION DIVISION.
      *========================*

       PROGRAM-ID.    DWSD0617.
       AUTHOR.        CLAUDIA MARIA.

      *================================================================*
      *                                                                *
      *  PROJETO    : DWSD - DATAWAREHOUSE EM AMBIENTE MAINFRAME       *
      *                                                                *
      *               -----------------------------------------------  *
      *  OBJETIVO   : MONTAGEM DO PACOTE DE ENTREGA AO DW - CRITICA    *
      *               REFERENCIAL ENTRE OS ARQUIVOS DO RUN, MANIFESTO  *
      *               DO PACOTE E SCRIPT DE TRANSFERENCIA UNICO        *
      *               -----------------------------------------------  *
      *                                                                *
      *  ENTRADA    : ARQSTATUS  (STATUS DO RUN DO DWSD0612/DWSD0614)  *
      *               DIMESTIP   (DIMENSAO ESTIPULANTE)                *
      *               DIMATIV    (DIMENSAO ATIVIDADE)                  *
      *               DIMGRUPO   (DIMENSAO GRUPO ECONOMICO)            *
      *               ARQCTO     (CONTATO DO ESTIPULANTE)              *
      *               ARQOPSAUDE (ESTIPULANTE X OPERADORA ANS)         *
      *               ARQRELMES  (CONJUGADA X MESTRE)                  *
      *               ARQMOVAUD  (FEED DE AUDITORIA DBSISA.MOVI)       *
      *               ARQRENDW   (PIPELINE DE RENOVACOES)              *
      *               ARQDELTA   (MOVIMENTO DELTA DO DIMESTIP)         *
      *               ARQDELIM   (VARIANTE DELIMITADA DO DIMESTIP)     *
      *               ARQCOND    (CONDICOES COMERCIAIS - DWSD1011)     *
      *                                                                *
      *  SAIDA      : ARQMANIF   (MANIFESTO DO PACOTE - DWSD1009)      *
      *               ARQFTP     (SCRIPT DE TRANSFERENCIA DO PACOTE)   *
      *               ARQRELPAC  (RELATORIO DO PACOTE E DOS ORFAOS)    *
      *                                                                *
      *  OBS        : NO RUN PARTICIONADO O JCL CONCATENA EM CADA DD   *
      *               COMPLEMENTAR AS SAIDAS DAS PARTICOES E O         *
      *               DIMESTIP E O CONSOLIDADO PELO DWSD0614. O SCRIPT *
      *               DESTE PASSO SUBSTITUI (MESMO DATASET) O SCRIPT   *
      *               SO DO DIMESTIP GRAVADO PELO DWSD0612/DWSD0614.   *
      *                                                                *
      *  EQUIPE     : EXTRACAO DW ( G & P )                            *
      *                                                                *
      *  DATA       : OUTUBRO DE 2026                                  *
      *================================================================*
151026* ALTERACAO :CRIACAO DO PROGRAMA - OS ARQUIVOS COMPLEMENTARES   *
151026*            DO DIMESTIP ERAM ENTREGUES SEM NENHUMA GARANTIA DE *
151026*            CONSISTENCIA ENTRE SI; O DW ACHAVA CONTATOS,       *
151026*            OPERADORAS E MOVIMENTOS DE APOLICES QUE NAO        *
151026*            EXISTIAM NA DIMENSAO E ESTIPULANTES COM ATIVIDADE  *
151026*            FORA DA DIMATIV. ESTE PASSO CONFERE QUE TODO       *
151026*            IDENT-APOLICE DOS ARQUIVOS COMPLEMENTARES EXISTE   *
151026*            NO DIMESTIP E QUE TODO IDENT-RAMO-ATIV DO DIMESTIP *
151026*            EXISTE NA DIMATIV, CONFERE HEADER/TRAILLER DE CADA *
151026*            ARQUIVO, GRAVA O MANIFESTO (UM REGISTRO POR        *
151026*            ARQUIVO COM DATASET, QUANTIDADES, TOTAL HASH E     *
151026*            DATA DO RUN - COPY DWSD1009) E O SCRIPT QUE LEVA   *
151026*            TODOS OS ARQUIVOS E O MANIFESTO NA MESMA           *
151026*            TRANSFERENCIA. QUALQUER ORFAO OU ERRO DE ESTRUTURA *
151026*            ESVAZIA O SCRIPT E DERRUBA O PASSO (ABEND 0777).   *
151026*            INCLUIDO NO PACOTE O FEED DE CONDICOES COMERCIAIS  *
151026*            ARQCOND (DWSD0612, COPY DWSD1011) - CONFERIDO      *
151026*            CONTRA O DIMESTIP COMO OS DEMAIS COMPLEMENTARES.   *
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

           SELECT ARQSTATUS     ASSIGN    TO ARQSTATUS
                                FILE STATUS IS WS-FS-ARQSTATUS.

           SELECT DIMESTIP      ASSIGN    TO DIMESTIP
                                FILE STATUS IS WS-FS-DIMESTIP.

           SELECT DIMATIV       ASSIGN    TO DIMATIV
                                FILE STATUS IS WS-FS-DIMATIV.

           SELECT DIMGRUPO      ASSIGN    TO DIMGRUPO
                                FILE STATUS IS WS-FS-DIMGRUPO.

           SELECT ARQCTO        ASSIGN    TO ARQCTO
                                FILE STATUS IS WS-FS-ARQCTO.

           SELECT ARQOPSAUDE    ASSIGN    TO ARQOPSAUDE
                                FILE STATUS IS WS-FS-ARQOPSAUDE.

           SELECT ARQRELMES     ASSIGN    TO ARQRELMES
                                FILE STATUS IS WS-FS-ARQRELMES.

           SELECT ARQMOVAUD     ASSIGN    TO ARQMOVAUD
                                FILE STATUS IS WS-FS-ARQMOVAUD.

           SELECT ARQRENDW      ASSIGN    TO ARQRENDW
                                FILE STATUS IS WS-FS-ARQRENDW.

           SELECT ARQDELTA      ASSIGN    TO ARQDELTA
                                FILE STATUS IS WS-FS-ARQDELTA.

           SELECT ARQDELIM      ASSIGN    TO ARQDELIM
                                FILE STATUS IS WS-FS-ARQDELIM.

           SELECT ARQCOND       ASSIGN    TO ARQCOND
                                FILE STATUS IS WS-FS-ARQCOND.

           SELECT ARQSORTK      ASSIGN    TO ARQSORTK.

           SELECT ARQMANIF      ASSIGN    TO ARQMANIF.

           SELECT ARQFTP        ASSIGN    TO ARQFTP.

           SELECT ARQRELPAC     ASSIGN    TO ARQRELPAC.

      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*

      *---------------------------------------------------------------*
      *  STATUS DE FIM DE EXECUCAO DO RUN QUE PRODUZIU O PACOTE       *
      *---------------------------------------------------------------*
       FD  ARQSTATUS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD.

           COPY DWSD1003.

      *---------------------------------------------------------------*
      *  DIMENSOES DO RUN (LAYOUTS DWSD1004 / DWSD1010 / DWSD1007 NA  *
      *  WORKING)                                                     *
      *---------------------------------------------------------------*
       FD  DIMESTIP
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD.

       01  REG-DIMESTIP                  PIC X(68).

       FD  DIMATIV
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD.

       01  REG-DIMATIV                   PIC X(80).

       FD  DIMGRUPO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD.

       01  REG-DIMGRUPO                  PIC X(80).

      *---------------------------------------------------------------*
      *  ARQUIVOS COMPLEMENTARES - SO A CHAVE INTERESSA AQUI (LAYOUT  *
      *  COMPLETO NO DWSD0612)                                        *
      *---------------------------------------------------------------*
       FD  ARQCTO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD.

       01  REG-CTO.
           03 TIPO-REG-CTO               PIC 9(01).
           03 IDENT-APOLICE-CTO          PIC X(10).
           03 FILLER                     PIC X(196).

       FD  ARQOPSAUDE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD.

       01  REG-OPSAUDE.
           03 CIA-OPS                    PIC 9(03).
           03 IDENT-APOLICE-OPS          PIC X(10).
           03 FILLER                     PIC X(20).

       FD  ARQRELMES
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD.

       01  REG-RELMES.
           03 CIA-REL-MES                PIC 9(03).
           03 IDENT-APOLICE-REL-MES      PIC X(10).
           03 FILLER                     PIC X(18).

       FD  ARQMOVAUD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD.

       01  REG-MOVAUD.
           03 CIA-MOV-AUD                PIC 9(03).
           03 IDENT-APOLICE-MOV-AUD      PIC X(10).
           03 FILLER                     PIC X(82).

       FD  ARQRENDW
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD.

       01  REG-RENDW.
           03 CIA-REN-DW                 PIC 9(03).
           03 IDENT-APOLICE-REN-DW       PIC X(10).
           03 FILLER                     PIC X(61).

      *  A IMAGEM DO DELTA E O REGISTRO DO DIMESTIP (DWSD1004) - A
      *  EXCLUSAO (E) LEVA A APOLICE QUE SAIU DA DIMENSAO E NAO E
      *  CONFERIDA CONTRA ELA
       FD  ARQDELTA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD.

       01  REG-DELTA.
           03 OPER-DELTA                 PIC X(01).
           03 ESTIP-DELTA.
              05 TIPO-REG-DELTA          PIC X(01).
              05 COD-ORIGEM-DELTA        PIC X(04).
              05 IDENT-APOLICE-DELTA     PIC X(10).
              05 FILLER                  PIC X(53).

      *  VARIANTE DELIMITADA - POSICOES FIXAS DOS CAMPOS QUE O PASSO
      *  USA (ORDEM DOS CAMPOS NOS PARAGRAFOS 461 A 464 DO DWSD0612)
       FD  ARQDELIM
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD.

       01  REG-DELIM.
           03 TIPO-REG-DLM               PIC X(01).
           03 FILLER                     PIC X(199).
       01  REG-HEADER-DLM    REDEFINES   REG-DELIM.
           03 FILLER                     PIC X(18).
           03 DATA-INI-H-DLM             PIC X(08).
           03 FILLER                     PIC X(174).
       01  REG-DETALHE-DLM   REDEFINES   REG-DELIM.
           03 FILLER                     PIC X(07).
           03 IDENT-APOLICE-D-DLM        PIC X(10).
           03 FILLER                     PIC X(183).
       01  REG-TRAILLER-DLM  REDEFINES   REG-DELIM.
           03 FILLER                     PIC X(18).
           03 QTDE-REGISTROS-T-DLM       PIC X(09).
           03 FILLER                     PIC X(173).

      *  CONDICOES COMERCIAIS - O IDENT-APOLICE JA VEM AJUSTADO PELA
      *  NOVA CIA, COMO NO DIMESTIP (LAYOUT COMPLETO NO COPY DWSD1011)
       FD  ARQCOND
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD.

       01  REG-COND.
           03 CHAVE-OLTP-COND            PIC X(10).
           03 IDENT-APOLICE-COND         PIC X(10).
           03 FILLER                     PIC X(69).

      *---------------------------------------------------------------*
      *  CHAVES DE TODOS OS ARQUIVOS - O DIMESTIP (ORIGEM 01) SAI NA  *
      *  FRENTE DOS COMPLEMENTARES DA MESMA APOLICE                   *
      *---------------------------------------------------------------*
       SD  ARQSORTK.

       01  REG-ARQSORTK.
           03 IDENT-K                    PIC 9(10).
           03 ORIGEM-K                   PIC 9(02).

       FD  ARQMANIF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD.

           COPY DWSD1009.

       FD  ARQFTP
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80
           RECORDING MODE IS F
           LABEL RECORDS IS STANDARD.

       01  FTP-REGISTRO                 PIC X(80).

       FD  ARQRELPAC
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD.

       01  REG-RELPAC                    PIC X(132).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*

       77  WS-ABEND                  COMP   PIC S9(04)     VALUE +0777.
       77  NCOB1660                         PIC  X(08) VALUE 'NCOB1660'.
       77  WS-MAX-ARQ                       PIC 9(02)  VALUE 11.
       77  WS-MAX-ORFAOS-REL                PIC 9(05)  VALUE 00500.

       01  WS-FILE-STATUS.
           03 WS-FS-ARQSTATUS               PIC X(02) VALUE '00'.
           03 WS-FS-DIMESTIP                PIC X(02) VALUE '00'.
           03 WS-FS-DIMATIV                 PIC X(02) VALUE '00'.
           03 WS-FS-DIMGRUPO                PIC X(02) VALUE '00'.
           03 WS-FS-ARQCTO                  PIC X(02) VALUE '00'.
           03 WS-FS-ARQOPSAUDE              PIC X(02) VALUE '00'.
           03 WS-FS-ARQRELMES               PIC X(02) VALUE '00'.
           03 WS-FS-ARQMOVAUD               PIC X(02) VALUE '00'.
           03 WS-FS-ARQRENDW                PIC X(02) VALUE '00'.
           03 WS-FS-ARQDELTA                PIC X(02) VALUE '00'.
           03 WS-FS-ARQDELIM                PIC X(02) VALUE '00'.
           03 WS-FS-ARQCOND                 PIC X(02) VALUE '00'.
           03 WS-FS-ARQ-W                   PIC X(02) VALUE '00'.

       01  WS-CONTROLES.
           03 WS-TEM-STATUS                 PIC X(01) VALUE 'N'.
           03 WS-RUN-PARTICIONADO           PIC X(01) VALUE 'N'.
           03 WS-PACOTE-RETIDO              PIC X(01) VALUE 'N'.
           03 WS-FIM-ARQ                    PIC X(03) VALUE 'NAO'.
           03 WS-FIM-SORTK                  PIC X(03) VALUE 'NAO'.
           03 WS-MOTIVO-ABEND               PIC X(40) VALUE SPACES.
           03 WS-LIN-RELPAC                 PIC 9(03) VALUE 099.
           03 WS-PAG-RELPAC                 PIC 9(03) VALUE ZEROS.
           03 WS-QTD-ERROS                  PIC 9(05) VALUE ZEROS.
           03 WS-QTD-ORFAOS                 PIC 9(09) VALUE ZEROS.
           03 WS-QTD-ORFAOS-REL             PIC 9(05) VALUE ZEROS.
           03 WS-QTD-LIBERADOS-SORT         PIC 9(09) VALUE ZEROS.
           03 WS-QTD-LIDOS-SORT             PIC 9(09) VALUE ZEROS.
           03 WS-QTD-ARQ-ENVIO              PIC 9(02) VALUE ZEROS.
           03 WS-QTD-ZZZ                    PIC ZZZ.ZZZ.ZZ9.
           03 WS-IDX-ARQ                    PIC 9(02) USAGE COMP.
           03 WS-IDX-ATIV                   PIC 9(05) USAGE COMP.
           03 WS-DATA-RUN                   PIC 9(08) VALUE ZEROS.
           03 WS-DATA-HDR-W                 PIC X(08) VALUE SPACES.
           03 WS-DATA-HDR-N  REDEFINES      WS-DATA-HDR-W
                                            PIC 9(08).
           03 WS-QTDE-TRL-W                 PIC X(09) VALUE SPACES.
           03 WS-QTDE-TRL-N  REDEFINES      WS-QTDE-TRL-W
                                            PIC 9(09).
           03 WS-IDENT-X                    PIC X(10) VALUE SPACES.
           03 WS-IDENT-N     REDEFINES      WS-IDENT-X
                                            PIC 9(10).
           03 WS-ATIV-W                     PIC 9(04) VALUE ZEROS.
           03 WS-IDENT-ANT                  PIC 9(10) VALUE ZEROS.
           03 WS-APOLICE-NO-ESTIP           PIC X(01) VALUE 'N'.
           03 WS-LIBERA-CHAVE               PIC X(01) VALUE 'S'.

      *---------------------------------------------------------------*
      *  ARQUIVOS DO PACOTE, NA ORDEM DA TRANSFERENCIA - CODIGO DO    *
      *  ARQUIVO NO NOME REMOTO (DWSD_CCCCC_AAAAMMDD.dat), DD, ULTIMO  *
      *  QUALIFICADOR DO DATASET SOB BS.DWSD.DWSD0619 E SE O ARQUIVO  *
      *  TEM HEADER/TRAILLER. O MANIFESTO VIAJA POR ULTIMO.           *
      *---------------------------------------------------------------*
       01  WS-TAB-ARQ-VALORES.
           03 FILLER   PIC X(24) VALUE 'ESTIPDIMESTIP  ESTIP   S'.
           03 FILLER   PIC X(24) VALUE 'ATIVIDIMATIV   ATIV    S'.
           03 FILLER   PIC X(24) VALUE 'GRUPODIMGRUPO  GRUPO   S'.
           03 FILLER   PIC X(24) VALUE 'CONTAARQCTO    CTO     N'.
           03 FILLER   PIC X(24) VALUE 'OPSAUARQOPSAUDEOPSAUDE N'.
           03 FILLER   PIC X(24) VALUE 'RELMEARQRELMES RELMES  N'.
           03 FILLER   PIC X(24) VALUE 'MOVAUARQMOVAUD MOVAUD  N'.
           03 FILLER   PIC X(24) VALUE 'RENOVARQRENDW  RENDW   N'.
           03 FILLER   PIC X(24) VALUE 'DELTAARQDELTA  DELTA   N'.
           03 FILLER   PIC X(24) VALUE 'DELIMARQDELIM  DELIM   S'.
           03 FILLER   PIC X(24) VALUE 'CONDIARQCOND   COND    N'.
       01  WS-TAB-ARQ        REDEFINES      WS-TAB-ARQ-VALORES.
           03 WS-ENT-ARQ                    OCCURS 11 TIMES.
              05 WS-ARQ-COD                 PIC X(05).
              05 WS-ARQ-DD                  PIC X(10).
              05 WS-ARQ-LLQ                 PIC X(08).
              05 WS-ARQ-COM-TRL             PIC X(01).

       01  WS-MANIF-COD                     PIC X(05) VALUE 'MANIF'.
       01  WS-MANIF-LLQ                     PIC X(08) VALUE 'MANIF'.

      *---------------------------------------------------------------*
      *  ACUMULADORES POR ARQUIVO (MESMO INDICE DA WS-TAB-ARQ).       *
      *  SITUACAO: ' ' ANTES DO HEADER / H DENTRO DO HEADER /         *
      *  T DEPOIS DO TRAILLER - NO RUN PARTICIONADO OS ARQUIVOS COM   *
      *  HEADER/TRAILLER VEM CONCATENADOS (UM PAR POR PARTICAO)       *
      *---------------------------------------------------------------*
       01  WS-TAB-CONT.
           03 WS-ENT-CONT                   OCCURS 11 TIMES.
              05 WS-CNT-QTDE-REG            PIC 9(09).
              05 WS-CNT-QTDE-DET            PIC 9(09).
              05 WS-CNT-HASH                PIC 9(18).
              05 WS-CNT-ORFAOS              PIC 9(09).
              05 WS-CNT-QTDE-HDR            PIC 9(03).
              05 WS-CNT-QTDE-TRL            PIC 9(03).
              05 WS-CNT-DECL-TRL            PIC 9(09).
              05 WS-CNT-DATA-HDR            PIC 9(08).
              05 WS-CNT-DIF-DATA-HDR        PIC 9(03).
              05 WS-CNT-FORA                PIC 9(09).
              05 WS-CNT-INVALIDOS           PIC 9(09).
              05 WS-CNT-SITUACAO            PIC X(01).
              05 WS-CNT-ENVIA               PIC X(01).
              05 WS-CNT-DATASET             PIC X(44).
              05 WS-CNT-REMOTO              PIC X(23).

      *---------------------------------------------------------------*
      *  CODIGOS DE ATIVIDADE PRESENTES NA DIMATIV (INDICE = CODIGO   *
      *  + 1, PARA COMPORTAR O CODIGO 0000)                           *
      *---------------------------------------------------------------*
       01  WS-TAB-ATIV                      VALUE SPACES.
           03 WS-ATIV-PRESENTE              PIC X(01)
                                            OCCURS 10000 TIMES.

      *---------------------------------------------------------------*
      *  AREAS DE TRABALHO DOS REGISTROS DAS DIMENSOES                *
      *---------------------------------------------------------------*
           COPY DWSD1004.

           COPY DWSD1010.

           COPY DWSD1007.

      *---------------------------------------------------------------*
      *  LINHAS DO SCRIPT DE TRANSFERENCIA - MESMO LAYOUT DO SCRIPT   *
      *  DO DWSD0612; AS LINHAS PUT/RENAME SAO MONTADAS POR ARQUIVO   *
      *---------------------------------------------------------------*
       01  LN-FTP-01.
           03 FILLER         PIC X(80) VALUE 'ANONYMOUS'.
       01  LN-FTP-02.
           03 FILLER         PIC X(80) VALUE 'ANONYMOUS'.
       01  LN-FTP-03.
           03 FILLER         PIC X(04) VALUE 'CD  '.
           03 DIRETORIO      PIC X(76).
       01  LN-FTP-04.
           03 FILLER         PIC X(04) VALUE 'LCD '.
           03 FILLER         PIC X(01) VALUE ''''.
           03 FILLER         PIC X(16) VALUE 'BS.DWSD.DWSD0619'.
           03 FILLER         PIC X(01) VALUE ''''.
           03 FILLER         PIC X(58) VALUE SPACES.
       01  LN-FTP-07.
           03 FILLER         PIC X(80) VALUE 'CLOSE'.
       01  LN-FTP-08.
           03 FILLER         PIC X(80) VALUE 'QUIT'.

       01  LN-SCRIPT                        PIC X(80).

       01  WS-HORA-CORRENTE                 PIC X(06).

       01  WS-DATA-SISTEMA                  PIC 9(08).
       01  WS-DATA-SIST-R    REDEFINES      WS-DATA-SISTEMA.
           03 WS-SEC-SIST                   PIC 9(02).
           03 WS-ANO-SIST                   PIC 9(02).
           03 WS-MES-SIST                   PIC 9(02).
           03 WS-DIA-SIST                   PIC 9(02).

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

      *---------------------------------------------------------------*
      *  LINHAS DE IMPRESSAO DO RELATORIO DO PACOTE                   *
      *---------------------------------------------------------------*
       01  LR-CAB1.
           03 FILLER          PIC X(09) VALUE 'DWSD0617 '.
           03 FILLER          PIC X(15) VALUE SPACES.
           03 FILLER          PIC X(44) VALUE
              'PACOTE DE ENTREGA AO DW - DIM. ESTIPULANTE  '.
           03 FILLER          PIC X(47) VALUE SPACES.
           03 FILLER          PIC X(09) VALUE 'PAGINA   '.
           03 LR-CAB1-PAG     PIC ZZ9.
           03 FILLER          PIC X(05) VALUE SPACES.

       01  LR-CAB2.
           03 FILLER          PIC X(21) VALUE 'RUN................: '.
           03 LR-CAB2-PGM     PIC X(08).
           03 FILLER          PIC X(24) VALUE
              '   DATA DO ARQUIVO....: '.
           03 LR-CAB2-DATA-ARQ PIC X(10).
           03 FILLER          PIC X(24) VALUE
              '   EMITIDO EM.........: '.
           03 LR-CAB2-DATA    PIC X(10).
           03 FILLER          PIC X(35) VALUE SPACES.

       01  LR-CAB-COL1.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 FILLER          PIC X(06) VALUE 'ARQ.  '.
           03 FILLER          PIC X(11) VALUE 'DD         '.
           03 FILLER          PIC X(27) VALUE 'DATASET'.
           03 FILLER          PIC X(24) VALUE 'NOME REMOTO'.
           03 FILLER          PIC X(12) VALUE '  REGISTROS '.
           03 FILLER          PIC X(12) VALUE '   DETALHES '.
           03 FILLER          PIC X(19) VALUE '         TOTAL HASH'.
           03 FILLER          PIC X(06) VALUE '  ENV '.
           03 FILLER          PIC X(11) VALUE '     ORFAOS'.
           03 FILLER          PIC X(02) VALUE SPACES.

       01  LR-MANIFESTO.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LR-MNF-COD      PIC X(05).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LR-MNF-DD       PIC X(10).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LR-MNF-DATASET  PIC X(26).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LR-MNF-REMOTO   PIC X(23).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LR-MNF-REG      PIC ZZZ.ZZZ.ZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LR-MNF-DET      PIC ZZZ.ZZZ.ZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LR-MNF-HASH     PIC Z(17)9.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 LR-MNF-ENVIO    PIC X(01).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LR-MNF-ORFAOS   PIC ZZZ.ZZZ.ZZ9.
           03 FILLER          PIC X(03) VALUE SPACES.

       01  LR-CAB-ORFAO.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 FILLER          PIC X(06) VALUE 'ARQ.  '.
           03 FILLER          PIC X(12) VALUE 'APOLICE     '.
           03 FILLER          PIC X(06) VALUE 'ATIV. '.
           03 FILLER          PIC X(106) VALUE 'MOTIVO'.

       01  LR-ORFAO.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LR-ORF-COD      PIC X(05).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LR-ORF-APOLICE  PIC 9(10).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LR-ORF-ATIV     PIC X(04).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LR-ORF-MOTIVO   PIC X(60).
           03 FILLER          PIC X(46) VALUE SPACES.

       01  LR-TITULO.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LR-TIT-TEXTO    PIC X(130).

       01  LR-MENSAGEM.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LR-MSG-COD      PIC X(08).
           03 FILLER          PIC X(03) VALUE ' - '.
           03 LR-MSG-TEXTO    PIC X(70).
           03 LR-MSG-VALOR    PIC X(20).
           03 FILLER          PIC X(29) VALUE SPACES.

       LINKAGE SECTION.

      *  MESMAS POSICOES INICIAIS DO PARM DO DWSD0612 / DWSD0614 - O
      *  SCRIPT USA O AMBIENTE, OS DIRETORIOS E O TIPO DE TRANSFERENCIA
       01  PARAMETRO.
           03 FILLER                      PIC X(02).
           03 PERIODICIDADE               PIC X(01).
           03 FILLER                      PIC X(01).
           03 AMBIENTE                    PIC X(01).
           03 FILLER                      PIC X(01).
           03 DIRETORIO-PRODUCAO          PIC X(09).
           03 FILLER                      PIC X(01).
           03 DIRETORIO-DESENVOLVIMENTO   PIC X(09).
           03 FILLER                      PIC X(01).
           03 TP-TRANSFERENCIA            PIC X(01).

      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETRO.
      *-----------------------------------*

       000-INICIO.
      *------------*

           PERFORM 100-INICIALIZACAO
              THRU 100-FIM.

           PERFORM 200-MONTA-PACOTE
              THRU 200-FIM.

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

           PERFORM 120-ZERA-CONTADORES THRU 120-FIM
              VARYING WS-IDX-ARQ FROM 1 BY 1
                UNTIL WS-IDX-ARQ > WS-MAX-ARQ.

           OPEN OUTPUT ARQRELPAC.

           PERFORM 110-LE-STATUS-RUN THRU 110-FIM.

       100-FIM.    EXIT.

      *----------------------------*
       110-LE-STATUS-RUN.
      *----------------------------*

      *  O STATUS DO RUN DIZ QUEM PRODUZIU O PACOTE (DWSD0612 INTEIRO
      *  OU DWSD0614 CONSOLIDANDO PARTICOES) E SE A TRANSFERENCIA FOI
      *  LIBERADA - PACOTE RETIDO PELO RUN NAO E MONTADO
           OPEN INPUT ARQSTATUS.

           IF WS-FS-ARQSTATUS EQUAL '00'
              READ ARQSTATUS
           END-IF.

           IF WS-FS-ARQSTATUS NOT EQUAL '00'
              DISPLAY ' '
              DISPLAY 'DWSD0617 - ARQSTATUS VAZIO/INDISPONIVEL - FS: '
                      WS-FS-ARQSTATUS
              DISPLAY ' '
              MOVE 'ARQSTATUS DO RUN NAO ENCONTRADO'
                TO WS-MOTIVO-ABEND
              PERFORM 9998-TERMINO-ANORMAL THRU 9998-FIM
           END-IF.

           CLOSE ARQSTATUS.

           IF STA-NOME-PGM NOT EQUAL 'DWSD0612' AND
              STA-NOME-PGM NOT EQUAL 'DWSD0614'
              DISPLAY ' '
              DISPLAY 'DWSD0617 - STATUS DE OUTRO PROGRAMA: '
                      STA-NOME-PGM
              DISPLAY ' '
              MOVE 'ARQSTATUS NAO E DO DWSD0612/DWSD0614'
                TO WS-MOTIVO-ABEND
              PERFORM 9998-TERMINO-ANORMAL THRU 9998-FIM
           END-IF.

           MOVE 'S' TO WS-TEM-STATUS.

           IF STA-NOME-PGM EQUAL 'DWSD0614'
              MOVE 'S' TO WS-RUN-PARTICIONADO
           END-IF.

           IF STA-LIBERA-TRANSF NOT EQUAL 'S'
              MOVE 'S' TO WS-PACOTE-RETIDO
           END-IF.

       110-FIM. EXIT.

      *----------------------------*
       120-ZERA-CONTADORES.
      *----------------------------*

           MOVE ZEROS  TO WS-CNT-QTDE-REG (WS-IDX-ARQ)
                          WS-CNT-QTDE-DET (WS-IDX-ARQ)
                          WS-CNT-HASH (WS-IDX-ARQ)
                          WS-CNT-ORFAOS (WS-IDX-ARQ)
                          WS-CNT-QTDE-HDR (WS-IDX-ARQ)
                          WS-CNT-QTDE-TRL (WS-IDX-ARQ)
                          WS-CNT-DECL-TRL (WS-IDX-ARQ)
                          WS-CNT-DATA-HDR (WS-IDX-ARQ)
                          WS-CNT-DIF-DATA-HDR (WS-IDX-ARQ)
                          WS-CNT-FORA (WS-IDX-ARQ)
                          WS-CNT-INVALIDOS (WS-IDX-ARQ).
           MOVE SPACES TO WS-CNT-SITUACAO (WS-IDX-ARQ)
                          WS-CNT-DATASET (WS-IDX-ARQ)
                          WS-CNT-REMOTO (WS-IDX-ARQ).
           MOVE 'N'    TO WS-CNT-ENVIA (WS-IDX-ARQ).

       120-FIM. EXIT.

      *------------------*
       200-MONTA-PACOTE.
      *------------------*

           IF WS-PACOTE-RETIDO EQUAL 'S'
              MOVE 'TRANSFERENCIA RETIDA PELO RUN - PACOTE NAO MONTADO'
                TO LR-MSG-TEXTO
              MOVE STA-NOME-PGM TO LR-MSG-COD
              PERFORM 690-IMPRIME-MENSAGEM THRU 690-FIM
              DISPLAY 'DWSD0617 - MOTIVO DA RETENCAO: ' STA-MOTIVO
              GO TO 200-FIM
           END-IF.

      *  A DIMATIV E CARREGADA ANTES PARA A CRITICA DE ATIVIDADE DOS
      *  DETALHES DO DIMESTIP, FEITA NA LEITURA DO SORT
           PERFORM 210-CARREGA-DIMATIV THRU 210-FIM.

           SORT ARQSORTK ON ASCENDING KEY IDENT-K
                                          ORIGEM-K
                INPUT  PROCEDURE 300-LE-ARQUIVOS
                            THRU 300-FIM
                OUTPUT PROCEDURE 350-CONFERE-APOLICES
                            THRU 350-FIM.

           PERFORM 400-VALIDA-ESTRUTURA THRU 400-FIM.

           PERFORM 440-IMPRIME-MANIFESTO THRU 440-FIM.

      *  PACOTE COM ERRO NAO VIAJA - O SCRIPT E ESVAZIADO PARA QUE O
      *  SCRIPT SO DO DIMESTIP GRAVADO PELO RUN NAO SEJA USADO
           OPEN OUTPUT ARQFTP.

           IF WS-QTD-ERROS EQUAL ZEROS AND
              WS-QTD-ORFAOS EQUAL ZEROS
              PERFORM 450-GRAVA-MANIFESTO THRU 450-FIM
              PERFORM 460-GRAVA-SCRIPT THRU 460-FIM
           END-IF.

           CLOSE ARQFTP.

       200-FIM. EXIT.

      *----------------------------*
       210-CARREGA-DIMATIV.
      *----------------------------*

           MOVE 02 TO WS-IDX-ARQ.
           OPEN INPUT DIMATIV.
           MOVE WS-FS-DIMATIV TO WS-FS-ARQ-W.
           PERFORM 380-CONFERE-ABERTURA THRU 380-FIM.

           MOVE 'NAO' TO WS-FIM-ARQ.
           PERFORM 211-TRATA-DIMATIV THRU 211-FIM
              UNTIL WS-FIM-ARQ EQUAL 'SIM'.

           CLOSE DIMATIV.

       210-FIM. EXIT.

      *----------------------------*
       211-TRATA-DIMATIV.
      *----------------------------*

           READ DIMATIV INTO REGISTRO-ATIV.
           MOVE WS-FS-DIMATIV TO WS-FS-ARQ-W.
           PERFORM 381-CONFERE-LEITURA THRU 381-FIM.

           IF WS-FIM-ARQ EQUAL 'SIM'
              GO TO 211-FIM
           END-IF.

           IF TIPO-REG-D-ATV EQUAL 0
              MOVE DATA-INI-H-ATV TO WS-DATA-HDR-W
              PERFORM 385-TRATA-HEADER THRU 385-FIM
              GO TO 211-FIM
           END-IF.

           IF TIPO-REG-D-ATV EQUAL 9
              MOVE QTDE-REGISTROS-T-ATV TO WS-QTDE-TRL-W
              PERFORM 386-TRATA-TRAILLER THRU 386-FIM
              GO TO 211-FIM
           END-IF.

           PERFORM 387-TRATA-DETALHE THRU 387-FIM.

           IF TIPO-REG-D-ATV NOT EQUAL 1 OR
              COD-ATIV-D-ATV NOT NUMERIC
              ADD  1 TO WS-CNT-INVALIDOS (WS-IDX-ARQ)
              GO TO 211-FIM
           END-IF.

           ADD  1              TO WS-CNT-QTDE-DET (WS-IDX-ARQ).
           ADD  COD-ATIV-D-ATV TO WS-CNT-HASH (WS-IDX-ARQ).
           ADD  1 TO COD-ATIV-D-ATV GIVING WS-IDX-ATIV.
           MOVE 'S' TO WS-ATIV-PRESENTE (WS-IDX-ATIV).

       211-FIM. EXIT.

      *---------------------------*
       300-LE-ARQUIVOS.
      *---------------------------*

      *  PROCEDIMENTO DE ENTRADA DO SORT - LE CADA ARQUIVO DO PACOTE,
      *  ACUMULA QUANTIDADES E TOTAL HASH E LIBERA PARA O SORT CADA
      *  IDENT-APOLICE COM A ORIGEM (INDICE DA WS-TAB-ARQ)
           PERFORM 310-LE-DIMESTIP  THRU 310-FIM.
           PERFORM 320-LE-DIMGRUPO  THRU 320-FIM.
           PERFORM 330-LE-ARQCTO    THRU 330-FIM.
           PERFORM 332-LE-ARQOPSAUDE THRU 332-FIM.
           PERFORM 334-LE-ARQRELMES THRU 334-FIM.
           PERFORM 336-LE-ARQMOVAUD THRU 336-FIM.
           PERFORM 338-LE-ARQRENDW  THRU 338-FIM.
           PERFORM 340-LE-ARQDELTA  THRU 340-FIM.
           PERFORM 345-LE-ARQDELIM  THRU 345-FIM.
           PERFORM 347-LE-ARQCOND   THRU 347-FIM.

       300-FIM. EXIT.

      *----------------------------*
       310-LE-DIMESTIP.
      *----------------------------*

           MOVE 01 TO WS-IDX-ARQ.
           OPEN INPUT DIMESTIP.
           MOVE WS-FS-DIMESTIP TO WS-FS-ARQ-W.
           PERFORM 380-CONFERE-ABERTURA THRU 380-FIM.

           MOVE 'NAO' TO WS-FIM-ARQ.
           PERFORM 311-TRATA-DIMESTIP THRU 311-FIM
              UNTIL WS-FIM-ARQ EQUAL 'SIM'.

           CLOSE DIMESTIP.

       310-FIM. EXIT.

      *----------------------------*
       311-TRATA-DIMESTIP.
      *----------------------------*

           READ DIMESTIP INTO REGISTRO-ESTIP.
           MOVE WS-FS-DIMESTIP TO WS-FS-ARQ-W.
           PERFORM 381-CONFERE-LEITURA THRU 381-FIM.

           IF WS-FIM-ARQ EQUAL 'SIM'
              GO TO 311-FIM
           END-IF.

           IF TIPO-REG-D-ETP EQUAL 0
              MOVE DATA-INI-H-ETP TO WS-DATA-HDR-W
              PERFORM 385-TRATA-HEADER THRU 385-FIM
              GO TO 311-FIM
           END-IF.

           IF TIPO-REG-D-ETP EQUAL 9
              MOVE QTDE-REGISTROS-T-ETP TO WS-QTDE-TRL-W
              PERFORM 386-TRATA-TRAILLER THRU 386-FIM
              GO TO 311-FIM
           END-IF.

           PERFORM 387-TRATA-DETALHE THRU 387-FIM.

      *  A SUB-FATURA (TIPO 2) PODE LEVAR APOLICE DIFERENTE DA DO
      *  ESTIPULANTE VENCEDOR - AS DUAS VALEM COMO APOLICE EXISTENTE
           IF TIPO-REG-D-ETP EQUAL 1
              MOVE IDENT-APOLICE-D-ETP TO WS-IDENT-X
              ADD  1 TO WS-CNT-QTDE-DET (WS-IDX-ARQ)
              PERFORM 388-ACUMULA-CHAVE THRU 388-FIM
              PERFORM 312-CRITICA-ATIVIDADE THRU 312-FIM
              GO TO 311-FIM
           END-IF.

           IF TIPO-REG-D-ETP EQUAL 2
              MOVE IDENT-APOLICE-S-ETP TO WS-IDENT-X
              PERFORM 388-ACUMULA-CHAVE THRU 388-FIM
              GO TO 311-FIM
           END-IF.

           ADD  1 TO WS-CNT-INVALIDOS (WS-IDX-ARQ).

       311-FIM. EXIT.

      *----------------------------*
       312-CRITICA-ATIVIDADE.
      *----------------------------*

      *  A PARTICAO NAO PRODUZ A DIMATIV - NO RUN PARTICIONADO A
      *  CRITICA DE ATIVIDADE E DISPENSADA (AVISO EM 400)
           IF WS-RUN-PARTICIONADO EQUAL 'S'
              GO TO 312-FIM
           END-IF.

           IF IDENT-RAMO-ATIV-D-ETP IS NUMERIC
              MOVE IDENT-RAMO-ATIV-D-ETP TO WS-ATIV-W
              ADD  1 TO WS-ATIV-W GIVING WS-IDX-ATIV
              IF WS-ATIV-PRESENTE (WS-IDX-ATIV) EQUAL 'S'
                 GO TO 312-FIM
              END-IF
           END-IF.

           ADD  1 TO WS-CNT-ORFAOS (WS-IDX-ARQ).
           ADD  1 TO WS-QTD-ORFAOS.

           MOVE WS-ARQ-COD (WS-IDX-ARQ)   TO LR-ORF-COD.
           MOVE IDENT-APOLICE-D-ETP       TO LR-ORF-APOLICE.
           MOVE IDENT-RAMO-ATIV-D-ETP     TO LR-ORF-ATIV.
           MOVE 'ATIVIDADE DO ESTIPULANTE NAO EXISTE NA DIMATIV'
             TO LR-ORF-MOTIVO.
           PERFORM 680-IMPRIME-ORFAO THRU 680-FIM.

       312-FIM. EXIT.

      *----------------------------*
       320-LE-DIMGRUPO.
      *----------------------------*

           MOVE 03 TO WS-IDX-ARQ.
           OPEN INPUT DIMGRUPO.
           MOVE WS-FS-DIMGRUPO TO WS-FS-ARQ-W.
           PERFORM 380-CONFERE-ABERTURA THRU 380-FIM.

           MOVE 'NAO' TO WS-FIM-ARQ.
           PERFORM 321-TRATA-DIMGRUPO THRU 321-FIM
              UNTIL WS-FIM-ARQ EQUAL 'SIM'.

           CLOSE DIMGRUPO.

       320-FIM. EXIT.

      *----------------------------*
       321-TRATA-DIMGRUPO.
      *----------------------------*

           READ DIMGRUPO INTO REGISTRO-GRUPO.
           MOVE WS-FS-DIMGRUPO TO WS-FS-ARQ-W.
           PERFORM 381-CONFERE-LEITURA THRU 381-FIM.

           IF WS-FIM-ARQ EQUAL 'SIM'
              GO TO 321-FIM
           END-IF.

           IF TIPO-REG-D-GRP EQUAL 0
              MOVE DATA-INI-H-GRP TO WS-DATA-HDR-W
              PERFORM 385-TRATA-HEADER THRU 385-FIM
              GO TO 321-FIM
           END-IF.

           IF TIPO-REG-D-GRP EQUAL 9
              MOVE QTDE-REGISTROS-T-GRP TO WS-QTDE-TRL-W
              PERFORM 386-TRATA-TRAILLER THRU 386-FIM
              GO TO 321-FIM
           END-IF.

           PERFORM 387-TRATA-DETALHE THRU 387-FIM.

           IF TIPO-REG-D-GRP EQUAL 1
              IF COD-GRUPO-D-GRP IS NUMERIC
                 ADD  1 TO WS-CNT-QTDE-DET (WS-IDX-ARQ)
                 ADD  COD-GRUPO-D-GRP TO WS-CNT-HASH (WS-IDX-ARQ)
              ELSE
                 ADD  1 TO WS-CNT-INVALIDOS (WS-IDX-ARQ)
              END-IF
              GO TO 321-FIM
           END-IF.

           IF TIPO-REG-D-GRP EQUAL 2
              MOVE IDENT-APOLICE-M-GRP TO WS-IDENT-X
              PERFORM 388-ACUMULA-CHAVE THRU 388-FIM
              GO TO 321-FIM
           END-IF.

           ADD  1 TO WS-CNT-INVALIDOS (WS-IDX-ARQ).

       321-FIM. EXIT.

      *----------------------------*
       330-LE-ARQCTO.
      *----------------------------*

           MOVE 04 TO WS-IDX-ARQ.
           OPEN INPUT ARQCTO.
           MOVE WS-FS-ARQCTO TO WS-FS-ARQ-W.
           PERFORM 380-CONFERE-ABERTURA THRU 380-FIM.

           MOVE 'NAO' TO WS-FIM-ARQ.
           PERFORM 331-TRATA-ARQCTO THRU 331-FIM
              UNTIL WS-FIM-ARQ EQUAL 'SIM'.

           CLOSE ARQCTO.

       330-FIM. EXIT.

      *----------------------------*
       331-TRATA-ARQCTO.
      *----------------------------*

           READ ARQCTO.
           MOVE WS-FS-ARQCTO TO WS-FS-ARQ-W.
           PERFORM 381-CONFERE-LEITURA THRU 381-FIM.

           IF WS-FIM-ARQ EQUAL 'SIM'
              GO TO 331-FIM
           END-IF.

           MOVE IDENT-APOLICE-CTO TO WS-IDENT-X.
           PERFORM 389-TRATA-REG-SIMPLES THRU 389-FIM.

       331-FIM. EXIT.

      *----------------------------*
       332-LE-ARQOPSAUDE.
      *----------------------------*

           MOVE 05 TO WS-IDX-ARQ.
           OPEN INPUT ARQOPSAUDE.
           MOVE WS-FS-ARQOPSAUDE TO WS-FS-ARQ-W.
           PERFORM 380-CONFERE-ABERTURA THRU 380-FIM.

           MOVE 'NAO' TO WS-FIM-ARQ.
           PERFORM 333-TRATA-ARQOPSAUDE THRU 333-FIM
              UNTIL WS-FIM-ARQ EQUAL 'SIM'.

           CLOSE ARQOPSAUDE.

       332-FIM. EXIT.

      *----------------------------*
       333-TRATA-ARQOPSAUDE.
      *----------------------------*

           READ ARQOPSAUDE.
           MOVE WS-FS-ARQOPSAUDE TO WS-FS-ARQ-W.
           PERFORM 381-CONFERE-LEITURA THRU 381-FIM.

           IF WS-FIM-ARQ EQUAL 'SIM'
              GO TO 333-FIM
           END-IF.

           MOVE IDENT-APOLICE-OPS TO WS-IDENT-X.
           PERFORM 389-TRATA-REG-SIMPLES THRU 389-FIM.

       333-FIM. EXIT.

      *----------------------------*
       334-LE-ARQRELMES.
      *----------------------------*

           MOVE 06 TO WS-IDX-ARQ.
           OPEN INPUT ARQRELMES.
           MOVE WS-FS-ARQRELMES TO WS-FS-ARQ-W.
           PERFORM 380-CONFERE-ABERTURA THRU 380-FIM.

           MOVE 'NAO' TO WS-FIM-ARQ.
           PERFORM 335-TRATA-ARQRELMES THRU 335-FIM
              UNTIL WS-FIM-ARQ EQUAL 'SIM'.

           CLOSE ARQRELMES.

       334-FIM. EXIT.

      *----------------------------*
       335-TRATA-ARQRELMES.
      *----------------------------*

           READ ARQRELMES.
           MOVE WS-FS-ARQRELMES TO WS-FS-ARQ-W.
           PERFORM 381-CONFERE-LEITURA THRU 381-FIM.

           IF WS-FIM-ARQ EQUAL 'SIM'
              GO TO 335-FIM
           END-IF.

           MOVE IDENT-APOLICE-REL-MES TO WS-IDENT-X.
           PERFORM 389-TRATA-REG-SIMPLES THRU 389-FIM.

       335-FIM. EXIT.

      *----------------------------*
       336-LE-ARQMOVAUD.
      *----------------------------*

           MOVE 07 TO WS-IDX-ARQ.
           OPEN INPUT ARQMOVAUD.
           MOVE WS-FS-ARQMOVAUD TO WS-FS-ARQ-W.
           PERFORM 380-CONFERE-ABERTURA THRU 380-FIM.

           MOVE 'NAO' TO WS-FIM-ARQ.
           PERFORM 337-TRATA-ARQMOVAUD THRU 337-FIM
              UNTIL WS-FIM-ARQ EQUAL 'SIM'.

           CLOSE ARQMOVAUD.

       336-FIM. EXIT.

      *----------------------------*
       337-TRATA-ARQMOVAUD.
      *----------------------------*

           READ ARQMOVAUD.
           MOVE WS-FS-ARQMOVAUD TO WS-FS-ARQ-W.
           PERFORM 381-CONFERE-LEITURA THRU 381-FIM.

           IF WS-FIM-ARQ EQUAL 'SIM'
              GO TO 337-FIM
           END-IF.

           MOVE IDENT-APOLICE-MOV-AUD TO WS-IDENT-X.
           PERFORM 389-TRATA-REG-SIMPLES THRU 389-FIM.

       337-FIM. EXIT.

      *----------------------------*
       338-LE-ARQRENDW.
      *----------------------------*

           MOVE 08 TO WS-IDX-ARQ.
           OPEN INPUT ARQRENDW.
           MOVE WS-FS-ARQRENDW TO WS-FS-ARQ-W.
           PERFORM 380-CONFERE-ABERTURA THRU 380-FIM.

           MOVE 'NAO' TO WS-FIM-ARQ.
           PERFORM 339-TRATA-ARQRENDW THRU 339-FIM
              UNTIL WS-FIM-ARQ EQUAL 'SIM'.

           CLOSE ARQRENDW.

       338-FIM. EXIT.

      *----------------------------*
       339-TRATA-ARQRENDW.
      *----------------------------*

           READ ARQRENDW.
           MOVE WS-FS-ARQRENDW TO WS-FS-ARQ-W.
           PERFORM 381-CONFERE-LEITURA THRU 381-FIM.

           IF WS-FIM-ARQ EQUAL 'SIM'
              GO TO 339-FIM
           END-IF.

           MOVE IDENT-APOLICE-REN-DW TO WS-IDENT-X.
           PERFORM 389-TRATA-REG-SIMPLES THRU 389-FIM.

       339-FIM. EXIT.

      *----------------------------*
       340-LE-ARQDELTA.
      *----------------------------*

           MOVE 09 TO WS-IDX-ARQ.
           OPEN INPUT ARQDELTA.
           MOVE WS-FS-ARQDELTA TO WS-FS-ARQ-W.
           PERFORM 380-CONFERE-ABERTURA THRU 380-FIM.

           MOVE 'NAO' TO WS-FIM-ARQ.
           PERFORM 341-TRATA-ARQDELTA THRU 341-FIM
              UNTIL WS-FIM-ARQ EQUAL 'SIM'.

           CLOSE ARQDELTA.

       340-FIM. EXIT.

      *----------------------------*
       341-TRATA-ARQDELTA.
      *----------------------------*

           READ ARQDELTA.
           MOVE WS-FS-ARQDELTA TO WS-FS-ARQ-W.
           PERFORM 381-CONFERE-LEITURA THRU 381-FIM.

           IF WS-FIM-ARQ EQUAL 'SIM'
              GO TO 341-FIM
           END-IF.

           IF OPER-DELTA NOT EQUAL 'I' AND
              OPER-DELTA NOT EQUAL 'A' AND
              OPER-DELTA NOT EQUAL 'E'
              ADD  1 TO WS-CNT-QTDE-REG (WS-IDX-ARQ)
              ADD  1 TO WS-CNT-INVALIDOS (WS-IDX-ARQ)
              GO TO 341-FIM
           END-IF.

           MOVE IDENT-APOLICE-DELTA TO WS-IDENT-X.

           IF OPER-DELTA EQUAL 'E'
              MOVE 'N' TO WS-LIBERA-CHAVE
           END-IF.

           PERFORM 389-TRATA-REG-SIMPLES THRU 389-FIM.

       341-FIM. EXIT.

      *----------------------------*
       345-LE-ARQDELIM.
      *----------------------------*

           MOVE 10 TO WS-IDX-ARQ.
           OPEN INPUT ARQDELIM.
           MOVE WS-FS-ARQDELIM TO WS-FS-ARQ-W.
           PERFORM 380-CONFERE-ABERTURA THRU 380-FIM.

           MOVE 'NAO' TO WS-FIM-ARQ.
           PERFORM 346-TRATA-ARQDELIM THRU 346-FIM
              UNTIL WS-FIM-ARQ EQUAL 'SIM'.

           CLOSE ARQDELIM.

       345-FIM. EXIT.

      *----------------------------*
       346-TRATA-ARQDELIM.
      *----------------------------*

           READ ARQDELIM.
           MOVE WS-FS-ARQDELIM TO WS-FS-ARQ-W.
           PERFORM 381-CONFERE-LEITURA THRU 381-FIM.

           IF WS-FIM-ARQ EQUAL 'SIM'
              GO TO 346-FIM
           END-IF.

           IF TIPO-REG-DLM EQUAL '0'
              MOVE DATA-INI-H-DLM TO WS-DATA-HDR-W
              PERFORM 385-TRATA-HEADER THRU 385-FIM
              GO TO 346-FIM
           END-IF.

           IF TIPO-REG-DLM EQUAL '9'
              MOVE QTDE-REGISTROS-T-DLM TO WS-QTDE-TRL-W
              PERFORM 386-TRATA-TRAILLER THRU 386-FIM
              GO TO 346-FIM
           END-IF.

           PERFORM 387-TRATA-DETALHE THRU 387-FIM.

           IF TIPO-REG-DLM EQUAL '1'
              MOVE IDENT-APOLICE-D-DLM TO WS-IDENT-X
              ADD  1 TO WS-CNT-QTDE-DET (WS-IDX-ARQ)
              PERFORM 388-ACUMULA-CHAVE THRU 388-FIM
              GO TO 346-FIM
           END-IF.

           IF TIPO-REG-DLM EQUAL '2'
              MOVE IDENT-APOLICE-D-DLM TO WS-IDENT-X
              PERFORM 388-ACUMULA-CHAVE THRU 388-FIM
              GO TO 346-FIM
           END-IF.

           ADD  1 TO WS-CNT-INVALIDOS (WS-IDX-ARQ).

       346-FIM. EXIT.

      *----------------------------*
       347-LE-ARQCOND.
      *----------------------------*

           MOVE 11 TO WS-IDX-ARQ.
           OPEN INPUT ARQCOND.
           MOVE WS-FS-ARQCOND TO WS-FS-ARQ-W.
           PERFORM 380-CONFERE-ABERTURA THRU 380-FIM.

           MOVE 'NAO' TO WS-FIM-ARQ.
           PERFORM 348-TRATA-ARQCOND THRU 348-FIM
              UNTIL WS-FIM-ARQ EQUAL 'SIM'.

           CLOSE ARQCOND.

       347-FIM. EXIT.

      *----------------------------*
       348-TRATA-ARQCOND.
      *----------------------------*

           READ ARQCOND.
           MOVE WS-FS-ARQCOND TO WS-FS-ARQ-W.
           PERFORM 381-CONFERE-LEITURA THRU 381-FIM.

           IF WS-FIM-ARQ EQUAL 'SIM'
              GO TO 348-FIM
           END-IF.

           MOVE IDENT-APOLICE-COND TO WS-IDENT-X.
           PERFORM 389-TRATA-REG-SIMPLES THRU 389-FIM.

       348-FIM. EXIT.

      *---------------------------*
       350-CONFERE-APOLICES.
      *---------------------------*

      *  PROCEDIMENTO DE SAIDA DO SORT - NA QUEBRA DE IDENT-APOLICE,
      *  SE O PRIMEIRO REGISTRO NAO VEIO DO DIMESTIP (ORIGEM 01) A
      *  APOLICE NAO EXISTE NA DIMENSAO E TODAS AS OCORRENCIAS DOS
      *  ARQUIVOS COMPLEMENTARES SAO ORFAS
           PERFORM 360-LE-SORTK THRU 360-FIM.

           PERFORM 355-TRATA-CHAVE THRU 355-FIM
              UNTIL WS-FIM-SORTK EQUAL 'SIM'.

       350-FIM. EXIT.

      *----------------------------*
       355-TRATA-CHAVE.
      *----------------------------*

           IF WS-QTD-LIDOS-SORT EQUAL 1 OR
              IDENT-K NOT EQUAL WS-IDENT-ANT
              MOVE IDENT-K TO WS-IDENT-ANT
              IF ORIGEM-K EQUAL 01
                 MOVE 'S' TO WS-APOLICE-NO-ESTIP
              ELSE
                 MOVE 'N' TO WS-APOLICE-NO-ESTIP
              END-IF
           END-IF.

           IF ORIGEM-K NOT EQUAL 01 AND
              WS-APOLICE-NO-ESTIP EQUAL 'N'
              MOVE ORIGEM-K TO WS-IDX-ARQ
              ADD  1 TO WS-CNT-ORFAOS (WS-IDX-ARQ)
              ADD  1 TO WS-QTD-ORFAOS
              MOVE WS-ARQ-COD (WS-IDX-ARQ) TO LR-ORF-COD
              MOVE IDENT-K                 TO LR-ORF-APOLICE
              MOVE SPACES                  TO LR-ORF-ATIV
              MOVE 'APOLICE NAO EXISTE NO DIMESTIP'
                TO LR-ORF-MOTIVO
              PERFORM 680-IMPRIME-ORFAO THRU 680-FIM
           END-IF.

           PERFORM 360-LE-SORTK THRU 360-FIM.

       355-FIM. EXIT.

      *------------------------------*
       360-LE-SORTK.
      *------------------------------*

           RETURN ARQSORTK
                  AT END MOVE 'SIM' TO WS-FIM-SORTK.

           IF WS-FIM-SORTK NOT EQUAL 'SIM'
              ADD  1 TO WS-QTD-LIDOS-SORT
           END-IF.

       360-FIM. EXIT.

      *------------------------------*
       380-CONFERE-ABERTURA.
      *------------------------------*

           IF WS-FS-ARQ-W NOT EQUAL '00'
              DISPLAY ' '
              DISPLAY 'DWSD0617 - ERRO NA ABERTURA DO '
                      WS-ARQ-DD (WS-IDX-ARQ) ' - FS: ' WS-FS-ARQ-W
              DISPLAY ' '
              MOVE 'ERRO NA ABERTURA DE ARQUIVO DO PACOTE'
                TO WS-MOTIVO-ABEND
              PERFORM 9998-TERMINO-ANORMAL THRU 9998-FIM
           END-IF.

       380-FIM. EXIT.

      *------------------------------*
       381-CONFERE-LEITURA.
      *------------------------------*

           IF WS-FS-ARQ-W EQUAL '10'
              MOVE 'SIM' TO WS-FIM-ARQ
              GO TO 381-FIM
           END-IF.

           IF WS-FS-ARQ-W NOT EQUAL '00'
              DISPLAY ' '
              DISPLAY 'DWSD0617 - ERRO NA LEITURA DO '
                      WS-ARQ-DD (WS-IDX-ARQ) ' - FS: ' WS-FS-ARQ-W
              DISPLAY ' '
              MOVE 'ERRO NA LEITURA DE ARQUIVO DO PACOTE'
                TO WS-MOTIVO-ABEND
              PERFORM 9998-TERMINO-ANORMAL THRU 9998-FIM
           END-IF.

       381-FIM. EXIT.

      *------------------------------*
       385-TRATA-HEADER.
      *------------------------------*

      *  HEADER SO DEPOIS DO TRAILLER ANTERIOR E, FORA DO RUN
      *  PARTICIONADO, UM SO POR ARQUIVO; A DATA DO RUN DE TODOS OS
      *  HEADERS TEM DE SER A MESMA
           ADD  1 TO WS-CNT-QTDE-REG (WS-IDX-ARQ).
           ADD  1 TO WS-CNT-QTDE-HDR (WS-IDX-ARQ).

           IF WS-CNT-SITUACAO (WS-IDX-ARQ) EQUAL 'H'
              ADD  1 TO WS-CNT-FORA (WS-IDX-ARQ)
           END-IF.

           IF WS-CNT-QTDE-HDR (WS-IDX-ARQ) > 1 AND
              WS-RUN-PARTICIONADO NOT EQUAL 'S'
              ADD  1 TO WS-CNT-FORA (WS-IDX-ARQ)
           END-IF.

           MOVE 'H' TO WS-CNT-SITUACAO (WS-IDX-ARQ).

           IF WS-DATA-HDR-W NOT NUMERIC
              MOVE ZEROS TO WS-DATA-HDR-N
           END-IF.

           IF WS-CNT-QTDE-HDR (WS-IDX-ARQ) EQUAL 1
              MOVE WS-DATA-HDR-N TO WS-CNT-DATA-HDR (WS-IDX-ARQ)
           ELSE
              IF WS-DATA-HDR-N NOT EQUAL
                 WS-CNT-DATA-HDR (WS-IDX-ARQ)
                 ADD  1 TO WS-CNT-DIF-DATA-HDR (WS-IDX-ARQ)
              END-IF
           END-IF.

       385-FIM. EXIT.

      *------------------------------*
       386-TRATA-TRAILLER.
      *------------------------------*

           ADD  1 TO WS-CNT-QTDE-REG (WS-IDX-ARQ).
           ADD  1 TO WS-CNT-QTDE-TRL (WS-IDX-ARQ).

           IF WS-CNT-SITUACAO (WS-IDX-ARQ) NOT EQUAL 'H'
              ADD  1 TO WS-CNT-FORA (WS-IDX-ARQ)
           END-IF.

           MOVE 'T' TO WS-CNT-SITUACAO (WS-IDX-ARQ).

           IF WS-QTDE-TRL-W IS NUMERIC
              ADD  WS-QTDE-TRL-N TO WS-CNT-DECL-TRL (WS-IDX-ARQ)
           ELSE
              ADD  1 TO WS-CNT-INVALIDOS (WS-IDX-ARQ)
           END-IF.

       386-FIM. EXIT.

      *------------------------------*
       387-TRATA-DETALHE.
      *------------------------------*

           ADD  1 TO WS-CNT-QTDE-REG (WS-IDX-ARQ).

           IF WS-CNT-SITUACAO (WS-IDX-ARQ) NOT EQUAL 'H'
              ADD  1 TO WS-CNT-FORA (WS-IDX-ARQ)
           END-IF.

       387-FIM. EXIT.

      *------------------------------*
       388-ACUMULA-CHAVE.
      *------------------------------*

           IF WS-IDENT-X NOT NUMERIC
              ADD  1 TO WS-CNT-INVALIDOS (WS-IDX-ARQ)
              GO TO 388-FIM
           END-IF.

           ADD  WS-IDENT-N TO WS-CNT-HASH (WS-IDX-ARQ).

           MOVE WS-IDENT-N TO IDENT-K.
           MOVE WS-IDX-ARQ TO ORIGEM-K.
           RELEASE REG-ARQSORTK.
           ADD  1 TO WS-QTD-LIBERADOS-SORT.

       388-FIM. EXIT.

      *------------------------------*
       389-TRATA-REG-SIMPLES.
      *------------------------------*

      *  ARQUIVO SEM HEADER/TRAILLER - TODO REGISTRO E DETALHE E
      *  ENTRA NO TOTAL HASH; SO NAO VAI PARA A CONFERENCIA CONTRA O
      *  DIMESTIP A EXCLUSAO DO DELTA (WS-LIBERA-CHAVE = N)
           ADD  1 TO WS-CNT-QTDE-REG (WS-IDX-ARQ).
           ADD  1 TO WS-CNT-QTDE-DET (WS-IDX-ARQ).

           IF WS-IDENT-X NOT NUMERIC
              ADD  1 TO WS-CNT-INVALIDOS (WS-IDX-ARQ)
              GO TO 389-SAIDA
           END-IF.

           IF WS-LIBERA-CHAVE EQUAL 'N'
              ADD  WS-IDENT-N TO WS-CNT-HASH (WS-IDX-ARQ)
           ELSE
              PERFORM 388-ACUMULA-CHAVE THRU 388-FIM
           END-IF.

       389-SAIDA.

           MOVE 'S' TO WS-LIBERA-CHAVE.

       389-FIM. EXIT.

      *---------------------------*
       400-VALIDA-ESTRUTURA.
      *---------------------------*

           PERFORM 410-VALIDA-ARQUIVO THRU 410-FIM
              VARYING WS-IDX-ARQ FROM 1 BY 1
                UNTIL WS-IDX-ARQ > WS-MAX-ARQ.

           MOVE WS-CNT-DATA-HDR (1) TO WS-DATA-RUN.

      *  O DIMESTIP E O ARQUIVO PRINCIPAL DO PACOTE - VAZIO OU COM
      *  QUANTIDADE DIFERENTE DA QUE O RUN GRAVOU NAO VIAJA
           IF WS-CNT-QTDE-DET (1) EQUAL ZEROS
              MOVE 01 TO WS-IDX-ARQ
              MOVE 'DIMESTIP SEM DETALHES - PACOTE NAO E MONTADO'
                TO LR-MSG-TEXTO
              PERFORM 695-IMPRIME-ERRO THRU 695-FIM
           END-IF.

           IF WS-CNT-QTDE-DET (1) NOT EQUAL STA-GRAVADOS-ETP
              MOVE 01 TO WS-IDX-ARQ
              MOVE STA-GRAVADOS-ETP TO WS-QTD-ZZZ
              MOVE WS-QTD-ZZZ TO LR-MSG-VALOR
              MOVE 'DETALHES DIFEREM DO GRAVADOS-ETP DO STATUS DO RUN:'
                TO LR-MSG-TEXTO
              PERFORM 695-IMPRIME-ERRO THRU 695-FIM
           END-IF.

           IF WS-RUN-PARTICIONADO EQUAL 'S'
              MOVE 'DWSD0614'  TO LR-MSG-COD
              MOVE 'RUN PARTICIONADO - CRITICA DE ATIVIDADE DISPENSADA'
                TO LR-MSG-TEXTO
              PERFORM 690-IMPRIME-MENSAGEM THRU 690-FIM
           ELSE
              MOVE 02 TO WS-IDX-ARQ
              PERFORM 420-VALIDA-DIMENSAO-RUN THRU 420-FIM
              MOVE 03 TO WS-IDX-ARQ
              PERFORM 420-VALIDA-DIMENSAO-RUN THRU 420-FIM
           END-IF.

           PERFORM 430-MONTA-NOMES THRU 430-FIM
              VARYING WS-IDX-ARQ FROM 1 BY 1
                UNTIL WS-IDX-ARQ > WS-MAX-ARQ.

       400-FIM. EXIT.

      *----------------------------*
       410-VALIDA-ARQUIVO.
      *----------------------------*

           IF WS-CNT-INVALIDOS (WS-IDX-ARQ) > ZEROS
              MOVE WS-CNT-INVALIDOS (WS-IDX-ARQ) TO WS-QTD-ZZZ
              MOVE WS-QTD-ZZZ TO LR-MSG-VALOR
              MOVE 'REGISTROS COM TIPO, OPERACAO OU CHAVE INVALIDOS:'
                TO LR-MSG-TEXTO
              PERFORM 695-IMPRIME-ERRO THRU 695-FIM
           END-IF.

           IF WS-ARQ-COM-TRL (WS-IDX-ARQ) NOT EQUAL 'S' OR
              WS-CNT-QTDE-REG (WS-IDX-ARQ) EQUAL ZEROS
              GO TO 410-FIM
           END-IF.

           IF WS-CNT-QTDE-HDR (WS-IDX-ARQ) EQUAL ZEROS
              MOVE 'ARQUIVO SEM HEADER' TO LR-MSG-TEXTO
              PERFORM 695-IMPRIME-ERRO THRU 695-FIM
           END-IF.

           IF WS-CNT-QTDE-TRL (WS-IDX-ARQ) EQUAL ZEROS
              MOVE 'ARQUIVO SEM TRAILLER' TO LR-MSG-TEXTO
              PERFORM 695-IMPRIME-ERRO THRU 695-FIM
           END-IF.

           IF WS-CNT-SITUACAO (WS-IDX-ARQ) NOT EQUAL 'T'
              MOVE 'ULTIMO REGISTRO DO ARQUIVO NAO E TRAILLER'
                TO LR-MSG-TEXTO
              PERFORM 695-IMPRIME-ERRO THRU 695-FIM
           END-IF.

           IF WS-CNT-FORA (WS-IDX-ARQ) > ZEROS
              MOVE WS-CNT-FORA (WS-IDX-ARQ) TO WS-QTD-ZZZ
              MOVE WS-QTD-ZZZ TO LR-MSG-VALOR
              MOVE 'REGISTROS FORA DA SEQUENCIA HEADER/DETALHE/TRAILLER'
                TO LR-MSG-TEXTO
              PERFORM 695-IMPRIME-ERRO THRU 695-FIM
           END-IF.

           IF WS-CNT-DECL-TRL (WS-IDX-ARQ) NOT EQUAL
              WS-CNT-QTDE-DET (WS-IDX-ARQ)
              MOVE WS-CNT-DECL-TRL (WS-IDX-ARQ) TO WS-QTD-ZZZ
              MOVE WS-QTD-ZZZ TO LR-MSG-VALOR
              MOVE 'QUANTIDADE DO TRAILLER DIFERE DOS DETALHES LIDOS:'
                TO LR-MSG-TEXTO
              PERFORM 695-IMPRIME-ERRO THRU 695-FIM
           END-IF.

           IF WS-CNT-DIF-DATA-HDR (WS-IDX-ARQ) > ZEROS
              MOVE 'HEADERS COM DATAS DE RUN DIFERENTES'
                TO LR-MSG-TEXTO
              PERFORM 695-IMPRIME-ERRO THRU 695-FIM
           END-IF.

      *  HEADER COM DATA DE OUTRO RUN = ARQUIVO DE OUTRA GERACAO
           IF WS-IDX-ARQ > 1 AND
              WS-CNT-DATA-HDR (WS-IDX-ARQ) NOT EQUAL
              WS-CNT-DATA-HDR (1)
              MOVE WS-CNT-DATA-HDR (WS-IDX-ARQ) TO LR-MSG-VALOR
              MOVE 'DATA DO RUN NO HEADER DIFERE DA DO DIMESTIP:'
                TO LR-MSG-TEXTO
              PERFORM 695-IMPRIME-ERRO THRU 695-FIM
           END-IF.

       410-FIM. EXIT.

      *----------------------------*
       420-VALIDA-DIMENSAO-RUN.
      *----------------------------*

      *  NO RUN INTEIRO O DWSD0612 SEMPRE GRAVA A DIMATIV E A
      *  DIMGRUPO - VAZIA QUER DIZER PASSO DO RUN NAO EXECUTADO
           IF WS-CNT-QTDE-DET (WS-IDX-ARQ) EQUAL ZEROS
              MOVE 'DIMENSAO SEM DETALHES NO RUN INTEIRO'
                TO LR-MSG-TEXTO
              PERFORM 695-IMPRIME-ERRO THRU 695-FIM
           END-IF.

       420-FIM. EXIT.

      *----------------------------*
       430-MONTA-NOMES.
      *----------------------------*

      *  ARQUIVO VAZIO (OU NAO PRODUZIDO NO RUN PARTICIONADO) ENTRA
      *  NO MANIFESTO COM IND-ENVIO N E FICA FORA DO SCRIPT
           IF WS-CNT-QTDE-REG (WS-IDX-ARQ) > ZEROS
              MOVE 'S' TO WS-CNT-ENVIA (WS-IDX-ARQ)
              ADD  1   TO WS-QTD-ARQ-ENVIO
           END-IF.

           STRING 'BS.DWSD.DWSD0619.'         DELIMITED BY SIZE
                  WS-ARQ-LLQ (WS-IDX-ARQ)     DELIMITED BY SPACE
             INTO WS-CNT-DATASET (WS-IDX-ARQ).

           STRING 'DWSD_'                     DELIMITED BY SIZE
                  WS-ARQ-COD (WS-IDX-ARQ)     DELIMITED BY SIZE
                  '_'                         DELIMITED BY SIZE
                  WS-DATA-RUN                 DELIMITED BY SIZE
                  '.dat'                      DELIMITED BY SIZE
             INTO WS-CNT-REMOTO (WS-IDX-ARQ).

       430-FIM. EXIT.

      *----------------------------*
       440-IMPRIME-MANIFESTO.
      *----------------------------*

           MOVE 'MANIFESTO DO PACOTE' TO LR-TIT-TEXTO.
           PERFORM 685-IMPRIME-TITULO THRU 685-FIM.

           WRITE REG-RELPAC FROM LR-CAB-COL1
                 AFTER ADVANCING 2 LINES.
           ADD  2 TO WS-LIN-RELPAC.

           PERFORM 441-IMPRIME-LINHA-MNF THRU 441-FIM
              VARYING WS-IDX-ARQ FROM 1 BY 1
                UNTIL WS-IDX-ARQ > WS-MAX-ARQ.

       440-FIM. EXIT.

      *----------------------------*
       441-IMPRIME-LINHA-MNF.
      *----------------------------*

           IF WS-LIN-RELPAC > 56
              PERFORM 620-CABECALHO-PAGINA THRU 620-FIM
           END-IF.

           MOVE WS-ARQ-COD (WS-IDX-ARQ)      TO LR-MNF-COD.
           MOVE WS-ARQ-DD (WS-IDX-ARQ)       TO LR-MNF-DD.
           MOVE WS-CNT-DATASET (WS-IDX-ARQ)  TO LR-MNF-DATASET.
           MOVE WS-CNT-REMOTO (WS-IDX-ARQ)   TO LR-MNF-REMOTO.
           MOVE WS-CNT-QTDE-REG (WS-IDX-ARQ) TO LR-MNF-REG.
           MOVE WS-CNT-QTDE-DET (WS-IDX-ARQ) TO LR-MNF-DET.
           MOVE WS-CNT-HASH (WS-IDX-ARQ)     TO LR-MNF-HASH.
           MOVE WS-CNT-ENVIA (WS-IDX-ARQ)    TO LR-MNF-ENVIO.
           MOVE WS-CNT-ORFAOS (WS-IDX-ARQ)   TO LR-MNF-ORFAOS.

           WRITE REG-RELPAC FROM LR-MANIFESTO
                 AFTER ADVANCING 1 LINE.
           ADD  1 TO WS-LIN-RELPAC.

       441-FIM. EXIT.

      *----------------------------*
       450-GRAVA-MANIFESTO.
      *----------------------------*

           OPEN OUTPUT ARQMANIF.

           PERFORM 451-GRAVA-REG-MANIFESTO THRU 451-FIM
              VARYING WS-IDX-ARQ FROM 1 BY 1
                UNTIL WS-IDX-ARQ > WS-MAX-ARQ.

           CLOSE ARQMANIF.

       450-FIM. EXIT.

      *----------------------------*
       451-GRAVA-REG-MANIFESTO.
      *----------------------------*

           MOVE WS-ARQ-COD (WS-IDX-ARQ)      TO MNF-COD-ARQUIVO.
           MOVE WS-ARQ-DD (WS-IDX-ARQ)       TO MNF-NOME-DD.
           MOVE WS-CNT-DATASET (WS-IDX-ARQ)  TO MNF-DATASET.
           MOVE WS-CNT-REMOTO (WS-IDX-ARQ)   TO MNF-NOME-REMOTO.
           MOVE WS-DATA-RUN                  TO MNF-DATA-NOME-ARQ.
           MOVE STA-NOME-PGM                 TO MNF-NOME-PGM-RUN.
           MOVE WS-DATA-SISTEMA              TO MNF-DATA-GERACAO.
           MOVE WS-HORA-CORRENTE             TO MNF-HORA-GERACAO.
           MOVE WS-CNT-QTDE-REG (WS-IDX-ARQ) TO MNF-QTDE-REGISTROS.
           MOVE WS-CNT-QTDE-DET (WS-IDX-ARQ) TO MNF-QTDE-DETALHES.
           MOVE WS-CNT-HASH (WS-IDX-ARQ)     TO MNF-TOTAL-HASH.
           MOVE WS-CNT-ENVIA (WS-IDX-ARQ)    TO MNF-IND-ENVIO.

           WRITE REG-MANIFESTO.

       451-FIM. EXIT.

      *----------------------------*
       460-GRAVA-SCRIPT.
      *----------------------------*

      *  MESMO ROTEIRO DO SCRIPT DO DWSD0612 (CD/LCD, PUT PARA .TMP E
      *  RENAME PARA O NOME FINAL), REPETIDO PARA CADA ARQUIVO COM
      *  IND-ENVIO S; O MANIFESTO E O ULTIMO A CHEGAR NO DW E DISPARA
      *  A CARGA DO PACOTE
           IF AMBIENTE EQUAL 'P'
              MOVE DIRETORIO-PRODUCAO        TO DIRETORIO
           ELSE
              MOVE DIRETORIO-DESENVOLVIMENTO TO DIRETORIO
           END-IF.

           IF TP-TRANSFERENCIA NOT EQUAL 'S'
              WRITE FTP-REGISTRO FROM LN-FTP-01
              WRITE FTP-REGISTRO FROM LN-FTP-02
           END-IF.

           WRITE FTP-REGISTRO FROM LN-FTP-03.
           WRITE FTP-REGISTRO FROM LN-FTP-04.

           PERFORM 461-GRAVA-PUT-ARQUIVO THRU 461-FIM
              VARYING WS-IDX-ARQ FROM 1 BY 1
                UNTIL WS-IDX-ARQ > WS-MAX-ARQ.

           MOVE SPACES TO LN-SCRIPT.
           STRING 'PUT '                      DELIMITED BY SIZE
                  WS-MANIF-LLQ                DELIMITED BY SPACE
                  ' '                         DELIMITED BY SIZE
                  WS-MANIF-COD                DELIMITED BY SIZE
                  '.TMP'                      DELIMITED BY SIZE
             INTO LN-SCRIPT.
           WRITE FTP-REGISTRO FROM LN-SCRIPT.

           MOVE SPACES TO LN-SCRIPT.
           STRING 'RENAME '                   DELIMITED BY SIZE
                  WS-MANIF-COD                DELIMITED BY SIZE
                  '.TMP DWSD_'                DELIMITED BY SIZE
                  WS-MANIF-COD                DELIMITED BY SIZE
                  '_'                         DELIMITED BY SIZE
                  WS-DATA-RUN                 DELIMITED BY SIZE
                  '.dat'                      DELIMITED BY SIZE
             INTO LN-SCRIPT.
           WRITE FTP-REGISTRO FROM LN-SCRIPT.

           IF TP-TRANSFERENCIA NOT EQUAL 'S'
              WRITE FTP-REGISTRO FROM LN-FTP-07
           END-IF.

           WRITE FTP-REGISTRO FROM LN-FTP-08.

       460-FIM. EXIT.

      *----------------------------*
       461-GRAVA-PUT-ARQUIVO.
      *----------------------------*

           IF WS-CNT-ENVIA (WS-IDX-ARQ) NOT EQUAL 'S'
              GO TO 461-FIM
           END-IF.

           MOVE SPACES TO LN-SCRIPT.
           STRING 'PUT '                      DELIMITED BY SIZE
                  WS-ARQ-LLQ (WS-IDX-ARQ)     DELIMITED BY SPACE
                  ' '                         DELIMITED BY SIZE
                  WS-ARQ-COD (WS-IDX-ARQ)     DELIMITED BY SIZE
                  '.TMP'                      DELIMITED BY SIZE
             INTO LN-SCRIPT.
           WRITE FTP-REGISTRO FROM LN-SCRIPT.

           MOVE SPACES TO LN-SCRIPT.
           STRING 'RENAME '                   DELIMITED BY SIZE
                  WS-ARQ-COD (WS-IDX-ARQ)     DELIMITED BY SIZE
                  '.TMP '                     DELIMITED BY SIZE
                  WS-CNT-REMOTO (WS-IDX-ARQ)  DELIMITED BY SIZE
             INTO LN-SCRIPT.
           WRITE FTP-REGISTRO FROM LN-SCRIPT.

       461-FIM. EXIT.

      *--------------------*
       500-FINALIZACAO.
      *--------------------*

           MOVE 'RESULTADO' TO LR-TIT-TEXTO.
           PERFORM 685-IMPRIME-TITULO THRU 685-FIM.

           MOVE 'PACOTE' TO LR-MSG-COD.
           MOVE SPACES   TO LR-MSG-VALOR.

           IF WS-PACOTE-RETIDO EQUAL 'S'
              MOVE 'TRANSFERENCIA RETIDA - SEM MANIFESTO E SEM SCRIPT'
                TO LR-MSG-TEXTO
           ELSE
              IF WS-QTD-ERROS > ZEROS OR WS-QTD-ORFAOS > ZEROS
                 MOVE 'PACOTE REJEITADO - SCRIPT DE TRANSFERENCIA VAZIO'
                   TO LR-MSG-TEXTO
              ELSE
                 MOVE 'PACOTE LIBERADO - MANIFESTO E SCRIPT GRAVADOS'
                   TO LR-MSG-TEXTO
              END-IF
           END-IF.

           PERFORM 690-IMPRIME-MENSAGEM THRU 690-FIM.

           CLOSE ARQRELPAC.

           DISPLAY '*-------------------------------------------*'
           DISPLAY '*            PROGRAMA DWSD0617              *'
           DISPLAY '*  PACOTE DE ENTREGA AO DW                  *'
           DISPLAY '*-------------------------------------------*'
           DISPLAY '* RUN...................: ' STA-NOME-PGM
                   '          *'
           DISPLAY '* DATA DO ARQUIVO.......: ' WS-DATA-RUN
                   '          *'
           MOVE WS-QTD-ARQ-ENVIO      TO WS-QTD-ZZZ
           DISPLAY '* ARQUIVOS NO SCRIPT....: ' WS-QTD-ZZZ
                   '       *'
           MOVE WS-QTD-LIBERADOS-SORT TO WS-QTD-ZZZ
           DISPLAY '* APOLICES CONFERIDAS...: ' WS-QTD-ZZZ
                   '       *'
           MOVE WS-QTD-ORFAOS         TO WS-QTD-ZZZ
           DISPLAY '* ORFAOS................: ' WS-QTD-ZZZ
                   '       *'
           MOVE WS-QTD-ERROS          TO WS-QTD-ZZZ
           DISPLAY '* ERROS DE ESTRUTURA....: ' WS-QTD-ZZZ
                   '       *'
           DISPLAY '*-------------------------------------------*'.

           IF WS-PACOTE-RETIDO EQUAL 'S'
              DISPLAY ' '
              DISPLAY 'DWSD0617 - TRANSFERENCIA RETIDA PELO RUN - '
                      STA-MOTIVO
              DISPLAY ' '
              MOVE +0004 TO RETURN-CODE
              GO TO 500-FIM
           END-IF.

           IF WS-QTD-ERROS > ZEROS OR WS-QTD-ORFAOS > ZEROS
              MOVE 'PACOTE COM ORFAOS OU ERROS DE ESTRUTURA'
                TO WS-MOTIVO-ABEND
              PERFORM 9998-TERMINO-ANORMAL THRU 9998-FIM
           END-IF.

       500-FIM. EXIT.

      *------------------------------*
       620-CABECALHO-PAGINA.
      *------------------------------*

           ADD  1              TO WS-PAG-RELPAC.
           MOVE WS-PAG-RELPAC  TO LR-CAB1-PAG.

           MOVE STA-NOME-PGM   TO LR-CAB2-PGM.
           MOVE WS-CNT-DATA-HDR (1) TO WS-DATA-AMD-W9.
           PERFORM 670-FORMATA-DATA THRU 670-FIM.
           MOVE WS-DATA-EDITADA TO LR-CAB2-DATA-ARQ.
           MOVE WS-DATA-SISTEMA TO WS-DATA-AMD-W9.
           PERFORM 670-FORMATA-DATA THRU 670-FIM.
           MOVE WS-DATA-EDITADA TO LR-CAB2-DATA.

           WRITE REG-RELPAC FROM LR-CAB1
                 AFTER ADVANCING PAGE.
           WRITE REG-RELPAC FROM LR-CAB2
                 AFTER ADVANCING 1 LINE.

           MOVE 3 TO WS-LIN-RELPAC.

       620-FIM. EXIT.

      *------------------------------*
       670-FORMATA-DATA.
      *------------------------------*

           MOVE WS-AMD-DIA-W   TO WS-ED-DIA.
           MOVE WS-AMD-MES-W   TO WS-ED-MES.
           MOVE WS-AMD-ANO-W   TO WS-ED-ANO.

       670-FIM. EXIT.

      *------------------------------*
       680-IMPRIME-ORFAO.
      *------------------------------*

      *  A LISTA E LIMITADA - UM ARQUIVO INTEIRO DE OUTRO RUN GERARIA
      *  MILHARES DE LINHAS; O TOTAL POR ARQUIVO SAI NO MANIFESTO
           ADD  1 TO WS-QTD-ORFAOS-REL.

           IF WS-QTD-ORFAOS-REL > WS-MAX-ORFAOS-REL
              GO TO 680-FIM
           END-IF.

           IF WS-QTD-ORFAOS-REL EQUAL 1
              MOVE 'REFERENCIAS SEM CORRESPONDENTE (ORFAOS)'
                TO LR-TIT-TEXTO
              PERFORM 685-IMPRIME-TITULO THRU 685-FIM
              WRITE REG-RELPAC FROM LR-CAB-ORFAO
                    AFTER ADVANCING 2 LINES
              ADD  2 TO WS-LIN-RELPAC
           END-IF.

           IF WS-LIN-RELPAC > 56
              PERFORM 620-CABECALHO-PAGINA THRU 620-FIM
           END-IF.

           WRITE REG-RELPAC FROM LR-ORFAO
                 AFTER ADVANCING 1 LINE.
           ADD  1 TO WS-LIN-RELPAC.

           IF WS-QTD-ORFAOS-REL EQUAL WS-MAX-ORFAOS-REL
              MOVE 'LIMITE DA LISTA ATINGIDO - DEMAIS ORFAOS OMITIDOS'
                TO LR-TIT-TEXTO
              PERFORM 685-IMPRIME-TITULO THRU 685-FIM
           END-IF.

       680-FIM. EXIT.

      *------------------------------*
       685-IMPRIME-TITULO.
      *------------------------------*

           IF WS-LIN-RELPAC > 54
              PERFORM 620-CABECALHO-PAGINA THRU 620-FIM
           END-IF.

           WRITE REG-RELPAC FROM LR-TITULO
                 AFTER ADVANCING 2 LINES.
           ADD  2 TO WS-LIN-RELPAC.

       685-FIM. EXIT.

      *------------------------------*
       690-IMPRIME-MENSAGEM.
      *------------------------------*

           IF WS-LIN-RELPAC > 56
              PERFORM 620-CABECALHO-PAGINA THRU 620-FIM
           END-IF.

           WRITE REG-RELPAC FROM LR-MENSAGEM
                 AFTER ADVANCING 1 LINE.
           ADD  1 TO WS-LIN-RELPAC.

           MOVE SPACES TO LR-MSG-VALOR.

       690-FIM. EXIT.

      *------------------------------*
       695-IMPRIME-ERRO.
      *------------------------------*

           ADD  1 TO WS-QTD-ERROS.
           MOVE WS-ARQ-COD (WS-IDX-ARQ) TO LR-MSG-COD.

           DISPLAY 'DWSD0617 - ' WS-ARQ-DD (WS-IDX-ARQ) ' - '
                   LR-MSG-TEXTO.

           PERFORM 690-IMPRIME-MENSAGEM THRU 690-FIM.

       695-FIM. EXIT.

      *------------------------*
       9998-TERMINO-ANORMAL.
      *------------------------*

           DISPLAY 'DWSD0617 - TERMINO ANORMAL - ' WS-MOTIVO-ABEND.

           CALL NCOB1660 USING WS-ABEND.

       9998-FIM. EXIT.
