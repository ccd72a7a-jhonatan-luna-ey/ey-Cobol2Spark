       IDENTIFICATION DIVISION.
      *========================*

       PROGRAM-ID.    DWSD0618.
       AUTHOR.        CLAUDIA MARIA.

      *================================================================*
      *                                                                *
      *  PROJETO    : DWSD - DATAWAREHOUSE EM AMBIENTE MAINFRAME       *
      *                                                                *
      *               -----------------------------------------------  *
      *  OBJETIVO   : SITUACAO CADASTRAL DO CNPJ DO ESTIPULANTE NA     *
      *               RECEITA FEDERAL - PROCESSA O RETORNO DO BUREAU   *
      *               DE CONSULTA, GRAVA O CRUZAMENTO APOLICE X        *
      *               SITUACAO PARA O DW E O RELATORIO DE EXCECOES     *
      *               -----------------------------------------------  *
      *                                                                *
      *  ENTRADA    : ARQRETCNPJ (RETORNO DO BUREAU - DWSD1014)        *
      *               ARQAPCNPJ  (APOLICES POR CNPJ - DWSD1015)        *
      *                                                                *
      *  SAIDA      : ARQSITCNPJ (CRUZAMENTO PARA O DW - DWSD1016)     *
      *               ARQFTP     (SCRIPT DE TRANSFERENCIA DO           *
      *                           CRUZAMENTO AO DW)                    *
      *               ARQRELSIT  (RELATORIO DE EXCECOES - COMPLIANCE)  *
      *               ARQLOGLGPD (LOG DO MASCARAMENTO LGPD - DWSD1018) *
      *                                                                *
      *  OBS        : O ARQAPCNPJ E A GERACAO GRAVADA PELO DWSD0612    *
      *               JUNTO COM A REMESSA ARQCNPJ QUE O BUREAU         *
      *               RESPONDEU - A DATA DO HEADER DO RETORNO TEM DE   *
      *               SER A DATA-NOME-ARQ DELE. O RUN PARTICIONADO     *
      *               NAO PRODUZ A REMESSA.                            *
      *                                                                *
      *  EQUIPE     : EXTRACAO DW ( G & P )                            *
      *                                                                *
      *  DATA       : OUTUBRO DE 2026                                  *
      *================================================================*
151026* ALTERACAO :CRIACAO DO PROGRAMA - A CRITICA DE DV DO DWSD0612  *
151026*            (415-CALCULA-DV-CGC) SO GARANTE QUE O CNPJ E BEM   *
151026*            FORMADO, NAO QUE A EMPRESA EXISTE. O RETORNO DO    *
151026*            BUREAU TRAZ, PARA CADA CNPJ REMETIDO, A SITUACAO   *
151026*            CADASTRAL NA RECEITA (NULA, ATIVA, SUSPENSA,       *
151026*            INAPTA, BAIXADA), A RAZAO SOCIAL OFICIAL E O CNAE. *
151026*            O RETORNO E CONFERIDO (HEADER/TRAILLER, QUANTIDADE *
151026*            E DATA DA REMESSA), CLASSIFICADO POR CNPJ E CASADO *
151026*            COM AS APOLICES DE CADA CNPJ. SAEM O CRUZAMENTO    *
151026*            APOLICE X SITUACAO PARA O DW (COPY DWSD1016) COM O *
151026*            SCRIPT DE TRANSFERENCIA E O RELATORIO DAS APOLICES *
151026*            ATIVAS DE EMPRESA NULA/INAPTA/BAIXADA, NAO         *
151026*            LOCALIZADA OU COM RAZAO SOCIAL DIFERENTE DA        *
151026*            ETP_RSOCIAL. RETORNO INCONSISTENTE DERRUBA O PASSO *
151026*            (ABEND 0777) SEM GRAVAR O CRUZAMENTO.              *
151026* GD :             RESP: CMS               DATA: 15/10/2026      *
151026*----------------------------------------------------------------*
151026* ALTERACAO :LGPD - APOLICE DE ESTIPULANTE NA LISTA DE          *
151026*            SUPRESSAO DO DPO (IND-LGPD-APC DO ARQAPCNPJ) SAI   *
151026*            NO CRUZAMENTO COM A RAZAO SOCIAL OFICIAL MASCARADA *
151026*            OU PSEUDONIMIZADA E VAI PARA O LOG ARQLOGLGPD      *
151026*            (COPY DWSD1018). O RELATORIO DE EXCECOES SEGUE EM  *
151026*            CLARO.                                             *
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

           SELECT ARQRETCNPJ    ASSIGN    TO ARQRETCNPJ
                                FILE STATUS IS WS-FS-ARQRETCNPJ.

           SELECT ARQAPCNPJ     ASSIGN    TO ARQAPCNPJ
                                FILE STATUS IS WS-FS-ARQAPCNPJ.

           SELECT ARQSORTR      ASSIGN    TO ARQSORTR.

           SELECT ARQSITCNPJ    ASSIGN    TO ARQSITCNPJ.

           SELECT ARQFTP        ASSIGN    TO ARQFTP.

           SELECT ARQRELSIT     ASSIGN    TO ARQRELSIT.

           SELECT ARQLOGLGPD    ASSIGN    TO ARQLOGLGPD.

      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*

      *---------------------------------------------------------------*
      *  RETORNO DO BUREAU DE CONSULTA DE CNPJ - LAYOUT NO COPY       *
      *  DWSD1014 (WORKING)                                           *
      *---------------------------------------------------------------*
       FD  ARQRETCNPJ
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD.

       01  REG-RETCNPJ                   PIC X(250).

      *---------------------------------------------------------------*
      *  APOLICES DE CADA CNPJ REMETIDO, GRAVADO PELO DWSD0612 EM     *
      *  ORDEM DE CNPJ E CIA/APOLICE                                  *
      *---------------------------------------------------------------*
       FD  ARQAPCNPJ
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD.

           COPY DWSD1015.

      *---------------------------------------------------------------*
      *  DETALHES DO RETORNO EM ORDEM DE CNPJ - MESMO LAYOUT DO       *
      *  DETALHE DO COPY DWSD1014                                     *
      *---------------------------------------------------------------*
       SD  ARQSORTR.

       01  REG-ARQSORTR.
           03 TIPO-REG-SR                PIC 9(01).
           03 CNPJ-SR.
              05 BASE-SR                 PIC 9(08).
              05 FILIAL-SR               PIC 9(04).
              05 DV-SR                   PIC 9(02).
           03 COD-RETORNO-SR             PIC 9(02).
           03 SITUACAO-SR                PIC 9(02).
           03 SITUACAO-SR-X  REDEFINES   SITUACAO-SR
                                         PIC X(02).
           03 DATA-SITUACAO-SR           PIC 9(08).
           03 MOTIVO-SITUACAO-SR         PIC 9(02).
           03 NOME-EMPRESARIAL-SR.
              05 NOME-EMPR-INICIO-SR     PIC X(35).
              05 FILLER                  PIC X(115).
           03 CNAE-PRINCIPAL-SR          PIC 9(07).
           03 FILLER                     PIC X(64).

      *---------------------------------------------------------------*
      *  CRUZAMENTO APOLICE X SITUACAO CADASTRAL PARA O DW - LAYOUT   *
      *  NO COPY DWSD1016 (WORKING)                                   *
      *---------------------------------------------------------------*
       FD  ARQSITCNPJ
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD.

       01  REG-SITCNPJ                   PIC X(250).

       FD  ARQFTP
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80
           RECORDING MODE IS F
           LABEL RECORDS IS STANDARD.

       01  FTP-REGISTRO                 PIC X(80).

       FD  ARQRELSIT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD.

       01  REG-RELSIT                    PIC X(132).

      *---------------------------------------------------------------*
      *  LOG DO MASCARAMENTO LGPD DO CRUZAMENTO - LAYOUT NO COPY      *
      *  DWSD1018 (WORKING)                                           *
      *---------------------------------------------------------------*
       FD  ARQLOGLGPD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD.

       01  REG-LOGLGPD                   PIC X(100).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*

       77  WS-ABEND                  COMP   PIC S9(04)     VALUE +0777.
       77  NCOB1660                         PIC  X(08) VALUE 'NCOB1660'.
       77  WS-MAX-SIT                       PIC 9(02)  VALUE 09.

       01  WS-FILE-STATUS.
           03 WS-FS-ARQRETCNPJ              PIC X(02) VALUE '00'.
           03 WS-FS-ARQAPCNPJ               PIC X(02) VALUE '00'.

       01  WS-CONTROLES.
           03 WS-FIM-RET                    PIC X(03) VALUE 'NAO'.
           03 WS-FIM-APC                    PIC X(03) VALUE 'NAO'.
           03 WS-FIM-SORTR                  PIC X(03) VALUE 'NAO'.
           03 WS-SEM-APOLICES               PIC X(01) VALUE 'N'.
           03 WS-MOTIVO-ABEND               PIC X(40) VALUE SPACES.
           03 WS-LIN-RELSIT                 PIC 9(03) VALUE 099.
           03 WS-PAG-RELSIT                 PIC 9(03) VALUE ZEROS.
           03 WS-QTD-ERROS                  PIC 9(05) VALUE ZEROS.
           03 WS-QTD-ZZZ                    PIC ZZZ.ZZZ.ZZ9.
           03 WS-DATA-NOME-ARQ              PIC 9(08) VALUE ZEROS.
           03 WS-DATA-NOME-RET              PIC 9(08) VALUE ZEROS.
           03 WS-DATA-CONSULTA              PIC 9(08) VALUE ZEROS.
           03 WS-SITUACAO-RET               PIC X(01) VALUE SPACES.
           03 WS-SW-TEM-RET                 PIC X(01) VALUE 'N'.
           03 WS-SIT-ACHOU                  PIC X(01) VALUE 'N'.
           03 WS-CHAVE-SIT                  PIC X(02) VALUE SPACES.
           03 WS-IDX-SIT                    PIC 9(02) USAGE COMP.
           03 WS-IDX-SIT-CORR               PIC 9(02) USAGE COMP.
           03 WS-IDX-CAR                    PIC 9(02) USAGE COMP.
           03 WS-IDX-CMP                    PIC 9(02) USAGE COMP.
           03 WS-CNPJ-ULT-RET               PIC X(14) VALUE LOW-VALUES.
           03 WS-CNPJ-ULT-CASADO            PIC X(14) VALUE LOW-VALUES.
           03 WS-CNPJ-ULT-APC               PIC X(14) VALUE LOW-VALUES.
           03 WS-CHAVE-ULT-APC              PIC X(24) VALUE LOW-VALUES.
           03 WS-CHAVE-APC-W.
              05 WS-CHAVE-APC-CNPJ          PIC X(14).
              05 WS-CHAVE-APC-OLTP          PIC X(10).

      *---------------------------------------------------------------*
      *  CONFERENCIA DO RETORNO - SITUACAO: ' ' ANTES DO HEADER /     *
      *  H DENTRO DO HEADER / T DEPOIS DO TRAILLER                    *
      *---------------------------------------------------------------*
       01  WS-CONTADORES-RETORNO.
           03 WS-QTD-REG-RET                PIC 9(09) VALUE ZEROS.
           03 WS-QTD-HDR-RET                PIC 9(03) VALUE ZEROS.
           03 WS-QTD-TRL-RET                PIC 9(03) VALUE ZEROS.
           03 WS-QTD-DET-RET                PIC 9(09) VALUE ZEROS.
           03 WS-QTD-DECL-TRL               PIC 9(09) VALUE ZEROS.
           03 WS-QTD-FORA-RET               PIC 9(09) VALUE ZEROS.
           03 WS-QTD-INVALIDOS-RET          PIC 9(09) VALUE ZEROS.
           03 WS-QTD-LIBERADOS-SORT         PIC 9(09) VALUE ZEROS.
           03 WS-QTD-RET-DUPLIC             PIC 9(09) VALUE ZEROS.
           03 WS-QTD-RET-SEM-APOL           PIC 9(09) VALUE ZEROS.

       01  WS-CONTADORES-CASAMENTO.
           03 WS-QTD-APOLICES               PIC 9(09) VALUE ZEROS.
           03 WS-QTD-APOL-ATIVAS            PIC 9(09) VALUE ZEROS.
           03 WS-QTD-CNPJ                   PIC 9(09) VALUE ZEROS.
           03 WS-QTD-CNPJ-SEM-RET           PIC 9(09) VALUE ZEROS.
           03 WS-QTD-SIT-GRAVADOS           PIC 9(09) VALUE ZEROS.
           03 WS-QTD-DIF-NOME               PIC 9(09) VALUE ZEROS.
           03 WS-QTD-EXCECOES               PIC 9(09) VALUE ZEROS.
           03 WS-QTD-LGPD-MASC              PIC 9(09) VALUE ZEROS.

      *---------------------------------------------------------------*
      *  SITUACOES DO CNPJ - CHAVE (SITUACAO CADASTRAL DA RECEITA OU  *
      *  PSEUDO-CODIGO: NL = NAO LOCALIZADO / CI = CNPJ INVALIDO /    *
      *  SR = SEM RETORNO / DS = SITUACAO DESCONHECIDA), DESCRICAO E  *
      *  SE A APOLICE ATIVA DAQUELE CNPJ E EXCECAO PARA O COMPLIANCE  *
      *---------------------------------------------------------------*
       01  WS-TAB-SIT-VALORES.
           03 FILLER   PIC X(17) VALUE '01NULA          S'.
           03 FILLER   PIC X(17) VALUE '02ATIVA         N'.
           03 FILLER   PIC X(17) VALUE '03SUSPENSA      N'.
           03 FILLER   PIC X(17) VALUE '04INAPTA        S'.
           03 FILLER   PIC X(17) VALUE '08BAIXADA       S'.
           03 FILLER   PIC X(17) VALUE 'NLNAO LOCALIZADOS'.
           03 FILLER   PIC X(17) VALUE 'CICNPJ INVALIDO S'.
           03 FILLER   PIC X(17) VALUE 'SRSEM RETORNO   N'.
           03 FILLER   PIC X(17) VALUE 'DSDESCONHECIDA  N'.
       01  WS-TAB-SIT        REDEFINES      WS-TAB-SIT-VALORES.
           03 WS-ENT-SIT                    OCCURS 9 TIMES.
              05 WS-SIT-CHAVE               PIC X(02).
              05 WS-SIT-DESC                PIC X(14).
              05 WS-SIT-EXCECAO             PIC X(01).

      *  QUANTIDADES POR SITUACAO (MESMO INDICE DA WS-TAB-SIT)
       01  WS-TAB-SIT-CONT.
           03 WS-ENT-SIT-CONT               OCCURS 9 TIMES.
              05 WS-SIT-QTD-CNPJ            PIC 9(09).
              05 WS-SIT-QTD-APOL            PIC 9(09).
              05 WS-SIT-QTD-ATIVAS          PIC 9(09).

      *---------------------------------------------------------------*
      *  COMPARACAO DA RAZAO SOCIAL - SO LETRAS E DIGITOS, EM CAIXA   *
      *  ALTA, NOS 35 PRIMEIROS CARACTERES (TAMANHO DA ETP_RSOCIAL)   *
      *---------------------------------------------------------------*
       01  WS-NOME-ETP-W.
           03 WS-NOME-ETP-CAR               PIC X(01) OCCURS 35 TIMES.
       01  WS-NOME-RFB-W.
           03 WS-NOME-RFB-CAR               PIC X(01) OCCURS 35 TIMES.
       01  WS-NOME-ETP-LIMPO.
           03 WS-ETP-LIMPO-CAR              PIC X(01) OCCURS 35 TIMES.
       01  WS-NOME-RFB-LIMPO.
           03 WS-RFB-LIMPO-CAR              PIC X(01) OCCURS 35 TIMES.

           COPY DWSD1014.

           COPY DWSD1016.

           COPY DWSD1018.

      *---------------------------------------------------------------*
      *  LINHAS DO SCRIPT DE TRANSFERENCIA - MESMO ROTEIRO DO SCRIPT  *
      *  DO PACOTE (DWSD0617): CD/LCD, PUT PARA .TMP E RENAME         *
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

       01  WS-SIT-COD                       PIC X(05) VALUE 'SITCN'.
       01  WS-SIT-LLQ                       PIC X(08) VALUE 'SITCNPJ'.

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
      *  LINHAS DE IMPRESSAO DO RELATORIO DE EXCECOES                 *
      *---------------------------------------------------------------*
       01  LR-CAB1.
           03 FILLER          PIC X(09) VALUE 'DWSD0618 '.
           03 FILLER          PIC X(15) VALUE SPACES.
           03 FILLER          PIC X(44) VALUE
              'SITUACAO CADASTRAL DO CNPJ NA RECEITA       '.
           03 FILLER          PIC X(47) VALUE SPACES.
           03 FILLER          PIC X(09) VALUE 'PAGINA   '.
           03 LR-CAB1-PAG     PIC ZZ9.
           03 FILLER          PIC X(05) VALUE SPACES.

       01  LR-CAB2.
           03 FILLER          PIC X(21) VALUE 'DATA DO ARQUIVO....: '.
           03 LR-CAB2-DATA-ARQ PIC X(10).
           03 FILLER          PIC X(24) VALUE
              '   CONSULTA DO BUREAU.: '.
           03 LR-CAB2-DATA-CNS PIC X(10).
           03 FILLER          PIC X(24) VALUE
              '   EMITIDO EM.........: '.
           03 LR-CAB2-DATA    PIC X(10).
           03 FILLER          PIC X(33) VALUE SPACES.

       01  LR-CAB-EXC.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 FILLER          PIC X(20) VALUE 'CNPJ'.
           03 FILLER          PIC X(13) VALUE 'CIA-APOLICE'.
           03 FILLER          PIC X(05) VALUE 'RAMO'.
           03 FILLER          PIC X(16) VALUE 'SITUACAO'.
           03 FILLER          PIC X(37) VALUE
              'RAZAO SOCIAL (ETP_RSOCIAL)'.
           03 FILLER          PIC X(37) VALUE
              'RAZAO SOCIAL NA RECEITA'.
           03 FILLER          PIC X(02) VALUE 'N '.

       01  LR-EXCECAO.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LR-EXC-BASE     PIC 99.999.999.
           03 FILLER          PIC X(01) VALUE '/'.
           03 LR-EXC-FILIAL   PIC 9(04).
           03 FILLER          PIC X(01) VALUE '-'.
           03 LR-EXC-DV       PIC 9(02).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LR-EXC-CIA      PIC 9(03).
           03 FILLER          PIC X(01) VALUE '-'.
           03 LR-EXC-APOLICE  PIC 9(07).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LR-EXC-RAMO     PIC 9(03).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LR-EXC-SITUACAO PIC X(14).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LR-EXC-NOME-ETP PIC X(35).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LR-EXC-NOME-RFB PIC X(35).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LR-EXC-DIF-NOME PIC X(01).
           03 FILLER          PIC X(01) VALUE SPACES.

       01  LR-LEGENDA.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 FILLER          PIC X(44) VALUE
              'N: * = RAZAO SOCIAL DO CADASTRO DIFERE DA DA'.
           03 FILLER          PIC X(44) VALUE
              ' RECEITA (LETRAS E DIGITOS DOS 35 PRIMEIROS '.
           03 FILLER          PIC X(42) VALUE
              'CARACTERES)'.

       01  LR-VAZIO.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 FILLER          PIC X(44) VALUE
              'NENHUMA APOLICE ATIVA DE EMPRESA IRREGULAR N'.
           03 FILLER          PIC X(86) VALUE
              'A RECEITA OU COM RAZAO SOCIAL DIVERGENTE'.

       01  LR-CAB-RESUMO.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 FILLER          PIC X(16) VALUE 'SITUACAO'.
           03 FILLER          PIC X(13) VALUE '       CNPJ  '.
           03 FILLER          PIC X(13) VALUE '   APOLICES  '.
           03 FILLER          PIC X(11) VALUE '    ATIVAS '.
           03 FILLER          PIC X(77) VALUE SPACES.

       01  LR-RESUMO.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LR-RES-DESC     PIC X(14).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LR-RES-CNPJ     PIC ZZZ.ZZZ.ZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LR-RES-APOL     PIC ZZZ.ZZZ.ZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LR-RES-ATIVAS   PIC ZZZ.ZZZ.ZZ9.
           03 FILLER          PIC X(77) VALUE SPACES.

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

      *  MESMAS POSICOES INICIAIS DO PARM DO DWSD0612 / DWSD0617 - O
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

           PERFORM 200-PROCESSA-RETORNO
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
              VARYING WS-IDX-SIT FROM 1 BY 1
                UNTIL WS-IDX-SIT > WS-MAX-SIT.

           OPEN OUTPUT ARQRELSIT.

           PERFORM 110-ABRE-APCNPJ THRU 110-FIM.

           PERFORM 115-ABRE-LOG-LGPD THRU 115-FIM.

           IF WS-SEM-APOLICES NOT EQUAL 'S'
              PERFORM 150-CONFERE-RETORNO THRU 150-FIM
           END-IF.

       100-FIM.    EXIT.

      *----------------------------*
       110-ABRE-APCNPJ.
      *----------------------------*

      *  A PRIMEIRA APOLICE DA REMESSA TRAZ A DATA-NOME-ARQ CONTRA A
      *  QUAL O HEADER DO RETORNO E CONFERIDO. ARQUIVO VAZIO = REMESSA
      *  NAO PRODUZIDA (RUN PARTICIONADO OU SEM DETALHES) - NAO HA O
      *  QUE CASAR
           OPEN INPUT ARQAPCNPJ.

           IF WS-FS-ARQAPCNPJ NOT EQUAL '00'
              DISPLAY ' '
              DISPLAY 'DWSD0618 - ERRO NA ABERTURA DO ARQAPCNPJ - FS: '
                      WS-FS-ARQAPCNPJ
              DISPLAY ' '
              MOVE 'ERRO NA ABERTURA DO ARQAPCNPJ'
                TO WS-MOTIVO-ABEND
              PERFORM 9998-TERMINO-ANORMAL THRU 9998-FIM
           END-IF.

           PERFORM 490-LE-APCNPJ THRU 490-FIM.

           IF WS-FIM-APC EQUAL 'SIM'
              MOVE 'S' TO WS-SEM-APOLICES
              CLOSE ARQAPCNPJ
              GO TO 110-FIM
           END-IF.

           MOVE DATA-NOME-ARQ-APC TO WS-DATA-NOME-ARQ.

       110-FIM. EXIT.

      *----------------------------*
       115-ABRE-LOG-LGPD.
      *----------------------------*

      *  LOG DAS APOLICES DE ESTIPULANTE NA LISTA LGPD DO DPO (IND-
      *  LGPD-APC MARCADO PELO DWSD0612) CUJA RAZAO SOCIAL OFICIAL
      *  SAIU MASCARADA NO CRUZAMENTO PARA O DW
           OPEN OUTPUT ARQLOGLGPD.

           MOVE SPACES               TO REG-HEADER-LGP.
           MOVE ZEROS                TO TIPO-REG-H-LGP
                                        QTDE-LISTA-H-LGP.
           MOVE WS-DATA-SISTEMA      TO DATA-SISTEMA-H-LGP.
           MOVE WS-HORA-CORRENTE     TO HORA-SISTEMA-H-LGP.
           MOVE WS-DATA-NOME-ARQ     TO DATA-NOME-ARQ-H-LGP.
           MOVE 'DWSD0618'           TO NOME-PGM-H-LGP.
           WRITE REG-LOGLGPD FROM REG-HEADER-LGP.

       115-FIM. EXIT.

      *----------------------------*
       120-ZERA-CONTADORES.
      *----------------------------*

           MOVE ZEROS  TO WS-SIT-QTD-CNPJ (WS-IDX-SIT)
                          WS-SIT-QTD-APOL (WS-IDX-SIT)
                          WS-SIT-QTD-ATIVAS (WS-IDX-SIT).

       120-FIM. EXIT.

      *----------------------------*
       150-CONFERE-RETORNO.
      *----------------------------*

      *  PRIMEIRA PASSADA NO RETORNO, SO DE CONFERENCIA - UM HEADER
      *  COM A DATA DA REMESSA, DETALHES, UM TRAILLER COM A
      *  QUANTIDADE DE DETALHES. RETORNO INCONSISTENTE OU DE OUTRA
      *  REMESSA NAO E CASADO E DERRUBA O PASSO
           OPEN INPUT ARQRETCNPJ.

           IF WS-FS-ARQRETCNPJ NOT EQUAL '00'
              DISPLAY ' '
              DISPLAY 'DWSD0618 - ERRO NA ABERTURA DO ARQRETCNPJ - FS: '
                      WS-FS-ARQRETCNPJ
              DISPLAY ' '
              MOVE 'ERRO NA ABERTURA DO ARQRETCNPJ'
                TO WS-MOTIVO-ABEND
              PERFORM 9998-TERMINO-ANORMAL THRU 9998-FIM
           END-IF.

           MOVE 'NAO' TO WS-FIM-RET.
           PERFORM 155-CONFERE-REGISTRO THRU 155-FIM
              UNTIL WS-FIM-RET EQUAL 'SIM'.

           CLOSE ARQRETCNPJ.

           IF WS-QTD-REG-RET EQUAL ZEROS
              MOVE 'RETORNO DO BUREAU VAZIO' TO LR-MSG-TEXTO
              PERFORM 695-IMPRIME-ERRO THRU 695-FIM
              GO TO 150-AVALIA
           END-IF.

           IF WS-QTD-HDR-RET NOT EQUAL 1
              MOVE WS-QTD-HDR-RET TO WS-QTD-ZZZ
              MOVE WS-QTD-ZZZ TO LR-MSG-VALOR
              MOVE 'QUANTIDADE DE HEADERS DIFERENTE DE UM:'
                TO LR-MSG-TEXTO
              PERFORM 695-IMPRIME-ERRO THRU 695-FIM
           END-IF.

           IF WS-QTD-TRL-RET NOT EQUAL 1
              MOVE WS-QTD-TRL-RET TO WS-QTD-ZZZ
              MOVE WS-QTD-ZZZ TO LR-MSG-VALOR
              MOVE 'QUANTIDADE DE TRAILLERS DIFERENTE DE UM:'
                TO LR-MSG-TEXTO
              PERFORM 695-IMPRIME-ERRO THRU 695-FIM
           END-IF.

           IF WS-SITUACAO-RET NOT EQUAL 'T'
              MOVE 'ULTIMO REGISTRO DO RETORNO NAO E TRAILLER'
                TO LR-MSG-TEXTO
              PERFORM 695-IMPRIME-ERRO THRU 695-FIM
           END-IF.

           IF WS-QTD-FORA-RET > ZEROS
              MOVE WS-QTD-FORA-RET TO WS-QTD-ZZZ
              MOVE WS-QTD-ZZZ TO LR-MSG-VALOR
              MOVE 'REGISTROS FORA DA SEQUENCIA HEADER/DETALHE/TRAILLER'
                TO LR-MSG-TEXTO
              PERFORM 695-IMPRIME-ERRO THRU 695-FIM
           END-IF.

           IF WS-QTD-INVALIDOS-RET > ZEROS
              MOVE WS-QTD-INVALIDOS-RET TO WS-QTD-ZZZ
              MOVE WS-QTD-ZZZ TO LR-MSG-VALOR
              MOVE 'REGISTROS COM TIPO, CNPJ OU CODIGOS INVALIDOS:'
                TO LR-MSG-TEXTO
              PERFORM 695-IMPRIME-ERRO THRU 695-FIM
           END-IF.

           IF WS-QTD-DECL-TRL NOT EQUAL WS-QTD-DET-RET
              MOVE WS-QTD-DECL-TRL TO WS-QTD-ZZZ
              MOVE WS-QTD-ZZZ TO LR-MSG-VALOR
              MOVE 'QUANTIDADE DO TRAILLER DIFERE DOS DETALHES LIDOS:'
                TO LR-MSG-TEXTO
              PERFORM 695-IMPRIME-ERRO THRU 695-FIM
           END-IF.

           IF WS-DATA-NOME-RET NOT EQUAL WS-DATA-NOME-ARQ
              MOVE WS-DATA-NOME-RET TO LR-MSG-VALOR
              MOVE 'RETORNO DE OUTRA REMESSA - DATA DO HEADER:'
                TO LR-MSG-TEXTO
              PERFORM 695-IMPRIME-ERRO THRU 695-FIM
           END-IF.

       150-AVALIA.

           IF WS-QTD-ERROS > ZEROS
              MOVE 'RETORNO' TO LR-MSG-COD
              MOVE 'RETORNO REJEITADO - CRUZAMENTO NAO GRAVADO'
                TO LR-MSG-TEXTO
              PERFORM 690-IMPRIME-MENSAGEM THRU 690-FIM
              CLOSE ARQRELSIT
                    ARQAPCNPJ
              MOVE 'RETORNO DO BUREAU INCONSISTENTE'
                TO WS-MOTIVO-ABEND
              PERFORM 9998-TERMINO-ANORMAL THRU 9998-FIM
           END-IF.

       150-FIM. EXIT.

      *----------------------------*
       155-CONFERE-REGISTRO.
      *----------------------------*

           PERFORM 160-LE-RETORNO THRU 160-FIM.

           IF WS-FIM-RET EQUAL 'SIM'
              GO TO 155-FIM
           END-IF.

           ADD  1 TO WS-QTD-REG-RET.

           IF TIPO-REG-H-RET EQUAL 0
              ADD  1 TO WS-QTD-HDR-RET
              IF WS-SITUACAO-RET NOT EQUAL SPACES
                 ADD  1 TO WS-QTD-FORA-RET
              END-IF
              MOVE 'H' TO WS-SITUACAO-RET
              MOVE DATA-NOME-ARQ-H-RET      TO WS-DATA-NOME-RET
              MOVE DATA-PROCESSAMENTO-H-RET TO WS-DATA-CONSULTA
              GO TO 155-FIM
           END-IF.

           IF TIPO-REG-H-RET EQUAL 9
              ADD  1 TO WS-QTD-TRL-RET
              IF WS-SITUACAO-RET NOT EQUAL 'H'
                 ADD  1 TO WS-QTD-FORA-RET
              END-IF
              MOVE 'T' TO WS-SITUACAO-RET
              IF QTDE-REGISTROS-T-RET IS NUMERIC
                 MOVE QTDE-REGISTROS-T-RET TO WS-QTD-DECL-TRL
              ELSE
                 ADD  1 TO WS-QTD-INVALIDOS-RET
              END-IF
              GO TO 155-FIM
           END-IF.

           IF WS-SITUACAO-RET NOT EQUAL 'H'
              ADD  1 TO WS-QTD-FORA-RET
           END-IF.

           IF TIPO-REG-D-RET NOT EQUAL 1
              ADD  1 TO WS-QTD-INVALIDOS-RET
              GO TO 155-FIM
           END-IF.

           ADD  1 TO WS-QTD-DET-RET.

           IF CNPJ-D-RET          NOT NUMERIC OR
              COD-RETORNO-D-RET   NOT NUMERIC OR
              SITUACAO-D-RET      NOT NUMERIC OR
              DATA-SITUACAO-D-RET NOT NUMERIC OR
              CNAE-PRINCIPAL-D-RET NOT NUMERIC
              ADD  1 TO WS-QTD-INVALIDOS-RET
           END-IF.

       155-FIM. EXIT.

      *----------------------------*
       160-LE-RETORNO.
      *----------------------------*

           READ ARQRETCNPJ INTO REGISTRO-RET-CNPJ.

           IF WS-FS-ARQRETCNPJ EQUAL '10'
              MOVE 'SIM' TO WS-FIM-RET
              GO TO 160-FIM
           END-IF.

           IF WS-FS-ARQRETCNPJ NOT EQUAL '00'
              DISPLAY ' '
              DISPLAY 'DWSD0618 - ERRO NA LEITURA DO ARQRETCNPJ - FS: '
                      WS-FS-ARQRETCNPJ
              DISPLAY ' '
              MOVE 'ERRO NA LEITURA DO ARQRETCNPJ'
                TO WS-MOTIVO-ABEND
              PERFORM 9998-TERMINO-ANORMAL THRU 9998-FIM
           END-IF.

           IF TIPO-REG-H-RET NOT NUMERIC
              MOVE 5 TO TIPO-REG-H-RET
           END-IF.

       160-FIM. EXIT.

      *------------------------*
       200-PROCESSA-RETORNO.
      *------------------------*

           IF WS-SEM-APOLICES EQUAL 'S'
              MOVE 'ARQAPCNPJ'  TO LR-MSG-COD
              MOVE 'REMESSA SEM APOLICES - NADA A CASAR COM O RETORNO'
                TO LR-MSG-TEXTO
              PERFORM 690-IMPRIME-MENSAGEM THRU 690-FIM
              OPEN OUTPUT ARQFTP
              CLOSE ARQFTP
              GO TO 200-FIM
           END-IF.

           OPEN OUTPUT ARQSITCNPJ.

           SORT ARQSORTR ON ASCENDING KEY BASE-SR
                                          FILIAL-SR
                                          DV-SR
                INPUT  PROCEDURE 300-SELECIONA-RETORNO
                            THRU 300-FIM
                OUTPUT PROCEDURE 400-CASA-RETORNO
                            THRU 400-FIM.

           CLOSE ARQSITCNPJ
                 ARQAPCNPJ.

           IF WS-QTD-EXCECOES EQUAL ZEROS
              IF WS-LIN-RELSIT > 56
                 PERFORM 620-CABECALHO-PAGINA THRU 620-FIM
              END-IF
              WRITE REG-RELSIT FROM LR-VAZIO
                    AFTER ADVANCING 2 LINES
              ADD  2 TO WS-LIN-RELSIT
           ELSE
              IF WS-LIN-RELSIT > 55
                 PERFORM 620-CABECALHO-PAGINA THRU 620-FIM
              END-IF
              WRITE REG-RELSIT FROM LR-LEGENDA
                    AFTER ADVANCING 2 LINES
              ADD  2 TO WS-LIN-RELSIT
           END-IF.

           PERFORM 450-IMPRIME-RESUMO THRU 450-FIM.

           OPEN OUTPUT ARQFTP.

           IF WS-QTD-SIT-GRAVADOS > ZEROS
              PERFORM 460-GRAVA-SCRIPT THRU 460-FIM
           END-IF.

           CLOSE ARQFTP.

       200-FIM. EXIT.

      *---------------------------*
       300-SELECIONA-RETORNO.
      *---------------------------*

      *  PROCEDIMENTO DE ENTRADA DO SORT - SEGUNDA PASSADA NO RETORNO
      *  (JA CONFERIDO EM 150), LIBERANDO SO OS DETALHES
           OPEN INPUT ARQRETCNPJ.

           MOVE 'NAO' TO WS-FIM-RET.
           PERFORM 310-LIBERA-DETALHE THRU 310-FIM
              UNTIL WS-FIM-RET EQUAL 'SIM'.

           CLOSE ARQRETCNPJ.

       300-FIM. EXIT.

      *----------------------------*
       310-LIBERA-DETALHE.
      *----------------------------*

           PERFORM 160-LE-RETORNO THRU 160-FIM.

           IF WS-FIM-RET EQUAL 'SIM'
              GO TO 310-FIM
           END-IF.

           IF TIPO-REG-D-RET NOT EQUAL 1
              GO TO 310-FIM
           END-IF.

           RELEASE REG-ARQSORTR FROM REG-DETALHE-RET.
           ADD  1 TO WS-QTD-LIBERADOS-SORT.

       310-FIM. EXIT.

      *---------------------------*
       400-CASA-RETORNO.
      *---------------------------*

      *  PROCEDIMENTO DE SAIDA DO SORT - CASAMENTO SEQUENCIAL POR
      *  CNPJ: O ARQAPCNPJ (JA COM A PRIMEIRA APOLICE LIDA EM 110)
      *  COMANDA; CADA APOLICE RECEBE A RESPOSTA DO SEU CNPJ. RETORNO
      *  DE CNPJ QUE NAO ESTA NA REMESSA E SO CONTADO
           PERFORM 410-LE-SORTR THRU 410-FIM.

           PERFORM 420-TRATA-APOLICE THRU 420-FIM
              UNTIL WS-FIM-APC EQUAL 'SIM'.

           PERFORM 425-DESCARTA-RETORNO THRU 425-FIM
              UNTIL WS-FIM-SORTR EQUAL 'SIM'.

       400-FIM. EXIT.

      *------------------------------*
       410-LE-SORTR.
      *------------------------------*

      *  O MESMO CNPJ REPETIDO NO RETORNO VALE PELA PRIMEIRA RESPOSTA
           PERFORM 411-RETORNA-SORTR THRU 411-FIM.

           PERFORM 412-DESCARTA-DUPLICADO THRU 412-FIM
              UNTIL WS-FIM-SORTR EQUAL 'SIM'
                 OR CNPJ-SR NOT EQUAL WS-CNPJ-ULT-RET.

           IF WS-FIM-SORTR NOT EQUAL 'SIM'
              MOVE CNPJ-SR TO WS-CNPJ-ULT-RET
           END-IF.

       410-FIM. EXIT.

      *------------------------------*
       411-RETORNA-SORTR.
      *------------------------------*

           RETURN ARQSORTR
                  AT END MOVE 'SIM' TO WS-FIM-SORTR.

       411-FIM. EXIT.

      *------------------------------*
       412-DESCARTA-DUPLICADO.
      *------------------------------*

           ADD  1 TO WS-QTD-RET-DUPLIC.

           PERFORM 411-RETORNA-SORTR THRU 411-FIM.

       412-FIM. EXIT.

      *------------------------------*
       420-TRATA-APOLICE.
      *------------------------------*

      *  QUEBRA DE CNPJ - POSICIONA O RETORNO NO CNPJ DA APOLICE E
      *  APURA A SITUACAO, QUE VALE PARA TODAS AS APOLICES DELE
           IF CNPJ-APC NOT EQUAL WS-CNPJ-ULT-APC
              MOVE CNPJ-APC TO WS-CNPJ-ULT-APC
              ADD  1        TO WS-QTD-CNPJ
              PERFORM 425-DESCARTA-RETORNO THRU 425-FIM
                 UNTIL WS-FIM-SORTR EQUAL 'SIM'
                    OR CNPJ-SR NOT LESS CNPJ-APC
              MOVE 'N' TO WS-SW-TEM-RET
              IF WS-FIM-SORTR NOT EQUAL 'SIM'
                 IF CNPJ-SR EQUAL CNPJ-APC
                    MOVE 'S'     TO WS-SW-TEM-RET
                    MOVE CNPJ-SR TO WS-CNPJ-ULT-CASADO
                 END-IF
              END-IF
              PERFORM 430-APURA-SITUACAO THRU 430-FIM
           END-IF.

           PERFORM 440-GRAVA-CRUZAMENTO THRU 440-FIM.

           PERFORM 490-LE-APCNPJ THRU 490-FIM.

       420-FIM. EXIT.

      *------------------------------*
       425-DESCARTA-RETORNO.
      *------------------------------*

      *  RESPOSTA JA CASADA COM AS APOLICES DO CNPJ ANTERIOR NAO
      *  CONTA COMO RETORNO SEM APOLICE
           IF CNPJ-SR NOT EQUAL WS-CNPJ-ULT-CASADO
              ADD  1 TO WS-QTD-RET-SEM-APOL
           END-IF.

           PERFORM 410-LE-SORTR THRU 410-FIM.

       425-FIM. EXIT.

      *------------------------------*
       430-APURA-SITUACAO.
      *------------------------------*

      *  CNPJ LOCALIZADO VALE PELA SITUACAO CADASTRAL; OS DEMAIS PELO
      *  CODIGO DE RETORNO. SITUACAO FORA DA TABELA FICA COMO
      *  DESCONHECIDA (ULTIMA ENTRADA)
           IF WS-SW-TEM-RET NOT EQUAL 'S'
              MOVE 'SR' TO WS-CHAVE-SIT
           ELSE
              IF COD-RETORNO-SR EQUAL 00
                 MOVE SITUACAO-SR-X TO WS-CHAVE-SIT
              ELSE
                 IF COD-RETORNO-SR EQUAL 01
                    MOVE 'NL' TO WS-CHAVE-SIT
                 ELSE
                    MOVE 'CI' TO WS-CHAVE-SIT
                 END-IF
              END-IF
           END-IF.

           MOVE WS-MAX-SIT TO WS-IDX-SIT-CORR.
           MOVE 'N'        TO WS-SIT-ACHOU.

           PERFORM 431-PROCURA-SITUACAO THRU 431-FIM
              VARYING WS-IDX-SIT FROM 1 BY 1
                UNTIL WS-IDX-SIT > WS-MAX-SIT
                   OR WS-SIT-ACHOU EQUAL 'S'.

           ADD  1 TO WS-SIT-QTD-CNPJ (WS-IDX-SIT-CORR).

           IF WS-SW-TEM-RET NOT EQUAL 'S'
              ADD  1 TO WS-QTD-CNPJ-SEM-RET
           END-IF.

       430-FIM. EXIT.

      *------------------------------*
       431-PROCURA-SITUACAO.
      *------------------------------*

           IF WS-SIT-CHAVE (WS-IDX-SIT) EQUAL WS-CHAVE-SIT
              MOVE WS-IDX-SIT TO WS-IDX-SIT-CORR
              MOVE 'S'        TO WS-SIT-ACHOU
           END-IF.

       431-FIM. EXIT.

      *------------------------------*
       440-GRAVA-CRUZAMENTO.
      *------------------------------*

           MOVE SPACES               TO REG-SIT-CNPJ.
           MOVE IDENT-APOLICE-APC    TO IDENT-APOLICE-SIT.
           MOVE CNPJ-APC             TO CNPJ-SIT.
           MOVE WS-SIT-DESC (WS-IDX-SIT-CORR)
                                     TO DESC-SITUACAO-SIT.
           MOVE IND-ATIVA-APC        TO IND-ATIVA-SIT.
           MOVE WS-DATA-NOME-ARQ     TO DATA-NOME-ARQ-SIT.
           MOVE WS-DATA-CONSULTA     TO DATA-CONSULTA-SIT.
           MOVE ZEROS                TO IND-DIF-NOME-SIT.

           IF WS-SW-TEM-RET EQUAL 'S'
              MOVE 'S'                  TO IND-RETORNO-SIT
              MOVE COD-RETORNO-SR       TO COD-RETORNO-SIT
              MOVE SITUACAO-SR          TO SITUACAO-SIT
              MOVE DATA-SITUACAO-SR     TO DATA-SITUACAO-SIT
              MOVE CNAE-PRINCIPAL-SR    TO CNAE-PRINCIPAL-SIT
              MOVE NOME-EMPRESARIAL-SR  TO NOME-EMPRESARIAL-SIT
              IF COD-RETORNO-SR EQUAL 00
                 PERFORM 445-COMPARA-NOME THRU 445-FIM
              END-IF
              IF IND-LGPD-APC EQUAL 'M' OR 'P'
                 PERFORM 448-MASCARA-NOME-LGPD THRU 448-FIM
              END-IF
           ELSE
              MOVE 'N'                  TO IND-RETORNO-SIT
              MOVE ZEROS                TO COD-RETORNO-SIT
                                           SITUACAO-SIT
                                           DATA-SITUACAO-SIT
                                           CNAE-PRINCIPAL-SIT
           END-IF.

           WRITE REG-SITCNPJ FROM REG-SIT-CNPJ.
           ADD  1 TO WS-QTD-SIT-GRAVADOS.

      *  O RELATORIO DE EXCECOES E INTERNO (COMPLIANCE) E IMPRIME A
      *  RAZAO SOCIAL OFICIAL EM CLARO
           IF WS-SW-TEM-RET EQUAL 'S'
              MOVE NOME-EMPRESARIAL-SR  TO NOME-EMPRESARIAL-SIT
           END-IF.

           ADD  1 TO WS-QTD-APOLICES.
           ADD  1 TO WS-SIT-QTD-APOL (WS-IDX-SIT-CORR).

           IF IND-DIF-NOME-SIT EQUAL 1
              ADD  1 TO WS-QTD-DIF-NOME
           END-IF.

           IF IND-ATIVA-APC NOT EQUAL 'S'
              GO TO 440-FIM
           END-IF.

           ADD  1 TO WS-QTD-APOL-ATIVAS.
           ADD  1 TO WS-SIT-QTD-ATIVAS (WS-IDX-SIT-CORR).

      *  EXCECAO PARA O COMPLIANCE: APOLICE ATIVA DE EMPRESA NULA,
      *  INAPTA, BAIXADA, NAO LOCALIZADA OU COM CNPJ RECUSADO, OU
      *  COM RAZAO SOCIAL DIFERENTE DA OFICIAL
           IF WS-SIT-EXCECAO (WS-IDX-SIT-CORR) EQUAL 'S' OR
              IND-DIF-NOME-SIT EQUAL 1
              PERFORM 470-IMPRIME-EXCECAO THRU 470-FIM
           END-IF.

       440-FIM. EXIT.

      *------------------------------*
       445-COMPARA-NOME.
      *------------------------------*

      *  ETP_RSOCIAL TEM 35 POSICOES - COMPARA COM O INICIO DA RAZAO
      *  SOCIAL OFICIAL, SO LETRAS E DIGITOS E EM CAIXA ALTA, PARA
      *  PONTUACAO E ESPACOS NAO GERAREM DIVERGENCIA
           MOVE NOME-ESTIP-APC       TO WS-NOME-ETP-W.
           MOVE NOME-EMPR-INICIO-SR  TO WS-NOME-RFB-W.

           INSPECT WS-NOME-ETP-W
              CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WS-NOME-RFB-W
              CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE SPACES TO WS-NOME-ETP-LIMPO
                          WS-NOME-RFB-LIMPO.

           MOVE ZEROS  TO WS-IDX-CMP.
           PERFORM 446-LIMPA-NOME-ETP THRU 446-FIM
              VARYING WS-IDX-CAR FROM 1 BY 1
                UNTIL WS-IDX-CAR > 35.

           MOVE ZEROS  TO WS-IDX-CMP.
           PERFORM 447-LIMPA-NOME-RFB THRU 447-FIM
              VARYING WS-IDX-CAR FROM 1 BY 1
                UNTIL WS-IDX-CAR > 35.

           IF WS-NOME-ETP-LIMPO NOT EQUAL WS-NOME-RFB-LIMPO
              MOVE 1 TO IND-DIF-NOME-SIT
           END-IF.

       445-FIM. EXIT.

      *------------------------------*
       446-LIMPA-NOME-ETP.
      *------------------------------*

           IF (WS-NOME-ETP-CAR (WS-IDX-CAR) IS ALPHABETIC-UPPER AND
               WS-NOME-ETP-CAR (WS-IDX-CAR) NOT EQUAL SPACE) OR
              WS-NOME-ETP-CAR (WS-IDX-CAR) IS NUMERIC
              ADD  1 TO WS-IDX-CMP
              MOVE WS-NOME-ETP-CAR (WS-IDX-CAR)
                TO WS-ETP-LIMPO-CAR (WS-IDX-CMP)
           END-IF.

       446-FIM. EXIT.

      *------------------------------*
       447-LIMPA-NOME-RFB.
      *------------------------------*

           IF (WS-NOME-RFB-CAR (WS-IDX-CAR) IS ALPHABETIC-UPPER AND
               WS-NOME-RFB-CAR (WS-IDX-CAR) NOT EQUAL SPACE) OR
              WS-NOME-RFB-CAR (WS-IDX-CAR) IS NUMERIC
              ADD  1 TO WS-IDX-CMP
              MOVE WS-NOME-RFB-CAR (WS-IDX-CAR)
                TO WS-RFB-LIMPO-CAR (WS-IDX-CMP)
           END-IF.

       447-FIM. EXIT.

      *------------------------------*
       448-MASCARA-NOME-LGPD.
      *------------------------------*

      *  MESMAS REGRAS DO DWSD0612: P = PSEUDONIMO ESTAVEL (ESTIPULANTE
      *  LGPD + IDENT-APOLICE); M = FICAM SO AS 3 PRIMEIRAS POSICOES.
      *  A COMPARACAO COM A ETP_RSOCIAL (445) JA FOI FEITA EM CLARO
           IF IND-LGPD-APC EQUAL 'P'
              MOVE SPACES               TO NOME-EMPRESARIAL-SIT
              STRING 'ESTIPULANTE LGPD ' IDENT-APOLICE-APC
                     DELIMITED BY SIZE
                INTO NOME-EMPRESARIAL-SIT
           ELSE
              MOVE ALL '*'              TO NOME-EMPRESARIAL-SIT
              MOVE NOME-EMPRESARIAL-SR (1:3)
                                        TO NOME-EMPRESARIAL-SIT (1:3)
           END-IF.

           MOVE SPACES               TO REG-DETALHE-LGP.
           MOVE 1                    TO TIPO-REG-D-LGP.
           MOVE 'ARQSITCN'           TO ARQUIVO-D-LGP.
           MOVE IDENT-APOLICE-APC    TO IDENT-APOLICE-D-LGP.
           MOVE CIA-APC              TO CIA-D-LGP.
           MOVE APOLICE-APC          TO APOLICE-D-LGP.
           MOVE BASE-APC             TO BASE-D-LGP.
           MOVE FILIAL-APC           TO FILIAL-D-LGP.
           MOVE IND-LGPD-APC         TO REGRA-D-LGP.
           MOVE 'N'                  TO IND-CARGA-DB2-D-LGP
                                        IND-DELIM-D-LGP.
           WRITE REG-LOGLGPD FROM REG-DETALHE-LGP.
           ADD  1 TO WS-QTD-LGPD-MASC.

       448-FIM. EXIT.

      *------------------------------*
       450-IMPRIME-RESUMO.
      *------------------------------*

           MOVE 'RESUMO POR SITUACAO DO CNPJ' TO LR-TIT-TEXTO.
           PERFORM 685-IMPRIME-TITULO THRU 685-FIM.

           WRITE REG-RELSIT FROM LR-CAB-RESUMO
                 AFTER ADVANCING 2 LINES.
           ADD  2 TO WS-LIN-RELSIT.

           PERFORM 451-IMPRIME-LINHA-RESUMO THRU 451-FIM
              VARYING WS-IDX-SIT FROM 1 BY 1
                UNTIL WS-IDX-SIT > WS-MAX-SIT.

           MOVE 'TOTAIS' TO LR-TIT-TEXTO.
           PERFORM 685-IMPRIME-TITULO THRU 685-FIM.

           MOVE 'RETORNO' TO LR-MSG-COD.
           MOVE WS-QTD-DET-RET TO WS-QTD-ZZZ.
           MOVE WS-QTD-ZZZ TO LR-MSG-VALOR.
           MOVE 'CNPJ RESPONDIDOS PELO BUREAU' TO LR-MSG-TEXTO.
           PERFORM 690-IMPRIME-MENSAGEM THRU 690-FIM.

           MOVE WS-QTD-RET-DUPLIC TO WS-QTD-ZZZ.
           MOVE WS-QTD-ZZZ TO LR-MSG-VALOR.
           MOVE 'RESPOSTAS REPETIDAS PARA O MESMO CNPJ (IGNORADAS)'
             TO LR-MSG-TEXTO.
           PERFORM 690-IMPRIME-MENSAGEM THRU 690-FIM.

           MOVE WS-QTD-RET-SEM-APOL TO WS-QTD-ZZZ.
           MOVE WS-QTD-ZZZ TO LR-MSG-VALOR.
           MOVE 'RESPOSTAS DE CNPJ FORA DA REMESSA (IGNORADAS)'
             TO LR-MSG-TEXTO.
           PERFORM 690-IMPRIME-MENSAGEM THRU 690-FIM.

           MOVE 'REMESSA' TO LR-MSG-COD.
           MOVE WS-QTD-CNPJ TO WS-QTD-ZZZ.
           MOVE WS-QTD-ZZZ TO LR-MSG-VALOR.
           MOVE 'CNPJ REMETIDOS' TO LR-MSG-TEXTO.
           PERFORM 690-IMPRIME-MENSAGEM THRU 690-FIM.

           MOVE WS-QTD-CNPJ-SEM-RET TO WS-QTD-ZZZ.
           MOVE WS-QTD-ZZZ TO LR-MSG-VALOR.
           MOVE 'CNPJ REMETIDOS SEM RESPOSTA DO BUREAU' TO LR-MSG-TEXTO.
           PERFORM 690-IMPRIME-MENSAGEM THRU 690-FIM.

           MOVE 'APOLICES' TO LR-MSG-COD.
           MOVE WS-QTD-APOLICES TO WS-QTD-ZZZ.
           MOVE WS-QTD-ZZZ TO LR-MSG-VALOR.
           MOVE 'APOLICES NO CRUZAMENTO PARA O DW' TO LR-MSG-TEXTO.
           PERFORM 690-IMPRIME-MENSAGEM THRU 690-FIM.

           MOVE WS-QTD-DIF-NOME TO WS-QTD-ZZZ.
           MOVE WS-QTD-ZZZ TO LR-MSG-VALOR.
           MOVE 'APOLICES COM RAZAO SOCIAL DIFERENTE DA OFICIAL'
             TO LR-MSG-TEXTO.
           PERFORM 690-IMPRIME-MENSAGEM THRU 690-FIM.

           MOVE WS-QTD-EXCECOES TO WS-QTD-ZZZ.
           MOVE WS-QTD-ZZZ TO LR-MSG-VALOR.
           MOVE 'APOLICES ATIVAS NO RELATORIO DE EXCECOES'
             TO LR-MSG-TEXTO.
           PERFORM 690-IMPRIME-MENSAGEM THRU 690-FIM.

       450-FIM. EXIT.

      *------------------------------*
       451-IMPRIME-LINHA-RESUMO.
      *------------------------------*

           IF WS-LIN-RELSIT > 56
              PERFORM 620-CABECALHO-PAGINA THRU 620-FIM
           END-IF.

           MOVE WS-SIT-DESC (WS-IDX-SIT)       TO LR-RES-DESC.
           MOVE WS-SIT-QTD-CNPJ (WS-IDX-SIT)   TO LR-RES-CNPJ.
           MOVE WS-SIT-QTD-APOL (WS-IDX-SIT)   TO LR-RES-APOL.
           MOVE WS-SIT-QTD-ATIVAS (WS-IDX-SIT) TO LR-RES-ATIVAS.

           WRITE REG-RELSIT FROM LR-RESUMO
                 AFTER ADVANCING 1 LINE.
           ADD  1 TO WS-LIN-RELSIT.

       451-FIM. EXIT.

      *----------------------------*
       460-GRAVA-SCRIPT.
      *----------------------------*

      *  O CRUZAMENTO VIAJA SOZINHO, DEPOIS DA CARGA DO PACOTE DO RUN
      *  (O RETORNO DO BUREAU CHEGA EM OUTRO DIA) - NOME REMOTO
      *  DWSD_SITCN_AAAAMMDD.dat COM A DATA-NOME-ARQ DO RUN, PARA O DW
      *  JUNTAR O CRUZAMENTO A GERACAO DO DIMESTIP CONSULTADA
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

           MOVE SPACES TO LN-SCRIPT.
           STRING 'PUT '                      DELIMITED BY SIZE
                  WS-SIT-LLQ                  DELIMITED BY SPACE
                  ' '                         DELIMITED BY SIZE
                  WS-SIT-COD                  DELIMITED BY SIZE
                  '.TMP'                      DELIMITED BY SIZE
             INTO LN-SCRIPT.
           WRITE FTP-REGISTRO FROM LN-SCRIPT.

           MOVE SPACES TO LN-SCRIPT.
           STRING 'RENAME '                   DELIMITED BY SIZE
                  WS-SIT-COD                  DELIMITED BY SIZE
                  '.TMP DWSD_'                DELIMITED BY SIZE
                  WS-SIT-COD                  DELIMITED BY SIZE
                  '_'                         DELIMITED BY SIZE
                  WS-DATA-NOME-ARQ            DELIMITED BY SIZE
                  '.dat'                      DELIMITED BY SIZE
             INTO LN-SCRIPT.
           WRITE FTP-REGISTRO FROM LN-SCRIPT.

           IF TP-TRANSFERENCIA NOT EQUAL 'S'
              WRITE FTP-REGISTRO FROM LN-FTP-07
           END-IF.

           WRITE FTP-REGISTRO FROM LN-FTP-08.

       460-FIM. EXIT.

      *------------------------------*
       470-IMPRIME-EXCECAO.
      *------------------------------*

           ADD  1 TO WS-QTD-EXCECOES.

           IF WS-LIN-RELSIT > 56
              PERFORM 620-CABECALHO-PAGINA THRU 620-FIM
              WRITE REG-RELSIT FROM LR-CAB-EXC
                    AFTER ADVANCING 2 LINES
              MOVE SPACES TO REG-RELSIT
              WRITE REG-RELSIT
                    AFTER ADVANCING 1 LINE
              ADD  3 TO WS-LIN-RELSIT
           END-IF.

           MOVE BASE-APC                TO LR-EXC-BASE.
           MOVE FILIAL-APC              TO LR-EXC-FILIAL.
           MOVE DV-APC                  TO LR-EXC-DV.
           MOVE CIA-APC                 TO LR-EXC-CIA.
           MOVE APOLICE-APC             TO LR-EXC-APOLICE.
           MOVE RAMO-APC                TO LR-EXC-RAMO.
           MOVE DESC-SITUACAO-SIT       TO LR-EXC-SITUACAO.
           MOVE NOME-ESTIP-APC          TO LR-EXC-NOME-ETP.
           MOVE NOME-EMPRESARIAL-SIT    TO LR-EXC-NOME-RFB.

           IF IND-DIF-NOME-SIT EQUAL 1
              MOVE '*'                  TO LR-EXC-DIF-NOME
           ELSE
              MOVE SPACES               TO LR-EXC-DIF-NOME
           END-IF.

           WRITE REG-RELSIT FROM LR-EXCECAO
                 AFTER ADVANCING 1 LINE.
           ADD  1 TO WS-LIN-RELSIT.

       470-FIM. EXIT.

      *------------------------------*
       490-LE-APCNPJ.
      *------------------------------*

      *  O CASAMENTO PRESSUPOE A ORDEM DE CNPJ E CIA/APOLICE EM QUE O
      *  DWSD0612 GRAVA O ARQUIVO
           READ ARQAPCNPJ.

           IF WS-FS-ARQAPCNPJ EQUAL '10'
              MOVE 'SIM' TO WS-FIM-APC
              GO TO 490-FIM
           END-IF.

           IF WS-FS-ARQAPCNPJ NOT EQUAL '00'
              DISPLAY ' '
              DISPLAY 'DWSD0618 - ERRO NA LEITURA DO ARQAPCNPJ - FS: '
                      WS-FS-ARQAPCNPJ
              DISPLAY ' '
              MOVE 'ERRO NA LEITURA DO ARQAPCNPJ'
                TO WS-MOTIVO-ABEND
              PERFORM 9998-TERMINO-ANORMAL THRU 9998-FIM
           END-IF.

           MOVE CNPJ-APC  TO WS-CHAVE-APC-CNPJ.
           MOVE CHAVE-APC TO WS-CHAVE-APC-OLTP.

           IF WS-CHAVE-APC-W < WS-CHAVE-ULT-APC
              DISPLAY ' '
              DISPLAY 'DWSD0618 - ARQAPCNPJ FORA DE ORDEM - CNPJ: '
                      CNPJ-APC ' APOLICE: ' CHAVE-APC
              DISPLAY ' '
              MOVE 'ARQAPCNPJ FORA DA ORDEM DE CNPJ'
                TO WS-MOTIVO-ABEND
              PERFORM 9998-TERMINO-ANORMAL THRU 9998-FIM
           END-IF.

           MOVE WS-CHAVE-APC-W TO WS-CHAVE-ULT-APC.

       490-FIM. EXIT.

      *--------------------*
       500-FINALIZACAO.
      *--------------------*

           CLOSE ARQRELSIT.

           MOVE SPACES               TO REG-TRAILLER-LGP.
           MOVE 9                    TO TIPO-REG-T-LGP.
           MOVE WS-DATA-SISTEMA      TO DATA-SISTEMA-T-LGP.
           MOVE WS-HORA-CORRENTE     TO HORA-SISTEMA-T-LGP.
           MOVE ZEROS                TO QTDE-DIMESTIP-T-LGP
                                        QTDE-ARQCTO-T-LGP
                                        QTDE-ARQRENDW-T-LGP
                                        QTDE-ARQDELTA-T-LGP
                                        QTDE-DELIM-PADRAO-T-LGP.
           MOVE WS-QTD-LGPD-MASC     TO QTDE-REGISTROS-T-LGP
                                        QTDE-ARQSITCN-T-LGP.
           WRITE REG-LOGLGPD FROM REG-TRAILLER-LGP.

           CLOSE ARQLOGLGPD.

           DISPLAY '*-------------------------------------------*'
           DISPLAY '*            PROGRAMA DWSD0618              *'
           DISPLAY '*  SITUACAO CADASTRAL DO CNPJ NA RECEITA    *'
           DISPLAY '*-------------------------------------------*'
           DISPLAY '* DATA DO ARQUIVO.......: ' WS-DATA-NOME-ARQ
                   '          *'
           DISPLAY '* CONSULTA DO BUREAU....: ' WS-DATA-CONSULTA
                   '          *'
           MOVE WS-QTD-DET-RET        TO WS-QTD-ZZZ
           DISPLAY '* CNPJ NO RETORNO.......: ' WS-QTD-ZZZ
                   '       *'
           MOVE WS-QTD-CNPJ           TO WS-QTD-ZZZ
           DISPLAY '* CNPJ REMETIDOS........: ' WS-QTD-ZZZ
                   '       *'
           MOVE WS-QTD-CNPJ-SEM-RET   TO WS-QTD-ZZZ
           DISPLAY '*   SEM RESPOSTA........: ' WS-QTD-ZZZ
                   '       *'
           MOVE WS-QTD-SIT-GRAVADOS   TO WS-QTD-ZZZ
           DISPLAY '* CRUZAMENTOS GRAVADOS..: ' WS-QTD-ZZZ
                   '       *'
           MOVE WS-QTD-EXCECOES       TO WS-QTD-ZZZ
           DISPLAY '* EXCECOES (ATIVAS).....: ' WS-QTD-ZZZ
                   '       *'
           MOVE WS-QTD-LGPD-MASC      TO WS-QTD-ZZZ
           DISPLAY '* MASCARADOS LGPD.......: ' WS-QTD-ZZZ
                   '       *'
           DISPLAY '*-------------------------------------------*'.

      *  REMESSA SEM APOLICES OU CNPJ SEM RESPOSTA DO BUREAU PEDEM
      *  ATENCAO DA OPERACAO, MAS NAO INVALIDAM O QUE FOI CASADO
           IF WS-SEM-APOLICES EQUAL 'S' OR
              WS-QTD-CNPJ-SEM-RET > ZEROS
              MOVE +0004 TO RETURN-CODE
           END-IF.

       500-FIM. EXIT.

      *------------------------------*
       620-CABECALHO-PAGINA.
      *------------------------------*

           ADD  1              TO WS-PAG-RELSIT.
           MOVE WS-PAG-RELSIT  TO LR-CAB1-PAG.

           MOVE WS-DATA-NOME-ARQ TO WS-DATA-AMD-W9.
           PERFORM 670-FORMATA-DATA THRU 670-FIM.
           MOVE WS-DATA-EDITADA TO LR-CAB2-DATA-ARQ.
           MOVE WS-DATA-CONSULTA TO WS-DATA-AMD-W9.
           PERFORM 670-FORMATA-DATA THRU 670-FIM.
           MOVE WS-DATA-EDITADA TO LR-CAB2-DATA-CNS.
           MOVE WS-DATA-SISTEMA TO WS-DATA-AMD-W9.
           PERFORM 670-FORMATA-DATA THRU 670-FIM.
           MOVE WS-DATA-EDITADA TO LR-CAB2-DATA.

           WRITE REG-RELSIT FROM LR-CAB1
                 AFTER ADVANCING PAGE.
           WRITE REG-RELSIT FROM LR-CAB2
                 AFTER ADVANCING 1 LINE.

           MOVE 3 TO WS-LIN-RELSIT.

       620-FIM. EXIT.

      *------------------------------*
       670-FORMATA-DATA.
      *------------------------------*

           MOVE WS-AMD-DIA-W   TO WS-ED-DIA.
           MOVE WS-AMD-MES-W   TO WS-ED-MES.
           MOVE WS-AMD-ANO-W   TO WS-ED-ANO.

       670-FIM. EXIT.

      *------------------------------*
       685-IMPRIME-TITULO.
      *------------------------------*

           IF WS-LIN-RELSIT > 54
              PERFORM 620-CABECALHO-PAGINA THRU 620-FIM
           END-IF.

           WRITE REG-RELSIT FROM LR-TITULO
                 AFTER ADVANCING 2 LINES.
           ADD  2 TO WS-LIN-RELSIT.

       685-FIM. EXIT.

      *------------------------------*
       690-IMPRIME-MENSAGEM.
      *------------------------------*

           IF WS-LIN-RELSIT > 56
              PERFORM 620-CABECALHO-PAGINA THRU 620-FIM
           END-IF.

           WRITE REG-RELSIT FROM LR-MENSAGEM
                 AFTER ADVANCING 1 LINE.
           ADD  1 TO WS-LIN-RELSIT.

           MOVE SPACES TO LR-MSG-VALOR.

       690-FIM. EXIT.

      *------------------------------*
       695-IMPRIME-ERRO.
      *------------------------------*

           ADD  1 TO WS-QTD-ERROS.
           MOVE 'RETORNO' TO LR-MSG-COD.

           DISPLAY 'DWSD0618 - ARQRETCNPJ - ' LR-MSG-TEXTO.

           PERFORM 690-IMPRIME-MENSAGEM THRU 690-FIM.

       695-FIM. EXIT.

      *------------------------*
       9998-TERMINO-ANORMAL.
      *------------------------*

           DISPLAY 'DWSD0618 - TERMINO ANORMAL - ' WS-MOTIVO-ABEND.

           CALL NCOB1660 USING WS-ABEND.

       9998-FIM. EXIT.
