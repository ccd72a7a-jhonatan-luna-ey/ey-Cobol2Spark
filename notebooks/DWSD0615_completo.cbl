       IDENTIFICATION DIVISION.
      *========================*

       PROGRAM-ID.    DWSD0615.
       AUTHOR.        CLAUDIA MARIA.

      *================================================================*
      *                                                                *
      *  PROJETO    : DWSD - DATAWAREHOUSE EM AMBIENTE MAINFRAME       *
      *                                                                *
      *               -----------------------------------------------  *
      *  OBJETIVO   : CONSULTA ONLINE DA DIMENSAO ESTIPULANTE          *
      *               (TRANSACAO DW15 - CICS PSEUDO-CONVERSACIONAL)    *
      *               -----------------------------------------------  *
      *                                                                *
      *  TABELAS    : DWSD.DIMESTIP     (DWSD3001)                     *
      *               DWSD.DIMSUBFAT    (DWSD3002)                     *
      *               DWSD.DIMRELMES    (DWSD3003)                     *
      *               DWSD.DIMCONTATO   (DWSD3004)                     *
      *                                                                *
      *  MAPA       : MAPSET DWSDS15 / MAPA DWSDM15 (COPY DWSD1006)    *
      *                                                                *
      *  EQUIPE     : EXTRACAO DW ( G & P )                            *
      *                                                                *
      *  DATA       : OUTUBRO DE 2026                                  *
      *================================================================*
151026* ALTERACAO :CRIACAO DO PROGRAMA - TELA DE CONSULTA SOBRE A     *
151026*            COPIA DA DIMENSAO CARREGADA PELO DWSD0612 EM DB2   *
151026*            (TP-CARGA-DB2). PESQUISA POR CNPJ (BASE, COM OU    *
151026*            SEM FILIAL), POR CIA/APOLICE (CIA EM BRANCO PEGA   *
151026*            A APOLICE EM QUALQUER CIA, INCLUSIVE A AJUSTADA    *
151026*            PELA NOVA CIA) OU POR PARTE DA RAZAO SOCIAL, COM   *
151026*            LISTA PAGINADA DE 5 EM 5 (PF7/PF8). O ESTIPULANTE  *
151026*            SELECIONADO MOSTRA A LINHA DA DIMENSAO, AS SUB-    *
151026*            FATURAS (TIPO-REG 2), O GRUPO MESTRE/CONJUGADA DO  *
151026*            ARQRELMES E O CONTATO DE DATA EFETIVA MAIS RECENTE *
151026*            COM O SCORE E AS FLAGS DE QUALIDADE.               *
151026* GD :             RESP: CMS               DATA: 15/10/2026      *
      *================================================================*

      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.

      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*

       77  WS-SQLCODE                       PIC ---------9 VALUE ZEROS.
       77  WS-RESP                   COMP   PIC S9(08)     VALUE +0.
       77  WS-TRANSID                       PIC  X(04) VALUE 'DW15'.
       77  WS-MAPSET                        PIC  X(08) VALUE 'DWSDS15'.
       77  WS-MAPA                          PIC  X(08) VALUE 'DWSDM15'.

      *---------------------------------------------------------------*
      *  AREA DE COMUNICACAO ENTRE AS TAREFAS DA CONVERSACAO - GUARDA *
      *  O CRITERIO DA PESQUISA, A PAGINA CORRENTE E AS CHAVES DAS    *
      *  LINHAS EXIBIDAS NA LISTA (PARA A SELECAO DO DETALHE)         *
      *  TIPO-PESQ: C = CNPJ / A = CIA-APOLICE / N = RAZAO SOCIAL     *
      *---------------------------------------------------------------*
       01  WS-COMMAREA.
           03 WS-CA-TIPO-PESQ               PIC X(01).
           03 WS-CA-BASE                    PIC 9(08).
           03 WS-CA-FILIAL                  PIC 9(04).
           03 WS-CA-TEM-FILIAL              PIC X(01).
           03 WS-CA-CIA                     PIC 9(03).
           03 WS-CA-APOL                    PIC 9(07).
           03 WS-CA-NOME                    PIC X(30).
           03 WS-CA-PAGINA                  PIC 9(03).
           03 WS-CA-QTD-LISTA               PIC 9(01).
           03 WS-CA-TEM-MAIS                PIC X(01).
           03 WS-CA-LISTA OCCURS 5 TIMES.
              05 WS-CA-CHAVE                PIC 9(12).
              05 WS-CA-IDENT                PIC 9(10).

      *---------------------------------------------------------------*
      *  CAMPOS RECEBIDOS DA TELA (O MAPA DE ENTRADA E O DE SAIDA     *
      *  OCUPAM A MESMA AREA, POR ISSO A ENTRADA E SALVA AQUI ANTES   *
      *  DA MONTAGEM DA RESPOSTA)                                     *
      *---------------------------------------------------------------*
       01  WS-ENTRADA.
           03 WS-ENT-BASE                   PIC X(08).
           03 WS-ENT-BASE-N  REDEFINES  WS-ENT-BASE
                                            PIC 9(08).
           03 WS-ENT-FILIAL                 PIC X(04).
           03 WS-ENT-FILIAL-N  REDEFINES  WS-ENT-FILIAL
                                            PIC 9(04).
           03 WS-ENT-CIA                    PIC X(03).
           03 WS-ENT-CIA-N  REDEFINES  WS-ENT-CIA
                                            PIC 9(03).
           03 WS-ENT-APOL                   PIC X(07).
           03 WS-ENT-APOL-N  REDEFINES  WS-ENT-APOL
                                            PIC 9(07).
           03 WS-ENT-NOME                   PIC X(30).
           03 WS-ENT-SEL                    PIC X(01).
           03 WS-ENT-SEL-N  REDEFINES  WS-ENT-SEL
                                            PIC 9(01).
           03 WS-ENT-TEM-BASE               PIC X(01).
           03 WS-ENT-TEM-FILIAL             PIC X(01).
           03 WS-ENT-TEM-CIA                PIC X(01).
           03 WS-ENT-TEM-APOL               PIC X(01).
           03 WS-ENT-TEM-NOME               PIC X(01).
           03 WS-ENT-TEM-SEL                PIC X(01).

       01  WS-CONTROLES.
           03 WS-IDX-LST                    PIC 9(02) USAGE COMP.
           03 WS-IDX-SEL                    PIC 9(02) USAGE COMP.
           03 WS-TAM-NOME                   PIC 9(02) USAGE COMP.
           03 WS-QTD-PULAR                  PIC 9(07) USAGE COMP.
           03 WS-QTD-LIDOS                  PIC 9(07) USAGE COMP.
           03 WS-QTD-SUBF                   PIC 9(04) VALUE ZEROS.
           03 WS-QTD-GRUPO                  PIC 9(04) VALUE ZEROS.
           03 WS-POS-LISTA                  PIC 9(02) USAGE COMP.
           03 WS-FIM-CURSOR                 PIC X(03) VALUE 'NAO'.
           03 WS-DET-CHAVE                  PIC 9(12) VALUE ZEROS.
           03 WS-DET-IDENT                  PIC 9(10) VALUE ZEROS.
           03 WS-COMANDO                    PIC X(30) VALUE SPACES.
           03 WS-MSG                        PIC X(77) VALUE SPACES.
           03 WS-QTD-ZZZ                    PIC ZZZ9.
           03 WS-PAG-ZZZ                    PIC ZZ9.
           03 WS-SCORE-ZZZ                  PIC ZZ9.

       01  WS-MSG-FIM                       PIC X(40) VALUE
           'DWSD0615 - CONSULTA DW15 ENCERRADA'.

      *---------------------------------------------------------------*
      *  HOST-VARIABLES DOS FILTROS DOS CURSORES DE PESQUISA          *
      *---------------------------------------------------------------*
       01  CHAVE-INI-SEL                    PIC S9(12)V USAGE COMP-3.
       01  CHAVE-FIM-SEL                    PIC S9(12)V USAGE COMP-3.
       01  IDENT-SEL                        PIC S9(10)V USAGE COMP-3.
       01  CIA-SEL                          PIC S9(03)V USAGE COMP-3.
       01  APOL-SEL                         PIC S9(07)V USAGE COMP-3.
       01  APOL-MESTRE-SEL                  PIC S9(09)V USAGE COMP-3.
       01  NOME-LIKE-SEL.
           49 NOME-LIKE-LEN                 PIC S9(04) USAGE COMP.
           49 NOME-LIKE-TEXT                PIC X(32).

      *---------------------------------------------------------------*
      *  CHAVES DE TRABALHO E EDICOES PARA A TELA                     *
      *---------------------------------------------------------------*
       01  WS-CODIGO-CNPJ.
           03 WS-COD-BASE                   PIC 9(08).
           03 WS-COD-FILIAL                 PIC 9(04).
       01  WS-CODIGO-CNPJ-R  REDEFINES  WS-CODIGO-CNPJ
                                            PIC 9(12).

       01  WS-IDENT-APOL.
           03 WS-CIA                        PIC 9(03).
           03 WS-APOLICE                    PIC 9(07).
       01  WS-IDENT-APOL-R  REDEFINES  WS-IDENT-APOL
                                            PIC 9(10).

       01  WS-CNPJ-EDITADO.
           03 WS-CNPJ-ED-BASE               PIC 99.999.999.
           03 FILLER                        PIC X(01) VALUE '/'.
           03 WS-CNPJ-ED-FILIAL             PIC 9(04).
           03 FILLER                        PIC X(01) VALUE '-'.
           03 WS-CNPJ-ED-DV                 PIC 9(02).

       01  WS-APOL-EDITADA.
           03 WS-APOL-ED-CIA                PIC 9(03).
           03 FILLER                        PIC X(01) VALUE '/'.
           03 WS-APOL-ED-NUM                PIC 9(07).

       01  WS-LINHA-LISTA.
           03 WS-LL-NUM                     PIC 9(01).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 WS-LL-APOL                    PIC X(11).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 WS-LL-CNPJ                    PIC X(18).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 WS-LL-NOME                    PIC X(35).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 WS-LL-ATIV                    PIC 9(04).

       01  WS-ITEM-SUBFAT.
           03 WS-IS-NUM                     PIC 9(04).
           03 FILLER                        PIC X(01) VALUE '/'.
           03 WS-IS-DIA                     PIC 9(02).
           03 FILLER                        PIC X(01) VALUE '/'.
           03 WS-IS-TIPO                    PIC 9(01).
           03 FILLER                        PIC X(01) VALUE SPACES.

       01  WS-LISTA-SUBFAT                  PIC X(58).

       01  WS-LISTA-GRUPO                   PIC X(60).

       01  WS-DATA-AMD-W9                   PIC 9(08).
       01  WS-DATA-AMD-W  REDEFINES  WS-DATA-AMD-W9.
           03 WS-AMD-ANO-W                  PIC 9(04).
           03 WS-AMD-MES-W                  PIC 9(02).
           03 WS-AMD-DIA-W                  PIC 9(02).

       01  WS-DATA-EDITADA.
           03 WS-ED-DIA                     PIC 9(02).
           03 FILLER                        PIC X(01) VALUE '/'.
           03 WS-ED-MES                     PIC 9(02).
           03 FILLER                        PIC X(01) VALUE '/'.
           03 WS-ED-ANO                     PIC 9(04).

       01  WS-VIGENCIA.
           03 WS-VIG-INICIO                 PIC X(10).
           03 FILLER                        PIC X(03) VALUE ' A '.
           03 WS-VIG-FIM                    PIC X(10).

       01  WS-FONE-EDITADO.
           03 FILLER                        PIC X(01) VALUE '('.
           03 WS-FONE-ED-DDD                PIC X(06).
           03 FILLER                        PIC X(02) VALUE ') '.
           03 WS-FONE-ED-NUM                PIC 9(11).

       01  WS-CEP-W                         PIC 9(08).
       01  WS-CEP-W-R  REDEFINES  WS-CEP-W.
           03 WS-CEP-W-PREF                 PIC 9(05).
           03 WS-CEP-W-SUF                  PIC 9(03).
       01  WS-CEP-EDITADO.
           03 WS-CEP-ED-PREF                PIC 9(05).
           03 FILLER                        PIC X(01) VALUE '-'.
           03 WS-CEP-ED-SUF                 PIC 9(03).

       01  WS-FLAGS-REPROV                  PIC X(30).

       01  WS-DATA-HOJE                     PIC X(10).
       01  WS-ABSTIME                       PIC S9(15) USAGE COMP-3.

      *---------------------------------------------------------------*
      *  MAPA SIMBOLICO DA TELA (MAPSET DWSDS15 / MAPA DWSDM15)       *
      *---------------------------------------------------------------*
           COPY DWSD1006.

           COPY DFHAID.

           COPY DFHBMSCA.

      *----------------------------------------------------------------*
      *    INCLUDES DAS TABELAS DB2                                    *
      *----------------------------------------------------------------*

           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      *    INCLUDE DA TABELA DWSD.DIMESTIP                             *
      *----------------------------------------------------------------*

           EXEC SQL
                INCLUDE DWSD3001
           END-EXEC.

      ******************************************************************
      * DCLGEN TABLE(DWSD.DIMESTIP)                                    *
      *        LIBRARY(ANPR.DCLGEN(DWSD3001))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DWSD.DIMESTIP TABLE
           ( DIM_CHAVE_OLTP                 DECIMAL(12, 0) NOT NULL,
             DIM_IDENT_APOLICE              DECIMAL(10, 0) NOT NULL,
             DIM_COD_ORIGEM                 DECIMAL(4, 0) NOT NULL,
             DIM_NOME_ESTIP                 CHAR(35) NOT NULL,
             DIM_CODIGO_DV                  DECIMAL(2, 0) NOT NULL,
             DIM_RAMO_ATIV                  DECIMAL(4, 0) NOT NULL,
             DIM_DATA_CARGA                 DECIMAL(8, 0) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DWSD.DIMESTIP                      *
      ******************************************************************
       01  DCLDIMESTIP.
           10 DIM-CHAVE-OLTP       PIC S9(12)V USAGE COMP-3.
           10 DIM-IDENT-APOLICE    PIC S9(10)V USAGE COMP-3.
           10 DIM-COD-ORIGEM       PIC S9(4)V USAGE COMP-3.
           10 DIM-NOME-ESTIP       PIC X(35).
           10 DIM-CODIGO-DV        PIC S9(2)V USAGE COMP-3.
           10 DIM-RAMO-ATIV        PIC S9(4)V USAGE COMP-3.
           10 DIM-DATA-CARGA       PIC S9(8)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************

      *----------------------------------------------------------------*
      *    INCLUDE DAS TABELAS COMPANHEIRAS (SUB-FATURA, RELACAO       *
      *    MESTRE/CONJUGADA E CONTATO)                                 *
      *----------------------------------------------------------------*

           EXEC SQL
                INCLUDE DWSD3002
           END-EXEC.

      ******************************************************************
      * DCLGEN TABLE(DWSD.DIMSUBFAT)                                   *
      *        LIBRARY(ANPR.DCLGEN(DWSD3002))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DWSD.DIMSUBFAT TABLE
           ( SUB_CHAVE_OLTP                 DECIMAL(12, 0) NOT NULL,
             SUB_IDENT_APOLICE              DECIMAL(10, 0) NOT NULL,
             SUB_CODIGO_DV                  DECIMAL(2, 0) NOT NULL,
             SUB_NUM_SUBFAT                 DECIMAL(4, 0) NOT NULL,
             SUB_DIA_FAT                    DECIMAL(2, 0) NOT NULL,
             SUB_TIPO_FATURA                DECIMAL(1, 0) NOT NULL,
             SUB_DATA_CARGA                 DECIMAL(8, 0) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DWSD.DIMSUBFAT                     *
      ******************************************************************
       01  DCLDIMSUBFAT.
           10 SUB-CHAVE-OLTP       PIC S9(12)V USAGE COMP-3.
           10 SUB-IDENT-APOLICE    PIC S9(10)V USAGE COMP-3.
           10 SUB-CODIGO-DV        PIC S9(2)V USAGE COMP-3.
           10 SUB-NUM-SUBFAT       PIC S9(4)V USAGE COMP-3.
           10 SUB-DIA-FAT          PIC S9(2)V USAGE COMP-3.
           10 SUB-TIPO-FATURA      PIC S9(1)V USAGE COMP-3.
           10 SUB-DATA-CARGA       PIC S9(8)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************

           EXEC SQL
                INCLUDE DWSD3003
           END-EXEC.

      ******************************************************************
      * DCLGEN TABLE(DWSD.DIMRELMES)                                   *
      *        LIBRARY(ANPR.DCLGEN(DWSD3003))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DWSD.DIMRELMES TABLE
           ( REL_CIA                        DECIMAL(3, 0) NOT NULL,
             REL_IDENT_APOLICE              DECIMAL(10, 0) NOT NULL,
             REL_APO_MESTRE                 DECIMAL(9, 0) NOT NULL,
             REL_APO_CONJUGADA              DECIMAL(9, 0) NOT NULL,
             REL_DATA_CARGA                 DECIMAL(8, 0) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DWSD.DIMRELMES                     *
      ******************************************************************
       01  DCLDIMRELMES.
           10 REL-CIA              PIC S9(3)V USAGE COMP-3.
           10 REL-IDENT-APOLICE    PIC S9(10)V USAGE COMP-3.
           10 REL-APO-MESTRE       PIC S9(9)V USAGE COMP-3.
           10 REL-APO-CONJUGADA    PIC S9(9)V USAGE COMP-3.
           10 REL-DATA-CARGA       PIC S9(8)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************

           EXEC SQL
                INCLUDE DWSD3004
           END-EXEC.

      ******************************************************************
      * DCLGEN TABLE(DWSD.DIMCONTATO)                                  *
      *        LIBRARY(ANPR.DCLGEN(DWSD3004))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DWSD.DIMCONTATO TABLE
           ( CTO_CHAVE_OLTP                 DECIMAL(12, 0) NOT NULL,
             CTO_IDENT_APOLICE              DECIMAL(10, 0) NOT NULL,
             CTO_CODIGO_DV                  DECIMAL(2, 0) NOT NULL,
             CTO_ENDERECO                   CHAR(50) NOT NULL,
             CTO_CEP                        DECIMAL(8, 0) NOT NULL,
             CTO_CIDADE                     CHAR(20) NOT NULL,
             CTO_UF                         CHAR(2) NOT NULL,
             CTO_DDD                        CHAR(6) NOT NULL,
             CTO_FONE                       DECIMAL(11, 0) NOT NULL,
             CTO_EMAIL                      CHAR(60) NOT NULL,
             CTO_DATA_EFETIVA               DECIMAL(8, 0) NOT NULL,
             CTO_DATA_FIM                   DECIMAL(8, 0) NOT NULL,
             CTO_MOTIVO_FIM                 DECIMAL(2, 0) NOT NULL,
             CTO_FLAG_CEP                   DECIMAL(1, 0) NOT NULL,
             CTO_FLAG_UF                    DECIMAL(1, 0) NOT NULL,
             CTO_FLAG_FONE                  DECIMAL(1, 0) NOT NULL,
             CTO_FLAG_EMAIL                 DECIMAL(1, 0) NOT NULL,
             CTO_SCORE_QUALIDADE            DECIMAL(3, 0) NOT NULL,
             CTO_DATA_CARGA                 DECIMAL(8, 0) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DWSD.DIMCONTATO                    *
      ******************************************************************
       01  DCLDIMCONTATO.
           10 CTO-CHAVE-OLTP       PIC S9(12)V USAGE COMP-3.
           10 CTO-IDENT-APOLICE    PIC S9(10)V USAGE COMP-3.
           10 CTO-CODIGO-DV        PIC S9(2)V USAGE COMP-3.
           10 CTO-ENDERECO         PIC X(50).
           10 CTO-CEP              PIC S9(8)V USAGE COMP-3.
           10 CTO-CIDADE           PIC X(20).
           10 CTO-UF               PIC X(2).
           10 CTO-DDD              PIC X(6).
           10 CTO-FONE             PIC S9(11)V USAGE COMP-3.
           10 CTO-EMAIL            PIC X(60).
           10 CTO-DATA-EFETIVA     PIC S9(8)V USAGE COMP-3.
           10 CTO-DATA-FIM         PIC S9(8)V USAGE COMP-3.
           10 CTO-MOTIVO-FIM       PIC S9(2)V USAGE COMP-3.
           10 CTO-FLAG-CEP         PIC S9(1)V USAGE COMP-3.
           10 CTO-FLAG-UF          PIC S9(1)V USAGE COMP-3.
           10 CTO-FLAG-FONE        PIC S9(1)V USAGE COMP-3.
           10 CTO-FLAG-EMAIL       PIC S9(1)V USAGE COMP-3.
           10 CTO-SCORE-QUALIDADE  PIC S9(3)V USAGE COMP-3.
           10 CTO-DATA-CARGA       PIC S9(8)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 19      *
      ******************************************************************

      *----------------------------------------------------------------*
      *    DECLARACAO DOS CURSORES DE PESQUISA - DWSD.DIMESTIP         *
      *----------------------------------------------------------------*
      *  POR CNPJ - A CHAVE OLTP E BASE (8) + FILIAL (4); SEM FILIAL  *
      *  A FAIXA COBRE TODAS AS FILIAIS DA BASE                       *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURSOR-CNPJ CURSOR FOR

              SELECT DIM_CHAVE_OLTP,
                     DIM_IDENT_APOLICE,
                     DIM_NOME_ESTIP,
                     DIM_CODIGO_DV,
                     DIM_RAMO_ATIV

                FROM DWSD.DIMESTIP

               WHERE DIM_CHAVE_OLTP >= :CHAVE-INI-SEL
                 AND DIM_CHAVE_OLTP <= :CHAVE-FIM-SEL

               ORDER BY DIM_CHAVE_OLTP, DIM_IDENT_APOLICE

               WITH UR

           END-EXEC.

      *----------------------------------------------------------------*
      *  POR CIA/APOLICE - CIA EM BRANCO PROCURA A APOLICE EM QUALQUER *
      *  CIA (O IDENT DA DIMENSAO LEVA A CIA AJUSTADA PELA NOVA CIA,   *
      *  QUE O USUARIO NEM SEMPRE CONHECE)                             *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURSOR-APOL CURSOR FOR

              SELECT DIM_CHAVE_OLTP,
                     DIM_IDENT_APOLICE,
                     DIM_NOME_ESTIP,
                     DIM_CODIGO_DV,
                     DIM_RAMO_ATIV

                FROM DWSD.DIMESTIP

               WHERE DIM_IDENT_APOLICE = :IDENT-SEL
                  OR (:CIA-SEL = 0
                 AND  MOD(DIM_IDENT_APOLICE, 10000000) = :APOL-SEL)

               ORDER BY DIM_IDENT_APOLICE, DIM_CHAVE_OLTP

               WITH UR

           END-EXEC.

      *----------------------------------------------------------------*
      *  POR PARTE DA RAZAO SOCIAL - '%TEXTO%' MONTADO EM 315          *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURSOR-NOME CURSOR FOR

              SELECT DIM_CHAVE_OLTP,
                     DIM_IDENT_APOLICE,
                     DIM_NOME_ESTIP,
                     DIM_CODIGO_DV,
                     DIM_RAMO_ATIV

                FROM DWSD.DIMESTIP

               WHERE DIM_NOME_ESTIP LIKE :NOME-LIKE-SEL

               ORDER BY DIM_NOME_ESTIP, DIM_CHAVE_OLTP

               WITH UR

           END-EXEC.

      *----------------------------------------------------------------*
      *    SUB-FATURAS (TIPO-REG 2) DO ESTIPULANTE SELECIONADO         *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURSOR-SUBFAT CURSOR FOR

              SELECT SUB_NUM_SUBFAT,
                     SUB_DIA_FAT,
                     SUB_TIPO_FATURA

                FROM DWSD.DIMSUBFAT

               WHERE SUB_IDENT_APOLICE = :SUB-IDENT-APOLICE
                 AND SUB_CHAVE_OLTP    = :SUB-CHAVE-OLTP

               ORDER BY SUB_NUM_SUBFAT

               WITH UR

           END-EXEC.

      *----------------------------------------------------------------*
      *    APOLICES PENDURADAS NA MESMA APOLICE MESTRE (ARQRELMES)     *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURSOR-GRUPO CURSOR FOR

              SELECT REL_IDENT_APOLICE

                FROM DWSD.DIMRELMES

               WHERE REL_APO_MESTRE = :APOL-MESTRE-SEL

               ORDER BY REL_IDENT_APOLICE

               WITH UR

           END-EXEC.

       LINKAGE SECTION.

       01  DFHCOMMAREA                      PIC X(169).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

       000-INICIO.
      *------------*

           IF EIBCALEN EQUAL ZEROS
              PERFORM 100-TELA-INICIAL THRU 100-FIM
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
              PERFORM 200-TRATA-TECLA THRU 200-FIM
           END-IF.

           EXEC CICS RETURN
                TRANSID  (WS-TRANSID)
                COMMAREA (WS-COMMAREA)
                LENGTH   (LENGTH OF WS-COMMAREA)
           END-EXEC.

       000-FIM. EXIT.

      *-----------------*
       100-TELA-INICIAL.
      *-----------------*

      *  PRIMEIRA ENTRADA NA TRANSACAO, CLEAR OU PF5 - TELA LIMPA E
      *  CONVERSACAO SEM CRITERIO
           MOVE SPACES          TO WS-COMMAREA.
           MOVE ZEROS           TO WS-CA-PAGINA
                                   WS-CA-QTD-LISTA.
           MOVE 'N'             TO WS-CA-TEM-MAIS.

           MOVE LOW-VALUES      TO DWSDM15O.
           MOVE 'INFORME CNPJ BASE (E FILIAL), CIA/APOLICE OU PARTE DA R
      -         'AZAO SOCIAL'   TO MSGO.

           PERFORM 800-ENVIA-TELA THRU 800-FIM.

       100-FIM. EXIT.

      *----------------*
       200-TRATA-TECLA.
      *----------------*

           EVALUATE EIBAID
              WHEN DFHPF3
                 PERFORM 900-ENCERRA THRU 900-FIM
              WHEN DFHCLEAR
              WHEN DFHPF5
                 PERFORM 100-TELA-INICIAL THRU 100-FIM
              WHEN DFHENTER
                 PERFORM 300-TRATA-ENTER THRU 300-FIM
              WHEN DFHPF7
                 PERFORM 350-PAGINA-ANTERIOR THRU 350-FIM
              WHEN DFHPF8
                 PERFORM 360-PAGINA-SEGUINTE THRU 360-FIM
              WHEN OTHER
                 MOVE LOW-VALUES TO DWSDM15O
                 PERFORM 210-REEXIBE-LISTA THRU 210-FIM
                 MOVE 'TECLA INVALIDA - USE ENTER, PF3, PF5, PF7 OU PF8'
                                 TO MSGO
                 PERFORM 800-ENVIA-TELA THRU 800-FIM
           END-EVALUATE.

       200-FIM. EXIT.

      *------------------*
       210-REEXIBE-LISTA.
      *------------------*

      *  REMONTA A LISTA DA PAGINA CORRENTE QUANDO A TELA PRECISA SER
      *  REENVIADA SEM UMA PESQUISA NOVA
           IF WS-CA-TIPO-PESQ NOT EQUAL SPACES
              PERFORM 400-PESQUISA THRU 400-FIM
           END-IF.

       210-FIM. EXIT.

      *----------------*
       300-TRATA-ENTER.
      *----------------*

           EXEC CICS RECEIVE
                MAP     (WS-MAPA)
                MAPSET  (WS-MAPSET)
                INTO    (DWSDM15I)
                RESP    (WS-RESP)
           END-EXEC.

           IF WS-RESP EQUAL DFHRESP(MAPFAIL)
              MOVE LOW-VALUES TO DWSDM15O
              PERFORM 210-REEXIBE-LISTA THRU 210-FIM
              MOVE 'INFORME UM CRITERIO DE PESQUISA OU O NUMERO DA SELEC
      -            'AO'         TO MSGO
              PERFORM 800-ENVIA-TELA THRU 800-FIM
              GO TO 300-FIM.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
              EXEC CICS ABEND
                   ABCODE ('DW15')
              END-EXEC.

           PERFORM 305-SALVA-ENTRADA THRU 305-FIM.

           MOVE LOW-VALUES TO DWSDM15O.

      *  SELECAO DE UMA LINHA DA LISTA JA EXIBIDA - A CHAVE E TIRADA
      *  DA COMMAREA ANTES DE A LISTA SER REMONTADA
           IF WS-ENT-TEM-SEL EQUAL 'S'
              IF WS-ENT-SEL IS NUMERIC AND
                 WS-ENT-SEL-N > ZEROS AND
                 WS-ENT-SEL-N NOT > WS-CA-QTD-LISTA
                 MOVE WS-ENT-SEL-N             TO WS-IDX-SEL
                 MOVE WS-CA-CHAVE (WS-IDX-SEL) TO WS-DET-CHAVE
                 MOVE WS-CA-IDENT (WS-IDX-SEL) TO WS-DET-IDENT
                 PERFORM 400-PESQUISA THRU 400-FIM
                 PERFORM 500-MOSTRA-DETALHE THRU 500-FIM
              ELSE
                 PERFORM 210-REEXIBE-LISTA THRU 210-FIM
                 MOVE 'SELECAO INVALIDA - INFORME O NUMERO DE UMA LINHA
      -               'DA LISTA'  TO MSGO
              END-IF
              PERFORM 800-ENVIA-TELA THRU 800-FIM
              GO TO 300-FIM.

           IF WS-ENT-TEM-BASE   NOT EQUAL 'S' AND
              WS-ENT-TEM-FILIAL NOT EQUAL 'S' AND
              WS-ENT-TEM-CIA    NOT EQUAL 'S' AND
              WS-ENT-TEM-APOL   NOT EQUAL 'S' AND
              WS-ENT-TEM-NOME   NOT EQUAL 'S'
              PERFORM 210-REEXIBE-LISTA THRU 210-FIM
              MOVE 'INFORME UM CRITERIO DE PESQUISA OU O NUMERO DA SELEC
      -            'AO'         TO MSGO
              PERFORM 800-ENVIA-TELA THRU 800-FIM
              GO TO 300-FIM.

           MOVE SPACES TO WS-MSG.

           PERFORM 310-CRITICA-CRITERIO THRU 310-FIM.

           IF WS-MSG NOT EQUAL SPACES
              MOVE WS-MSG TO MSGO
              PERFORM 800-ENVIA-TELA THRU 800-FIM
              GO TO 300-FIM.

           MOVE 1 TO WS-CA-PAGINA.

           PERFORM 400-PESQUISA THRU 400-FIM.

      *  UM SO ESTIPULANTE PARA O CRITERIO - VAI DIRETO AO DETALHE
           IF WS-CA-QTD-LISTA EQUAL 1 AND
              WS-CA-TEM-MAIS  EQUAL 'N'
              MOVE WS-CA-CHAVE (1) TO WS-DET-CHAVE
              MOVE WS-CA-IDENT (1) TO WS-DET-IDENT
              MOVE 1               TO WS-IDX-SEL
              PERFORM 500-MOSTRA-DETALHE THRU 500-FIM
           END-IF.

           PERFORM 800-ENVIA-TELA THRU 800-FIM.

       300-FIM. EXIT.

      *------------------*
       305-SALVA-ENTRADA.
      *------------------*

      *  CAMPO NAO DIGITADO CHEGA COM TAMANHO ZERO (O MAPA NAO
      *  DEVOLVE O QUE O USUARIO NAO ALTEROU)
           MOVE 'N' TO WS-ENT-TEM-BASE
                       WS-ENT-TEM-FILIAL
                       WS-ENT-TEM-CIA
                       WS-ENT-TEM-APOL
                       WS-ENT-TEM-NOME
                       WS-ENT-TEM-SEL.

           IF CNPJBL > ZEROS
              MOVE CNPJBI TO WS-ENT-BASE
              MOVE 'S'    TO WS-ENT-TEM-BASE
           END-IF.

           IF CNPJFL > ZEROS
              MOVE CNPJFI TO WS-ENT-FILIAL
              MOVE 'S'    TO WS-ENT-TEM-FILIAL
           END-IF.

           IF CIAL > ZEROS
              MOVE CIAI   TO WS-ENT-CIA
              MOVE 'S'    TO WS-ENT-TEM-CIA
           END-IF.

           IF APOLL > ZEROS
              MOVE APOLI  TO WS-ENT-APOL
              MOVE 'S'    TO WS-ENT-TEM-APOL
           END-IF.

           IF NOMEL > ZEROS
              MOVE NOMEI  TO WS-ENT-NOME
              IF WS-ENT-NOME NOT EQUAL SPACES
                 MOVE 'S' TO WS-ENT-TEM-NOME
              END-IF
           END-IF.

           IF OPCAOL > ZEROS
              MOVE OPCAOI   TO WS-ENT-SEL
              MOVE 'S'    TO WS-ENT-TEM-SEL
           END-IF.

       305-FIM. EXIT.

      *----------------------*
       310-CRITICA-CRITERIO.
      *----------------------*

      *  PRECEDENCIA QUANDO MAIS DE UM CRITERIO E DIGITADO: CNPJ,
      *  DEPOIS CIA/APOLICE, DEPOIS RAZAO SOCIAL
           IF WS-ENT-TEM-BASE EQUAL 'S' OR
              WS-ENT-TEM-FILIAL EQUAL 'S'
              PERFORM 311-CRITICA-CNPJ THRU 311-FIM
              GO TO 310-FIM.

           IF WS-ENT-TEM-APOL EQUAL 'S' OR
              WS-ENT-TEM-CIA EQUAL 'S'
              PERFORM 312-CRITICA-APOLICE THRU 312-FIM
              GO TO 310-FIM.

           PERFORM 313-CRITICA-NOME THRU 313-FIM.

       310-FIM. EXIT.

      *-----------------*
       311-CRITICA-CNPJ.
      *-----------------*

           IF WS-ENT-TEM-BASE NOT EQUAL 'S'
              MOVE 'INFORME A BASE DO CNPJ JUNTO COM A FILIAL'
                                TO WS-MSG
              GO TO 311-FIM.

           IF WS-ENT-BASE NOT NUMERIC OR
              WS-ENT-BASE-N EQUAL ZEROS
              MOVE 'BASE DO CNPJ INVALIDA - SO DIGITOS, DIFERENTE DE ZE
      -            'RO'         TO WS-MSG
              GO TO 311-FIM.

           IF WS-ENT-TEM-FILIAL EQUAL 'S'
              IF WS-ENT-FILIAL NOT NUMERIC
                 MOVE 'FILIAL DO CNPJ INVALIDA - SO DIGITOS'
                                TO WS-MSG
                 GO TO 311-FIM
              END-IF
           END-IF.

           MOVE 'C'             TO WS-CA-TIPO-PESQ.
           MOVE WS-ENT-BASE-N   TO WS-CA-BASE.
           MOVE ZEROS           TO WS-CA-FILIAL
                                   WS-CA-CIA
                                   WS-CA-APOL.
           MOVE SPACES          TO WS-CA-NOME.
           MOVE 'N'             TO WS-CA-TEM-FILIAL.

           IF WS-ENT-TEM-FILIAL EQUAL 'S'
              MOVE WS-ENT-FILIAL-N TO WS-CA-FILIAL
              MOVE 'S'             TO WS-CA-TEM-FILIAL
           END-IF.

       311-FIM. EXIT.

      *--------------------*
       312-CRITICA-APOLICE.
      *--------------------*

           IF WS-ENT-TEM-APOL NOT EQUAL 'S'
              MOVE 'INFORME A APOLICE JUNTO COM A CIA (CIA PODE FICAR EM
      -            ' BRANCO)'   TO WS-MSG
              GO TO 312-FIM.

           IF WS-ENT-APOL NOT NUMERIC OR
              WS-ENT-APOL-N EQUAL ZEROS
              MOVE 'APOLICE INVALIDA - SO DIGITOS, DIFERENTE DE ZERO'
                                TO WS-MSG
              GO TO 312-FIM.

           IF WS-ENT-TEM-CIA EQUAL 'S'
              IF WS-ENT-CIA NOT NUMERIC
                 MOVE 'CIA INVALIDA - SO DIGITOS'
                                TO WS-MSG
                 GO TO 312-FIM
              END-IF
           END-IF.

           MOVE 'A'             TO WS-CA-TIPO-PESQ.
           MOVE ZEROS           TO WS-CA-BASE
                                   WS-CA-FILIAL
                                   WS-CA-CIA.
           MOVE 'N'             TO WS-CA-TEM-FILIAL.
           MOVE SPACES          TO WS-CA-NOME.
           MOVE WS-ENT-APOL-N   TO WS-CA-APOL.

           IF WS-ENT-TEM-CIA EQUAL 'S'
              MOVE WS-ENT-CIA-N TO WS-CA-CIA
           END-IF.

       312-FIM. EXIT.

      *-----------------*
       313-CRITICA-NOME.
      *-----------------*

           INSPECT WS-ENT-NOME
              CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           PERFORM 314-MEDE-NOME THRU 314-FIM
              VARYING WS-TAM-NOME FROM 30 BY -1
                UNTIL WS-TAM-NOME < 1
                   OR WS-ENT-NOME (WS-TAM-NOME:1) NOT EQUAL SPACE.

           IF WS-TAM-NOME < 3
              MOVE 'INFORME AO MENOS 3 LETRAS DA RAZAO SOCIAL'
                                TO WS-MSG
              GO TO 313-FIM.

           MOVE 'N'             TO WS-CA-TIPO-PESQ.
           MOVE ZEROS           TO WS-CA-BASE
                                   WS-CA-FILIAL
                                   WS-CA-CIA
                                   WS-CA-APOL.
           MOVE 'N'             TO WS-CA-TEM-FILIAL.
           MOVE WS-ENT-NOME     TO WS-CA-NOME.

       313-FIM. EXIT.

      *--------------*
       314-MEDE-NOME.
      *--------------*

           CONTINUE.

       314-FIM. EXIT.

      *--------------------*
       350-PAGINA-ANTERIOR.
      *--------------------*

           MOVE LOW-VALUES TO DWSDM15O.

           IF WS-CA-TIPO-PESQ EQUAL SPACES
              MOVE 'NENHUMA PESQUISA EM ANDAMENTO' TO MSGO
              PERFORM 800-ENVIA-TELA THRU 800-FIM
              GO TO 350-FIM.

           IF WS-CA-PAGINA > 1
              SUBTRACT 1 FROM WS-CA-PAGINA
              PERFORM 400-PESQUISA THRU 400-FIM
           ELSE
              PERFORM 400-PESQUISA THRU 400-FIM
              MOVE 'JA ESTA NA PRIMEIRA PAGINA' TO MSGO
           END-IF.

           PERFORM 800-ENVIA-TELA THRU 800-FIM.

       350-FIM. EXIT.

      *--------------------*
       360-PAGINA-SEGUINTE.
      *--------------------*

           MOVE LOW-VALUES TO DWSDM15O.

           IF WS-CA-TIPO-PESQ EQUAL SPACES
              MOVE 'NENHUMA PESQUISA EM ANDAMENTO' TO MSGO
              PERFORM 800-ENVIA-TELA THRU 800-FIM
              GO TO 360-FIM.

           IF WS-CA-TEM-MAIS EQUAL 'S'
              ADD 1 TO WS-CA-PAGINA
              PERFORM 400-PESQUISA THRU 400-FIM
           ELSE
              PERFORM 400-PESQUISA THRU 400-FIM
              MOVE 'JA ESTA NA ULTIMA PAGINA' TO MSGO
           END-IF.

           PERFORM 800-ENVIA-TELA THRU 800-FIM.

       360-FIM. EXIT.

      *-------------*
       400-PESQUISA.
      *-------------*

      *  MONTA A LISTA DA PAGINA CORRENTE - PULA AS LINHAS DAS
      *  PAGINAS ANTERIORES E LE UMA LINHA A MAIS DO QUE CABE NA
      *  TELA PARA SABER SE HA PROXIMA PAGINA
           MOVE ZEROS           TO WS-CA-QTD-LISTA
                                   WS-QTD-LIDOS.
           MOVE 'N'             TO WS-CA-TEM-MAIS.
           MOVE 'NAO'           TO WS-FIM-CURSOR.

           COMPUTE WS-QTD-PULAR = (WS-CA-PAGINA - 1) * 5.

           PERFORM 410-MONTA-FILTRO THRU 410-FIM.

           PERFORM 420-ABRE-CURSOR THRU 420-FIM.

           PERFORM 430-LE-CURSOR THRU 430-FIM
              UNTIL WS-FIM-CURSOR EQUAL 'SIM'
                 OR WS-CA-TEM-MAIS EQUAL 'S'.

           PERFORM 450-FECHA-CURSOR THRU 450-FIM.

           PERFORM 460-MOSTRA-CRITERIO THRU 460-FIM.

           IF WS-CA-QTD-LISTA EQUAL ZEROS
              IF WS-CA-PAGINA > 1
                 MOVE 'NAO HA MAIS ESTIPULANTES PARA O CRITERIO'
                                TO MSGO
              ELSE
                 MOVE 'NENHUM ESTIPULANTE NA DWSD.DIMESTIP PARA O CRITER
      -               'IO INFORMADO'  TO MSGO
              END-IF
              GO TO 400-FIM.

           IF WS-CA-TEM-MAIS EQUAL 'S'
              MOVE 'INFORME A SELECAO E TECLE ENTER - PF8 PARA A PROXIMA
      -            ' PAGINA'    TO MSGO
           ELSE
              MOVE 'INFORME A SELECAO E TECLE ENTER'
                                TO MSGO
           END-IF.

       400-FIM. EXIT.

      *-----------------*
       410-MONTA-FILTRO.
      *-----------------*

           MOVE ZEROS           TO CHAVE-INI-SEL
                                   CHAVE-FIM-SEL
                                   IDENT-SEL
                                   CIA-SEL
                                   APOL-SEL.
           MOVE ZEROS           TO NOME-LIKE-LEN.
           MOVE SPACES          TO NOME-LIKE-TEXT.

           EVALUATE WS-CA-TIPO-PESQ
              WHEN 'C'
                 MOVE WS-CA-BASE      TO WS-COD-BASE
                 IF WS-CA-TEM-FILIAL EQUAL 'S'
                    MOVE WS-CA-FILIAL TO WS-COD-FILIAL
                    MOVE WS-CODIGO-CNPJ-R TO CHAVE-INI-SEL
                                             CHAVE-FIM-SEL
                 ELSE
                    MOVE ZEROS        TO WS-COD-FILIAL
                    MOVE WS-CODIGO-CNPJ-R TO CHAVE-INI-SEL
                    MOVE 9999         TO WS-COD-FILIAL
                    MOVE WS-CODIGO-CNPJ-R TO CHAVE-FIM-SEL
                 END-IF
              WHEN 'A'
                 MOVE WS-CA-CIA       TO WS-CIA
                 MOVE WS-CA-APOL      TO WS-APOLICE
                 MOVE WS-IDENT-APOL-R TO IDENT-SEL
                 MOVE WS-CA-CIA       TO CIA-SEL
                 MOVE WS-CA-APOL      TO APOL-SEL
              WHEN 'N'
                 MOVE WS-CA-NOME      TO WS-ENT-NOME
                 PERFORM 314-MEDE-NOME THRU 314-FIM
                    VARYING WS-TAM-NOME FROM 30 BY -1
                      UNTIL WS-TAM-NOME < 1
                         OR WS-ENT-NOME (WS-TAM-NOME:1) NOT EQUAL SPACE
                 PERFORM 415-MONTA-LIKE THRU 415-FIM
           END-EVALUATE.

       410-FIM. EXIT.

      *---------------*
       415-MONTA-LIKE.
      *---------------*

           MOVE 1 TO WS-POS-LISTA.

           STRING '%'                          DELIMITED BY SIZE
                  WS-ENT-NOME (1:WS-TAM-NOME)  DELIMITED BY SIZE
                  '%'                          DELIMITED BY SIZE
             INTO NOME-LIKE-TEXT
             WITH POINTER WS-POS-LISTA.

           COMPUTE NOME-LIKE-LEN = WS-POS-LISTA - 1.

       415-FIM. EXIT.

      *----------------*
       420-ABRE-CURSOR.
      *----------------*

           EVALUATE WS-CA-TIPO-PESQ
              WHEN 'C'
                 EXEC SQL
                      OPEN CURSOR-CNPJ
                 END-EXEC
              WHEN 'A'
                 EXEC SQL
                      OPEN CURSOR-APOL
                 END-EXEC
              WHEN OTHER
                 EXEC SQL
                      OPEN CURSOR-NOME
                 END-EXEC
           END-EVALUATE.

           MOVE SQLCODE TO WS-SQLCODE.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE 'ERRO NA ABERTURA DA PESQUISA' TO WS-COMANDO
              PERFORM 990-TRATA-ERRO-SQL THRU 990-FIM
           END-IF.

       420-FIM. EXIT.

      *--------------*
       430-LE-CURSOR.
      *--------------*

           EVALUATE WS-CA-TIPO-PESQ
              WHEN 'C'
                 EXEC SQL
                      FETCH CURSOR-CNPJ
                       INTO :DIM-CHAVE-OLTP,
                            :DIM-IDENT-APOLICE,
                            :DIM-NOME-ESTIP,
                            :DIM-CODIGO-DV,
                            :DIM-RAMO-ATIV
                 END-EXEC
              WHEN 'A'
                 EXEC SQL
                      FETCH CURSOR-APOL
                       INTO :DIM-CHAVE-OLTP,
                            :DIM-IDENT-APOLICE,
                            :DIM-NOME-ESTIP,
                            :DIM-CODIGO-DV,
                            :DIM-RAMO-ATIV
                 END-EXEC
              WHEN OTHER
                 EXEC SQL
                      FETCH CURSOR-NOME
                       INTO :DIM-CHAVE-OLTP,
                            :DIM-IDENT-APOLICE,
                            :DIM-NOME-ESTIP,
                            :DIM-CODIGO-DV,
                            :DIM-RAMO-ATIV
                 END-EXEC
           END-EVALUATE.

           MOVE SQLCODE TO WS-SQLCODE.

           IF SQLCODE EQUAL 100
              MOVE 'SIM' TO WS-FIM-CURSOR
              GO TO 430-FIM.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE 'ERRO NA LEITURA DA PESQUISA' TO WS-COMANDO
              PERFORM 990-TRATA-ERRO-SQL THRU 990-FIM
           END-IF.

           ADD 1 TO WS-QTD-LIDOS.

           IF WS-QTD-LIDOS NOT > WS-QTD-PULAR
              GO TO 430-FIM.

           IF WS-CA-QTD-LISTA EQUAL 5
              MOVE 'S' TO WS-CA-TEM-MAIS
              GO TO 430-FIM.

           ADD 1 TO WS-CA-QTD-LISTA.

           PERFORM 440-MONTA-LINHA THRU 440-FIM.

       430-FIM. EXIT.

      *----------------*
       440-MONTA-LINHA.
      *----------------*

           MOVE WS-CA-QTD-LISTA      TO WS-IDX-LST.
           MOVE DIM-CHAVE-OLTP       TO WS-CA-CHAVE (WS-IDX-LST)
                                        WS-CODIGO-CNPJ-R.
           MOVE DIM-IDENT-APOLICE    TO WS-CA-IDENT (WS-IDX-LST)
                                        WS-IDENT-APOL-R.

           MOVE WS-CIA               TO WS-APOL-ED-CIA.
           MOVE WS-APOLICE           TO WS-APOL-ED-NUM.
           MOVE WS-COD-BASE          TO WS-CNPJ-ED-BASE.
           MOVE WS-COD-FILIAL        TO WS-CNPJ-ED-FILIAL.
           MOVE DIM-CODIGO-DV        TO WS-CNPJ-ED-DV.

           MOVE WS-IDX-LST           TO WS-LL-NUM.
           MOVE WS-APOL-EDITADA      TO WS-LL-APOL.
           MOVE WS-CNPJ-EDITADO      TO WS-LL-CNPJ.
           MOVE DIM-NOME-ESTIP       TO WS-LL-NOME.
           MOVE DIM-RAMO-ATIV        TO WS-LL-ATIV.

           EVALUATE WS-IDX-LST
              WHEN 1
                 MOVE WS-LINHA-LISTA TO LST1O
              WHEN 2
                 MOVE WS-LINHA-LISTA TO LST2O
              WHEN 3
                 MOVE WS-LINHA-LISTA TO LST3O
              WHEN 4
                 MOVE WS-LINHA-LISTA TO LST4O
              WHEN OTHER
                 MOVE WS-LINHA-LISTA TO LST5O
           END-EVALUATE.

       440-FIM. EXIT.

      *-----------------*
       450-FECHA-CURSOR.
      *-----------------*

           EVALUATE WS-CA-TIPO-PESQ
              WHEN 'C'
                 EXEC SQL
                      CLOSE CURSOR-CNPJ
                 END-EXEC
              WHEN 'A'
                 EXEC SQL
                      CLOSE CURSOR-APOL
                 END-EXEC
              WHEN OTHER
                 EXEC SQL
                      CLOSE CURSOR-NOME
                 END-EXEC
           END-EVALUATE.

           MOVE SQLCODE TO WS-SQLCODE.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE 'ERRO NO FECHAMENTO DA PESQUISA' TO WS-COMANDO
              PERFORM 990-TRATA-ERRO-SQL THRU 990-FIM
           END-IF.

       450-FIM. EXIT.

      *--------------------*
       460-MOSTRA-CRITERIO.
      *--------------------*

      *  DEVOLVE A TELA COM O CRITERIO EM USO E A PAGINA CORRENTE
           EVALUATE WS-CA-TIPO-PESQ
              WHEN 'C'
                 MOVE WS-CA-BASE     TO CNPJBO
                 IF WS-CA-TEM-FILIAL EQUAL 'S'
                    MOVE WS-CA-FILIAL TO CNPJFO
                 END-IF
              WHEN 'A'
                 IF WS-CA-CIA NOT EQUAL ZEROS
                    MOVE WS-CA-CIA   TO CIAO
                 END-IF
                 MOVE WS-CA-APOL     TO APOLO
              WHEN OTHER
                 MOVE WS-CA-NOME     TO NOMEO
           END-EVALUATE.

           MOVE WS-CA-PAGINA         TO WS-PAG-ZZZ.
           MOVE WS-PAG-ZZZ           TO PAGINO.

       460-FIM. EXIT.

      *-------------------*
       500-MOSTRA-DETALHE.
      *-------------------*

      *  ESTIPULANTE SELECIONADO: LINHA DA DIMENSAO, SUB-FATURAS,
      *  GRUPO MESTRE/CONJUGADA E ULTIMO CONTATO
           MOVE WS-DET-CHAVE         TO DIM-CHAVE-OLTP.
           MOVE WS-DET-IDENT         TO DIM-IDENT-APOLICE.

           EXEC SQL

                SELECT DIM_NOME_ESTIP,
                       DIM_CODIGO_DV,
                       DIM_RAMO_ATIV,
                       DIM_DATA_CARGA

                  INTO :DIM-NOME-ESTIP,
                       :DIM-CODIGO-DV,
                       :DIM-RAMO-ATIV,
                       :DIM-DATA-CARGA

                  FROM DWSD.DIMESTIP

                 WHERE DIM_CHAVE_OLTP    = :DIM-CHAVE-OLTP
                   AND DIM_IDENT_APOLICE = :DIM-IDENT-APOLICE

                 WITH UR

           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.

      *  A TABELA FOI REFEITA PELA CARGA ENTRE A LISTA E A SELECAO
           IF SQLCODE EQUAL 100
              MOVE 'ESTIPULANTE NAO ESTA MAIS NA TABELA - REFACA A PESQU
      -            'ISA'        TO MSGO
              GO TO 500-FIM.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE 'ERRO NA LEITURA DA DWSD.DIMESTIP' TO WS-COMANDO
              PERFORM 990-TRATA-ERRO-SQL THRU 990-FIM
           END-IF.

           MOVE WS-DET-CHAVE         TO WS-CODIGO-CNPJ-R.
           MOVE WS-DET-IDENT         TO WS-IDENT-APOL-R.

           MOVE WS-CIA               TO WS-APOL-ED-CIA.
           MOVE WS-APOLICE           TO WS-APOL-ED-NUM.
           MOVE WS-APOL-EDITADA      TO DIDENO.

           MOVE WS-COD-BASE          TO WS-CNPJ-ED-BASE.
           MOVE WS-COD-FILIAL        TO WS-CNPJ-ED-FILIAL.
           MOVE DIM-CODIGO-DV        TO WS-CNPJ-ED-DV.
           MOVE WS-CNPJ-EDITADO      TO DCNPJO.

           MOVE DIM-RAMO-ATIV        TO WS-LL-ATIV.
           MOVE WS-LL-ATIV           TO DATIVO.
           MOVE DIM-NOME-ESTIP       TO DNOMEO.

           MOVE DIM-DATA-CARGA       TO WS-DATA-AMD-W9.
           PERFORM 670-FORMATA-DATA THRU 670-FIM.
           MOVE WS-DATA-EDITADA      TO DCARGO.
           MOVE WS-IDX-SEL           TO WS-LL-NUM.

           PERFORM 520-MOSTRA-SUBFATURAS THRU 520-FIM.

           PERFORM 530-MOSTRA-GRUPO THRU 530-FIM.

           PERFORM 540-MOSTRA-CONTATO THRU 540-FIM.

           MOVE SPACES               TO WS-MSG.
           STRING 'ESTIPULANTE '     DELIMITED BY SIZE
                  WS-LL-NUM          DELIMITED BY SIZE
                  ' DA LISTA - DADOS DA CARGA DE '
                                     DELIMITED BY SIZE
                  DCARGO             DELIMITED BY SIZE
             INTO WS-MSG.
           MOVE WS-MSG               TO MSGO.

       500-FIM. EXIT.

      *----------------------*
       520-MOSTRA-SUBFATURAS.
      *----------------------*

      *  CONTA TODAS AS SUB-FATURAS E MOSTRA AS 5 PRIMEIRAS (NUMERO /
      *  DIA DE FATURAMENTO / TIPO DE FATURA)
           MOVE ZEROS                TO WS-QTD-SUBF.
           MOVE SPACES               TO WS-LISTA-SUBFAT.
           MOVE 1                    TO WS-POS-LISTA.
           MOVE WS-DET-CHAVE         TO SUB-CHAVE-OLTP.
           MOVE WS-DET-IDENT         TO SUB-IDENT-APOLICE.

           EXEC SQL
                OPEN CURSOR-SUBFAT
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE 'ERRO NA ABERTURA DO CURSOR-SUBFAT' TO WS-COMANDO
              PERFORM 990-TRATA-ERRO-SQL THRU 990-FIM
           END-IF.

           MOVE 'NAO' TO WS-FIM-CURSOR.

           PERFORM 525-LE-SUBFATURA THRU 525-FIM
              UNTIL WS-FIM-CURSOR EQUAL 'SIM'.

           EXEC SQL
                CLOSE CURSOR-SUBFAT
           END-EXEC.

           MOVE WS-QTD-SUBF          TO WS-QTD-ZZZ.
           MOVE WS-QTD-ZZZ           TO DSUBQO.

           IF WS-QTD-SUBF EQUAL ZEROS
              MOVE 'SEM SUB-FATURA CARREGADA' TO DSUBLO
           ELSE
              IF WS-QTD-SUBF > 5
                 MOVE '...'          TO WS-LISTA-SUBFAT (51:3)
              END-IF
              MOVE WS-LISTA-SUBFAT   TO DSUBLO
           END-IF.

       520-FIM. EXIT.

      *------------------*
       525-LE-SUBFATURA.
      *------------------*

           EXEC SQL
                FETCH CURSOR-SUBFAT
                 INTO :SUB-NUM-SUBFAT,
                      :SUB-DIA-FAT,
                      :SUB-TIPO-FATURA
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.

           IF SQLCODE EQUAL 100
              MOVE 'SIM' TO WS-FIM-CURSOR
              GO TO 525-FIM.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE 'ERRO NA LEITURA DO CURSOR-SUBFAT' TO WS-COMANDO
              PERFORM 990-TRATA-ERRO-SQL THRU 990-FIM
           END-IF.

           ADD 1 TO WS-QTD-SUBF.

           IF WS-QTD-SUBF > 5
              GO TO 525-FIM.

           MOVE SUB-NUM-SUBFAT       TO WS-IS-NUM.
           MOVE SUB-DIA-FAT          TO WS-IS-DIA.
           MOVE SUB-TIPO-FATURA      TO WS-IS-TIPO.

           STRING WS-ITEM-SUBFAT     DELIMITED BY SIZE
             INTO WS-LISTA-SUBFAT
             WITH POINTER WS-POS-LISTA.

       525-FIM. EXIT.

      *-----------------*
       530-MOSTRA-GRUPO.
      *-----------------*

      *  RELACAO DA PROPRIA APOLICE (MESTRE E CONJUGADA) E AS APOLICES
      *  PENDURADAS NA MESMA MESTRE - SEM MESTRE INFORMADA, A PROPRIA
      *  APOLICE E TRATADA COMO MESTRE DO GRUPO
           MOVE WS-DET-IDENT         TO REL-IDENT-APOLICE.

           EXEC SQL

                SELECT REL_APO_MESTRE,
                       REL_APO_CONJUGADA

                  INTO :REL-APO-MESTRE,
                       :REL-APO-CONJUGADA

                  FROM DWSD.DIMRELMES

                 WHERE REL_IDENT_APOLICE = :REL-IDENT-APOLICE

                 FETCH FIRST 1 ROW ONLY
                 WITH UR

           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.

           IF SQLCODE EQUAL 100
              MOVE ZEROS             TO REL-APO-MESTRE
                                        REL-APO-CONJUGADA
           ELSE
              IF SQLCODE NOT EQUAL ZEROS
                 MOVE 'ERRO NA LEITURA DA DWSD.DIMRELMES' TO WS-COMANDO
                 PERFORM 990-TRATA-ERRO-SQL THRU 990-FIM
              END-IF
           END-IF.

           MOVE REL-APO-MESTRE       TO DMESTO.
           MOVE REL-APO-CONJUGADA    TO DCONJO.

           MOVE WS-DET-IDENT         TO WS-IDENT-APOL-R.
           IF REL-APO-MESTRE NOT EQUAL ZEROS
              MOVE REL-APO-MESTRE    TO APOL-MESTRE-SEL
           ELSE
              MOVE WS-APOLICE        TO APOL-MESTRE-SEL
           END-IF.

           MOVE ZEROS                TO WS-QTD-GRUPO.
           MOVE SPACES               TO WS-LISTA-GRUPO.
           MOVE 1                    TO WS-POS-LISTA.

           EXEC SQL
                OPEN CURSOR-GRUPO
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE 'ERRO NA ABERTURA DO CURSOR-GRUPO' TO WS-COMANDO
              PERFORM 990-TRATA-ERRO-SQL THRU 990-FIM
           END-IF.

           MOVE 'NAO' TO WS-FIM-CURSOR.

           PERFORM 535-LE-GRUPO THRU 535-FIM
              UNTIL WS-FIM-CURSOR EQUAL 'SIM'.

           EXEC SQL
                CLOSE CURSOR-GRUPO
           END-EXEC.

           MOVE WS-QTD-GRUPO         TO WS-QTD-ZZZ.
           MOVE WS-QTD-ZZZ           TO DGRPQO.

           IF WS-QTD-GRUPO EQUAL ZEROS AND
              REL-APO-MESTRE EQUAL ZEROS AND
              REL-APO-CONJUGADA EQUAL ZEROS
              MOVE 'SEM GRUPO MESTRE/CONJUGADA' TO DGRPLO
           ELSE
              MOVE WS-LISTA-GRUPO    TO DGRPLO
           END-IF.

       530-FIM. EXIT.

      *--------------*
       535-LE-GRUPO.
      *--------------*

           EXEC SQL
                FETCH CURSOR-GRUPO
                 INTO :REL-IDENT-APOLICE
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.

           IF SQLCODE EQUAL 100
              MOVE 'SIM' TO WS-FIM-CURSOR
              GO TO 535-FIM.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE 'ERRO NA LEITURA DO CURSOR-GRUPO' TO WS-COMANDO
              PERFORM 990-TRATA-ERRO-SQL THRU 990-FIM
           END-IF.

           ADD 1 TO WS-QTD-GRUPO.

           IF WS-QTD-GRUPO > 5
              GO TO 535-FIM.

           MOVE REL-IDENT-APOLICE    TO WS-IDENT-APOL-R.
           MOVE WS-CIA               TO WS-APOL-ED-CIA.
           MOVE WS-APOLICE           TO WS-APOL-ED-NUM.

           STRING WS-APOL-EDITADA    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
             INTO WS-LISTA-GRUPO
             WITH POINTER WS-POS-LISTA.

       535-FIM. EXIT.

      *-------------------*
       540-MOSTRA-CONTATO.
      *-------------------*

      *  CONTATO DE DATA EFETIVA MAIS RECENTE DA APOLICE, COM O
      *  SCORE E AS FLAGS DA CRITICA DE QUALIDADE DO DWSD0612
           MOVE WS-DET-CHAVE         TO CTO-CHAVE-OLTP.
           MOVE WS-DET-IDENT         TO CTO-IDENT-APOLICE.

           EXEC SQL

                SELECT CTO_ENDERECO,
                       CTO_CEP,
                       CTO_CIDADE,
                       CTO_UF,
                       CTO_DDD,
                       CTO_FONE,
                       CTO_EMAIL,
                       CTO_DATA_EFETIVA,
                       CTO_DATA_FIM,
                       CTO_MOTIVO_FIM,
                       CTO_FLAG_CEP,
                       CTO_FLAG_UF,
                       CTO_FLAG_FONE,
                       CTO_FLAG_EMAIL,
                       CTO_SCORE_QUALIDADE

                  INTO :CTO-ENDERECO,
                       :CTO-CEP,
                       :CTO-CIDADE,
                       :CTO-UF,
                       :CTO-DDD,
                       :CTO-FONE,
                       :CTO-EMAIL,
                       :CTO-DATA-EFETIVA,
                       :CTO-DATA-FIM,
                       :CTO-MOTIVO-FIM,
                       :CTO-FLAG-CEP,
                       :CTO-FLAG-UF,
                       :CTO-FLAG-FONE,
                       :CTO-FLAG-EMAIL,
                       :CTO-SCORE-QUALIDADE

                  FROM DWSD.DIMCONTATO

                 WHERE CTO_IDENT_APOLICE = :CTO-IDENT-APOLICE
                   AND CTO_CHAVE_OLTP    = :CTO-CHAVE-OLTP

                 ORDER BY CTO_DATA_EFETIVA DESC

                 FETCH FIRST 1 ROW ONLY
                 WITH UR

           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.

           IF SQLCODE EQUAL 100
              MOVE 'SEM CONTATO CARREGADO PARA A APOLICE' TO CENDO
              GO TO 540-FIM.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE 'ERRO NA LEITURA DA DWSD.DIMCONTATO' TO WS-COMANDO
              PERFORM 990-TRATA-ERRO-SQL THRU 990-FIM
           END-IF.

           MOVE CTO-ENDERECO         TO CENDO.
           MOVE CTO-CIDADE           TO CCIDO.
           MOVE CTO-UF               TO CUFO.

           MOVE CTO-CEP              TO WS-CEP-W.
           MOVE WS-CEP-W-PREF        TO WS-CEP-ED-PREF.
           MOVE WS-CEP-W-SUF         TO WS-CEP-ED-SUF.
           MOVE WS-CEP-EDITADO       TO CCEPO.

           MOVE CTO-DDD              TO WS-FONE-ED-DDD.
           MOVE CTO-FONE             TO WS-FONE-ED-NUM.
           MOVE WS-FONE-EDITADO      TO CFONEO.

           MOVE CTO-EMAIL            TO CMAILO.

           MOVE CTO-DATA-EFETIVA     TO WS-DATA-AMD-W9.
           PERFORM 670-FORMATA-DATA THRU 670-FIM.
           MOVE WS-DATA-EDITADA      TO WS-VIG-INICIO.

           IF CTO-DATA-FIM EQUAL ZEROS
              MOVE 'EM VIGOR'        TO WS-VIG-FIM
           ELSE
              MOVE CTO-DATA-FIM      TO WS-DATA-AMD-W9
              PERFORM 670-FORMATA-DATA THRU 670-FIM
              MOVE WS-DATA-EDITADA   TO WS-VIG-FIM
           END-IF.
           MOVE WS-VIGENCIA          TO CVIGO.

           MOVE CTO-MOTIVO-FIM       TO WS-IS-DIA.
           MOVE WS-IS-DIA            TO CMOTO.

           MOVE CTO-SCORE-QUALIDADE  TO WS-SCORE-ZZZ.
           MOVE WS-SCORE-ZZZ         TO CSCORO.

           MOVE SPACES               TO WS-FLAGS-REPROV.
           MOVE 1                    TO WS-POS-LISTA.

           IF CTO-FLAG-CEP EQUAL 1
              STRING 'CEP '          DELIMITED BY SIZE
                INTO WS-FLAGS-REPROV WITH POINTER WS-POS-LISTA
           END-IF.
           IF CTO-FLAG-UF EQUAL 1
              STRING 'UF '           DELIMITED BY SIZE
                INTO WS-FLAGS-REPROV WITH POINTER WS-POS-LISTA
           END-IF.
           IF CTO-FLAG-FONE EQUAL 1
              STRING 'FONE/DDD '     DELIMITED BY SIZE
                INTO WS-FLAGS-REPROV WITH POINTER WS-POS-LISTA
           END-IF.
           IF CTO-FLAG-EMAIL EQUAL 1
              STRING 'E-MAIL '       DELIMITED BY SIZE
                INTO WS-FLAGS-REPROV WITH POINTER WS-POS-LISTA
           END-IF.

           IF WS-FLAGS-REPROV EQUAL SPACES
              MOVE 'NENHUM'          TO WS-FLAGS-REPROV
           END-IF.
           MOVE WS-FLAGS-REPROV      TO CFLAGO.

       540-FIM. EXIT.

      *------------------*
       670-FORMATA-DATA.
      *------------------*

           MOVE WS-AMD-DIA-W   TO WS-ED-DIA.
           MOVE WS-AMD-MES-W   TO WS-ED-MES.
           MOVE WS-AMD-ANO-W   TO WS-ED-ANO.

       670-FIM. EXIT.

      *---------------*
       800-ENVIA-TELA.
      *---------------*

           EXEC CICS ASKTIME
                ABSTIME (WS-ABSTIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME  (WS-ABSTIME)
                DDMMYYYY (WS-DATA-HOJE)
                DATESEP  ('/')
           END-EXEC.

           MOVE WS-DATA-HOJE    TO DATAHO.

      *  CURSOR SEMPRE NO PRIMEIRO CAMPO DE PESQUISA
           MOVE -1              TO CNPJBL.

           EXEC CICS SEND
                MAP     (WS-MAPA)
                MAPSET  (WS-MAPSET)
                FROM    (DWSDM15O)
                ERASE
                FREEKB
                CURSOR
                RESP    (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
              EXEC CICS ABEND
                   ABCODE ('DW15')
              END-EXEC.

       800-FIM. EXIT.

      *------------*
       900-ENCERRA.
      *------------*

           EXEC CICS SEND TEXT
                FROM   (WS-MSG-FIM)
                LENGTH (LENGTH OF WS-MSG-FIM)
                ERASE
                FREEKB
           END-EXEC.

           EXEC CICS RETURN
           END-EXEC.

       900-FIM. EXIT.

      *-------------------*
       990-TRATA-ERRO-SQL.
      *-------------------*

      *  ERRO DB2 NA CONSULTA - O USUARIO RECEBE O COMANDO E O
      *  SQLCODE NA LINHA DE MENSAGEM E A CONVERSACAO CONTINUA COM A
      *  TELA LIMPA (NADA FOI ALTERADO NO BANCO)
           MOVE LOW-VALUES      TO DWSDM15O.
           MOVE SPACES          TO WS-MSG.

           STRING 'DWSD0615 - '  DELIMITED BY SIZE
                  WS-COMANDO     DELIMITED BY '  '
                  ' - SQLCODE '  DELIMITED BY SIZE
                  WS-SQLCODE     DELIMITED BY SIZE
             INTO WS-MSG.

           MOVE WS-MSG          TO MSGO.

           MOVE SPACES          TO WS-COMMAREA.
           MOVE ZEROS           TO WS-CA-PAGINA
                                   WS-CA-QTD-LISTA.
           MOVE 'N'             TO WS-CA-TEM-MAIS.

           PERFORM 800-ENVIA-TELA THRU 800-FIM.

           EXEC CICS RETURN
                TRANSID  (WS-TRANSID)
                COMMAREA (WS-COMMAREA)
                LENGTH   (LENGTH OF WS-COMMAREA)
           END-EXEC.

       990-FIM. EXIT.
