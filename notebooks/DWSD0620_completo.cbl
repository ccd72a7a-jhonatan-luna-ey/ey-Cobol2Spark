       IDENTIFICATION DIVISION.
      *========================*

       PROGRAM-ID.    DWSD0620.
       AUTHOR.        CLAUDIA MARIA.

      *================================================================*
      *                                                                *
      *  PROJETO    : DWSD - DATAWAREHOUSE EM AMBIENTE MAINFRAME       *
      *                                                                *
      *               -----------------------------------------------  *
      *  OBJETIVO   : RETRANSMISSAO AO DW DE UMA GERACAO JA            *
      *               CERTIFICADA DO DIMESTIP, SEM NOVA EXTRACAO       *
      *               -----------------------------------------------  *
      *                                                                *
      *  ENTRADA    : PARM       (DATA DO NOME DO ARQUIVO A REENVIAR)  *
      *               ARQAUDIT   (HISTORICO DE AUDITORIA DOS RUNS)     *
      *               ARQSTAHIS  (GERACOES DO ARQSTATUS)               *
      *               ARQESTHIS  (GERACOES DO DIMESTIP)                *
      *                                                                *
      *  SAIDA      : ARQREENV   (COPIA DA GERACAO RECERTIFICADA)      *
      *               ARQMANIF   (MANIFESTO DA RETRANSMISSAO)          *
      *               ARQFTP     (SCRIPT DE TRANSFERENCIA)             *
      *               ARQSTATUS  (STATUS MARCADO COMO RETRANSMISSAO)   *
      *                                                                *
      *  OBS        : NAO GRAVA NO ARQAUDIT, NEM NA IMAGEM DO DELTA,   *
      *               NEM NO ARQPARM - A GUARDA DE VOLUME E A BASE DO  *
      *               DELTA DO DWSD0612 FICAM COMO O ULTIMO RUN AS     *
      *               DEIXOU. O JCL CONCATENA EM ARQSTAHIS E ARQESTHIS *
      *               AS GERACOES GUARDADAS E APONTA O ARQMANIF DO     *
      *               DWSD0613 PARA O MANIFESTO DESTE PASSO.           *
      *                                                                *
      *  EQUIPE     : EXTRACAO DW ( G & P )                            *
      *                                                                *
      *  DATA       : OUTUBRO DE 2026                                  *
      *================================================================*
151026* ALTERACAO :CRIACAO DO PROGRAMA - QUANDO O DW PERDIA OU        *
151026*            RECUSAVA UMA CARGA, A UNICA SAIDA ERA RODAR O      *
151026*            DWSD0612 DE NOVO, QUE EXTRAI OUTROS DADOS (O OLTP  *
151026*            JA ANDOU), REFAZ A IMAGEM DO DELTA E ENTRA COMO    *
151026*            UM RUN NOVO NO HISTORICO DO ARQAUDIT. ESTE PASSO   *
151026*            RECEBE NO PARM A DATA QUE BATIZOU O ARQUIVO        *
151026*            (AUD-DATA-NOME-ARQ), ACHA A AUDITORIA E O STATUS   *
151026*            DO RUN (QUE TEM DE TER SIDO CERTIFICADO E          *
151026*            LIBERADO), LOCALIZA A GERACAO DO DIMESTIP DAQUELE  *
151026*            RUN, RECONFERE O ARQUIVO CONTRA AS QUANTIDADES     *
151026*            GUARDADAS (MESMAS REGRAS DA CERTIFICACAO DO        *
151026*            DWSD0612), COPIA A GERACAO, GRAVA O MANIFESTO E O  *
151026*            SCRIPT FTP/SFTP COM O NOME ORIGINAL                *
151026*            DWSD_ESTIP_AAAAMMDD E UM STATUS MARCADO COMO       *
151026*            RETRANSMISSAO, PELO QUAL O DWSD0613 RECONCILIA O   *
151026*            NOVO ACK CONTRA O RUN ORIGINAL. QUALQUER FALHA     *
151026*            ESVAZIA O SCRIPT, GRAVA STATUS 08 E DERRUBA O      *
151026*            PASSO (ABEND 0777).                                *
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

           SELECT ARQAUDIT      ASSIGN    TO ARQAUDIT
                                FILE STATUS IS WS-FS-ARQAUDIT.

           SELECT ARQSTAHIS     ASSIGN    TO ARQSTAHIS
                                FILE STATUS IS WS-FS-ARQSTAHIS.

           SELECT ARQESTHIS     ASSIGN    TO ARQESTHIS
                                FILE STATUS IS WS-FS-ARQESTHIS.

           SELECT ARQREENV      ASSIGN    TO ARQREENV
                                FILE STATUS IS WS-FS-ARQREENV.

           SELECT ARQMANIF      ASSIGN    TO ARQMANIF.

           SELECT ARQFTP        ASSIGN    TO ARQFTP.

           SELECT ARQSTATUS     ASSIGN    TO ARQSTATUS.

      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*

      *---------------------------------------------------------------*
      *  AUDITORIA DE VOLUMES DOS RUNS (HISTORICO ACUMULADO)          *
      *---------------------------------------------------------------*
       FD  ARQAUDIT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD.

           COPY DWSD1002.

      *---------------------------------------------------------------*
      *  GERACOES DO ARQSTATUS (LAYOUT DWSD1003 NA WORKING)           *
      *---------------------------------------------------------------*
       FD  ARQSTAHIS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD.

       01  REG-STAHIS                    PIC X(92).

      *---------------------------------------------------------------*
      *  GERACOES DO DIMESTIP (LAYOUT DWSD1004 NA WORKING) - CADA     *
      *  GERACAO E UM BLOCO HEADER ... TRAILLER                       *
      *---------------------------------------------------------------*
       FD  ARQESTHIS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD.

       01  REG-ESTHIS                    PIC X(68).

      *---------------------------------------------------------------*
      *  COPIA DA GERACAO A RETRANSMITIR - DATASET PROPRIO SOB        *
      *  BS.DWSD.DWSD0619 PARA NAO SOBREPOR O DIMESTIP CORRENTE       *
      *---------------------------------------------------------------*
       FD  ARQREENV
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD.

       01  REG-REENV                     PIC X(68).

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

      *---------------------------------------------------------------*
      *  STATUS DESTE PASSO PARA O SCHEDULER E PARA O DWSD0613        *
      *---------------------------------------------------------------*
       FD  ARQSTATUS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD.

       01  REG-STATUS                    PIC X(92).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*

       77  WS-ABEND                  COMP   PIC S9(04)     VALUE +0777.
       77  NCOB1660                         PIC  X(08) VALUE 'NCOB1660'.

       01  WS-FILE-STATUS.
           03 WS-FS-ARQAUDIT                PIC X(02) VALUE '00'.
           03 WS-FS-ARQSTAHIS               PIC X(02) VALUE '00'.
           03 WS-FS-ARQESTHIS               PIC X(02) VALUE '00'.
           03 WS-FS-ARQREENV                PIC X(02) VALUE '00'.

       01  WS-CONTROLES.
           03 WS-DATA-RETR                  PIC 9(08) VALUE ZEROS.
           03 WS-TEM-AUDIT                  PIC X(03) VALUE 'NAO'.
           03 WS-TEM-STATUS                 PIC X(03) VALUE 'NAO'.
           03 WS-FIM-ARQ                    PIC X(03) VALUE 'NAO'.
           03 WS-STATUS-GRAVADO             PIC X(01) VALUE 'N'.
           03 WS-MOTIVO-ABEND               PIC X(40) VALUE SPACES.
           03 WS-COD-RETORNO                PIC 9(02) VALUE ZEROS.
           03 WS-LIBERA-TRANSF              PIC X(01) VALUE 'N'.
           03 WS-MOTIVO-STATUS              PIC X(40) VALUE SPACES.
           03 WS-QTD-LIDOS-AUD              PIC 9(09) VALUE ZEROS.
           03 WS-QTD-LIDOS-STA              PIC 9(09) VALUE ZEROS.
           03 WS-QTD-LIDOS-ETP              PIC 9(09) VALUE ZEROS.
           03 WS-QTD-FORA-BLOCO             PIC 9(09) VALUE ZEROS.
           03 WS-QTD-CANDIDATOS             PIC 9(03) VALUE ZEROS.
           03 WS-QTD-REPROVADOS             PIC 9(03) VALUE ZEROS.
           03 WS-QTD-ZZZ                    PIC ZZZ.ZZZ.ZZ9.
           03 WS-DIF-DIAS                   PIC S9(07) USAGE COMP.

      *---------------------------------------------------------------*
      *  RUN ORIGINAL - ULTIMO REGISTRO DO DWSD0612/DWSD0614 NO       *
      *  ARQAUDIT COM A DATA DO NOME PEDIDA NO PARM E O SEU STATUS    *
      *---------------------------------------------------------------*
       01  WS-RUN-ORIGINAL.
           03 WS-AUD-NOME-PGM               PIC X(08) VALUE SPACES.
           03 WS-AUD-DATA-FIM-JOB           PIC X(08) VALUE SPACES.
           03 WS-AUD-GRAVADOS-ETP           PIC 9(09) VALUE ZEROS.
           03 WS-AUD-GRAVADOS-SUBF          PIC 9(09) VALUE ZEROS.
           03 WS-AUD-NUM-DIA-FIM            PIC 9(07) USAGE COMP.
           03 WS-STA-DATA-EXEC              PIC 9(08) VALUE ZEROS.
           03 WS-STA-COD-RETORNO            PIC 9(02) VALUE ZEROS.
           03 WS-STA-LIBERA-TRANSF          PIC X(01) VALUE SPACES.
           03 WS-STA-REJEITADOS             PIC 9(09) VALUE ZEROS.
           03 WS-STA-MOTIVO                 PIC X(40) VALUE SPACES.

      *---------------------------------------------------------------*
      *  BLOCO (GERACAO) DO DIMESTIP EM LEITURA NA PRIMEIRA PASSADA.  *
      *  SITUACAO: ' ' FORA DE BLOCO / H DEPOIS DO HEADER.            *
      *  CANDIDATO: S = HEADER COM A DATA E O PROGRAMA DO RUN         *
      *---------------------------------------------------------------*
       01  WS-BLOCO.
           03 WS-BLC-NUM                    PIC 9(05) USAGE COMP.
           03 WS-BLC-SITUACAO               PIC X(01) VALUE SPACES.
           03 WS-BLC-CANDIDATO              PIC X(01) VALUE 'N'.
           03 WS-BLC-TEM-TRAILLER           PIC X(01) VALUE 'N'.
           03 WS-BLC-REGISTROS              PIC 9(09) VALUE ZEROS.
           03 WS-BLC-DETALHES-1             PIC 9(09) VALUE ZEROS.
           03 WS-BLC-DETALHES-2             PIC 9(09) VALUE ZEROS.
           03 WS-BLC-QTDE-TRAILLER          PIC 9(09) VALUE ZEROS.
           03 WS-BLC-HASH                   PIC 9(18) VALUE ZEROS.
           03 WS-BLC-ERROS                  PIC 9(05) VALUE ZEROS.

      *---------------------------------------------------------------*
      *  GERACAO ESCOLHIDA - A ULTIMA CANDIDATA QUE PASSOU NA         *
      *  RECONFERENCIA (WS-GER-NUM = ZEROS: NENHUMA)                  *
      *---------------------------------------------------------------*
       01  WS-GERACAO.
           03 WS-GER-NUM                    PIC 9(05) USAGE COMP.
           03 WS-GER-REGISTROS              PIC 9(09) VALUE ZEROS.
           03 WS-GER-DETALHES-1             PIC 9(09) VALUE ZEROS.
           03 WS-GER-DETALHES-2             PIC 9(09) VALUE ZEROS.
           03 WS-GER-HASH                   PIC 9(18) VALUE ZEROS.

      *  SEGUNDA PASSADA - COPIA DO BLOCO ESCOLHIDO
       01  WS-COPIA.
           03 WS-CPY-NUM                    PIC 9(05) USAGE COMP.
           03 WS-CPY-COPIANDO               PIC X(01) VALUE 'N'.
           03 WS-CPY-GRAVADOS               PIC 9(09) VALUE ZEROS.

      *---------------------------------------------------------------*
      *  NOMES DA RETRANSMISSAO - O ARQUIVO CHEGA AO DW COM O MESMO   *
      *  NOME REMOTO DO RUN ORIGINAL; OS DATASETS LOCAIS TEM ULTIMO   *
      *  QUALIFICADOR PROPRIO                                         *
      *---------------------------------------------------------------*
       01  WS-ESTIP-COD                     PIC X(05) VALUE 'ESTIP'.
       01  WS-ESTIP-LLQ                     PIC X(08) VALUE 'ESTIPRT'.
       01  WS-MANIF-COD                     PIC X(05) VALUE 'MANIF'.
       01  WS-MANIF-LLQ                     PIC X(08) VALUE 'MANIFRT'.
       01  WS-ESTIP-DATASET                 PIC X(44) VALUE SPACES.
       01  WS-ESTIP-REMOTO                  PIC X(23) VALUE SPACES.

           COPY DWSD1003.

           COPY DWSD1004.

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

      *---------------------------------------------------------------*
      *  NUMERO DO DIA (DIAS DESDE O ANO 1) PARA DIFERENCA DE DATAS - *
      *  MESMA REGRA DO DWSD0616                                      *
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
           03 WS-ANOS-ANT                   PIC 9(04) USAGE COMP.
           03 WS-IDX-MES                    PIC 9(02) USAGE COMP.
           03 WS-QUOC-BISSEXTO              PIC 9(04) USAGE COMP.
           03 WS-RESTO-BISSEXTO             PIC 9(02) USAGE COMP.

       LINKAGE SECTION.

      *  MESMAS POSICOES INICIAIS DO PARM DO DWSD0612 / DWSD0614 - O
      *  SCRIPT USA O AMBIENTE, OS DIRETORIOS E O TIPO DE
      *  TRANSFERENCIA; EM SEGUIDA A DATA DO NOME DO ARQUIVO A
      *  RETRANSMITIR (AAAAMMDD)
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
           03 FILLER                      PIC X(01).
           03 DATA-RETRANSM-X             PIC X(08).
           03 DATA-RETRANSM-N  REDEFINES  DATA-RETRANSM-X
                                          PIC 9(08).

      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETRO.
      *-----------------------------------*

       000-INICIO.
      *------------*

           PERFORM 100-INICIALIZACAO
              THRU 100-FIM.

           PERFORM 200-LOCALIZA-RUN
              THRU 200-FIM.

           PERFORM 300-LOCALIZA-STATUS
              THRU 300-FIM.

           PERFORM 400-LOCALIZA-GERACAO
              THRU 400-FIM.

           PERFORM 450-COPIA-GERACAO
              THRU 450-FIM.

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

           MOVE ZEROS TO WS-AUD-NUM-DIA-FIM
                         WS-BLC-NUM
                         WS-GER-NUM
                         WS-CPY-NUM.

           IF DATA-RETRANSM-X NOT NUMERIC
              DISPLAY ' '
              DISPLAY 'DWSD0620 - DATA DO ARQUIVO INVALIDA NO PARM: '
                      DATA-RETRANSM-X
              DISPLAY ' '
              MOVE 'PARM SEM A DATA DO ARQUIVO A RETRANSMITIR'
                TO WS-MOTIVO-ABEND
              PERFORM 9998-TERMINO-ANORMAL THRU 9998-FIM
           END-IF.

           IF DATA-RETRANSM-N EQUAL ZEROS
              MOVE 'PARM SEM A DATA DO ARQUIVO A RETRANSMITIR'
                TO WS-MOTIVO-ABEND
              PERFORM 9998-TERMINO-ANORMAL THRU 9998-FIM
           END-IF.

           MOVE DATA-RETRANSM-N  TO WS-DATA-RETR.

           STRING 'BS.DWSD.DWSD0619.'         DELIMITED BY SIZE
                  WS-ESTIP-LLQ                DELIMITED BY SPACE
             INTO WS-ESTIP-DATASET.

           STRING 'DWSD_'                     DELIMITED BY SIZE
                  WS-ESTIP-COD                DELIMITED BY SIZE
                  '_'                         DELIMITED BY SIZE
                  WS-DATA-RETR                DELIMITED BY SIZE
                  '.dat'                      DELIMITED BY SIZE
             INTO WS-ESTIP-REMOTO.

       100-FIM.    EXIT.

      *------------------*
       200-LOCALIZA-RUN.
      *------------------*

      *  O ARQAUDIT E HISTORICO ACUMULADO - FICA COM O ULTIMO
      *  REGISTRO DO DWSD0612 (RUN INTEIRO) OU DO DWSD0614 (RUN
      *  PARTICIONADO) QUE BATIZOU O ARQUIVO COM A DATA PEDIDA
           OPEN INPUT ARQAUDIT.

           IF WS-FS-ARQAUDIT NOT EQUAL '00'
              DISPLAY ' '
              DISPLAY 'DWSD0620 - ARQAUDIT INDISPONIVEL - FS: '
                      WS-FS-ARQAUDIT
              DISPLAY ' '
              MOVE 'ARQAUDIT INDISPONIVEL'
                TO WS-MOTIVO-ABEND
              PERFORM 9998-TERMINO-ANORMAL THRU 9998-FIM
           END-IF.

           PERFORM 210-LE-AUDIT THRU 210-FIM
              UNTIL WS-FS-ARQAUDIT NOT EQUAL '00'.

           CLOSE ARQAUDIT.

           IF WS-TEM-AUDIT NOT EQUAL 'SIM'
              DISPLAY ' '
              DISPLAY 'DWSD0620 - NENHUM RUN NO ARQAUDIT COM A DATA '
                      WS-DATA-RETR
              DISPLAY ' '
              MOVE 'RUN NAO ENCONTRADO NO ARQAUDIT'
                TO WS-MOTIVO-ABEND
              PERFORM 9998-TERMINO-ANORMAL THRU 9998-FIM
           END-IF.

      *  DIA DO FIM DO RUN - CASA O STATUS GRAVADO ANTES DO ARQSTATUS
      *  LEVAR A DATA DO NOME DO ARQUIVO (VER 320)
           MOVE WS-AUD-DATA-FIM-JOB TO WS-DATA-AUD-X.
           PERFORM 700-CONVERTE-DATA-AUD THRU 700-FIM.

           IF WS-SW-DATA-CONV EQUAL 'S'
              MOVE WS-DATA-CONV TO WS-DATA-CALC
              PERFORM 710-CALCULA-NUM-DIA THRU 710-FIM
              MOVE WS-NUM-DIA   TO WS-AUD-NUM-DIA-FIM
           END-IF.

       200-FIM. EXIT.

      *----------------------------*
       210-LE-AUDIT.
      *----------------------------*

           READ ARQAUDIT.

           IF WS-FS-ARQAUDIT NOT EQUAL '00'
              GO TO 210-FIM
           END-IF.

           ADD  1 TO WS-QTD-LIDOS-AUD.

           IF AUD-NOME-PGM NOT EQUAL 'DWSD0612' AND
              AUD-NOME-PGM NOT EQUAL 'DWSD0614'
              GO TO 210-FIM
           END-IF.

           IF AUD-DATA-NOME-ARQ NOT EQUAL WS-DATA-RETR
              GO TO 210-FIM
           END-IF.

           MOVE 'SIM'                TO WS-TEM-AUDIT.
           MOVE AUD-NOME-PGM         TO WS-AUD-NOME-PGM.
           MOVE AUD-DATA-FIM-JOB     TO WS-AUD-DATA-FIM-JOB.
           MOVE AUD-GRAVADOS-ETP     TO WS-AUD-GRAVADOS-ETP.
           MOVE AUD-GRAVADOS-SUBF    TO WS-AUD-GRAVADOS-SUBF.

       210-FIM. EXIT.

      *---------------------*
       300-LOCALIZA-STATUS.
      *---------------------*

      *  SO SE RETRANSMITE O QUE O RUN ORIGINAL CERTIFICOU E LIBEROU
      *  PARA TRANSFERENCIA - ARQUIVO RETIDO PELA GUARDA DE VOLUME OU
      *  REPROVADO NA CERTIFICACAO NAO VAI AO DW POR ESTE CAMINHO
           OPEN INPUT ARQSTAHIS.

           IF WS-FS-ARQSTAHIS NOT EQUAL '00'
              DISPLAY ' '
              DISPLAY 'DWSD0620 - ARQSTAHIS INDISPONIVEL - FS: '
                      WS-FS-ARQSTAHIS
              DISPLAY ' '
              MOVE 'HISTORICO DO ARQSTATUS INDISPONIVEL'
                TO WS-MOTIVO-ABEND
              PERFORM 9998-TERMINO-ANORMAL THRU 9998-FIM
           END-IF.

           MOVE 'NAO' TO WS-FIM-ARQ.

           PERFORM 310-LE-STATUS THRU 310-FIM
              UNTIL WS-FIM-ARQ EQUAL 'SIM'.

           CLOSE ARQSTAHIS.

           IF WS-TEM-STATUS NOT EQUAL 'SIM'
              DISPLAY ' '
              DISPLAY 'DWSD0620 - STATUS DO RUN ' WS-AUD-NOME-PGM
                      ' DE ' WS-DATA-RETR ' NAO ENCONTRADO'
              DISPLAY ' '
              MOVE 'STATUS DO RUN NAO ENCONTRADO NO ARQSTATUS'
                TO WS-MOTIVO-ABEND
              PERFORM 9998-TERMINO-ANORMAL THRU 9998-FIM
           END-IF.

           IF WS-STA-LIBERA-TRANSF NOT EQUAL 'S'
              DISPLAY ' '
              DISPLAY 'DWSD0620 - RUN ORIGINAL NAO LIBEROU A '
                      'TRANSFERENCIA - RC ' WS-STA-COD-RETORNO
              DISPLAY 'DWSD0620 - MOTIVO: ' WS-STA-MOTIVO
              DISPLAY ' '
              MOVE 'RUN ORIGINAL NAO CERTIFICADO/LIBERADO'
                TO WS-MOTIVO-ABEND
              PERFORM 9998-TERMINO-ANORMAL THRU 9998-FIM
           END-IF.

       300-FIM. EXIT.

      *----------------------------*
       310-LE-STATUS.
      *----------------------------*

           READ ARQSTAHIS INTO REG-STATUS-RUN.

           IF WS-FS-ARQSTAHIS NOT EQUAL '00'
              MOVE 'SIM' TO WS-FIM-ARQ
              GO TO 310-FIM
           END-IF.

           ADD  1 TO WS-QTD-LIDOS-STA.

           PERFORM 320-CASA-STATUS THRU 320-FIM.

       310-FIM. EXIT.

      *----------------------------*
       320-CASA-STATUS.
      *----------------------------*

      *  MESMO PROGRAMA E MESMOS GRAVADOS DA AUDITORIA. O STATUS
      *  GRAVADO COM A DATA DO NOME DO ARQUIVO CASA POR ELA; O MAIS
      *  ANTIGO, SEM ESSE CAMPO, CASA PELA DATA DE EXECUCAO NO DIA DO
      *  FIM DO RUN OU NO SEGUINTE (MESMA REGRA DO DWSD0616). FICA O
      *  ULTIMO QUE CASAR. RETRANSMISSOES ANTERIORES (DWSD0620) NAO
      *  CASAM PORQUE O PROGRAMA E OUTRO.
           IF STA-NOME-PGM NOT EQUAL WS-AUD-NOME-PGM
              GO TO 320-FIM
           END-IF.

           IF STA-GRAVADOS-ETP NOT NUMERIC
              GO TO 320-FIM
           END-IF.

           IF STA-GRAVADOS-ETP NOT EQUAL WS-AUD-GRAVADOS-ETP
              GO TO 320-FIM
           END-IF.

           IF STA-DATA-NOME-ARQ IS NUMERIC AND
              STA-DATA-NOME-ARQ > ZEROS
              IF STA-DATA-NOME-ARQ NOT EQUAL WS-DATA-RETR
                 GO TO 320-FIM
              END-IF
              GO TO 320-CASADO
           END-IF.

           IF WS-AUD-NUM-DIA-FIM EQUAL ZEROS
              GO TO 320-FIM
           END-IF.

           MOVE STA-DATA-EXEC TO WS-DATA-AUD-X.
           PERFORM 700-CONVERTE-DATA-AUD THRU 700-FIM.

           IF WS-SW-DATA-CONV NOT EQUAL 'S'
              GO TO 320-FIM
           END-IF.

           MOVE WS-DATA-CONV TO WS-DATA-CALC.
           PERFORM 710-CALCULA-NUM-DIA THRU 710-FIM.
           SUBTRACT WS-AUD-NUM-DIA-FIM FROM WS-NUM-DIA
              GIVING WS-DIF-DIAS.

           IF WS-DIF-DIAS < 0 OR WS-DIF-DIAS > 1
              GO TO 320-FIM
           END-IF.

       320-CASADO.

           MOVE 'SIM'                TO WS-TEM-STATUS.
           MOVE STA-DATA-EXEC        TO WS-STA-DATA-EXEC.
           MOVE STA-COD-RETORNO      TO WS-STA-COD-RETORNO.
           MOVE STA-LIBERA-TRANSF    TO WS-STA-LIBERA-TRANSF.
           MOVE STA-REJEITADOS       TO WS-STA-REJEITADOS.
           MOVE STA-MOTIVO           TO WS-STA-MOTIVO.

       320-FIM. EXIT.

      *----------------------*
       400-LOCALIZA-GERACAO.
      *----------------------*

      *  PRIMEIRA PASSADA - CADA GERACAO CONCATENADA E UM BLOCO
      *  HEADER ... TRAILLER. O BLOCO CUJO HEADER TRAZ A DATA PEDIDA
      *  E O PROGRAMA DO RUN E RECONFERIDO COM AS REGRAS DA
      *  CERTIFICACAO DO DWSD0612 CONTRA AS QUANTIDADES DA AUDITORIA;
      *  FICA A ULTIMA GERACAO CANDIDATA QUE PASSAR
           OPEN INPUT ARQESTHIS.

           IF WS-FS-ARQESTHIS NOT EQUAL '00'
              DISPLAY ' '
              DISPLAY 'DWSD0620 - ARQESTHIS INDISPONIVEL - FS: '
                      WS-FS-ARQESTHIS
              DISPLAY ' '
              MOVE 'GERACOES DO DIMESTIP INDISPONIVEIS'
                TO WS-MOTIVO-ABEND
              PERFORM 9998-TERMINO-ANORMAL THRU 9998-FIM
           END-IF.

           MOVE 'NAO' TO WS-FIM-ARQ.

           PERFORM 410-LE-ESTHIS THRU 410-FIM.

           PERFORM 420-TRATA-REG-ETP THRU 420-FIM
              UNTIL WS-FIM-ARQ EQUAL 'SIM'.

           IF WS-BLC-SITUACAO  EQUAL 'H' AND
              WS-BLC-CANDIDATO EQUAL 'S'
              PERFORM 440-FECHA-BLOCO THRU 440-FIM
           END-IF.

           CLOSE ARQESTHIS.

           IF WS-QTD-FORA-BLOCO > ZEROS
              MOVE WS-QTD-FORA-BLOCO TO WS-QTD-ZZZ
              DISPLAY 'DWSD0620 - REGISTROS FORA DE HEADER/TRAILLER '
                      'NAS GERACOES: ' WS-QTD-ZZZ
           END-IF.

           IF WS-QTD-CANDIDATOS EQUAL ZEROS
              DISPLAY ' '
              DISPLAY 'DWSD0620 - NENHUMA GERACAO DO DIMESTIP DO '
                      WS-AUD-NOME-PGM ' COM A DATA ' WS-DATA-RETR
              DISPLAY ' '
              MOVE 'GERACAO DO DIMESTIP NAO ENCONTRADA'
                TO WS-MOTIVO-ABEND
              PERFORM 9998-TERMINO-ANORMAL THRU 9998-FIM
           END-IF.

           IF WS-GER-NUM EQUAL ZEROS
              MOVE 'GERACAO DO DIMESTIP NAO CONFERE C/ AUDITORIA'
                TO WS-MOTIVO-ABEND
              PERFORM 9998-TERMINO-ANORMAL THRU 9998-FIM
           END-IF.

       400-FIM. EXIT.

      *----------------------------*
       410-LE-ESTHIS.
      *----------------------------*

           READ ARQESTHIS INTO REGISTRO-ESTIP.

           IF WS-FS-ARQESTHIS EQUAL '10'
              MOVE 'SIM' TO WS-FIM-ARQ
              GO TO 410-FIM
           END-IF.

           IF WS-FS-ARQESTHIS NOT EQUAL '00'
              DISPLAY ' '
              DISPLAY 'DWSD0620 - ERRO NA LEITURA DO ARQESTHIS - FS: '
                      WS-FS-ARQESTHIS
              DISPLAY ' '
              MOVE 'ERRO NA LEITURA DAS GERACOES DO DIMESTIP'
                TO WS-MOTIVO-ABEND
              PERFORM 9998-TERMINO-ANORMAL THRU 9998-FIM
           END-IF.

           ADD  1 TO WS-QTD-LIDOS-ETP.

       410-FIM. EXIT.

      *----------------------------*
       420-TRATA-REG-ETP.
      *----------------------------*

           IF TIPO-REG-D-ETP EQUAL 0
              PERFORM 430-ABRE-BLOCO THRU 430-FIM
              GO TO 420-LE-PROXIMO
           END-IF.

           IF WS-BLC-SITUACAO NOT EQUAL 'H'
              ADD  1 TO WS-QTD-FORA-BLOCO
              GO TO 420-LE-PROXIMO
           END-IF.

           IF WS-BLC-CANDIDATO EQUAL 'S'
              PERFORM 425-CRITICA-REGISTRO THRU 425-FIM
           END-IF.

           IF TIPO-REG-D-ETP EQUAL 9
              MOVE SPACES TO WS-BLC-SITUACAO
           END-IF.

       420-LE-PROXIMO.

           PERFORM 410-LE-ESTHIS THRU 410-FIM.

       420-FIM. EXIT.

      *----------------------------*
       425-CRITICA-REGISTRO.
      *----------------------------*

           ADD  1 TO WS-BLC-REGISTROS.

           EVALUATE TIPO-REG-D-ETP
             WHEN 1
                ADD 1 TO WS-BLC-DETALHES-1
                IF CHAVE-OLTP NOT NUMERIC OR
                   IDENT-APOLICE-D-ETP NOT NUMERIC
                   ADD 1 TO WS-BLC-ERROS
                   DISPLAY 'DWSD0620 - RECONFERENCIA - CHAVE NAO '
                           'NUMERICA NO DETALHE: ' CHAVE-OLTP
                ELSE
                   ADD IDENT-APOLICE-D-ETP TO WS-BLC-HASH
                END-IF
             WHEN 2
                ADD 1 TO WS-BLC-DETALHES-2
                IF CHAVE-OLTP-S-ETP NOT NUMERIC OR
                   IDENT-APOLICE-S-ETP NOT NUMERIC
                   ADD 1 TO WS-BLC-ERROS
                   DISPLAY 'DWSD0620 - RECONFERENCIA - CHAVE NAO '
                           'NUMERICA NA SUB-FATURA: ' CHAVE-OLTP-S-ETP
                ELSE
                   ADD IDENT-APOLICE-S-ETP TO WS-BLC-HASH
                END-IF
             WHEN 9
                MOVE 'S' TO WS-BLC-TEM-TRAILLER
                IF QTDE-REGISTROS-T-ETP IS NUMERIC
                   MOVE QTDE-REGISTROS-T-ETP TO WS-BLC-QTDE-TRAILLER
                ELSE
                   ADD 1 TO WS-BLC-ERROS
                END-IF
                PERFORM 440-FECHA-BLOCO THRU 440-FIM
             WHEN OTHER
                ADD 1 TO WS-BLC-ERROS
                DISPLAY 'DWSD0620 - RECONFERENCIA - TIPO-REG '
                        'INVALIDO ' TIPO-REG-D-ETP
           END-EVALUATE.

       425-FIM. EXIT.

      *----------------------------*
       430-ABRE-BLOCO.
      *----------------------------*

      *  HEADER COM O BLOCO ANTERIOR AINDA ABERTO - A GERACAO
      *  ANTERIOR FICOU SEM TRAILLER (ARQUIVO TRUNCADO)
           IF WS-BLC-SITUACAO  EQUAL 'H' AND
              WS-BLC-CANDIDATO EQUAL 'S'
              PERFORM 440-FECHA-BLOCO THRU 440-FIM
           END-IF.

           ADD  1     TO WS-BLC-NUM.
           MOVE 'H'   TO WS-BLC-SITUACAO.
           MOVE 'N'   TO WS-BLC-CANDIDATO
                         WS-BLC-TEM-TRAILLER.
           MOVE ZEROS TO WS-BLC-REGISTROS
                         WS-BLC-DETALHES-1
                         WS-BLC-DETALHES-2
                         WS-BLC-QTDE-TRAILLER
                         WS-BLC-HASH
                         WS-BLC-ERROS.

           IF DATA-INI-H-ETP NOT NUMERIC
              GO TO 430-FIM
           END-IF.

           IF DATA-INI-H-ETP NOT EQUAL WS-DATA-RETR OR
              NOME-PGM-H-ETP NOT EQUAL WS-AUD-NOME-PGM
              GO TO 430-FIM
           END-IF.

           MOVE 'S' TO WS-BLC-CANDIDATO.
           MOVE 1   TO WS-BLC-REGISTROS.
           ADD  1   TO WS-QTD-CANDIDATOS.

       430-FIM. EXIT.

      *----------------------------*
       440-FECHA-BLOCO.
      *----------------------------*

      *  REGRAS DA CERTIFICACAO DO DWSD0612 (507): HEADER E
      *  TRAILLER PRESENTES, TRAILLER = DETALHES TIPO 1 = GRAVADOS
      *  DO RUN, SUB-FATURAS = GRAVADAS DO RUN, CHAVES NUMERICAS
           IF WS-BLC-TEM-TRAILLER NOT EQUAL 'S'
              ADD 1 TO WS-BLC-ERROS
              DISPLAY 'DWSD0620 - RECONFERENCIA - GERACAO SEM '
                      'TRAILLER'
           END-IF.

           IF WS-BLC-QTDE-TRAILLER NOT EQUAL WS-BLC-DETALHES-1
              ADD 1 TO WS-BLC-ERROS
              MOVE WS-BLC-QTDE-TRAILLER TO WS-QTD-ZZZ
              DISPLAY 'DWSD0620 - RECONFERENCIA - QTDE TRAILLER..: '
                      WS-QTD-ZZZ
              MOVE WS-BLC-DETALHES-1 TO WS-QTD-ZZZ
              DISPLAY 'DWSD0620 - RECONFERENCIA - QTDE RELIDA....: '
                      WS-QTD-ZZZ
           END-IF.

           IF WS-BLC-DETALHES-1 NOT EQUAL WS-AUD-GRAVADOS-ETP
              ADD 1 TO WS-BLC-ERROS
              DISPLAY 'DWSD0620 - RECONFERENCIA - RELIDOS DIVERGEM'
              DISPLAY '           DOS GRAVADOS-ETP DA AUDITORIA'
           END-IF.

           IF WS-BLC-DETALHES-2 NOT EQUAL WS-AUD-GRAVADOS-SUBF
              ADD 1 TO WS-BLC-ERROS
              DISPLAY 'DWSD0620 - RECONFERENCIA - SUB-FATURAS '
                      'RELIDAS DIVERGEM DA AUDITORIA'
           END-IF.

           MOVE 'N' TO WS-BLC-CANDIDATO.

           IF WS-BLC-ERROS > ZEROS
              ADD  1 TO WS-QTD-REPROVADOS
              DISPLAY 'DWSD0620 - GERACAO ' WS-BLC-NUM
                      ' DA CONCATENACAO REPROVADA NA RECONFERENCIA'
              GO TO 440-FIM
           END-IF.

           MOVE WS-BLC-NUM           TO WS-GER-NUM.
           MOVE WS-BLC-REGISTROS     TO WS-GER-REGISTROS.
           MOVE WS-BLC-DETALHES-1    TO WS-GER-DETALHES-1.
           MOVE WS-BLC-DETALHES-2    TO WS-GER-DETALHES-2.
           MOVE WS-BLC-HASH          TO WS-GER-HASH.

       440-FIM. EXIT.

      *-------------------*
       450-COPIA-GERACAO.
      *-------------------*

      *  SEGUNDA PASSADA - COPIA O BLOCO ESCOLHIDO TAL COMO FOI
      *  GRAVADO PELO RUN ORIGINAL (HEADER E TRAILLER INCLUSIVE)
           OPEN INPUT  ARQESTHIS.
           OPEN OUTPUT ARQREENV.

           IF WS-FS-ARQESTHIS NOT EQUAL '00' OR
              WS-FS-ARQREENV  NOT EQUAL '00'
              DISPLAY ' '
              DISPLAY 'DWSD0620 - ERRO NA ABERTURA DA COPIA - FS: '
                      WS-FS-ARQESTHIS ' / ' WS-FS-ARQREENV
              DISPLAY ' '
              MOVE 'ERRO NA ABERTURA DA COPIA DO DIMESTIP'
                TO WS-MOTIVO-ABEND
              PERFORM 9998-TERMINO-ANORMAL THRU 9998-FIM
           END-IF.

           MOVE 'NAO' TO WS-FIM-ARQ.
           MOVE 'N'   TO WS-CPY-COPIANDO.

           PERFORM 410-LE-ESTHIS THRU 410-FIM.

           PERFORM 460-COPIA-REGISTRO THRU 460-FIM
              UNTIL WS-FIM-ARQ EQUAL 'SIM'.

           CLOSE ARQESTHIS
                 ARQREENV.

           IF WS-CPY-GRAVADOS NOT EQUAL WS-GER-REGISTROS
              MOVE WS-CPY-GRAVADOS TO WS-QTD-ZZZ
              DISPLAY ' '
              DISPLAY 'DWSD0620 - COPIA COM ' WS-QTD-ZZZ
                      ' REGISTROS'
              MOVE WS-GER-REGISTROS TO WS-QTD-ZZZ
              DISPLAY 'DWSD0620 - GERACAO COM ' WS-QTD-ZZZ
                      ' REGISTROS'
              DISPLAY ' '
              MOVE 'COPIA DA GERACAO DIVERGE DA RECONFERENCIA'
                TO WS-MOTIVO-ABEND
              PERFORM 9998-TERMINO-ANORMAL THRU 9998-FIM
           END-IF.

       450-FIM. EXIT.

      *----------------------------*
       460-COPIA-REGISTRO.
      *----------------------------*

           IF TIPO-REG-D-ETP EQUAL 0
              ADD  1 TO WS-CPY-NUM
              IF WS-CPY-NUM EQUAL WS-GER-NUM
                 MOVE 'S' TO WS-CPY-COPIANDO
              END-IF
           END-IF.

           IF WS-CPY-COPIANDO NOT EQUAL 'S'
              GO TO 460-LE-PROXIMO
           END-IF.

           WRITE REG-REENV FROM REGISTRO-ESTIP.
           ADD  1 TO WS-CPY-GRAVADOS.

      *  O BLOCO ESCOLHIDO TERMINA NO SEU TRAILLER - O RESTANTE DA
      *  CONCATENACAO NAO PRECISA SER LIDO
           IF TIPO-REG-D-ETP EQUAL 9
              MOVE 'N'   TO WS-CPY-COPIANDO
              MOVE 'SIM' TO WS-FIM-ARQ
              GO TO 460-FIM
           END-IF.

       460-LE-PROXIMO.

           PERFORM 410-LE-ESTHIS THRU 410-FIM.

       460-FIM. EXIT.

      *--------------------*
       500-FINALIZACAO.
      *--------------------*

           PERFORM 510-GRAVA-MANIFESTO THRU 510-FIM.

           PERFORM 520-GRAVA-SCRIPT THRU 520-FIM.

           MOVE ZEROS TO WS-COD-RETORNO.
           MOVE 'S'   TO WS-LIBERA-TRANSF.
           MOVE SPACES TO WS-MOTIVO-STATUS.
           STRING 'RETRANSMISSAO DO RUN DE '  DELIMITED BY SIZE
                  WS-DATA-RETR                DELIMITED BY SIZE
             INTO WS-MOTIVO-STATUS.

           PERFORM 530-GRAVA-STATUS THRU 530-FIM.

           DISPLAY '*-------------------------------------------*'
           DISPLAY '*            PROGRAMA DWSD0620              *'
           DISPLAY '*  RETRANSMISSAO DO DIMESTIP AO DW          *'
           DISPLAY '*-------------------------------------------*'
           DISPLAY '* RUN ORIGINAL..........: ' WS-AUD-NOME-PGM
                   '          *'
           DISPLAY '* DATA DO ARQUIVO.......: ' WS-DATA-RETR
                   '          *'
           DISPLAY '* STATUS DO RUN EM......: ' WS-STA-DATA-EXEC
                   '          *'
           MOVE WS-QTD-CANDIDATOS     TO WS-QTD-ZZZ
           DISPLAY '* GERACOES CANDIDATAS...: ' WS-QTD-ZZZ
                   '       *'
           MOVE WS-QTD-REPROVADOS     TO WS-QTD-ZZZ
           DISPLAY '* GERACOES REPROVADAS...: ' WS-QTD-ZZZ
                   '       *'
           MOVE WS-GER-REGISTROS      TO WS-QTD-ZZZ
           DISPLAY '* REGISTROS REENVIADOS..: ' WS-QTD-ZZZ
                   '       *'
           MOVE WS-GER-DETALHES-1     TO WS-QTD-ZZZ
           DISPLAY '* DETALHES TIPO 1.......: ' WS-QTD-ZZZ
                   '       *'
           MOVE WS-GER-DETALHES-2     TO WS-QTD-ZZZ
           DISPLAY '* SUB-FATURAS (TIPO 2)..: ' WS-QTD-ZZZ
                   '       *'
           DISPLAY '* NOME REMOTO...........: ' WS-ESTIP-REMOTO
           DISPLAY '*-------------------------------------------*'.

       500-FIM. EXIT.

      *----------------------------*
       510-GRAVA-MANIFESTO.
      *----------------------------*

      *  MANIFESTO SO COM O DIMESTIP - E A CHEGADA DO MANIFESTO QUE
      *  DISPARA A CARGA NO DW, E O DWSD0613 CONFERE O ACK CONTRA ELE
           OPEN OUTPUT ARQMANIF.

           MOVE WS-ESTIP-COD          TO MNF-COD-ARQUIVO.
           MOVE 'ARQREENV'            TO MNF-NOME-DD.
           MOVE WS-ESTIP-DATASET      TO MNF-DATASET.
           MOVE WS-ESTIP-REMOTO       TO MNF-NOME-REMOTO.
           MOVE WS-DATA-RETR          TO MNF-DATA-NOME-ARQ.
           MOVE WS-AUD-NOME-PGM       TO MNF-NOME-PGM-RUN.
           MOVE WS-DATA-SISTEMA       TO MNF-DATA-GERACAO.
           MOVE WS-HORA-CORRENTE      TO MNF-HORA-GERACAO.
           MOVE WS-GER-REGISTROS      TO MNF-QTDE-REGISTROS.
           MOVE WS-GER-DETALHES-1     TO MNF-QTDE-DETALHES.
           MOVE WS-GER-HASH           TO MNF-TOTAL-HASH.
           MOVE 'S'                   TO MNF-IND-ENVIO.

           WRITE REG-MANIFESTO.

           CLOSE ARQMANIF.

       510-FIM. EXIT.

      *----------------------------*
       520-GRAVA-SCRIPT.
      *----------------------------*

      *  MESMO ROTEIRO DO SCRIPT DO DWSD0617 (CD/LCD, PUT PARA .TMP E
      *  RENAME PARA O NOME FINAL) - O DIMESTIP VOLTA AO DW COM O
      *  NOME ORIGINAL E O MANIFESTO CHEGA POR ULTIMO
           OPEN OUTPUT ARQFTP.

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
                  WS-ESTIP-LLQ                DELIMITED BY SPACE
                  ' '                         DELIMITED BY SIZE
                  WS-ESTIP-COD                DELIMITED BY SIZE
                  '.TMP'                      DELIMITED BY SIZE
             INTO LN-SCRIPT.
           WRITE FTP-REGISTRO FROM LN-SCRIPT.

           MOVE SPACES TO LN-SCRIPT.
           STRING 'RENAME '                   DELIMITED BY SIZE
                  WS-ESTIP-COD                DELIMITED BY SIZE
                  '.TMP '                     DELIMITED BY SIZE
                  WS-ESTIP-REMOTO             DELIMITED BY SIZE
             INTO LN-SCRIPT.
           WRITE FTP-REGISTRO FROM LN-SCRIPT.

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
                  WS-DATA-RETR                DELIMITED BY SIZE
                  '.dat'                      DELIMITED BY SIZE
             INTO LN-SCRIPT.
           WRITE FTP-REGISTRO FROM LN-SCRIPT.

           IF TP-TRANSFERENCIA NOT EQUAL 'S'
              WRITE FTP-REGISTRO FROM LN-FTP-07
           END-IF.

           WRITE FTP-REGISTRO FROM LN-FTP-08.

           CLOSE ARQFTP.

       520-FIM. EXIT.

      *----------------------------*
       530-GRAVA-STATUS.
      *----------------------------*

      *  STATUS MARCADO COMO RETRANSMISSAO, COM A DATA DO NOME DO
      *  ARQUIVO DO RUN ORIGINAL - O DWSD0613 POR ELA CONFERE O ACK
      *  CONTRA A AUDITORIA DAQUELE RUN
           OPEN OUTPUT ARQSTATUS.

           MOVE 'DWSD0620'            TO STA-NOME-PGM.
           MOVE WS-DATA-SIST-R        TO STA-DATA-EXEC.
           MOVE WS-HORA-CORRENTE      TO STA-HORA-EXEC.
           MOVE WS-COD-RETORNO        TO STA-COD-RETORNO.
           MOVE WS-LIBERA-TRANSF      TO STA-LIBERA-TRANSF.
           MOVE WS-GER-DETALHES-1     TO STA-GRAVADOS-ETP.
           MOVE WS-STA-REJEITADOS     TO STA-REJEITADOS.
           MOVE WS-MOTIVO-STATUS      TO STA-MOTIVO.
           MOVE 'S'                   TO STA-IND-RETRANSM.
           MOVE WS-DATA-RETR          TO STA-DATA-NOME-ARQ.

           WRITE REG-STATUS FROM REG-STATUS-RUN.

           CLOSE ARQSTATUS.

           MOVE 'S' TO WS-STATUS-GRAVADO.

       530-FIM. EXIT.

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

      *------------------------*
       9998-TERMINO-ANORMAL.
      *------------------------*

      *  SCRIPT VAZIO E STATUS 08 - NADA DESTE PASSO PODE SEGUIR
      *  PARA O DW
           DISPLAY 'DWSD0620 - TERMINO ANORMAL - ' WS-MOTIVO-ABEND.

           OPEN OUTPUT ARQFTP.
           CLOSE ARQFTP.

           IF WS-STATUS-GRAVADO NOT EQUAL 'S'
              MOVE 08               TO WS-COD-RETORNO
              MOVE 'N'              TO WS-LIBERA-TRANSF
              MOVE WS-MOTIVO-ABEND  TO WS-MOTIVO-STATUS
              PERFORM 530-GRAVA-STATUS THRU 530-FIM
           END-IF.

           CALL NCOB1660 USING WS-ABEND.

       9998-FIM. EXIT.
