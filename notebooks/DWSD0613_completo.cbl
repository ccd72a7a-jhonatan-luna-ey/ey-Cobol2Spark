      *  ENTRADA    : ARQACKDW  (RETORNO DA CARGA GRAVADO PELO DW)     *
      *               ARQAUDIT  (AUDITORIA DE VOLUMES DO DWSD0612)     *
      *               ARQSTATUS (STATUS DO RUN DO DWSD0612)            *
151026*               ARQMANIF  (MANIFESTO DO PACOTE - DWSD0617)       *
      *                                                                *
      *  SAIDA      : ARQRELDIV (RELATORIO DE DIVERGENCIAS)            *
      *               ARQSTACK  (STATUS DESTE PASSO P/ O SCHEDULER)    *
020926*            PASSO (ABEND 0777) - A DIMENSAO SO E CONSIDERADA   *
020926*            ENTREGUE QUANDO O OUTRO LADO CONFIRMA.             *
020926* GD :             RESP: CMS               DATA: 02/09/2026      *
151026* ALTERACAO :O ARQSTACK PASSA A LEVAR A DATA DO NOME DO ARQUIVO *
151026*            RECONCILIADO E A DATA DA CARGA NO DW (LAYOUT NO    *
151026*            COPY DWSD1008) - BASE DO ACOMPANHAMENTO DE SLA DO  *
151026*            DWSD0616 (DIAS ATE O ACKNOWLEDGMENT).              *
151026*            O DW PASSA A RECEBER O PACOTE MONTADO PELO         *
151026*            DWSD0617 (TODOS OS ARQUIVOS E O MANIFESTO          *
151026*            DWSD1009) E DEVOLVE UM ACK POR ARQUIVO; CADA ACK E *
151026*            CONFERIDO CONTRA O SEU REGISTRO NO MANIFESTO (DATA *
151026*            DO NOME E DETALHES), ARQUIVO ENVIADO SEM ACK E     *
151026*            DIVERGENCIA, E O DIMESTIP DO MANIFESTO E CONFERIDO *
151026*            CONTRA A AUDITORIA DO RUN.                         *
151026*            RECONCILIACAO DA RETRANSMISSAO FEITA PELO NOVO     *
151026*            DWSD0620: O STATUS (LIDO AGORA ANTES DA AUDITORIA) *
151026*            PODE SER DO DWSD0620 MARCADO COMO RETRANSMISSAO    *
151026*            (COPY DWSD1003, LRECL 83->92) E ENTAO O ACK E      *
151026*            CONFERIDO CONTRA A AUDITORIA DO RUN ORIGINAL,      *
151026*            ACHADA PELA DATA DO NOME DO ARQUIVO, E NAO CONTRA  *
151026*            A MAIS RECENTE.                                    *
151026* GD :             RESP: CMS               DATA: 15/10/2026      *
      *================================================================*

      *----------------------------------------------------------------*
           SELECT ARQSTATUS     ASSIGN    TO ARQSTATUS
                                FILE STATUS IS WS-FS-ARQSTATUS.

151026     SELECT ARQMANIF      ASSIGN    TO ARQMANIF
151026                          FILE STATUS IS WS-FS-ARQMANIF.

           SELECT ARQRELDIV     ASSIGN    TO ARQRELDIV.

           SELECT ARQSTACK      ASSIGN    TO ARQSTACK.
       01  REG-ACK-DW.
           03 ACK-NOME-ARQUIVO.
              05 ACK-PREFIXO             PIC X(11).
151026*  O PACOTE LEVA VARIOS ARQUIVOS (DWSD_CCCCC_AAAAMMDD.dat) E O
151026*  DW DEVOLVE UM REGISTRO POR ARQUIVO CARREGADO
151026        05 FILLER      REDEFINES   ACK-PREFIXO.
151026           07 ACK-PREF-DWSD        PIC X(05).
151026           07 ACK-COD-ARQUIVO      PIC X(05).
151026           07 ACK-PREF-SEPARA      PIC X(01).
              05 ACK-DATA-ARQUIVO        PIC 9(08).
              05 ACK-SUFIXO              PIC X(04).
           03 ACK-DATA-CARGA             PIC 9(08).

           COPY DWSD1003.

151026*---------------------------------------------------------------*
151026*  MANIFESTO DO PACOTE ENTREGUE AO DW (UM REGISTRO POR ARQUIVO) *
151026*---------------------------------------------------------------*
151026 FD  ARQMANIF
151026     BLOCK CONTAINS 0 RECORDS
151026     RECORDING MODE IS F
151026     LABEL RECORD IS STANDARD.
151026
151026     COPY DWSD1009.

      *---------------------------------------------------------------*
      *  RELATORIO DE DIVERGENCIAS DA RECONCILIACAO                   *
      *---------------------------------------------------------------*
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD.

151026*  LAYOUT LEVADO PARA O COPY DWSD1008 - O DWSD0616 LE O
151026*  HISTORICO DO ARQSTACK PARA APURAR OS DIAS ATE O ACK DO DW
151026     COPY DWSD1008.

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77  WS-ABEND                  COMP   PIC S9(04)     VALUE +0777.
       77  NCOB1660                         PIC  X(08) VALUE 'NCOB1660'.
151026 77  WS-MAX-MANIF                     PIC 9(02)  VALUE 20.

       01  WS-FILE-STATUS.
           03 WS-FS-ARQACKDW                PIC X(02) VALUE '00'.
           03 WS-FS-ARQAUDIT                PIC X(02) VALUE '00'.
           03 WS-FS-ARQSTATUS               PIC X(02) VALUE '00'.
151026     03 WS-FS-ARQMANIF                PIC X(02) VALUE '00'.

       01  WS-CONTROLES.
           03 WS-TEM-ACK                    PIC X(03) VALUE 'NAO'.
           03 WS-QTD-DIVERG                 PIC 9(03) VALUE ZEROS.
           03 WS-LIN-RELDIV                 PIC 9(03) VALUE 099.
           03 WS-PAG-RELDIV                 PIC 9(03) VALUE ZEROS.
151026     03 WS-FIM-ACK                    PIC X(03) VALUE 'NAO'.
151026     03 WS-TEM-MANIF                  PIC X(03) VALUE 'NAO'.
151026     03 WS-QTD-ACKS                   PIC 9(05) VALUE ZEROS.
151026     03 WS-QTD-MANIF-DESPREZ          PIC 9(05) VALUE ZEROS.

151026*---------------------------------------------------------------*
151026*  ACK DO DIMESTIP (DWSD_ESTIP_) - BASE DA CONFERENCIA CONTRA A *
151026*  AUDITORIA E O STATUS DO RUN                                  *
151026*---------------------------------------------------------------*
151026 01  WS-ACK-ESTIP.
151026     03 WS-ACK-DATA-ARQUIVO           PIC 9(08) VALUE ZEROS.
151026     03 WS-ACK-DATA-CARGA             PIC 9(08) VALUE ZEROS.
151026     03 WS-ACK-LINHAS-CARREGADAS      PIC 9(09) VALUE ZEROS.
151026
151026*---------------------------------------------------------------*
151026*  MANIFESTO DO PACOTE EM MEMORIA, COM A MARCA DO ACK RECEBIDO  *
151026*---------------------------------------------------------------*
151026 01  WS-TAB-MANIF.
151026     03 WS-ENT-MANIF                  OCCURS 20 TIMES.
151026        05 WS-MNF-COD                 PIC X(05).
151026        05 WS-MNF-REMOTO              PIC X(23).
151026        05 WS-MNF-DATA                PIC 9(08).
151026        05 WS-MNF-QTDE-DET            PIC 9(09).
151026        05 WS-MNF-ENVIO               PIC X(01).
151026        05 WS-MNF-TEM-ACK             PIC X(01).
151026
151026 01  WS-CTRL-MANIF.
151026     03 WS-QTD-MANIF                  PIC 9(02) USAGE COMP.
151026     03 WS-IDX-MNF                    PIC 9(02) USAGE COMP.
151026     03 WS-IDX-ACH                    PIC 9(02) USAGE COMP.
151026     03 WS-IDX-MNF-ESTIP              PIC 9(02) USAGE COMP.

      *---------------------------------------------------------------*
      *  ULTIMO REGISTRO DE AUDITORIA DO DWSD0612 E STATUS DO RUN     *
           03 WS-STA-LIBERA-TRANSF          PIC X(01) VALUE SPACES.
           03 WS-STA-GRAVADOS-ETP           PIC 9(09) VALUE ZEROS.
           03 WS-STA-MOTIVO                 PIC X(40) VALUE SPACES.
151026*  RETRANSMISSAO (DWSD0620) - A DATA DO NOME DO ARQUIVO APONTA
151026*  O RUN ORIGINAL NO ARQAUDIT
151026     03 WS-STA-IND-RETRANSM           PIC X(01) VALUE 'N'.
151026     03 WS-STA-DATA-NOME-ARQ          PIC 9(08) VALUE ZEROS.

       01  WS-HORA-CORRENTE                 PIC X(06).

           OPEN INPUT  ARQACKDW
                       ARQAUDIT
                       ARQSTATUS
151026                 ARQMANIF
           OPEN OUTPUT ARQRELDIV.

151026     MOVE ZEROS TO WS-QTD-MANIF
151026                   WS-IDX-MNF-ESTIP.
151026
151026*  O STATUS E LIDO ANTES DA AUDITORIA - NA RETRANSMISSAO ELE
151026*  DIZ QUAL RUN DO HISTORICO ESTA SENDO CONFIRMADO
151026     PERFORM 130-LE-STATUS-RUN    THRU 130-FIM.
           PERFORM 120-LE-ULT-AUDITORIA THRU 120-FIM.
151026     PERFORM 140-CARREGA-MANIFESTO THRU 140-FIM.

           PERFORM 620-CABECALHO-PAGINA THRU 620-FIM.

       100-FIM.    EXIT.

      *----------------------------*

           READ ARQACKDW.

151026     IF WS-FS-ARQACKDW NOT EQUAL '00'
151026        MOVE 'SIM' TO WS-FIM-ACK
151026     ELSE
151026        ADD  1     TO WS-QTD-ACKS
151026     END-IF.

       110-FIM. EXIT.

      *  O ARQAUDIT E HISTORICO ACUMULADO - FICA COM O REGISTRO MAIS
      *  RECENTE DO DWSD0612, QUE E O RUN CUJA CARGA ESTA SENDO
      *  CONFIRMADA PELO DW
151026*  NA RETRANSMISSAO FICA O ULTIMO REGISTRO COM A DATA DO NOME
151026*  DO ARQUIVO RETRANSMITIDO - O RUN ORIGINAL
           PERFORM 120A-LE-PROX-AUDIT THRU 120A-FIM
              UNTIL WS-FS-ARQAUDIT NOT EQUAL '00'.

           IF WS-FS-ARQAUDIT EQUAL '00' AND
              (AUD-NOME-PGM EQUAL 'DWSD0612' OR
               AUD-NOME-PGM EQUAL 'DWSD0614')
151026        IF WS-STA-IND-RETRANSM EQUAL 'S' AND
151026           AUD-DATA-NOME-ARQ NOT EQUAL WS-STA-DATA-NOME-ARQ
151026           GO TO 120A-FIM
151026        END-IF
              MOVE 'SIM'                TO WS-TEM-AUDIT
              MOVE AUD-DATA-INI-SEL     TO WS-AUD-DATA-INI-SEL
              MOVE AUD-DATA-INICIO-JOB  TO WS-AUD-DATA-INICIO-JOB

           READ ARQSTATUS.

151026*  O STATUS DO DWSD0620 (RETRANSMISSAO DE UMA GERACAO JA
151026*  CERTIFICADA) TRAZ OS GRAVADOS E A DATA DO RUN ORIGINAL
           IF WS-FS-ARQSTATUS EQUAL '00' AND
              (STA-NOME-PGM EQUAL 'DWSD0612' OR
151026         STA-NOME-PGM EQUAL 'DWSD0614' OR
151026        (STA-NOME-PGM EQUAL 'DWSD0620' AND
151026         STA-IND-RETRANSM EQUAL 'S'))
              MOVE 'SIM'                TO WS-TEM-STATUS
              MOVE STA-COD-RETORNO      TO WS-STA-COD-RETORNO
              MOVE STA-LIBERA-TRANSF    TO WS-STA-LIBERA-TRANSF
              MOVE STA-GRAVADOS-ETP     TO WS-STA-GRAVADOS-ETP
              MOVE STA-MOTIVO           TO WS-STA-MOTIVO
151026        IF STA-NOME-PGM EQUAL 'DWSD0620'
151026           MOVE 'S'               TO WS-STA-IND-RETRANSM
151026           MOVE STA-DATA-NOME-ARQ TO WS-STA-DATA-NOME-ARQ
151026        END-IF
           END-IF.

       130-FIM. EXIT.

151026*----------------------------*
151026 140-CARREGA-MANIFESTO.
151026*----------------------------*
151026
151026*  MANIFESTO GRAVADO PELO DWSD0617 NO MESMO PACOTE DOS ARQUIVOS
151026     PERFORM 145-LE-MANIFESTO THRU 145-FIM
151026        UNTIL WS-FS-ARQMANIF NOT EQUAL '00'.
151026
151026 140-FIM. EXIT.
151026
151026*----------------------------*
151026 145-LE-MANIFESTO.
151026*----------------------------*
151026
151026     READ ARQMANIF.
151026
151026     IF WS-FS-ARQMANIF NOT EQUAL '00'
151026        GO TO 145-FIM
151026     END-IF.
151026
151026     MOVE 'SIM' TO WS-TEM-MANIF.
151026
151026     IF WS-QTD-MANIF NOT LESS WS-MAX-MANIF
151026        ADD  1 TO WS-QTD-MANIF-DESPREZ
151026        GO TO 145-FIM
151026     END-IF.
151026
151026     ADD  1 TO WS-QTD-MANIF.
151026     MOVE WS-QTD-MANIF       TO WS-IDX-MNF.
151026
151026     MOVE MNF-COD-ARQUIVO    TO WS-MNF-COD (WS-IDX-MNF).
151026     MOVE MNF-NOME-REMOTO    TO WS-MNF-REMOTO (WS-IDX-MNF).
151026     MOVE MNF-DATA-NOME-ARQ  TO WS-MNF-DATA (WS-IDX-MNF).
151026     MOVE MNF-QTDE-DETALHES  TO WS-MNF-QTDE-DET (WS-IDX-MNF).
151026     MOVE MNF-IND-ENVIO      TO WS-MNF-ENVIO (WS-IDX-MNF).
151026     MOVE 'N'                TO WS-MNF-TEM-ACK (WS-IDX-MNF).
151026
151026     IF MNF-COD-ARQUIVO EQUAL 'ESTIP'
151026        MOVE WS-IDX-MNF      TO WS-IDX-MNF-ESTIP
151026     END-IF.
151026
151026 145-FIM. EXIT.
151026
      *------------------*
       200-RECONCILIACAO.
      *------------------*

151026*  UM ACK POR ARQUIVO DO PACOTE - CADA UM E CONFERIDO CONTRA O
151026*  SEU REGISTRO NO MANIFESTO; O ACK DO DIMESTIP (DWSD_ESTIP_)
151026*  SEGUE CONFERIDO TAMBEM CONTRA A AUDITORIA E O STATUS DO RUN
151026     IF WS-STA-IND-RETRANSM EQUAL 'S'
151026        MOVE SPACES TO LD-MSG-TEXTO
151026        STRING 'RETRANSMISSAO (DWSD0620) DO ARQUIVO DE '
151026                                        DELIMITED BY SIZE
151026               WS-STA-DATA-NOME-ARQ     DELIMITED BY SIZE
151026               ' - CONFERIDA CONTRA A AUDITORIA DO RUN ORIGINAL'
151026                                        DELIMITED BY SIZE
151026          INTO LD-MSG-TEXTO
151026        WRITE REG-RELDIV FROM LD-MENSAGEM
151026              AFTER ADVANCING 2 LINES
151026        ADD  2 TO WS-LIN-RELDIV
151026     END-IF.
151026
151026     PERFORM 110-LE-ACK-DW THRU 110-FIM.
151026
151026     PERFORM 230-TRATA-ACK THRU 230-FIM
151026        UNTIL WS-FIM-ACK EQUAL 'SIM'.
151026
151026     PERFORM 240-CONFERE-MANIFESTO THRU 240-FIM.
151026
           IF WS-TEM-ACK NOT EQUAL 'SIM'
151026        MOVE 'SEM ACK DO DIMESTIP - CARGA NAO CONFIRMADA'
                TO LD-MSG-TEXTO
              PERFORM 210-GRAVA-MENSAGEM THRU 210-FIM
              GO TO 200-VERIFICA-FONTES
           END-IF.

       200-VERIFICA-FONTES.

           IF WS-TEM-AUDIT NOT EQUAL 'SIM'
              MOVE 'ARQAUDIT SEM REGISTRO DO DWSD0612'
                TO LD-MSG-TEXTO
151026        IF WS-STA-IND-RETRANSM EQUAL 'S'
151026           MOVE 'ARQAUDIT SEM O RUN DO ARQUIVO RETRANSMITIDO'
151026             TO LD-MSG-TEXTO
151026        END-IF
              PERFORM 210-GRAVA-MENSAGEM THRU 210-FIM
           END-IF.

      *  DWSD0612), CARREGADA NA AUDITORIA EM AUD-DATA-NOME-ARQ -
      *  A DATA-INI-SEL NAO SERVE DE COMPARACAO PORQUE NO MODO
      *  DIARIO ELA RECEBE A DATA-CORTE, MANTIDA A PARTE
151026     IF WS-ACK-DATA-ARQUIVO NOT EQUAL WS-AUD-DATA-NOME-ARQ
              MOVE 'DATA DO NOME DO ARQUIVO X DATA-INI DO RUN'
                TO LD-DIV-REGRA
              MOVE WS-AUD-DATA-NOME-ARQ TO LD-DIV-ESPERADO
151026        MOVE WS-ACK-DATA-ARQUIVO  TO LD-DIV-RECEBIDO
              PERFORM 220-GRAVA-DIVERGENCIA THRU 220-FIM
           END-IF.

151026     IF WS-ACK-LINHAS-CARREGADAS NOT EQUAL WS-AUD-GRAVADOS-ETP
              MOVE 'LINHAS CARREGADAS X GRAVADOS-ETP (ARQAUDIT)'
                TO LD-DIV-REGRA
              MOVE WS-AUD-GRAVADOS-ETP  TO LD-DIV-ESPERADO
151026        MOVE WS-ACK-LINHAS-CARREGADAS TO LD-DIV-RECEBIDO
              PERFORM 220-GRAVA-DIVERGENCIA THRU 220-FIM
           END-IF.

151026     IF WS-ACK-LINHAS-CARREGADAS NOT EQUAL WS-STA-GRAVADOS-ETP
              MOVE 'LINHAS CARREGADAS X GRAVADOS-ETP (ARQSTATUS)'
                TO LD-DIV-REGRA
              MOVE WS-STA-GRAVADOS-ETP  TO LD-DIV-ESPERADO
151026        MOVE WS-ACK-LINHAS-CARREGADAS TO LD-DIV-RECEBIDO
              PERFORM 220-GRAVA-DIVERGENCIA THRU 220-FIM
           END-IF.


       220-FIM. EXIT.

151026*----------------------------*
151026 230-TRATA-ACK.
151026*----------------------------*
151026
151026     IF WS-LIN-RELDIV > 50
151026        PERFORM 620-CABECALHO-PAGINA THRU 620-FIM
151026     END-IF.
151026
151026     MOVE ACK-NOME-ARQUIVO       TO LD-ACK-NOME.
151026     MOVE ACK-DATA-CARGA         TO LD-ACK-DATA.
151026     MOVE ACK-HORA-CARGA         TO LD-ACK-HORA.
151026     WRITE REG-RELDIV FROM LD-CAB-ACK
151026           AFTER ADVANCING 2 LINES.
151026     MOVE ACK-LINHAS-CARREGADAS  TO LD-QTD-CARR.
151026     MOVE ACK-LINHAS-REJEITADAS  TO LD-QTD-REJ.
151026     MOVE ACK-COD-RESULTADO      TO LD-COD-RESULT.
151026     WRITE REG-RELDIV FROM LD-CAB-QTDE
151026           AFTER ADVANCING 1 LINE.
151026     ADD  3 TO WS-LIN-RELDIV.
151026
151026     IF ACK-PREF-DWSD   NOT EQUAL 'DWSD_' OR
151026        ACK-PREF-SEPARA NOT EQUAL '_'     OR
151026        ACK-SUFIXO      NOT EQUAL '.dat'
151026        MOVE 'NOME DO ARQUIVO FORA DO PADRAO DWSD_CCCCC_AAAAMMDD'
151026          TO LD-MSG-TEXTO
151026        PERFORM 210-GRAVA-MENSAGEM THRU 210-FIM
151026     END-IF.
151026
151026     IF ACK-COD-RESULTADO NOT EQUAL '00'
151026        MOVE 'DW SINALIZOU RESULTADO DE CARGA COM PROBLEMA'
151026          TO LD-MSG-TEXTO
151026        PERFORM 210-GRAVA-MENSAGEM THRU 210-FIM
151026     END-IF.
151026
151026     IF ACK-LINHAS-REJEITADAS NOT EQUAL ZEROS
151026        MOVE 'LINHAS REJEITADAS NA CARGA DO DW'
151026          TO LD-DIV-REGRA
151026        MOVE ZEROS                   TO LD-DIV-ESPERADO
151026        MOVE ACK-LINHAS-REJEITADAS   TO LD-DIV-RECEBIDO
151026        PERFORM 220-GRAVA-DIVERGENCIA THRU 220-FIM
151026     END-IF.
151026
151026     IF ACK-COD-ARQUIVO EQUAL 'ESTIP'
151026        IF WS-TEM-ACK EQUAL 'SIM'
151026           MOVE 'ACK DO DIMESTIP EM DUPLICIDADE'
151026             TO LD-MSG-TEXTO
151026           PERFORM 210-GRAVA-MENSAGEM THRU 210-FIM
151026        END-IF
151026        MOVE 'SIM'                 TO WS-TEM-ACK
151026        MOVE ACK-DATA-ARQUIVO      TO WS-ACK-DATA-ARQUIVO
151026        MOVE ACK-DATA-CARGA        TO WS-ACK-DATA-CARGA
151026        MOVE ACK-LINHAS-CARREGADAS TO WS-ACK-LINHAS-CARREGADAS
151026     END-IF.
151026
151026     IF WS-TEM-MANIF NOT EQUAL 'SIM'
151026        GO TO 230-LE-PROXIMO
151026     END-IF.
151026
151026     MOVE ZEROS TO WS-IDX-ACH.
151026     PERFORM 235-BUSCA-MANIFESTO THRU 235-FIM
151026        VARYING WS-IDX-MNF FROM 1 BY 1
151026          UNTIL WS-IDX-MNF > WS-QTD-MANIF.
151026
151026     IF WS-IDX-ACH EQUAL ZEROS
151026        MOVE 'ARQUIVO DO ACK NAO CONSTA DO MANIFESTO DO PACOTE'
151026          TO LD-MSG-TEXTO
151026        PERFORM 210-GRAVA-MENSAGEM THRU 210-FIM
151026        GO TO 230-LE-PROXIMO
151026     END-IF.
151026
151026     IF WS-MNF-TEM-ACK (WS-IDX-ACH) EQUAL 'S' AND
151026        ACK-COD-ARQUIVO NOT EQUAL 'ESTIP'
151026        MOVE 'ACK DO ARQUIVO EM DUPLICIDADE'
151026          TO LD-MSG-TEXTO
151026        PERFORM 210-GRAVA-MENSAGEM THRU 210-FIM
151026     END-IF.
151026
151026     MOVE 'S' TO WS-MNF-TEM-ACK (WS-IDX-ACH).
151026
151026     IF WS-MNF-ENVIO (WS-IDX-ACH) NOT EQUAL 'S'
151026        MOVE 'ACK DE ARQUIVO QUE O MANIFESTO DA COMO NAO ENVIADO'
151026          TO LD-MSG-TEXTO
151026        PERFORM 210-GRAVA-MENSAGEM THRU 210-FIM
151026     END-IF.
151026
151026     IF ACK-DATA-ARQUIVO NOT EQUAL WS-MNF-DATA (WS-IDX-ACH)
151026        MOVE 'DATA DO NOME DO ARQUIVO X MANIFESTO'
151026          TO LD-DIV-REGRA
151026        MOVE WS-MNF-DATA (WS-IDX-ACH) TO LD-DIV-ESPERADO
151026        MOVE ACK-DATA-ARQUIVO         TO LD-DIV-RECEBIDO
151026        PERFORM 220-GRAVA-DIVERGENCIA THRU 220-FIM
151026     END-IF.
151026
151026     IF ACK-LINHAS-CARREGADAS NOT EQUAL
151026        WS-MNF-QTDE-DET (WS-IDX-ACH)
151026        MOVE 'LINHAS CARREGADAS X DETALHES DO MANIFESTO'
151026          TO LD-DIV-REGRA
151026        MOVE WS-MNF-QTDE-DET (WS-IDX-ACH) TO LD-DIV-ESPERADO
151026        MOVE ACK-LINHAS-CARREGADAS        TO LD-DIV-RECEBIDO
151026        PERFORM 220-GRAVA-DIVERGENCIA THRU 220-FIM
151026     END-IF.
151026
151026 230-LE-PROXIMO.
151026
151026     PERFORM 110-LE-ACK-DW THRU 110-FIM.
151026
151026 230-FIM. EXIT.
151026
151026*----------------------------*
151026 235-BUSCA-MANIFESTO.
151026*----------------------------*
151026
151026     IF WS-MNF-COD (WS-IDX-MNF) EQUAL ACK-COD-ARQUIVO
151026        MOVE WS-IDX-MNF TO WS-IDX-ACH
151026     END-IF.
151026
151026 235-FIM. EXIT.
151026
151026*----------------------------*
151026 240-CONFERE-MANIFESTO.
151026*----------------------------*
151026
151026     IF WS-TEM-MANIF NOT EQUAL 'SIM'
151026        MOVE 'SEM MANIFESTO DO PACOTE (ARQMANIF)'
151026          TO LD-MSG-TEXTO
151026        PERFORM 210-GRAVA-MENSAGEM THRU 210-FIM
151026        GO TO 240-FIM
151026     END-IF.
151026
151026     IF WS-QTD-MANIF-DESPREZ > ZEROS
151026        MOVE 'MANIFESTO COM MAIS ARQUIVOS QUE O PACOTE PREVE'
151026          TO LD-MSG-TEXTO
151026        PERFORM 210-GRAVA-MENSAGEM THRU 210-FIM
151026     END-IF.
151026
151026     PERFORM 245-VERIFICA-ACK-ARQUIVO THRU 245-FIM
151026        VARYING WS-IDX-MNF FROM 1 BY 1
151026          UNTIL WS-IDX-MNF > WS-QTD-MANIF.
151026
151026     IF WS-IDX-MNF-ESTIP EQUAL ZEROS
151026        MOVE 'MANIFESTO SEM O REGISTRO DO DIMESTIP'
151026          TO LD-MSG-TEXTO
151026        PERFORM 210-GRAVA-MENSAGEM THRU 210-FIM
151026        GO TO 240-FIM
151026     END-IF.
151026
151026     IF WS-TEM-AUDIT NOT EQUAL 'SIM'
151026        GO TO 240-FIM
151026     END-IF.
151026
151026     IF WS-MNF-DATA (WS-IDX-MNF-ESTIP) NOT EQUAL
151026        WS-AUD-DATA-NOME-ARQ
151026        MOVE 'DATA DO MANIFESTO X DATA-INI DO RUN'
151026          TO LD-DIV-REGRA
151026        MOVE WS-AUD-DATA-NOME-ARQ TO LD-DIV-ESPERADO
151026        MOVE WS-MNF-DATA (WS-IDX-MNF-ESTIP) TO LD-DIV-RECEBIDO
151026        PERFORM 220-GRAVA-DIVERGENCIA THRU 220-FIM
151026     END-IF.
151026
151026     IF WS-MNF-QTDE-DET (WS-IDX-MNF-ESTIP) NOT EQUAL
151026        WS-AUD-GRAVADOS-ETP
151026        MOVE 'DIMESTIP NO MANIFESTO X GRAVADOS-ETP (ARQAUDIT)'
151026          TO LD-DIV-REGRA
151026        MOVE WS-AUD-GRAVADOS-ETP  TO LD-DIV-ESPERADO
151026        MOVE WS-MNF-QTDE-DET (WS-IDX-MNF-ESTIP)
151026                                  TO LD-DIV-RECEBIDO
151026        PERFORM 220-GRAVA-DIVERGENCIA THRU 220-FIM
151026     END-IF.
151026
151026 240-FIM. EXIT.
151026
151026*----------------------------*
151026 245-VERIFICA-ACK-ARQUIVO.
151026*----------------------------*
151026
151026     IF WS-MNF-ENVIO (WS-IDX-MNF)   EQUAL 'S' AND
151026        WS-MNF-TEM-ACK (WS-IDX-MNF) NOT EQUAL 'S'
151026        MOVE SPACES TO LD-MSG-TEXTO
151026        STRING 'SEM ACKNOWLEDGMENT DO ARQUIVO DO PACOTE '
151026                                        DELIMITED BY SIZE
151026               WS-MNF-REMOTO (WS-IDX-MNF) DELIMITED BY SIZE
151026          INTO LD-MSG-TEXTO
151026        PERFORM 210-GRAVA-MENSAGEM THRU 210-FIM
151026     END-IF.
151026
151026 245-FIM. EXIT.
151026
      *--------------------*
       500-FINALIZACAO.
      *--------------------*
           CLOSE ARQACKDW
                 ARQAUDIT
                 ARQSTATUS
151026           ARQMANIF
                 ARQRELDIV.

           DISPLAY '*-------------------------------------------*'
           MOVE WS-HORA-CORRENTE      TO STK-HORA-EXEC.
           MOVE WS-AUD-GRAVADOS-ETP   TO STK-GRAVADOS-ETP.
           MOVE WS-QTD-DIVERG         TO STK-REJEITADOS.
151026     MOVE WS-AUD-DATA-NOME-ARQ  TO STK-DATA-NOME-ARQ.
151026
151026     IF WS-TEM-ACK EQUAL 'SIM'
151026        MOVE WS-ACK-DATA-CARGA  TO STK-DATA-CARGA-DW
151026     ELSE
151026        MOVE ZEROS              TO STK-DATA-CARGA-DW
151026     END-IF.

           IF WS-QTD-DIVERG EQUAL ZEROS
              MOVE ZEROS              TO STK-COD-RETORNO
              MOVE 'S'                TO STK-LIBERA-TRANSF
              MOVE 'CARGA CONFIRMADA PELO DW'
                                      TO STK-MOTIVO
151026        IF WS-STA-IND-RETRANSM EQUAL 'S'
151026           MOVE 'RETRANSMISSAO CONFIRMADA PELO DW'
151026                                TO STK-MOTIVO
151026        END-IF
           ELSE
              MOVE 08                 TO STK-COD-RETORNO
              MOVE 'N'                TO STK-LIBERA-TRANSF
