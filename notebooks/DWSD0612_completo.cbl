020926*            PIPELINE DE RENOVACOES, CRUZAMENTO ANS E           *
020926*            AUDITORIA DE ALTERACOES (MOVI).                    *
020926* GD :             RESP: CMS               DATA: 02/09/2026      *
      *================================================================*
151026* ALTERACAO :CONSULTA ONLINE DA DIMENSAO ESTIPULANTE (NOVO      *
151026*            DWSD0615, TRANSACAO CICS SOBRE A DWSD.DIMESTIP) -  *
151026*            A CARGA DIRETA EM DB2 PASSA A MANTER TAMBEM AS     *
151026*            TABELAS COMPANHEIRAS DWSD.DIMSUBFAT (SUB-FATURAS   *
151026*            TIPO 2), DWSD.DIMRELMES (RELACAO MESTRE/CONJUGADA  *
151026*            DO ARQRELMES) E DWSD.DIMCONTATO (CONTATO DO ARQCTO *
151026*            COM FLAGS E SCORE DE QUALIDADE), REFEITAS POR      *
151026*            INTEIRO A CADA RUN - TAMBEM NO MODO DELTA - PELOS  *
151026*            MESMOS REGISTROS GRAVADOS NOS ARQUIVOS.            *
151026*            NOVA DIMENSAO COMPANHEIRA DE GRUPO ECONOMICO       *
151026*            (DIMGRUPO, COPY DWSD1007): REUNE AS FILIAIS DA     *
151026*            MESMA BASE DE CNPJ E AS APOLICES LIGADAS POR       *
151026*            MESTRE/CONJUGADA (TABELA DE LIGACOES EM 516,       *
151026*            ARQUIVO DE TRABALHO ARQGRPW GRAVADO EM 433A E SORT *
151026*            ARQSORT4), COM CONTAGEM DE APOLICES                *
151026*            ATIVAS/CANCELADAS, SUB-FATURAS, RAMOS E APOLICE    *
151026*            LIDER DO GRUPO. SUSPENSA EM MODO PARTICIONADO,     *
151026*            COMO A DIMATIV.                                    *
151026*            NOVO PARAMETRO QTDE-MESES-RETENCAO-AUD NO ARQPARM  *
151026*            (LRECL 108->111), USADO PELO NOVO DWSD0616         *
151026*            (ACOMPANHAMENTO DE SLA DOS RUNS) PARA ARQUIVAR O   *
151026*            HISTORICO ANTIGO DO ARQAUDIT - A GUARDA DE VOLUME  *
151026*            PASSA A OLHAR SO A JANELA RETIDA.                  *
151026*            LAYOUT DA DIMATIV LEVADO PARA O COPY DWSD1010,     *
151026*            LIDO TAMBEM PELO NOVO DWSD0617 (PACOTE DE ENTREGA  *
151026*            AO DW: CRITICA REFERENCIAL ENTRE OS ARQUIVOS,      *
151026*            MANIFESTO DWSD1009 E SCRIPT DE TRANSFERENCIA DO    *
151026*            PACOTE INTEIRO, QUE SUBSTITUI O SCRIPT SO DO       *
151026*            DIMESTIP GRAVADO EM 508).                          *
151026*            NOVO FEED DE CONDICOES COMERCIAIS DO ESTIPULANTE   *
151026*            (ARQCOND, COPY DWSD1011): TAXA ADM, DESCONTO,      *
151026*            BONUS, CARENCIAS, REMISSAO, REAVALIACAO E TIPO DE  *
151026*            ADESAO DE CADA APOLICE GRAVADA, COMPARADOS POR     *
151026*            CIA/APOLICE COM O FEED DO RUN ANTERIOR (ARQCNDANT) *
151026*            PARA MARCAR INCLUSAO/ALTERACAO E INDICAR SE HOUVE  *
151026*            MANUTENCAO NO MOVI NA JANELA. RELATORIO DE         *
151026*            EXCECOES POR RAMO (ARQRELCND) COM OS PERCENTUAIS   *
151026*            ACIMA DOS NOVOS LIMITES-COND-RAMO DO ARQPARM       *
151026*            (LRECL 111->211) E AS CONDICOES ALTERADAS SEM      *
151026*            MANUTENCAO NO MOVI. SUSPENSO EM MODO PARTICIONADO, *
151026*            COMO A DIMGRUPO.                                   *
151026*            CONFLITOS DE CNPJ: TODO GRUPO DE CGC COM MAIS DE   *
151026*            UMA APOLICE GERA NO NOVO ARQCNFX (COPY DWSD1012)   *
151026*            UM REGISTRO POR APOLICE DESCARTADA EM 410, AO LADO *
151026*            DO VENCEDOR E COM AS DIVERGENCIAS DE RAZAO SOCIAL, *
151026*            ATIVIDADE, DV E ENDERECO, IMPRESSO POR RAMO NO     *
151026*            ARQRELCNF (ARQUIVO DE TRABALHO ARQCFW GRAVADO EM   *
151026*            466/467, CLASSIFICADO EM 518). SUSPENSO EM MODO    *
151026*            PARTICIONADO.                                      *
151026*            REMESSA AO BUREAU DE CONSULTA DE CNPJ DA RECEITA   *
151026*            FEDERAL: TODO CNPJ (BASE, FILIAL E DV) QUE CHEGOU  *
151026*            AO DIMESTIP VAI UMA VEZ SO NO NOVO ARQCNPJ (COPY   *
151026*            DWSD1013) E AS APOLICES DE CADA UM, COM RAZAO      *
151026*            SOCIAL E INDICADOR DE ATIVA, NO ARQAPCNPJ (COPY    *
151026*            DWSD1015), QUE O NOVO DWSD0618 CASA COM O RETORNO  *
151026*            DO BUREAU (ARQUIVO DE TRABALHO ARQCNPW GRAVADO EM  *
151026*            468/469, CLASSIFICADO EM 520). SUSPENSA EM MODO    *
151026*            PARTICIONADO.                                      *
151026*            O REGISTRO DO ARQSTATUS (COPY DWSD1003, LRECL      *
151026*            83->92) PASSA A LEVAR O INDICADOR DE RETRANSMISSAO *
151026*            ('N' NO RUN) E A DATA-INI QUE BATIZA O DIMESTIP,   *
151026*            PELA QUAL O DWSD0613 RECONCILIA A RETRANSMISSAO    *
151026*            FEITA PELO NOVO DWSD0620.                          *
151026*            ACESSOS DB2 POR LINHA ELIMINADOS: DESC_DT_INI E    *
151026*            COPER_PLANO_SAUDE (NOVA CIA) PASSAM A VIR DO       *
151026*            CURSOR-ATETP; DATA DE CORTE DO MOVI 80 LIDA UMA SO *
151026*            VEZ; FEED DE AUDITORIA (ARQMOVAUD) EM LEITURA      *
151026*            UNICA DO MOVI DA JANELA CASADA COM OS PEDIDOS      *
151026*            CLASSIFICADOS (521), NOVOS ARQUIVOS DE TRABALHO    *
151026*            ARQMOVW/ARQMV7S/ARQMV6S/ARQMVPW/ARQMVKW/ARQMVKS E  *
151026*            SORTS ARQSORT10-12; IND-MOVI DAS CONDICOES APURADO *
151026*            EM 920.                                            *
151026*            LGPD - LISTA DE SUPRESSAO DO DPO (ARQLGPD, COPY    *
151026*            DWSD1017, ORDENADA NO ARQSORT13) POR CNPJ OU       *
151026*            CIA/APOLICE. ESTIPULANTE LISTADO SAI COM NOME      *
151026*            MASCARADO (M) OU PSEUDONIMIZADO (P) NO DIMESTIP,   *
151026*            DELTA, CARGA DB2, ARQDELIM E ARQRENDW E COM O      *
151026*            CONTATO MASCARADO NO ARQCTO/DIMCONTATO. ARQDELIM   *
151026*            MASCARA O NOME DE TODOS SALVO TP-DELIM-CLARO = 'S' *
151026*            NO PARM. LOG DO MASCARAMENTO NO ARQLOGLGPD (COPY   *
151026*            DWSD1018). IND-LGPD-APC NO ARQAPCNPJ PARA O        *
151026*            DWSD0618                                           *
151026* GD :             RESP: CMS               DATA: 15/10/2026      *
      *================================================================*
                                                                        00000026
      *----------------------------------------------------------------*00000027
020926
020926     SELECT ARQCRIT       ASSIGN    TO ARQCRIT.
020926
151026     SELECT ARQGRPW       ASSIGN    TO ARQGRPW.
151026
151026     SELECT ARQSORT4      ASSIGN    TO ARQSORT4.
151026
151026     SELECT DIMGRUPO      ASSIGN    TO DIMGRUPO.
151026
151026     SELECT ARQCNDW       ASSIGN    TO ARQCNDW.
151026
151026     SELECT ARQSORT5      ASSIGN    TO ARQSORT5.
151026
151026     SELECT ARQCNDANT     ASSIGN    TO ARQCNDANT
151026                          FILE STATUS IS WS-FS-ARQCNDANT.
151026
151026     SELECT ARQCOND       ASSIGN    TO ARQCOND.
151026
151026     SELECT ARQCNDX       ASSIGN    TO ARQCNDX.
151026
151026     SELECT ARQSORT6      ASSIGN    TO ARQSORT6.
151026
151026     SELECT ARQRELCND     ASSIGN    TO ARQRELCND.
151026
151026     SELECT ARQCFW        ASSIGN    TO ARQCFW.
151026
151026     SELECT ARQSORT7      ASSIGN    TO ARQSORT7.
151026
151026     SELECT ARQCNFX       ASSIGN    TO ARQCNFX.
151026
151026     SELECT ARQSORT8      ASSIGN    TO ARQSORT8.
151026
151026     SELECT ARQRELCNF     ASSIGN    TO ARQRELCNF.
151026
151026     SELECT ARQCNPW       ASSIGN    TO ARQCNPW.
151026
151026     SELECT ARQSORT9      ASSIGN    TO ARQSORT9.
151026
151026     SELECT ARQMOVW       ASSIGN    TO ARQMOVW.
151026
151026     SELECT ARQSORT10     ASSIGN    TO ARQSORT10.
151026
151026     SELECT ARQMV7S       ASSIGN    TO ARQMV7S.
151026
151026     SELECT ARQMV6S       ASSIGN    TO ARQMV6S.
151026
151026     SELECT ARQMVPW       ASSIGN    TO ARQMVPW.
151026
151026     SELECT ARQSORT11     ASSIGN    TO ARQSORT11.
151026
151026     SELECT ARQMVKW       ASSIGN    TO ARQMVKW.
151026
151026     SELECT ARQSORT12     ASSIGN    TO ARQSORT12.
151026
151026     SELECT ARQMVKS       ASSIGN    TO ARQMVKS.
151026
151026     SELECT ARQCNPJ       ASSIGN    TO ARQCNPJ.
151026
151026     SELECT ARQAPCNPJ     ASSIGN    TO ARQAPCNPJ.
151026
151026     SELECT ARQLGPD       ASSIGN    TO ARQLGPD
151026                          FILE STATUS IS WS-FS-ARQLGPD.
151026
151026     SELECT ARQSORT13     ASSIGN    TO ARQSORT13.
151026
151026     SELECT ARQLOGLGPD    ASSIGN    TO ARQLOGLGPD.
151026
      *----------------------------------------------------------------*00000045
       DATA DIVISION.                                                   00000046
       FILE SECTION.                                                    00000047
           RECORDING MODE IS F                                          00000052
           LABEL RECORD IS STANDARD.                                    00000053
                                                                        00000054
151026 01  REG-PARAMETRO                 PIC X(211).
090826*  (ERA PIC X(80) - AMPLIADO PARA COMPORTAR QTDE-RAMO-SEL/RAMO-SEL00001909
090826*   DO COPY DWSD1001 - VER LRECL=102 NO JCL QUE GERA O ARQPARM)   00001910
220826*  (ERA PIC X(102) - AMPLIADO PARA COMPORTAR PERC-TOLERANCIA-VOL
220826*   DO COPY DWSD1001 - LRECL=105 NO JCL QUE GERA O ARQPARM)
020926*  (ERA PIC X(105) - AMPLIADO PARA COMPORTAR QTDE-DIAS-HORIZ-
020926*   RENOV DO COPY DWSD1001 - LRECL=108 NO JCL QUE GERA O ARQPARM)
151026*  (ERA PIC X(108) - AMPLIADO PARA COMPORTAR QTDE-MESES-RETENCAO-
151026*   AUD DO COPY DWSD1001 - LRECL=111 NO JCL QUE GERA O ARQPARM)
151026*  (ERA PIC X(111) - AMPLIADO PARA COMPORTAR LIMITES-COND-RAMO
151026*   DO COPY DWSD1001 - LRECL=211 NO JCL QUE GERA O ARQPARM)
                                                                        00000056
                                                                        00000057
       SD  ARQSORT.                                                     00000058
220826     03 RAMO-SORT                  PIC 9(03).
020926     03 AMD-RENOV-SORT             PIC 9(08).
020926     03 PRAZO-RENOV-SORT           PIC 9(01).
151026     03 CONDICOES-SORT.
151026        05 PERC-ADM-SORT           PIC 9(03)V9(02).
151026        05 PERC-DESC-SORT          PIC 9(03)V9(02).
151026        05 PERC-BONUS-SORT         PIC 9(03)V9(02).
151026        05 CARENCIAS-SORT          PIC 9(04).
151026        05 IN-REMISSAO-SORT        PIC 9(04).
151026        05 NR-ANOS-REMIS-SORT      PIC 9(04).
151026        05 TP-REAVALIA-SORT        PIC 9(04).
151026        05 TIPO-ADESAO-SORT        PIC 9(01).
151026*  OPERADORA/PLANO DA MECANICA NOVA CIA (COPER_PLANO_SAUDE) DA
151026*  PROPRIA LINHA DO CURSOR-ATETP - 431/433 NAO RELEEM A TABELA
151026     03 COPER-SORT                 PIC 9(06).
                                                                        00000072
                                                                        00000073
       FD  DIMESTIP                                                     00000074
020926     03 TIMESTAMP-MOV-AUD          PIC X(26).
020926     03 PROGRAMA-MOV-AUD           PIC X(08).
020926     03 CHAVE-MOV-AUD              PIC X(40).
151026
151026*---------------------------------------------------------------*
151026*  ARQUIVO DE TRABALHO - PEDIDOS DO FEED DE AUDITORIA (443), UM *
151026*  POR CHAVE GRAVADA NO DIMESTIP, NA ORDEM DE GRAVACAO, COM AS  *
151026*  DUAS SONDAS DA MOVI_NM_CHAVE (APOLICE DE 7 E DE 6 BYTES -    *
151026*  PROJETO 170423) - LAYOUT WS-REG-MOVW                         *
151026*---------------------------------------------------------------*
151026 FD  ARQMOVW
151026     BLOCK CONTAINS 0 RECORDS
151026     RECORDING MODE IS F
151026     LABEL RECORD IS STANDARD.
151026
151026 01  REG-MOVW                      PIC X(41).
151026
151026 SD  ARQSORT10.
151026
151026 01  REG-ARQSORT10.
151026     03 SONDA7-W10                 PIC X(10).
151026     03 SONDA6-W10                 PIC X(09).
151026     03 SEQ-W10                    PIC 9(09).
151026     03 FILLER                     PIC X(13).
151026
151026*---------------------------------------------------------------*
151026*  PEDIDOS CLASSIFICADOS PELA SONDA DE 7 E PELA DE 6 BYTES (521)*
151026*---------------------------------------------------------------*
151026 FD  ARQMV7S
151026     BLOCK CONTAINS 0 RECORDS
151026     RECORDING MODE IS F
151026     LABEL RECORD IS STANDARD.
151026
151026 01  REG-MV7S                      PIC X(41).
151026
151026 FD  ARQMV6S
151026     BLOCK CONTAINS 0 RECORDS
151026     RECORDING MODE IS F
151026     LABEL RECORD IS STANDARD.
151026
151026 01  REG-MV6S                      PIC X(41).
151026
151026*---------------------------------------------------------------*
151026*  ARQUIVO DE TRABALHO - PARES PEDIDO X LINHA DO MOVI DA JANELA *
151026*  (521), DEVOLVIDOS A ORDEM DE GRAVACAO DO DIMESTIP PELO       *
151026*  ARQSORT11 - LAYOUT WS-REG-MVPW                               *
151026*---------------------------------------------------------------*
151026 FD  ARQMVPW
151026     BLOCK CONTAINS 0 RECORDS
151026     RECORDING MODE IS F
151026     LABEL RECORD IS STANDARD.
151026
151026 01  REG-MVPW                      PIC X(123).
151026
151026 SD  ARQSORT11.
151026
151026 01  REG-ARQSORT11.
151026     03 SEQ-W11                    PIC 9(09).
151026     03 DATA-ATU-W11               PIC 9(08).
151026     03 TIMESTAMP-W11              PIC X(26).
151026     03 SEQ-MOVI-W11               PIC 9(09).
151026     03 FILLER                     PIC X(71).
151026
151026*---------------------------------------------------------------*
151026*  CHAVES OLTP COM LINHA NO FEED DE AUDITORIA - IND-MOVI DO     *
151026*  FEED DE CONDICOES (920); ARQMVKS E O ARQMVKW CLASSIFICADO    *
151026*  POR CIA/APOLICE                                              *
151026*---------------------------------------------------------------*
151026 FD  ARQMVKW
151026     BLOCK CONTAINS 0 RECORDS
151026     RECORDING MODE IS F
151026     LABEL RECORD IS STANDARD.
151026
151026 01  REG-MVKW.
151026     03 CIA-MVK                    PIC 9(03).
151026     03 APOLICE-MVK                PIC 9(07).
151026
151026 SD  ARQSORT12.
151026
151026 01  REG-ARQSORT12.
151026     03 CHAVE-W12                  PIC X(10).
151026
151026 FD  ARQMVKS
151026     BLOCK CONTAINS 0 RECORDS
151026     RECORDING MODE IS F
151026     LABEL RECORD IS STANDARD.
151026
151026 01  REG-MVKS                      PIC X(10).
020926
020926*---------------------------------------------------------------*
020926*  CRITERIOS DO VENCEDOR TIPO 1 - GRAVADO SO EM MODO PARTICIO-  *
020926
020926     COPY DWSD1005.
020926
151026*---------------------------------------------------------------*
151026*  ARQUIVO DE TRABALHO - UM REGISTRO POR SUB-FATURA GRAVADA NO  *
151026*  DIMESTIP (433), RELIDO NO FIM DO RUN PARA MONTAR OS GRUPOS   *
151026*  ECONOMICOS (BASE DE CNPJ + LIGACOES MESTRE/CONJUGADA)        *
151026*---------------------------------------------------------------*
151026 FD  ARQGRPW
151026     BLOCK CONTAINS 0 RECORDS
151026     RECORDING MODE IS F
151026     LABEL RECORD IS STANDARD.
151026
151026 01  REG-GRPW.
151026     03 CGC-GRPW.
151026        05 BASE-GRPW               PIC 9(08).
151026        05 FILIAL-GRPW             PIC 9(04).
151026     03 DV-GRPW                    PIC 9(02).
151026     03 CIA-GRPW                   PIC 9(03).
151026     03 APOLICE-GRPW               PIC 9(07).
151026     03 IDENT-GRPW                 PIC 9(10).
151026     03 DATA-CANCEL-GRPW           PIC 9(08).
151026     03 DATA-INIC-GRPW             PIC 9(08).
151026     03 RAMO-GRPW                  PIC 9(03).
151026     03 APO-MESTRE-GRPW            PIC 9(09).
151026     03 APO-CONJUGADA-GRPW         PIC 9(09).
151026
151026 SD  ARQSORT4.
151026
151026 01  REG-ARQSORT4.
151026     03 COD-GRUPO-W4               PIC 9(08).
151026     03 IDENT-W4                   PIC 9(10).
151026     03 BASE-W4                    PIC 9(08).
151026     03 FILIAL-W4                  PIC 9(04).
151026     03 DV-W4                      PIC 9(02).
151026     03 DATA-CANCEL-W4             PIC 9(08).
151026     03 DATA-INIC-W4               PIC 9(08).
151026     03 RAMO-W4                    PIC 9(03).
151026     03 MESTRE-W4                  PIC X(01).
151026     03 QTDE-BASES-W4              PIC 9(04).
151026
151026*---------------------------------------------------------------*
151026*  DIMENSAO COMPANHEIRA DE GRUPO ECONOMICO - LAYOUT NO COPY     *
151026*  DWSD1007 (WORKING), MESMA DISCIPLINA DE HEADER / DETALHE /   *
151026*  TRAILLER DO DIMESTIP E DA DIMATIV                            *
151026*---------------------------------------------------------------*
151026 FD  DIMGRUPO
151026     BLOCK CONTAINS 0 RECORDS
151026     RECORDING MODE IS F
151026     LABEL RECORD IS STANDARD.
151026
151026 01  REG-DIMGRUPO                  PIC X(80).
151026
151026*---------------------------------------------------------------*
151026*  ARQUIVO DE TRABALHO - CONDICOES COMERCIAIS DE CADA DETALHE   *
151026*  TIPO 1 DO DIMESTIP (465), LAYOUT DO COPY DWSD1011 (WORKING), *
151026*  CLASSIFICADO NO FIM DO RUN POR CIA/APOLICE (ARQSORT5)        *
151026*---------------------------------------------------------------*
151026 FD  ARQCNDW
151026     BLOCK CONTAINS 0 RECORDS
151026     RECORDING MODE IS F
151026     LABEL RECORD IS STANDARD.
151026
151026 01  REG-CNDW                      PIC X(89).
151026
151026 SD  ARQSORT5.
151026
151026 01  REG-ARQSORT5.
151026     03 CHAVE-W5.
151026        05 CIA-W5                  PIC 9(03).
151026        05 APOLICE-W5              PIC 9(07).
151026     03 FILLER                     PIC X(79).
151026
151026*---------------------------------------------------------------*
151026*  FEED DE CONDICOES COMERCIAIS DO RUN ANTERIOR (GERACAO        *
151026*  ANTERIOR DO ARQCOND) - SO A CHAVE E AS CONDICOES INTERESSAM  *
151026*---------------------------------------------------------------*
151026 FD  ARQCNDANT
151026     BLOCK CONTAINS 0 RECORDS
151026     RECORDING MODE IS F
151026     LABEL RECORD IS STANDARD.
151026
151026 01  REG-CND-ANT.
151026     03 CHAVE-CNA.
151026        05 CIA-CNA                 PIC 9(03).
151026        05 APOLICE-CNA             PIC 9(07).
151026     03 FILLER                     PIC X(27).
151026     03 CONDICOES-CNA.
151026        05 PERC-ADM-CNA            PIC 9(03)V9(02).
151026        05 PERC-DESC-CNA           PIC 9(03)V9(02).
151026        05 PERC-BONUS-CNA          PIC 9(03)V9(02).
151026        05 CARENCIAS-CNA           PIC 9(04).
151026        05 IN-REMISSAO-CNA         PIC 9(04).
151026        05 NR-ANOS-REMIS-CNA       PIC 9(04).
151026        05 TP-REAVALIA-CNA         PIC 9(04).
151026        05 TIPO-ADESAO-CNA         PIC 9(01).
151026     03 FILLER                     PIC X(20).
151026
151026*---------------------------------------------------------------*
151026*  FEED DE CONDICOES COMERCIAIS PARA O DW - LAYOUT NO COPY      *
151026*  DWSD1011 (WORKING)                                           *
151026*---------------------------------------------------------------*
151026 FD  ARQCOND
151026     BLOCK CONTAINS 0 RECORDS
151026     RECORDING MODE IS F
151026     LABEL RECORD IS STANDARD.
151026
151026 01  REG-COND                      PIC X(89).
151026
151026*---------------------------------------------------------------*
151026*  ARQUIVO DE TRABALHO - EXCECOES DE POLITICA COMERCIAL,        *
151026*  CLASSIFICADO POR RAMO/CIA/APOLICE PARA O RELATORIO           *
151026*---------------------------------------------------------------*
151026 FD  ARQCNDX
151026     BLOCK CONTAINS 0 RECORDS
151026     RECORDING MODE IS F
151026     LABEL RECORD IS STANDARD.
151026
151026 01  REG-CNDX.
151026     03 RAMO-CNDX                  PIC 9(03).
151026     03 CIA-CNDX                   PIC 9(03).
151026     03 APOLICE-CNDX               PIC 9(07).
151026     03 CGC-CNDX                   PIC 9(12).
151026     03 DV-CNDX                    PIC 9(02).
151026     03 PERC-DESC-CNDX             PIC 9(03)V9(02).
151026     03 PERC-BONUS-CNDX            PIC 9(03)V9(02).
151026     03 IND-LIM-DESC-CNDX          PIC 9(01).
151026     03 IND-LIM-BONUS-CNDX         PIC 9(01).
151026     03 IND-SEM-MOVI-CNDX          PIC X(01).
151026     03 ALTERACOES-CNDX            PIC X(08).
151026
151026 SD  ARQSORT6.
151026
151026 01  REG-ARQSORT6.
151026     03 RAMO-W6                    PIC 9(03).
151026     03 CIA-W6                     PIC 9(03).
151026     03 APOLICE-W6                 PIC 9(07).
151026     03 CGC-W6                     PIC 9(12).
151026     03 DV-W6                      PIC 9(02).
151026     03 PERC-DESC-W6               PIC 9(03)V9(02).
151026     03 PERC-BONUS-W6              PIC 9(03)V9(02).
151026     03 IND-LIM-DESC-W6            PIC 9(01).
151026     03 IND-LIM-BONUS-W6           PIC 9(01).
151026     03 IND-SEM-MOVI-W6            PIC X(01).
151026     03 ALTERACOES-W6              PIC X(08).
151026     03 FILLER  REDEFINES ALTERACOES-W6.
151026        05 IND-ALT-W6              PIC 9(01) OCCURS 8 TIMES.
151026
151026*---------------------------------------------------------------*
151026*  RELATORIO DE CONDICOES COMERCIAIS FORA DA POLITICA           *
151026*  (SUBSCRICAO / AUDITORIA INTERNA)                             *
151026*---------------------------------------------------------------*
151026 FD  ARQRELCND
151026     BLOCK CONTAINS 0 RECORDS
151026     RECORDING MODE IS F
151026     LABEL RECORD IS STANDARD.
151026
151026 01  REG-RELCND                    PIC X(132).
151026
151026*---------------------------------------------------------------*
151026*  ARQUIVO DE TRABALHO DOS CONFLITOS DE CNPJ - UM REGISTRO POR  *
151026*  REGISTRO DO SORT PRINCIPAL DE CADA GRUPO DE CGC (466, TIPO   *
151026*  2) MAIS A MARCA DO VENCEDOR ESCOLHIDO EM 410 (467, TIPO 1)   *
151026*---------------------------------------------------------------*
151026 FD  ARQCFW
151026     BLOCK CONTAINS 0 RECORDS
151026     RECORDING MODE IS F
151026     LABEL RECORD IS STANDARD.
151026
151026 01  REG-CFW.
151026     03 CGC-CFW                    PIC 9(12).
151026     03 TIPO-CFW                   PIC 9(01).
151026     03 DADOS-CFW.
151026        05 CIA-CFW                 PIC 9(03).
151026        05 APOLICE-CFW             PIC 9(07).
151026        05 DV-CFW                  PIC 9(02).
151026        05 NOME-CFW                PIC X(35).
151026        05 ATIV-CFW                PIC 9(04).
151026        05 ENDERECO-CFW            PIC X(50).
151026        05 CEP-CFW                 PIC 9(08).
151026        05 CIDADE-CFW              PIC X(20).
151026        05 UF-CFW                  PIC X(02).
151026        05 RAMO-CFW                PIC 9(03).
151026        05 DATA-INIC-CFW           PIC 9(08).
151026        05 DATA-CANCEL-CFW         PIC 9(08).
151026     03 IND-REJ-DV-CFW             PIC X(01).
151026
151026 SD  ARQSORT7.
151026
151026 01  REG-ARQSORT7.
151026     03 CGC-W7                     PIC 9(12).
151026     03 TIPO-W7                    PIC 9(01).
151026     03 DADOS-W7.
151026        05 CIA-W7                  PIC 9(03).
151026        05 APOLICE-W7              PIC 9(07).
151026        05 FILLER                  PIC X(140).
151026     03 IND-REJ-DV-W7              PIC X(01).
151026
151026*---------------------------------------------------------------*
151026*  CONFLITOS DE CNPJ PARA O CADASTRO - UMA APOLICE DESCARTADA   *
151026*  POR REGISTRO, AO LADO DO VENCEDOR DO GRUPO - LAYOUT NO COPY  *
151026*  DWSD1012 (WORKING)                                           *
151026*---------------------------------------------------------------*
151026 FD  ARQCNFX
151026     BLOCK CONTAINS 0 RECORDS
151026     RECORDING MODE IS F
151026     LABEL RECORD IS STANDARD.
151026
151026 01  REG-CNFX                      PIC X(330).
151026
151026 SD  ARQSORT8.
151026
151026 01  REG-ARQSORT8.
151026     03 RAMO-W8                    PIC 9(03).
151026     03 CGC-W8                     PIC 9(12).
151026     03 FILLER                     PIC X(153).
151026     03 CIA-SUP-W8                 PIC 9(03).
151026     03 APOLICE-SUP-W8             PIC 9(07).
151026     03 FILLER                     PIC X(152).
151026
151026*---------------------------------------------------------------*
151026*  RELATORIO DE CONFLITOS DE CNPJ POR RAMO (CADASTRO)           *
151026*---------------------------------------------------------------*
151026 FD  ARQRELCNF
151026     BLOCK CONTAINS 0 RECORDS
151026     RECORDING MODE IS F
151026     LABEL RECORD IS STANDARD.
151026
151026 01  REG-RELCNF                    PIC X(132).
151026
151026*---------------------------------------------------------------*
151026*  ARQUIVO DE TRABALHO - APOLICES QUE CHEGARAM AO DIMESTIP, COM *
151026*  O CNPJ (468/469), LAYOUT DO COPY DWSD1015 (WORKING),         *
151026*  CLASSIFICADO NO FIM DO RUN POR CNPJ/CIA/APOLICE (ARQSORT9)   *
151026*---------------------------------------------------------------*
151026 FD  ARQCNPW
151026     BLOCK CONTAINS 0 RECORDS
151026     RECORDING MODE IS F
151026     LABEL RECORD IS STANDARD.
151026
151026 01  REG-CNPW                      PIC X(100).
151026
151026 SD  ARQSORT9.
151026
151026 01  REG-ARQSORT9.
151026     03 CNPJ-W9.
151026        05 BASE-W9                 PIC 9(08).
151026        05 FILIAL-W9               PIC 9(04).
151026        05 DV-W9                   PIC 9(02).
151026     03 CHAVE-W9.
151026        05 CIA-W9                  PIC 9(03).
151026        05 APOLICE-W9              PIC 9(07).
151026     03 FILLER                     PIC X(76).
151026
151026*---------------------------------------------------------------*
151026*  REMESSA AO BUREAU DE CONSULTA DE CNPJ (RECEITA FEDERAL) -    *
151026*  UM DETALHE POR CNPJ DISTINTO, LAYOUT NO COPY DWSD1013        *
151026*  (WORKING)                                                    *
151026*---------------------------------------------------------------*
151026 FD  ARQCNPJ
151026     BLOCK CONTAINS 0 RECORDS
151026     RECORDING MODE IS F
151026     LABEL RECORD IS STANDARD.
151026
151026 01  REG-CNPJ                      PIC X(80).
151026
151026*---------------------------------------------------------------*
151026*  APOLICES DE CADA CNPJ REMETIDO, PARA O DWSD0618 CASAR COM O  *
151026*  RETORNO DO BUREAU - LAYOUT NO COPY DWSD1015 (WORKING)        *
151026*---------------------------------------------------------------*
151026 FD  ARQAPCNPJ
151026     BLOCK CONTAINS 0 RECORDS
151026     RECORDING MODE IS F
151026     LABEL RECORD IS STANDARD.
151026
151026 01  REG-APCNPJ                    PIC X(100).
151026
151026*---------------------------------------------------------------*
151026*  LISTA DE SUPRESSAO LGPD MANTIDA PELO DPO - LAYOUT NO COPY    *
151026*  DWSD1017 (WORKING)                                           *
151026*---------------------------------------------------------------*
151026 FD  ARQLGPD
151026     BLOCK CONTAINS 0 RECORDS
151026     RECORDING MODE IS F
151026     LABEL RECORD IS STANDARD.
151026
151026 01  REG-LGPD                      PIC X(80).
151026
151026*  CHAVES DA LISTA EM ORDEM PARA A TABELA DA BUSCA BINARIA - NA
151026*  CHAVE REPETIDA A REGRA P (PSEUDONIMIZAR) VEM ANTES DA M
151026 SD  ARQSORT13.
151026
151026 01  REG-ARQSORT13.
151026     03 CHAVE-W13.
151026        05 TIPO-W13                PIC X(01).
151026        05 VALOR-W13               PIC 9(12).
151026     03 REGRA-W13                  PIC X(01).
151026     03 PROTOCOLO-W13              PIC X(20).
151026
151026*---------------------------------------------------------------*
151026*  LOG DE MASCARAMENTO LGPD DO RUN - LAYOUT NO COPY DWSD1018    *
151026*  (WORKING)                                                    *
151026*---------------------------------------------------------------*
151026 FD  ARQLOGLGPD
151026     BLOCK CONTAINS 0 RECORDS
151026     RECORDING MODE IS F
151026     LABEL RECORD IS STANDARD.
151026
151026 01  REG-LOGLGPD                   PIC X(100).
151026
      *---------------------------------------------------------------* 00000089
       WORKING-STORAGE SECTION.                                         00000090
      *---------------------------------------------------------------* 00000091
170423 01  WS-MOVI-NM-COMPL-REAV-R REDEFINES WS-MOVI-NM-COMPL-REAV.
170423     03 WS-AAAAMMDD-CORTE-REAV        PIC 9(08).
170423     03 FILLER                        PIC X(142).
151026*  A DATA DE CORTE DO FORMATO DA DESC_NM_CHAVE (MOVI 80) E LIDA
151026*  UMA SO VEZ NO RUN, NA PRIMEIRA APOLICE CANCELADA (330A)
151026 01  WS-SW-CORTE-LIDO                 PIC X(03) VALUE 'NAO'.
151026
151026*  DESC_DT_INI DA APOLICE NOS DOIS FORMATOS DE CHAVE, TRAZIDA
151026*  PELO CURSOR-ATETP (-1 = SEM LINHA NA DBSISA.DESC)
151026 01  WS-DESC-DT-INI-7     PIC S9(08) USAGE COMP-3 VALUE ZEROS.
151026 01  WS-DESC-DT-INI-6     PIC S9(08) USAGE COMP-3 VALUE ZEROS.

       01  WS-CONTADORES.                                               00000204
           03 WS-QTDE-ETP                   PIC 9(09) VALUE ZEROS.      00000205
090826     03 WS-FONE-ANT                   PIC 9(11)      VALUE ZEROS. 00002021
090826     03 WS-EMAIL-ANT                  PIC X(60)      VALUE SPACES.00002022
220826     03 WS-CRITICA-DV-ANT             PIC 9(01)      VALUE ZEROS.
151026     03 WS-RAMO-ANT                   PIC 9(03)      VALUE ZEROS.
151026     03 WS-CONDICOES-ANT.
151026        05 WS-PERC-ADM-ANT            PIC 9(03)V9(02) VALUE ZEROS.
151026        05 WS-PERC-DESC-ANT           PIC 9(03)V9(02) VALUE ZEROS.
151026        05 WS-PERC-BONUS-ANT          PIC 9(03)V9(02) VALUE ZEROS.
151026        05 WS-CARENCIAS-ANT           PIC 9(04)      VALUE ZEROS.
151026        05 WS-IN-REMISSAO-ANT         PIC 9(04)      VALUE ZEROS.
151026        05 WS-NR-ANOS-REMIS-ANT       PIC 9(04)      VALUE ZEROS.
151026        05 WS-TP-REAVALIA-ANT         PIC 9(04)      VALUE ZEROS.
151026        05 WS-TIPO-ADESAO-ANT         PIC 9(01)      VALUE ZEROS.
151026     03 WS-COPER-ANT                  PIC 9(06)      VALUE ZEROS.
                                                                        00000227
090826*---------------------------------------------------------------* 00002023
090826*  "VENCEDOR" DO GRUPO DE CGC EM MODO DE HISTORIZACAO - O CTO    *00002024
090826     03 WS-VH-DV-CGC                  PIC 9(02)      VALUE ZEROS. 00002037
220826     03 WS-VH-CRITICA-DV              PIC 9(01)      VALUE ZEROS.
020926     03 WS-VH-DATA-CANCEL             PIC 9(08)      VALUE ZEROS.
151026     03 WS-VH-RAMO                    PIC 9(03)      VALUE ZEROS.
151026     03 WS-VH-CONDICOES               PIC X(32)      VALUE ZEROS.
151026     03 WS-VH-COPER                   PIC 9(06)      VALUE ZEROS.
090826*---------------------------------------------------------------* 00002038
090826*  FILTRO DE RAMOS (RMO) LIDO DO PARAMETRO (COPY DWSD1001)       *00002039
090826*---------------------------------------------------------------* 00002040
020926     03 WS-SW-DATA-OK                 PIC X(03) VALUE 'NAO'.
020926     03 WS-QUOC-BISSEXTO              PIC 9(04) USAGE COMP.
020926     03 WS-RESTO-BISSEXTO             PIC 9(04) USAGE COMP.
151026     03 WS-CRIT-PERC                  PIC 9(03)V9(02) VALUE ZEROS.
151026     03 WS-CRIT-PERC-X  REDEFINES     WS-CRIT-PERC
151026                                      PIC X(05).
020926
020926 01  WS-DATA-CRIT                     PIC 9(08).
020926 01  FILLER             REDEFINES     WS-DATA-CRIT.
020926        'FILA DE RECICLAGEM VAZIA'.
020926
020926*---------------------------------------------------------------*
151026*  FEED DE AUDITORIA DE ALTERACOES (DBSISA.MOVI) - O CASAMENTO  *
020926*  USA A CHAVE OLTP ORIGINAL (ANTES DO AJUSTE NOVA CIA), QUE E  *
020926*  COMO O MOVI REGISTRA A MANUTENCAO; A DESC_NM_CHAVE DO MOVI   *
020926*  EXISTE NOS DOIS FORMATOS DE APOLICE (6 E 7 BYTES - PROJETO   *
151026*  170423), POR ISSO CADA PEDIDO LEVA DUAS SONDAS. O MOVI DA    *
151026*  JANELA E LIDO UMA SO VEZ, EM ORDEM DE MOVI_NM_CHAVE, E      *
151026*  CASADO COM OS PEDIDOS CLASSIFICADOS POR SONDA (521)          *
020926*---------------------------------------------------------------*
020926 01  WS-CONTROLE-MOVAUD.
020926     03 WS-MOVAUD-TEM-ULT             PIC X(03) VALUE 'NAO'.
020926     03 WS-MOVAUD-ULT-CIA             PIC 9(03) VALUE ZEROS.
020926     03 WS-MOVAUD-ULT-APOL            PIC 9(07) VALUE ZEROS.
020926     03 WS-FIM-MOVI                   PIC X(03) VALUE 'NAO'.
151026     03 WS-SEQ-MOVW                   PIC 9(09) VALUE ZEROS.
151026     03 WS-CONT-MOVI-LIDOS            PIC 9(09) VALUE ZEROS.
151026     03 WS-FIM-SORT11                 PIC X(03) VALUE 'NAO'.
151026     03 WS-MVP-TEM-ULT                PIC X(03) VALUE 'NAO'.
151026     03 WS-MVP-ULT-SEQ                PIC 9(09) VALUE ZEROS.
151026     03 WS-MVP-ULT-SEQ-MOVI           PIC 9(09) VALUE ZEROS.
151026     03 WS-FIM-MVKS                   PIC X(03) VALUE 'NAO'.
151026     03 WS-MVKS-CHAVE                 PIC X(10) VALUE LOW-VALUES.
151026     03 WS-SONDA-MOVI                 PIC X(10) VALUE SPACES.
151026     03 WS-IDX-LMV                    PIC 9(01) USAGE COMP.
151026     03 WS-IDX-ENT-MV                 PIC 9(03) USAGE COMP.
151026
151026*  PEDIDO DO FEED (443) - SONDA7 = CIA + APOLICE DE 7 BYTES,
151026*  SONDA6 = CIA + OS 6 ULTIMOS DIGITOS DA APOLICE, AS MESMAS
151026*  MASCARAS DO LIKE DA ANTIGA CONSULTA POR CHAVE
151026 01  WS-REG-MOVW.
151026     03 SONDA7-MVW.
151026        05 CIA-MVW                    PIC 9(03).
151026        05 APOLICE-MVW                PIC 9(07).
151026     03 SONDA6-MVW.
151026        05 CIA6-MVW                   PIC 9(03).
151026        05 APOLICE6-MVW               PIC 9(06).
151026     03 SEQ-MVW                       PIC 9(09).
151026     03 CIA-AJUST-MVW                 PIC 9(03).
151026     03 IDENT-APOLICE-MVW             PIC X(10).
151026
151026*  PAR PEDIDO X LINHA DO MOVI (521F)
151026 01  WS-REG-MVPW.
151026     03 SEQ-MVP                       PIC 9(09).
151026     03 DATA-ATU-MVP                  PIC 9(08).
151026     03 TIMESTAMP-MVP                 PIC X(26).
151026     03 SEQ-MOVI-MVP                  PIC 9(09).
151026     03 PROGRAMA-MVP                  PIC X(08).
151026     03 CHAVE-MVP                     PIC X(40).
151026     03 CIA-MVP                       PIC 9(03).
151026     03 APOLICE-MVP                   PIC 9(07).
151026     03 CIA-AJUST-MVP                 PIC 9(03).
151026     03 IDENT-APOLICE-MVP             PIC X(10).
151026
151026*  LEITORES DOS PEDIDOS CLASSIFICADOS - OCORRENCIA 1 = SONDA DE
151026*  7 BYTES (ARQMV7S), 2 = SONDA DE 6 BYTES (ARQMV6S). O GRUPO
151026*  CORRENTE SAO OS PEDIDOS DE MESMA SONDA (HIGH-VALUES QUANDO
151026*  O ARQUIVO ACABA); PROX E O PEDIDO SEGUINTE JA LIDO
151026 01  WS-LEITORES-MV.
151026     03 WS-LMV                        OCCURS 2 TIMES.
151026        05 WS-LMV-FIM-ARQ             PIC X(03).
151026        05 WS-LMV-SONDA-PROX          PIC X(10).
151026        05 WS-LMV-PROX                PIC X(41).
151026        05 WS-LMV-SONDA-GRP           PIC X(10).
151026        05 WS-LMV-QTD                 PIC 9(03) USAGE COMP.
151026        05 WS-LMV-ENT                 OCCURS 500 TIMES.
151026           07 WS-LMV-SEQ              PIC 9(09).
151026           07 WS-LMV-CIA              PIC 9(03).
151026           07 WS-LMV-APOL             PIC 9(07).
151026           07 WS-LMV-CIA-AJUST        PIC 9(03).
151026           07 WS-LMV-IDENT            PIC X(10).
020926
020926 01  WS-MOVI-APOL-W                   PIC 9(07).
020926 01  FILLER             REDEFINES     WS-MOVI-APOL-W.
020926                                                 VALUE +0.
020926     03 WS-CARGA-CHAVE-W              PIC 9(12).
020926     03 WS-CARGA-ZZZ                  PIC ZZZ.ZZZ.ZZ9.
151026*  TABELAS COMPANHEIRAS DA CONSULTA ONLINE (DWSD0615) - REFEITAS
151026*  POR INTEIRO A CADA RUN, TAMBEM NO MODO DELTA
151026     03 WS-CARGA-INS-SUBFAT           PIC 9(09) VALUE ZEROS.
151026     03 WS-CARGA-INS-RELMES           PIC 9(09) VALUE ZEROS.
151026     03 WS-CARGA-INS-CONTATO          PIC 9(09) VALUE ZEROS.
151026     03 WS-CARGA-DUP-COMPANHEIRA      PIC 9(09) VALUE ZEROS.
020926 01  WS-CARGA-QTD-INICIAL             PIC S9(09) USAGE COMP
020926                                                 VALUE +0.
020926 01  WS-CARGA-QTD-TABELA              PIC S9(09) USAGE COMP
020926     03 WS-ATIV-COD-EDIT              PIC 9(04).
020926     03 WS-SW-ATIV-TEM-DESC           PIC X(01) VALUE 'N'.
020926
151026*  LAYOUT LEVADO PARA O COPY DWSD1010 - O DWSD0617 (PACOTE DE
151026*  ENTREGA AO DW) PASSOU A LER A DIMATIV
151026     COPY DWSD1010.
020926
151026*---------------------------------------------------------------*
151026*  DIMENSAO DE GRUPO ECONOMICO - TABELA DE LIGACOES (APOLICES   *
151026*  COM MESTRE/CONJUGADA E AS BASES DE CNPJ DELAS), MANTIDA EM   *
151026*  ORDEM ASCENDENTE DE CHAVE (TIPO A = CIA + APOLICE, TIPO B =  *
151026*  BASE DE CNPJ) PARA BUSCA BINARIA. WS-GLG-PAI LIGA CADA NO AO *
151026*  REPRESENTANTE DO SEU GRUPO; BASE QUE NAO ESTA NA TABELA E    *
151026*  UM GRUPO POR SI SO. ESTOURANDO AS 5000 POSICOES, AS LIGACOES *
151026*  EXCEDENTES SAO CONTADAS E AVISADAS NO FIM DO RUN             *
151026*---------------------------------------------------------------*
151026 01  WS-TAB-GRUPO-LIG.
151026     03 WS-GLG-QTD                    PIC 9(05) USAGE COMP
151026                                                VALUE ZEROS.
151026     03 WS-GLG-IDX                    PIC 9(05) USAGE COMP.
151026     03 WS-GLG-INI                    PIC 9(05) USAGE COMP.
151026     03 WS-GLG-FIM                    PIC 9(05) USAGE COMP.
151026     03 WS-GLG-MEIO                   PIC 9(05) USAGE COMP.
151026     03 WS-GLG-POS                    PIC 9(05) USAGE COMP.
151026     03 WS-GLG-ACH                    PIC 9(05) USAGE COMP.
151026     03 WS-GLG-NO                     PIC 9(05) USAGE COMP.
151026     03 WS-GLG-AUX                    PIC 9(05) USAGE COMP.
151026     03 WS-GLG-RAIZ-1                 PIC 9(05) USAGE COMP.
151026     03 WS-GLG-RAIZ-2                 PIC 9(05) USAGE COMP.
151026     03 WS-GLG-ACHOU                  PIC X(03) VALUE 'NAO'.
151026     03 WS-GLG-ESTOURO                PIC 9(09) VALUE ZEROS.
151026     03 WS-GLG-CHAVE-PROC.
151026        05 WS-GLG-TIPO-PROC           PIC X(01).
151026        05 WS-GLG-VALOR-PROC          PIC 9(12).
151026        05 FILLER  REDEFINES WS-GLG-VALOR-PROC.
151026           07 WS-GLG-CIA-PROC         PIC 9(03).
151026           07 WS-GLG-APOL-PROC        PIC 9(09).
151026     03 WS-GLG-MESTRE-PROC            PIC X(01).
151026     03 WS-GLG-CHAVE-LIG              PIC X(13).
151026     03 WS-ENT-GLG OCCURS 5000 TIMES.
151026        05 WS-GLG-CHAVE.
151026           07 WS-GLG-TIPO             PIC X(01).
151026           07 WS-GLG-VALOR            PIC 9(12).
151026        05 WS-GLG-PAI                 PIC 9(05) USAGE COMP.
151026        05 WS-GLG-GRUPO               PIC 9(08).
151026        05 WS-GLG-QTD-BASES           PIC 9(04).
151026        05 WS-GLG-MESTRE              PIC X(01).
151026
151026 01  WS-CONTROLE-DIMGRUPO.
151026     03 WS-GRP-FASE                   PIC 9(01) VALUE ZEROS.
151026     03 WS-FIM-GRPW                   PIC X(03) VALUE 'NAO'.
151026     03 WS-FIM-SORT4                  PIC X(03) VALUE 'NAO'.
151026     03 WS-CONT-GRPW                  PIC 9(09) VALUE ZEROS.
151026     03 WS-CONT-GRUPOS                PIC 9(09) VALUE ZEROS.
151026     03 WS-CONT-MEMBROS               PIC 9(09) VALUE ZEROS.
151026     03 WS-CONT-GRUPOS-LIG            PIC 9(09) VALUE ZEROS.
151026*  ACUMULADORES DO GRUPO CORRENTE (QUEBRA POR COD-GRUPO)
151026     03 WS-GRP-COD-ANT                PIC 9(08) VALUE ZEROS.
151026     03 WS-GRP-QTD-BASES              PIC 9(04) VALUE ZEROS.
151026     03 WS-GRP-QTD-ATIVAS             PIC 9(07) VALUE ZEROS.
151026     03 WS-GRP-QTD-CANCEL             PIC 9(07) VALUE ZEROS.
151026     03 WS-GRP-QTD-SUBFAT             PIC 9(09) VALUE ZEROS.
151026     03 WS-GRP-LIDER-IDENT            PIC 9(10) VALUE ZEROS.
151026     03 WS-GRP-LIDER-CRIT             PIC X(01) VALUE SPACES.
151026     03 WS-GRP-LIDER-INIC             PIC 9(08) VALUE ZEROS.
151026     03 WS-GRP-LIDER-ORD              PIC 9(01) VALUE 9.
151026     03 WS-GRP-QTD-RAMOS              PIC 9(02) VALUE ZEROS.
151026     03 WS-GRP-IDX-RAMO               PIC 9(02) USAGE COMP.
151026     03 WS-GRP-RAMO-POS               PIC 9(02) USAGE COMP.
151026     03 WS-GRP-RAMO-ACHOU             PIC X(03) VALUE 'NAO'.
151026     03 WS-GRP-RAMO                   PIC 9(03) OCCURS 20 TIMES.
151026*  ACUMULADORES DA APOLICE CORRENTE (QUEBRA POR IDENT)
151026     03 WS-MBR-IDENT-ANT              PIC 9(10) VALUE ZEROS.
151026     03 WS-MBR-BASE                   PIC 9(08) VALUE ZEROS.
151026     03 WS-MBR-FILIAL                 PIC 9(04) VALUE ZEROS.
151026     03 WS-MBR-DV                     PIC 9(02) VALUE ZEROS.
151026     03 WS-MBR-SITUACAO               PIC X(01) VALUE SPACES.
151026     03 WS-MBR-MESTRE                 PIC X(01) VALUE SPACES.
151026     03 WS-MBR-RAMO                   PIC 9(03) VALUE ZEROS.
151026     03 WS-MBR-QTD-SUBFAT             PIC 9(05) VALUE ZEROS.
151026     03 WS-MBR-DATA-INIC              PIC 9(08) VALUE ZEROS.
151026     03 WS-MBR-CRIT                   PIC X(01) VALUE SPACES.
151026     03 WS-MBR-CRIT-ORD               PIC 9(01) VALUE ZEROS.
151026
151026     COPY DWSD1007.
151026
020926 01  WS-CTRL-RELREN.
020926     03 WS-CONT-RENW                  PIC 9(09) VALUE ZEROS.
020926     03 WS-RENW-ULT-CIA               PIC 9(03) VALUE ZEROS.
020926 01  LR-VAZIO.
020926     03 FILLER          PIC X(132) VALUE
020926        'NENHUMA RENOVACAO NO HORIZONTE PARAMETRIZADO'.
151026*---------------------------------------------------------------*
151026*  FEED DE CONDICOES COMERCIAIS (ARQCOND, COPY DWSD1011) -      *
151026*  CASAMENTO POR CIA/APOLICE COM O FEED DO RUN ANTERIOR         *
151026*  (ARQCNDANT) E RELATORIO DE EXCECOES POR RAMO (ARQRELCND):    *
151026*  DESCONTO/BONUS ACIMA DO LIMITE DO RAMO OU CONDICAO ALTERADA  *
151026*  SEM MANUTENCAO NO MOVI DENTRO DA JANELA DE SELECAO           *
151026*---------------------------------------------------------------*
151026 01  WS-CONTROLE-CONDICAO.
151026     03 WS-FS-ARQCNDANT               PIC X(02) VALUE '00'.
151026     03 WS-SW-CNDANT-ABERTO           PIC X(01) VALUE 'N'.
151026     03 WS-FIM-CNDANT                 PIC X(03) VALUE 'NAO'.
151026     03 WS-FIM-SORT5                  PIC X(03) VALUE 'NAO'.
151026     03 WS-FIM-SORT6                  PIC X(03) VALUE 'NAO'.
151026     03 WS-CONT-CNDW                  PIC 9(09) VALUE ZEROS.
151026     03 WS-CONT-COND                  PIC 9(09) VALUE ZEROS.
151026     03 WS-CONT-COND-INCL             PIC 9(09) VALUE ZEROS.
151026     03 WS-CONT-COND-ALT              PIC 9(09) VALUE ZEROS.
151026     03 WS-CONT-COND-EXC              PIC 9(09) VALUE ZEROS.
151026     03 WS-CND-TEM-ULT                PIC X(01) VALUE 'N'.
151026     03 WS-CND-ULT-CHAVE              PIC X(10) VALUE SPACES.
151026     03 WS-CND-RAMO-PROC              PIC 9(03) VALUE ZEROS.
151026     03 WS-CND-IDX-RAMO               PIC 9(02) USAGE COMP.
151026     03 WS-CND-LIM-DESC               PIC 9(03)V9(02) VALUE ZEROS.
151026     03 WS-CND-LIM-BONUS              PIC 9(03)V9(02) VALUE ZEROS.
151026     03 WS-CND-IDX-ALT                PIC 9(02) USAGE COMP.
151026     03 WS-CND-RAMO-QUEBRA            PIC 9(03) VALUE ZEROS.
151026     03 WS-LIN-RELCND                 PIC 9(03) VALUE 099.
151026     03 WS-PAG-RELCND                 PIC 9(03) VALUE ZEROS.
151026     03 WS-TOT-RAMO-CND               PIC 9(07) VALUE ZEROS.
151026     03 WS-TOT-GERAL-CND              PIC 9(07) VALUE ZEROS.
151026
151026     COPY DWSD1011.
151026
151026*  SIGLAS DAS CONDICOES NA COLUNA DE ALTERACOES DO RELATORIO -
151026*  MESMA ORDEM DOS IND-ALT- DO COPY DWSD1011
151026 01  WS-TAB-SIGLA-ALT-VAL.
151026     03 FILLER                        PIC X(32) VALUE
151026        'ADM DSC BON CAR REM ANO REA ADE '.
151026 01  FILLER             REDEFINES     WS-TAB-SIGLA-ALT-VAL.
151026     03 WS-SIGLA-ALT                  PIC X(04) OCCURS 8 TIMES.
151026
151026 01  WS-CND-ALT-EDIT.
151026     03 WS-CND-ALT-SLOT               PIC X(04) OCCURS 8 TIMES.
151026
151026 01  LP-CAB1.
151026     03 FILLER          PIC X(09) VALUE 'DWSD0612 '.
151026     03 FILLER          PIC X(15) VALUE SPACES.
151026     03 FILLER          PIC X(44) VALUE
151026        'CONDICOES COMERCIAIS FORA DA POLITICA       '.
151026     03 FILLER          PIC X(47) VALUE SPACES.
151026     03 FILLER          PIC X(09) VALUE 'PAGINA   '.
151026     03 LP-CAB1-PAG     PIC ZZ9.
151026     03 FILLER          PIC X(05) VALUE SPACES.
151026
151026 01  LP-CAB2.
151026     03 FILLER          PIC X(12) VALUE 'PERIODO DE  '.
151026     03 LP-CAB2-DATA-INI PIC X(10).
151026     03 FILLER          PIC X(04) VALUE ' A  '.
151026     03 LP-CAB2-DATA-FIM PIC X(10).
151026     03 FILLER          PIC X(96) VALUE SPACES.
151026
151026 01  LP-CAB-RAMO.
151026     03 FILLER          PIC X(08) VALUE 'RAMO...:'.
151026     03 FILLER          PIC X(01) VALUE SPACES.
151026     03 LP-RAMO         PIC 9(03).
151026     03 FILLER          PIC X(22) VALUE
151026        '   LIMITE DESCONTO...:'.
151026     03 LP-LIM-DESC     PIC ZZ9,99.
151026     03 FILLER          PIC X(19) VALUE
151026        '   LIMITE BONUS...:'.
151026     03 LP-LIM-BONUS    PIC ZZ9,99.
151026     03 FILLER          PIC X(67) VALUE SPACES.
151026
151026 01  LP-CAB-COLUNAS.
151026     03 FILLER          PIC X(18) VALUE '    CIA  APOLICE  '.
151026     03 FILLER          PIC X(17) VALUE 'CNPJ'.
151026     03 FILLER          PIC X(10) VALUE 'DESCONTO'.
151026     03 FILLER          PIC X(10) VALUE 'BONUS'.
151026     03 FILLER          PIC X(77) VALUE
151026        'CONDICOES ALTERADAS SEM MANUTENCAO NO MOVI'.
151026
151026 01  LP-DETALHE.
151026     03 FILLER          PIC X(04) VALUE SPACES.
151026     03 LP-DET-CIA      PIC 9(03).
151026     03 FILLER          PIC X(02) VALUE SPACES.
151026     03 LP-DET-APOLICE  PIC 9(07).
151026     03 FILLER          PIC X(02) VALUE SPACES.
151026     03 LP-DET-CGC      PIC 9(12).
151026     03 FILLER          PIC X(01) VALUE '-'.
151026     03 LP-DET-DV       PIC 9(02).
151026     03 FILLER          PIC X(02) VALUE SPACES.
151026     03 LP-DET-DESC     PIC ZZ9,99.
151026     03 LP-DET-MARCA-DESC PIC X(01).
151026     03 FILLER          PIC X(03) VALUE SPACES.
151026     03 LP-DET-BONUS    PIC ZZ9,99.
151026     03 LP-DET-MARCA-BONUS PIC X(01).
151026     03 FILLER          PIC X(03) VALUE SPACES.
151026     03 LP-DET-ALTERACOES PIC X(32).
151026     03 FILLER          PIC X(45) VALUE SPACES.
151026
151026 01  LP-TOT-RAMO.
151026     03 FILLER          PIC X(18) VALUE 'TOTAL DO RAMO...:'.
151026     03 LP-TOT-RAMO-QTD PIC ZZZ.ZZ9.
151026     03 FILLER          PIC X(107) VALUE SPACES.
151026
151026 01  LP-TOT-GERAL.
151026     03 FILLER          PIC X(18) VALUE 'TOTAL GERAL.....:'.
151026     03 LP-TOT-GER-QTD  PIC ZZZ.ZZ9.
151026     03 FILLER          PIC X(107) VALUE SPACES.
151026
151026 01  LP-LEGENDA1.
151026     03 FILLER          PIC X(40) VALUE
151026        '(*) PERCENTUAL ACIMA DO LIMITE DO RAMO -'.
151026     03 FILLER          PIC X(92) VALUE
151026        ' LIMITE 0,00 = SEM CRITICA'.
151026
151026 01  LP-LEGENDA2.
151026     03 FILLER          PIC X(55) VALUE
151026        'ADM=TAXA ADM  DSC=DESCONTO  BON=BONUS  CAR=CARENCIAS  '.
151026     03 FILLER          PIC X(33) VALUE
151026        'REM=REMISSAO  ANO=ANOS REMISSAO  '.
151026     03 FILLER          PIC X(44) VALUE
151026        'REA=REAVALIACAO  ADE=TIPO ADESAO'.
151026
151026 01  LP-VAZIO.
151026     03 FILLER          PIC X(132) VALUE
151026        'NENHUM CONTRATO FORA DA POLITICA COMERCIAL NO PERIODO'.
151026
151026*---------------------------------------------------------------*
151026*  CONFLITOS DE CNPJ - APOLICES DE UM MESMO CGC DESCARTADAS     *
151026*  PELA ESCOLHA DO VENCEDOR EM 410 (ATIVA ANTES DE CANCELADA,   *
151026*  INICIO MAIS RECENTE). O GRUPO DE CGC E CARREGADO NA TABELA   *
151026*  (UMA ENTRADA POR APOLICE DISTINTA) PARA COMPARAR CADA        *
151026*  DESCARTADA COM O VENCEDOR. APOLICES ALEM DO LIMITE DA        *
151026*  TABELA SO SAO CONTADAS                                       *
151026*---------------------------------------------------------------*
151026 01  WS-CONTROLE-CONFLITO.
151026     03 WS-CNF-MAX                    PIC 9(04) VALUE 0500.
151026     03 WS-FIM-SORT7                  PIC X(03) VALUE 'NAO'.
151026     03 WS-FIM-SORT8                  PIC X(03) VALUE 'NAO'.
151026     03 WS-CONT-CFW                   PIC 9(09) VALUE ZEROS.
151026     03 WS-CONT-CNF-GRUPOS            PIC 9(09) VALUE ZEROS.
151026     03 WS-CONT-CNF-SUPR              PIC 9(09) VALUE ZEROS.
151026     03 WS-CONT-CNF-EXCESSO           PIC 9(09) VALUE ZEROS.
151026     03 WS-CNF-CGC-PROC               PIC 9(12) VALUE ZEROS.
151026     03 WS-CNF-TEM-VENC               PIC X(01) VALUE 'N'.
151026     03 WS-CNF-VEN-CIA                PIC 9(03) VALUE ZEROS.
151026     03 WS-CNF-VEN-APOL               PIC 9(07) VALUE ZEROS.
151026     03 WS-CNF-VEN-REJ-DV             PIC X(01) VALUE 'N'.
151026     03 WS-CNF-ULT-CIA                PIC 9(03) VALUE ZEROS.
151026     03 WS-CNF-ULT-APOL               PIC 9(07) VALUE ZEROS.
151026     03 WS-CNF-QTD-APOL               PIC 9(05) VALUE ZEROS.
151026     03 WS-CNF-QTD                    PIC 9(04) USAGE COMP.
151026     03 WS-CNF-IDX                    PIC 9(04) USAGE COMP.
151026     03 WS-CNF-IDX-VEN                PIC 9(04) USAGE COMP.
151026     03 WS-CNF-RAMO-QUEBRA            PIC 9(03) VALUE ZEROS.
151026     03 WS-CNF-CGC-QUEBRA             PIC 9(12) VALUE ZEROS.
151026     03 WS-LIN-RELCNF                 PIC 9(03) VALUE 099.
151026     03 WS-PAG-RELCNF                 PIC 9(03) VALUE ZEROS.
151026     03 WS-TOT-RAMO-CNF-GRP           PIC 9(07) VALUE ZEROS.
151026     03 WS-TOT-RAMO-CNF-SUP           PIC 9(07) VALUE ZEROS.
151026     03 WS-TOT-GERAL-CNF-GRP          PIC 9(07) VALUE ZEROS.
151026     03 WS-TOT-GERAL-CNF-SUP          PIC 9(07) VALUE ZEROS.
151026
151026*  MESMO LAYOUT DO DADOS-CFW E DO SUPRIMIDA-CNF (DWSD1012)
151026 01  WS-TAB-CONFLITO.
151026     03 WS-CNF-ENT                    OCCURS 500 TIMES.
151026        05 WS-CNF-CIA                 PIC 9(03).
151026        05 WS-CNF-APOL                PIC 9(07).
151026        05 WS-CNF-DV                  PIC 9(02).
151026        05 WS-CNF-NOME                PIC X(35).
151026        05 WS-CNF-ATIV                PIC 9(04).
151026        05 WS-CNF-ENDERECO            PIC X(50).
151026        05 WS-CNF-CEP                 PIC 9(08).
151026        05 WS-CNF-CIDADE              PIC X(20).
151026        05 WS-CNF-UF                  PIC X(02).
151026        05 WS-CNF-RAMO                PIC 9(03).
151026        05 WS-CNF-DATA-INIC           PIC 9(08).
151026        05 WS-CNF-DATA-CANCEL         PIC 9(08).
151026
151026     COPY DWSD1012.
151026
151026 01  LQ-CAB1.
151026     03 FILLER          PIC X(09) VALUE 'DWSD0612 '.
151026     03 FILLER          PIC X(15) VALUE SPACES.
151026     03 FILLER          PIC X(44) VALUE
151026        'CONFLITOS DE CNPJ - APOLICES DESCARTADAS    '.
151026     03 FILLER          PIC X(47) VALUE SPACES.
151026     03 FILLER          PIC X(09) VALUE 'PAGINA   '.
151026     03 LQ-CAB1-PAG     PIC ZZ9.
151026     03 FILLER          PIC X(05) VALUE SPACES.
151026
151026 01  LQ-CAB2.
151026     03 FILLER          PIC X(12) VALUE 'PERIODO DE  '.
151026     03 LQ-CAB2-DATA-INI PIC X(10).
151026     03 FILLER          PIC X(04) VALUE ' A  '.
151026     03 LQ-CAB2-DATA-FIM PIC X(10).
151026     03 FILLER          PIC X(96) VALUE SPACES.
151026
151026 01  LQ-CAB-RAMO.
151026     03 FILLER          PIC X(08) VALUE 'RAMO...:'.
151026     03 FILLER          PIC X(01) VALUE SPACES.
151026     03 LQ-RAMO         PIC 9(03).
151026     03 FILLER          PIC X(120) VALUE SPACES.
151026
151026 01  LQ-CAB-COLUNAS.
151026     03 FILLER          PIC X(02) VALUE SPACES.
151026     03 FILLER          PIC X(04) VALUE 'SIT.'.
151026     03 FILLER          PIC X(02) VALUE SPACES.
151026     03 FILLER          PIC X(04) VALUE 'CIA '.
151026     03 FILLER          PIC X(08) VALUE 'APOLICE '.
151026     03 FILLER          PIC X(05) VALUE 'RMO  '.
151026     03 FILLER          PIC X(04) VALUE 'DV  '.
151026     03 FILLER          PIC X(37) VALUE 'RAZAO SOCIAL'.
151026     03 FILLER          PIC X(06) VALUE 'ATIV  '.
151026     03 FILLER          PIC X(22) VALUE 'ENDERECO'.
151026     03 FILLER          PIC X(11) VALUE 'CIDADE'.
151026     03 FILLER          PIC X(04) VALUE 'UF  '.
151026     03 FILLER          PIC X(11) VALUE 'INICIO'.
151026     03 FILLER          PIC X(12) VALUE 'CANCELAMENTO'.
151026
151026 01  LQ-GRUPO.
151026     03 FILLER          PIC X(02) VALUE SPACES.
151026     03 FILLER          PIC X(06) VALUE 'CNPJ: '.
151026     03 LQ-GRP-CGC      PIC 9(12).
151026     03 FILLER          PIC X(01) VALUE '-'.
151026     03 LQ-GRP-DV       PIC 9(02).
151026     03 FILLER          PIC X(03) VALUE SPACES.
151026     03 FILLER          PIC X(19) VALUE 'APOLICES NO GRUPO: '.
151026     03 LQ-GRP-QTD      PIC ZZZZ9.
151026     03 FILLER          PIC X(03) VALUE SPACES.
151026     03 LQ-GRP-OBS      PIC X(40).
151026     03 FILLER          PIC X(39) VALUE SPACES.
151026
151026 01  LQ-DETALHE.
151026     03 FILLER          PIC X(02) VALUE SPACES.
151026     03 LQ-DET-SIT      PIC X(04).
151026     03 FILLER          PIC X(02) VALUE SPACES.
151026     03 LQ-DET-CIA      PIC 9(03).
151026     03 FILLER          PIC X(01) VALUE SPACES.
151026     03 LQ-DET-APOLICE  PIC 9(07).
151026     03 FILLER          PIC X(01) VALUE SPACES.
151026     03 LQ-DET-RAMO     PIC 9(03).
151026     03 FILLER          PIC X(02) VALUE SPACES.
151026     03 LQ-DET-DV       PIC 9(02).
151026     03 LQ-DET-MARCA-DV PIC X(01).
151026     03 FILLER          PIC X(01) VALUE SPACES.
151026     03 LQ-DET-NOME     PIC X(35).
151026     03 LQ-DET-MARCA-NOME PIC X(01).
151026     03 FILLER          PIC X(01) VALUE SPACES.
151026     03 LQ-DET-ATIV     PIC 9(04).
151026     03 LQ-DET-MARCA-ATIV PIC X(01).
151026     03 FILLER          PIC X(01) VALUE SPACES.
151026     03 LQ-DET-ENDERECO PIC X(21).
151026     03 FILLER          PIC X(01) VALUE SPACES.
151026     03 LQ-DET-CIDADE   PIC X(10).
151026     03 FILLER          PIC X(01) VALUE SPACES.
151026     03 LQ-DET-UF       PIC X(02).
151026     03 LQ-DET-MARCA-ENDER PIC X(01).
151026     03 FILLER          PIC X(01) VALUE SPACES.
151026     03 LQ-DET-INICIO   PIC X(10).
151026     03 FILLER          PIC X(01) VALUE SPACES.
151026     03 LQ-DET-CANCEL   PIC X(10).
151026     03 FILLER          PIC X(02) VALUE SPACES.
151026
151026 01  LQ-TOT-RAMO.
151026     03 FILLER          PIC X(18) VALUE 'TOTAL DO RAMO...:'.
151026     03 LQ-TOT-RAMO-GRP PIC ZZZ.ZZ9.
151026     03 FILLER          PIC X(22) VALUE ' GRUPOS DE CNPJ       '.
151026     03 LQ-TOT-RAMO-SUP PIC ZZZ.ZZ9.
151026     03 FILLER          PIC X(78) VALUE ' APOLICES DESCARTADAS'.
151026
151026 01  LQ-TOT-GERAL.
151026     03 FILLER          PIC X(18) VALUE 'TOTAL GERAL.....:'.
151026     03 LQ-TOT-GER-GRP  PIC ZZZ.ZZ9.
151026     03 FILLER          PIC X(22) VALUE ' GRUPOS DE CNPJ       '.
151026     03 LQ-TOT-GER-SUP  PIC ZZZ.ZZ9.
151026     03 FILLER          PIC X(78) VALUE ' APOLICES DESCARTADAS'.
151026
151026 01  LQ-LEGENDA1.
151026     03 FILLER          PIC X(44) VALUE
151026        'VENC = APOLICE LEVADA AO DIMESTIP (TIPO 1)  '.
151026     03 FILLER          PIC X(88) VALUE
151026        'DESC = APOLICE DESCARTADA NO GRUPO DE CGC'.
151026
151026 01  LQ-LEGENDA2.
151026     03 FILLER          PIC X(45) VALUE
151026        '(*) DADO DIFERENTE DO VENCEDOR - O ENDERECO '.
151026     03 FILLER          PIC X(87) VALUE
151026        'COMPARA LOGRADOURO, CEP, CIDADE E UF'.
151026
151026 01  LQ-VAZIO.
151026     03 FILLER          PIC X(132) VALUE
151026        'NENHUM CNPJ COM MAIS DE UMA APOLICE NO PERIODO'.
151026
151026*---------------------------------------------------------------*
151026*  REMESSA DE CNPJ AO BUREAU DE CONSULTA - TODO CNPJ (BASE,     *
151026*  FILIAL E DV) QUE CHEGOU AO DIMESTIP VAI UMA VEZ SO NA        *
151026*  REMESSA; AS APOLICES DE CADA UM VAO PARA O ARQAPCNPJ         *
151026*---------------------------------------------------------------*
151026 01  WS-CONTROLE-CNPJ.
151026     03 WS-FIM-SORT9                  PIC X(03) VALUE 'NAO'.
151026     03 WS-CONT-CNPW                  PIC 9(09) VALUE ZEROS.
151026     03 WS-CONT-CNPJ-REM              PIC 9(09) VALUE ZEROS.
151026     03 WS-CONT-APCNPJ                PIC 9(09) VALUE ZEROS.
151026     03 WS-CONT-APCNPJ-ATV            PIC 9(09) VALUE ZEROS.
151026     03 WS-CNJ-ULT-CNPJ               PIC X(14) VALUE HIGH-VALUES.
151026     03 WS-CNJ-ULT-CHAVE              PIC X(10) VALUE HIGH-VALUES.
151026
151026     COPY DWSD1013.
151026
151026     COPY DWSD1015.
151026*---------------------------------------------------------------*
151026*  LGPD - LISTA DE SUPRESSAO DO DPO (ARQLGPD), CARREGADA NO     *
151026*  INICIO DO RUN EM ORDEM DE CHAVE (TIPO A = 00 + CIA +         *
151026*  APOLICE DO OLTP, TIPO C = BASE + FILIAL DO CNPJ) PARA BUSCA  *
151026*  BINARIA. O ESTIPULANTE LISTADO SAI COM O NOME E O CONTATO    *
151026*  MASCARADOS OU PSEUDONIMIZADOS NOS FEEDS PARA O DW E PARA A   *
151026*  PLATAFORMA ANALITICA, E CADA REGISTRO MASCARADO VAI PARA O   *
151026*  LOG DO RUN (ARQLOGLGPD). ESTOURANDO AS 5000 POSICOES O RUN   *
151026*  CAI - NENHUM TITULAR PODE FICAR FORA DA TABELA               *
151026*---------------------------------------------------------------*
151026 01  WS-CONTROLE-LGPD.
151026     03 WS-FS-ARQLGPD                 PIC X(02) VALUE '00'.
151026     03 WS-FIM-LGPD                   PIC X(03) VALUE 'NAO'.
151026     03 WS-FIM-SORT13                 PIC X(03) VALUE 'NAO'.
151026     03 WS-SW-DELIM-CLARO             PIC X(01) VALUE 'N'.
151026     03 WS-CONT-LGPD-LIDOS            PIC 9(09) VALUE ZEROS.
151026     03 WS-CONT-LGPD-INVALIDOS        PIC 9(09) VALUE ZEROS.
151026     03 WS-CONT-LGPD-REPETIDOS        PIC 9(09) VALUE ZEROS.
151026     03 WS-CONT-LOG-LGPD              PIC 9(09) VALUE ZEROS.
151026     03 WS-CONT-LGPD-DIMESTIP         PIC 9(09) VALUE ZEROS.
151026     03 WS-CONT-LGPD-ARQCTO           PIC 9(09) VALUE ZEROS.
151026     03 WS-CONT-LGPD-ARQRENDW         PIC 9(09) VALUE ZEROS.
151026     03 WS-CONT-LGPD-ARQDELTA         PIC 9(09) VALUE ZEROS.
151026     03 WS-CONT-LGPD-DELIM-PADRAO     PIC 9(09) VALUE ZEROS.
151026*  CHAVES DO REGISTRO PROCURADO (470) - A ULTIMA BUSCA FICA
151026*  GUARDADA, O DETALHE, O CONTATO E O CNPJ DA MESMA APOLICE
151026*  CONSULTAM EM SEQUENCIA
151026     03 WS-LGPD-BUSCA.
151026        05 WS-LGPD-CIA-BUSCA          PIC 9(03).
151026        05 WS-LGPD-APOL-BUSCA         PIC 9(07).
151026        05 WS-LGPD-CGC-BUSCA          PIC 9(12).
151026        05 FILLER  REDEFINES WS-LGPD-CGC-BUSCA.
151026           07 WS-LGPD-BASE-BUSCA      PIC 9(08).
151026           07 WS-LGPD-FILIAL-BUSCA    PIC 9(04).
151026     03 WS-LGPD-ULT-BUSCA             PIC X(22) VALUE HIGH-VALUES.
151026*  RESULTADO DA BUSCA - ORIGEM A = CIA/APOLICE, C = CNPJ,
151026*  B = BASE DO CNPJ (FILIAL ZERADA NA LISTA)
151026     03 WS-SW-LGPD                    PIC X(01) VALUE 'N'.
151026     03 WS-LGPD-REGRA                 PIC X(01) VALUE SPACES.
151026     03 WS-LGPD-ORIGEM                PIC X(01) VALUE SPACES.
151026     03 WS-LGPD-PROTOCOLO             PIC X(20) VALUE SPACES.
151026*  MASCARAMENTO DO NOME (471) - REGRA M, P OU D (PADRAO DO
151026*  ARQDELIM SEM LIBERACAO DE DADO EM CLARO NO PARM)
151026     03 WS-LGPD-REGRA-MASC            PIC X(01).
151026     03 WS-LGPD-NOME-E                PIC X(35).
151026     03 WS-LGPD-NOME-S                PIC X(35).
151026     03 WS-LGPD-IDENT                 PIC 9(10).
151026     03 WS-LGPD-NOME-DELIM            PIC X(35).
151026     03 WS-LGPD-CEP-AUX               PIC 9(05).
151026*  DADOS DO REGISTRO DE LOG (473)
151026     03 WS-LGPD-ARQ-LOG               PIC X(08).
151026     03 WS-LGPD-DB2-LOG               PIC X(01).
151026     03 WS-LGPD-DELIM-LOG             PIC X(01).
151026
151026*  CONTATO QUE SAI NO ARQCTO E NA DWSD.DIMCONTATO (432/444C) -
151026*  IGUAL AO DO OLTP, OU MASCARADO PARA O ESTIPULANTE LISTADO
151026 01  WS-CONTATO-SAIDA.
151026     03 WS-ENDERECO-SAI               PIC X(50).
151026     03 WS-CEP-SAI                    PIC 9(08).
151026     03 WS-CIDADE-SAI                 PIC X(20).
151026     03 WS-UF-SAI                     PIC X(02).
151026     03 WS-DDD-SAI                    PIC X(06).
151026     03 WS-FONE-SAI                   PIC 9(11).
151026     03 WS-EMAIL-SAI                  PIC X(60).
151026
151026 01  WS-TAB-LGPD.
151026     03 WS-LGPD-QTD                   PIC 9(05) USAGE COMP
151026                                                VALUE ZEROS.
151026     03 WS-LGPD-INI                   PIC 9(05) USAGE COMP.
151026     03 WS-LGPD-FIM                   PIC 9(05) USAGE COMP.
151026     03 WS-LGPD-MEIO                  PIC 9(05) USAGE COMP.
151026     03 WS-LGPD-ACH                   PIC 9(05) USAGE COMP.
151026     03 WS-LGPD-ACHOU                 PIC X(03) VALUE 'NAO'.
151026     03 WS-LGPD-CHAVE-PROC.
151026        05 WS-LGPD-TIPO-PROC          PIC X(01).
151026        05 WS-LGPD-VALOR-PROC         PIC 9(12).
151026        05 FILLER  REDEFINES WS-LGPD-VALOR-PROC.
151026           07 FILLER                  PIC 9(02).
151026           07 WS-LGPD-CIA-PROC        PIC 9(03).
151026           07 WS-LGPD-APOL-PROC       PIC 9(07).
151026     03 WS-LGPD-ULT-CHAVE             PIC X(13) VALUE LOW-VALUES.
151026     03 WS-ENT-LGPD OCCURS 5000 TIMES.
151026        05 WS-LGPD-CHAVE              PIC X(13).
151026        05 WS-LGPD-REGRA-ENT          PIC X(01).
151026        05 WS-LGPD-PROT-ENT           PIC X(20).
151026
151026     COPY DWSD1017.
151026
151026     COPY DWSD1018.
020926
020926*  TAMANHO APROXIMADO (EM DIAS) DA JANELA DE SELECAO - USADO
020926*  PARA ACEITAR UMA EXTRACAO SEM DETALHE SO QUANDO O PARAMETRO
           03 WS-COD-BASE                   PIC 9(08).                  00000239
           03 WS-COD-FILIAL                 PIC 9(04).                  00000240
       01  WS-CODIGO-CNPJ-R REDEFINES WS-CODIGO-CNPJ PIC X(12).         00000241
151026*  CACHE DO ULTIMO RESULTADO DE 450-AJUSTA-CIA-NVCIA
090826*  (431-MONTA-IDENT-APOLICE E CHAMADA VARIAS VEZES PARA O         00002568
151026*  MESMO GRUPO DE CGC, POR 430 E 432 - EVITA REFAZER O AJUSTE
090826*  QUANDO CIA/APOLICE NAO MUDOU DESDE A ULTIMA CHAMADA.           00002570
220826*  CIA/APOLICE JA LEVADAS AO ARQRELMES DENTRO DO GRUPO DE CGC
220826*  CORRENTE - O SORT INTERCALA AS APOLICES DO MESMO CGC (DATA
220826     03 WS-APO-CONJUG-ATSAUDAO        PIC S9(09)  USAGE COMP.
020926     03 WS-AMD-RENOV-ATSAUDAO         PIC S9(09)  USAGE COMP.
020926     03 WS-PRAZO-RENOV-ATSAUDAO       PIC S9(01)  USAGE COMP-3.
151026     03 WS-PERC-ADM-ATSAUDAO          PIC S9(03)V99 USAGE COMP-3.
151026     03 WS-PERC-DESC-ATSAUDAO         PIC S9(03)V99 USAGE COMP-3.
151026     03 WS-PERC-BONUS-ATSAUDAO        PIC S9(03)V99 USAGE COMP-3.
151026     03 WS-CARENCIAS-ATSAUDAO         PIC S9(04)  USAGE COMP.
151026     03 WS-IN-REMISSAO-ATSAUDAO       PIC S9(04)  USAGE COMP.
151026     03 WS-NR-ANOS-REMIS-ATSAUDAO     PIC S9(04)  USAGE COMP.
151026     03 WS-TP-REAVALIA-ATSAUDAO       PIC S9(04)  USAGE COMP.
151026     03 WS-TIPO-ADESAO-ATSAUDAO       PIC S9(01)  USAGE COMP-3.
                                                                        00000257
      *---------------------------------------------------------------* 00000258
                                                                        00000259
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************

151026*----------------------------------------------------------------*
151026*    INCLUDE DAS TABELAS COMPANHEIRAS DA DWSD.DIMESTIP           *
151026*    (SUB-FATURAS, RELACAO MESTRE/CONJUGADA E CONTATO - REFEITAS *
151026*     PELO RUN JUNTO COM A DIMENSAO PARA A CONSULTA ONLINE       *
151026*     DWSD0615)                                                  *
151026*----------------------------------------------------------------*
151026
151026     EXEC SQL
151026          INCLUDE DWSD3002
151026     END-EXEC.
151026
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

151026     EXEC SQL
151026          INCLUDE DWSD3003
151026     END-EXEC.
151026
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

151026     EXEC SQL
151026          INCLUDE DWSD3004
151026     END-EXEC.
151026
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

      *----------------------------------------------------------------*00000356
      *    DECLARACAO DE CURSOR   -  ATSAUDAO.SSCESTIPULANTE           *00000357
      *----------------------------------------------------------------*00000358
220826*  DATA-INI-SEL/DATA-FIM-SEL SAO CARREGADAS EM 101, ANTES DO     *
220826*  OPEN DO CURSOR (310, JA DENTRO DO SORT).                      *
220826*----------------------------------------------------------------*
151026*----------------------------------------------------------------*
151026*  A DESC_DT_INI DA REATIVACAO E O COPER_PLANO_SAUDE DA NOVA CIA *
151026*  DESCEM NA PROPRIA LINHA DO CURSOR - 330A E 431/433 NAO FAZEM  *
151026*  MAIS SELECT POR APOLICE                                       *
151026*----------------------------------------------------------------*
020926*  WITH HOLD - A CARGA DIRETA EM DB2 (TP-CARGA-DB2) COMMITA NO    *
020926*  INTERVALO DO CHECKPOINT E O CURSOR NAO PODE SER DERRUBADO      *
020926*  PELO COMMIT (501 AINDA O FECHA NO FIM DO RUN)                  *
220826               ETP_APO_MESTRE,
220826               ETP_APO_CONJUGADA,
020926               ETP_AMD_RENOVACAO,
151026               ETP_PRAZO_RENOV,
151026               ETP_PERC_ADM,
151026               ETP_PERC_DESC,
151026               ETP_PERC_BONUS,
151026               ETP_CARENCIAS,
151026               ETP_IN_REMISSAO,
151026               ETP_NR_ANOS_REMIS,
151026               ETP_TP_REAVALIA,
151026               ETP_TIPO_ADESAO,
151026*  DESC_DT_INI DA REATIVACAO NOS DOIS FORMATOS DE CHAVE (330A
151026*  ESCOLHE PELA DATA DE CORTE) - SO PARA APOLICE CANCELADA;
151026*  -1 = SEM LINHA NA DBSISA.DESC
151026               CASE WHEN A.ETP_AMD_CANCEL = 0 THEN 0
151026                    ELSE COALESCE(
151026                    (SELECT D7.DESC_DT_INI
151026                       FROM DBSISA.DESC D7
151026                      WHERE D7.DESC_CD_ESTRUT = 1
151026                        AND D7.DESC_CD_CPO    = 68
151026                        AND D7.DESC_NR_SUBCPO = 0
151026                        AND D7.DESC_DT_FIM    = 99999999
151026                        AND D7.DESC_NM_CHAVE  =
151026                            SUBSTR(DIGITS(A.ETP_CIA), 3, 3)
151026                            CONCAT
151026                            SUBSTR(DIGITS(A.ETP_APOLICE), 4, 7)),
151026                    -1) END,
151026               CASE WHEN A.ETP_AMD_CANCEL = 0 THEN 0
151026                    ELSE COALESCE(
151026                    (SELECT D6.DESC_DT_INI
151026                       FROM DBSISA.DESC D6
151026                      WHERE D6.DESC_CD_ESTRUT = 1
151026                        AND D6.DESC_CD_CPO    = 68
151026                        AND D6.DESC_NR_SUBCPO = 0
151026                        AND D6.DESC_DT_FIM    = 99999999
151026                        AND D6.DESC_NM_CHAVE  =
151026                            SUBSTR(DIGITS(A.ETP_CIA), 3, 3)
151026                            CONCAT
151026                            SUBSTR(DIGITS(A.ETP_APOLICE), 5, 6)),
151026                    -1) END
                                                                        00000371
220826         FROM  ATSAUDAO.SSCESTIPULANTE A
                                                                        00000373
020926*----------------------------------------------------------------*
020926*    DECLARACAO DE CURSOR   -  DBSISA.MOVI                        *
020926*----------------------------------------------------------------*
151026*  MANUTENCOES DENTRO DA JANELA DE SELECAO DO RUN - ALIMENTA O  *
151026*  FEED DE AUDITORIA DE ALTERACOES (ARQMOVAUD). LIDO UMA SO VEZ  *
151026*  NO FIM DO RUN (521), EM ORDEM DE MOVI_NM_CHAVE, E CASADO COM  *
151026*  OS PEDIDOS DE 443 PELAS SONDAS DE 7 E DE 6 BYTES DA APOLICE   *
151026*  (PROJETO 170423)                                              *
151026*----------------------------------------------------------------*
151026     EXEC SQL DECLARE CURSOR-MOVI CURSOR FOR
151026
151026        SELECT MOVI_DT_ATU,
151026               MOVI_TIMESTAMP,
151026               MOVI_NM_PROGRAMA,
151026               MOVI_NM_CHAVE
151026
151026          FROM DBSISA.MOVI
151026
151026         WHERE MOVI_DT_ATU >= :DATA-INI-SEL
151026           AND MOVI_DT_ATU <= :DATA-FIM-SEL
151026
151026         ORDER BY MOVI_NM_CHAVE
151026
151026     END-EXEC.
JAPI-I*                                                                 00000377
JAPI-I 01  CB-CURRENT-DATE.                                             00000378
JAPI-I     03  CB-MM           PIC X(2).                                00000379
020926     03 APOL-FIM-PARTICAO           PIC 9(09).
020926     03 FILLER                      PIC X(01).
020926     03 TP-CARGA-DB2                PIC X(01).
151026     03 FILLER                      PIC X(01).
151026     03 TP-DELIM-CLARO              PIC X(01).
                                                                        00000405
      *-----------------------------------*                             00000406
       PROCEDURE DIVISION USING PARAMETRO.                              00000407
020926*  POR UM ARQUIVO VAZIO
020926     IF TP-PARTICAO NOT EQUAL 'S'
020926        OPEN OUTPUT ARQRECOUT
151026                    ARQGRPW
151026                    ARQCNDW
151026                    ARQCFW
151026                    ARQCNPW
151026                    ARQMOVW
020926     END-IF.
090826                                                                  00002141
090826     MOVE WS-DATA-CORRENTE TO WS-AUD-DATA-INICIO-JOB.             00002142
020926
           PERFORM 101-GERA-HEADER-ETP                                  00000449
              THRU 101-FIM.                                             00000450
151026*  LISTA DE SUPRESSAO LGPD - CARREGADA ANTES DO PRIMEIRO FEED
151026*  COM DADO PESSOAL; VALE TAMBEM NA PARTICAO, QUE GRAVA O
151026*  DIMESTIP, O ARQCTO E O ARQDELIM DA SUA FAIXA
151026     PERFORM 108-CARREGA-LISTA-LGPD THRU 108-FIM.
                                                                        00000451
220826     IF TP-SAIDA-DELIM EQUAL 'S'
220826        MOVE 'S' TO WS-SW-DELIM
020926        PERFORM 105-REGISTRA-CRITICA THRU 105-FIM
020926     END-IF.
020926
151026*  LIMITES DE DESCONTO/BONUS POR RAMO (MESMA POSICAO DO
151026*  RAMO-SEL) - ZEROS = RAMO SEM CRITICA DE POLITICA
151026     PERFORM 104F-CRITICA-LIMITE-COND THRU 104F-FIM
151026        VARYING WS-IDX-RAMO FROM 1 BY 1
151026          UNTIL WS-IDX-RAMO > 10.
151026
020926     IF ULTIMA-OPCAO1 NOT EQUAL 'E' AND 'D'
020926        MOVE 'ULTIMA-OPCAO1 INVALIDA (E/D)' TO WS-CRIT-TEXTO
020926        MOVE ULTIMA-OPCAO1                  TO WS-CRIT-VALOR
020926
020926 104E-FIM. EXIT.

      *----------------------------*
151026 104F-CRITICA-LIMITE-COND.
      *----------------------------*

151026     IF PERC-DESC-MAX (WS-IDX-RAMO) > 100
151026        MOVE 'PERC-DESC-MAX FORA DA FAIXA (000-100)'
151026                                            TO WS-CRIT-TEXTO
151026        MOVE PERC-DESC-MAX (WS-IDX-RAMO)    TO WS-CRIT-PERC
151026        MOVE WS-CRIT-PERC-X                 TO WS-CRIT-VALOR
151026        PERFORM 105-REGISTRA-CRITICA THRU 105-FIM
151026     END-IF.
151026
151026     IF PERC-BONUS-MAX (WS-IDX-RAMO) > 100
151026        MOVE 'PERC-BONUS-MAX FORA DA FAIXA (000-100)'
151026                                            TO WS-CRIT-TEXTO
151026        MOVE PERC-BONUS-MAX (WS-IDX-RAMO)   TO WS-CRIT-PERC
151026        MOVE WS-CRIT-PERC-X                 TO WS-CRIT-VALOR
151026        PERFORM 105-REGISTRA-CRITICA THRU 105-FIM
151026     END-IF.
151026
151026 104F-FIM. EXIT.

      *----------------------------*
020926 105-REGISTRA-CRITICA.
      *----------------------------*
020926     DISPLAY 'DWSD0612 - CARGA DIRETA EM DB2 ATIVA - '
020926             'DWSD.DIMESTIP COM ' WS-CARGA-ZZZ ' LINHAS'.

151026*  AS TABELAS COMPANHEIRAS DA CONSULTA ONLINE SAO REFEITAS EM
151026*  QUALQUER MODO - SUB-FATURA, RELACAO E CONTATO NAO ENTRAM NA
151026*  COMPARACAO DA IMAGEM DO DELTA
151026     PERFORM 107A-LIMPA-COMPANHEIRAS THRU 107A-FIM.
151026
020926     IF WS-SW-DELTA EQUAL 'S'
020926        DISPLAY '           MODO DELTA - OPERACOES I/A/E DO RUN'
020926        DISPLAY ' '
020926     DISPLAY ' '.

020926 107-FIM. EXIT.

      *----------------------------*
151026 107A-LIMPA-COMPANHEIRAS.
      *----------------------------*

151026*  DELETE EM MASSA DAS TABELAS COMPANHEIRAS DA CONSULTA ONLINE
151026*  (DWSD0615) - AS LINHAS DO RUN ENTRAM EM 444A/444B/444C, NO
151026*  MESMO INTERVALO DE COMMIT DA DIMENSAO
151026     EXEC SQL
151026          DELETE FROM DWSD.DIMSUBFAT
151026     END-EXEC.

151026     MOVE SQLCODE TO WS-SQLCODE.

151026     IF SQLCODE NOT EQUAL ZEROS AND 100
151026        DISPLAY '*----------------------------------------*'
151026        DISPLAY '* DWSD0612 - 107A-LIMPA-COMPANHEIRAS     *'
151026        DISPLAY '* DWSD0612 - ERRO NO DELETE EM MASSA     *'
151026        DISPLAY '* DWSD0612 - DWSD.DIMSUBFAT              *'
151026        DISPLAY '*----------------------------------------*'
151026        DISPLAY '* SQLCODE = ' WS-SQLCODE
151026        DISPLAY '*----------------------------------------*'
151026        MOVE 'ERRO NO DELETE DWSD.DIMSUBFAT' TO WS-COMANDO
151026        PERFORM 9999-TRATA-ERRO-SQL THRU 9999-FIM
151026     END-IF.

151026     EXEC SQL
151026          DELETE FROM DWSD.DIMRELMES
151026     END-EXEC.

151026     MOVE SQLCODE TO WS-SQLCODE.

151026     IF SQLCODE NOT EQUAL ZEROS AND 100
151026        DISPLAY '*----------------------------------------*'
151026        DISPLAY '* DWSD0612 - 107A-LIMPA-COMPANHEIRAS     *'
151026        DISPLAY '* DWSD0612 - ERRO NO DELETE EM MASSA     *'
151026        DISPLAY '* DWSD0612 - DWSD.DIMRELMES              *'
151026        DISPLAY '*----------------------------------------*'
151026        DISPLAY '* SQLCODE = ' WS-SQLCODE
151026        DISPLAY '*----------------------------------------*'
151026        MOVE 'ERRO NO DELETE DWSD.DIMRELMES' TO WS-COMANDO
151026        PERFORM 9999-TRATA-ERRO-SQL THRU 9999-FIM
151026     END-IF.

151026     EXEC SQL
151026          DELETE FROM DWSD.DIMCONTATO
151026     END-EXEC.

151026     MOVE SQLCODE TO WS-SQLCODE.

151026     IF SQLCODE NOT EQUAL ZEROS AND 100
151026        DISPLAY '*----------------------------------------*'
151026        DISPLAY '* DWSD0612 - 107A-LIMPA-COMPANHEIRAS     *'
151026        DISPLAY '* DWSD0612 - ERRO NO DELETE EM MASSA     *'
151026        DISPLAY '* DWSD0612 - DWSD.DIMCONTATO             *'
151026        DISPLAY '*----------------------------------------*'
151026        DISPLAY '* SQLCODE = ' WS-SQLCODE
151026        DISPLAY '*----------------------------------------*'
151026        MOVE 'ERRO NO DELETE DWSD.DIMCONTATO' TO WS-COMANDO
151026        PERFORM 9999-TRATA-ERRO-SQL THRU 9999-FIM
151026     END-IF.

151026     DISPLAY '           TABELAS DA CONSULTA ONLINE (DIMSUBFAT/'
151026             'DIMRELMES/DIMCONTATO) REFEITAS NESTE RUN'.

151026 107A-FIM. EXIT.

      *------------------------------*
151026 108-CARREGA-LISTA-LGPD.
      *------------------------------*

151026*  LISTA DE SUPRESSAO LGPD DO DPO (ARQLGPD) - DD OBRIGATORIO,
151026*  VAZIO QUANDO NINGUEM ESTA LISTADO. ENTRADA INVALIDA DERRUBA
151026*  O RUN: O DADO DE UM TITULAR NAO PODE SAIR EM CLARO POR ERRO
151026*  DE DIGITACAO NA LISTA
151026     IF TP-DELIM-CLARO EQUAL 'S'
151026        MOVE 'S' TO WS-SW-DELIM-CLARO
151026     END-IF.
151026
151026     OPEN INPUT ARQLGPD.
151026
151026     IF WS-FS-ARQLGPD NOT EQUAL '00'
151026        DISPLAY ' '
151026        DISPLAY 'DWSD0612 - LISTA LGPD (ARQLGPD) NAO ABRIU - '
151026                'FILE STATUS ' WS-FS-ARQLGPD
151026        DISPLAY ' '
151026        MOVE 'ERRO - LISTA LGPD (ARQLGPD) NAO ABRIU'
151026                TO WS-MOTIVO-STATUS
151026        PERFORM 9998-TERMINO-ANORMAL THRU 9998-FIM
151026     END-IF.
151026
151026     SORT ARQSORT13 ON ASCENDING  KEY CHAVE-W13
151026                    ON DESCENDING KEY REGRA-W13
151026          INPUT  PROCEDURE 108A-LE-LISTA-LGPD
151026                      THRU 108A-FIM
151026          OUTPUT PROCEDURE 108C-CARREGA-TAB-LGPD
151026                      THRU 108C-FIM.
151026
151026     CLOSE ARQLGPD.
151026
151026     IF WS-CONT-LGPD-INVALIDOS > ZEROS
151026        DISPLAY ' '
151026        DISPLAY 'DWSD0612 - LISTA LGPD COM ENTRADA INVALIDA: '
151026                WS-CONT-LGPD-INVALIDOS
151026        DISPLAY ' '
151026        MOVE 'ERRO - LISTA LGPD COM ENTRADA INVALIDA'
151026                TO WS-MOTIVO-STATUS
151026        PERFORM 9998-TERMINO-ANORMAL THRU 9998-FIM
151026     END-IF.
151026
151026     OPEN OUTPUT ARQLOGLGPD.
151026
151026     MOVE SPACES             TO REG-HEADER-LGP.
151026     MOVE 0                  TO TIPO-REG-H-LGP.
151026     MOVE WS-DATA-SIST-R     TO DATA-SISTEMA-H-LGP.
151026     MOVE CB-TIME-OF-DAY     TO HORA-SISTEMA-H-LGP.
151026     MOVE DATA-INI           TO DATA-NOME-ARQ-H-LGP.
151026     MOVE 'DWSD0612'         TO NOME-PGM-H-LGP.
151026     MOVE WS-LGPD-QTD        TO QTDE-LISTA-H-LGP.
151026     MOVE WS-SW-DELIM-CLARO  TO IND-DELIM-CLARO-H-LGP.
151026     WRITE REG-LOGLGPD FROM REG-HEADER-LGP.
151026
151026     DISPLAY ' '.
151026     DISPLAY 'DWSD0612 - LISTA LGPD - ENTRADAS LIDAS: '
151026             WS-CONT-LGPD-LIDOS.
151026     DISPLAY '           CHAVES NA TABELA      : ' WS-LGPD-QTD.
151026     IF WS-CONT-LGPD-REPETIDOS > ZEROS
151026        DISPLAY '           CHAVES REPETIDAS      : '
151026                WS-CONT-LGPD-REPETIDOS
151026     END-IF.
151026     IF WS-SW-DELIM-CLARO EQUAL 'S'
151026        DISPLAY '           ARQDELIM EM CLARO LIBERADO NO PARM'
151026     END-IF.
151026     DISPLAY ' '.
151026
151026 108-FIM. EXIT.

      *------------------------------*
151026 108A-LE-LISTA-LGPD.
      *------------------------------*

151026*  INPUT PROCEDURE DO SORT DA LISTA LGPD - CADA ENTRADA VALIDA
151026*  SAI COM A CHAVE DA TABELA (TIPO A = 00 + CIA + APOLICE,
151026*  TIPO C = BASE + FILIAL)
151026     MOVE 'NAO' TO WS-FIM-LGPD.
151026     PERFORM 108D-LE-ARQLGPD THRU 108D-FIM.
151026
151026     PERFORM 108B-LIBERA-ENTRADA-LGPD THRU 108B-FIM
151026        UNTIL WS-FIM-LGPD EQUAL 'SIM'.
151026
151026 108A-FIM. EXIT.

      *------------------------------*
151026 108B-LIBERA-ENTRADA-LGPD.
      *------------------------------*

151026     ADD  1               TO WS-CONT-LGPD-LIDOS.
151026
151026     MOVE SPACES          TO REG-ARQSORT13.
151026     MOVE TIPO-CHAVE-LST  TO TIPO-W13.
151026     MOVE ZEROS           TO VALOR-W13.
151026
151026     IF TIPO-CHAVE-LST EQUAL 'C' AND
151026        CGC-LST IS NUMERIC
151026        IF BASE-LST NOT EQUAL ZEROS
151026           MOVE CGC-LST   TO VALOR-W13
151026        END-IF
151026     END-IF.
151026
151026     IF TIPO-CHAVE-LST EQUAL 'A' AND
151026        CHAVE-APOL-LST IS NUMERIC
151026        IF CIA-LST     NOT EQUAL ZEROS AND
151026           APOLICE-LST NOT EQUAL ZEROS
151026           MOVE ZEROS              TO WS-LGPD-VALOR-PROC
151026           MOVE CIA-LST            TO WS-LGPD-CIA-PROC
151026           MOVE APOLICE-LST        TO WS-LGPD-APOL-PROC
151026           MOVE WS-LGPD-VALOR-PROC TO VALOR-W13
151026        END-IF
151026     END-IF.
151026
151026*  TIPO DESCONHECIDO, CHAVE NAO NUMERICA OU ZERADA
151026     IF VALOR-W13 EQUAL ZEROS
151026        ADD  1 TO WS-CONT-LGPD-INVALIDOS
151026        DISPLAY 'DWSD0612 - LISTA LGPD - ENTRADA INVALIDA: '
151026                TIPO-CHAVE-LST ' ' CGC-LST ' ' CHAVE-APOL-LST
151026                ' PROTOCOLO ' PROTOCOLO-LST
151026     ELSE
151026        IF REGRA-LST EQUAL 'P'
151026           MOVE 'P'       TO REGRA-W13
151026        ELSE
151026           MOVE 'M'       TO REGRA-W13
151026        END-IF
151026        MOVE PROTOCOLO-LST TO PROTOCOLO-W13
151026        RELEASE REG-ARQSORT13
151026     END-IF.
151026
151026     PERFORM 108D-LE-ARQLGPD THRU 108D-FIM.
151026
151026 108B-FIM. EXIT.

      *------------------------------*
151026 108C-CARREGA-TAB-LGPD.
      *------------------------------*

151026*  OUTPUT PROCEDURE DO SORT DA LISTA LGPD - A TABELA SAI EM
151026*  ORDEM DE CHAVE; NA CHAVE REPETIDA FICA A PRIMEIRA (A REGRA P
151026*  VEM ANTES DA M)
151026     MOVE 'NAO' TO WS-FIM-SORT13.
151026     PERFORM 108F-LE-SORT13 THRU 108F-FIM.
151026
151026     PERFORM 108E-CARREGA-ENTRADA-LGPD THRU 108E-FIM
151026        UNTIL WS-FIM-SORT13 EQUAL 'SIM'.
151026
151026 108C-FIM. EXIT.

      *------------------------------*
151026 108D-LE-ARQLGPD.
      *------------------------------*

151026     READ ARQLGPD INTO REG-LISTA-LGPD
151026          AT END MOVE 'SIM' TO WS-FIM-LGPD.
151026
151026 108D-FIM. EXIT.

      *------------------------------*
151026 108E-CARREGA-ENTRADA-LGPD.
      *------------------------------*

151026     IF CHAVE-W13 EQUAL WS-LGPD-ULT-CHAVE
151026        ADD  1 TO WS-CONT-LGPD-REPETIDOS
151026        PERFORM 108F-LE-SORT13 THRU 108F-FIM
151026        GO TO 108E-FIM.
151026
151026     IF WS-LGPD-QTD NOT LESS 5000
151026        DISPLAY ' '
151026        DISPLAY 'DWSD0612 - LISTA LGPD COM MAIS DE 5000 CHAVES'
151026        DISPLAY ' '
151026        MOVE 'ERRO - ESTOURO DA TABELA DA LISTA LGPD'
151026                TO WS-MOTIVO-STATUS
151026        PERFORM 9998-TERMINO-ANORMAL THRU 9998-FIM
151026     END-IF.
151026
151026     ADD  1             TO WS-LGPD-QTD.
151026     MOVE CHAVE-W13     TO WS-LGPD-CHAVE     (WS-LGPD-QTD)
151026                           WS-LGPD-ULT-CHAVE.
151026     MOVE REGRA-W13     TO WS-LGPD-REGRA-ENT (WS-LGPD-QTD).
151026     MOVE PROTOCOLO-W13 TO WS-LGPD-PROT-ENT  (WS-LGPD-QTD).
151026
151026     PERFORM 108F-LE-SORT13 THRU 108F-FIM.
151026
151026 108E-FIM. EXIT.

      *------------------------------*
151026 108F-LE-SORT13.
      *------------------------------*

151026     RETURN ARQSORT13
151026            AT END MOVE 'SIM' TO WS-FIM-SORT13.
151026
151026 108F-FIM. EXIT.
                                                                        00000527
       102-GRAVA-FTP-ESTIP.                                             00000528
                                                                        00000529
220826              :DCLSSCESTIPULANTE.ETP-APO-MESTRE,
220826              :DCLSSCESTIPULANTE.ETP-APO-CONJUGADA,
020926              :DCLSSCESTIPULANTE.ETP-AMD-RENOVACAO,
151026              :DCLSSCESTIPULANTE.ETP-PRAZO-RENOV,
151026              :DCLSSCESTIPULANTE.ETP-PERC-ADM,
151026              :DCLSSCESTIPULANTE.ETP-PERC-DESC,
151026              :DCLSSCESTIPULANTE.ETP-PERC-BONUS,
151026              :DCLSSCESTIPULANTE.ETP-CARENCIAS,
151026              :DCLSSCESTIPULANTE.ETP-IN-REMISSAO,
151026              :DCLSSCESTIPULANTE.ETP-NR-ANOS-REMIS,
151026              :DCLSSCESTIPULANTE.ETP-TP-REAVALIA,
151026              :DCLSSCESTIPULANTE.ETP-TIPO-ADESAO,
151026              :WS-DESC-DT-INI-7,
151026              :WS-DESC-DT-INI-6
                                                                        00000634
           END-EXEC.                                                    00000635
                                                                        00000636
020926     MOVE ETP-PRAZO-RENOV   OF DCLSSCESTIPULANTE TO
020926          WS-PRAZO-RENOV-ATSAUDAO.
020926
151026*  CONDICOES COMERCIAIS NEGOCIADAS DO CONTRATO (FEED ARQCOND)
151026     MOVE ETP-PERC-ADM      OF DCLSSCESTIPULANTE TO
151026          WS-PERC-ADM-ATSAUDAO.
151026     MOVE ETP-PERC-DESC     OF DCLSSCESTIPULANTE TO
151026          WS-PERC-DESC-ATSAUDAO.
151026     MOVE ETP-PERC-BONUS    OF DCLSSCESTIPULANTE TO
151026          WS-PERC-BONUS-ATSAUDAO.
151026     MOVE ETP-CARENCIAS     OF DCLSSCESTIPULANTE TO
151026          WS-CARENCIAS-ATSAUDAO.
151026     MOVE ETP-IN-REMISSAO   OF DCLSSCESTIPULANTE TO
151026          WS-IN-REMISSAO-ATSAUDAO.
151026     MOVE ETP-NR-ANOS-REMIS OF DCLSSCESTIPULANTE TO
151026          WS-NR-ANOS-REMIS-ATSAUDAO.
151026     MOVE ETP-TP-REAVALIA   OF DCLSSCESTIPULANTE TO
151026          WS-TP-REAVALIA-ATSAUDAO.
151026     MOVE ETP-TIPO-ADESAO   OF DCLSSCESTIPULANTE TO
151026          WS-TIPO-ADESAO-ATSAUDAO.
151026
       320A-FIM.   EXIT.                                                00000684
                                                                        00000685
      *----------------------------*                                    00000686
       330A-ACESSA-DESC.                                                00000715
      *--------------------------*                                      00000716

151026*  A DATA DE CORTE DO FORMATO DA CHAVE E LIDA SO NA PRIMEIRA
151026*  APOLICE CANCELADA DO RUN; A DESC_DT_INI JA VEIO DO CURSOR-ATETP
151026*  NOS DOIS FORMATOS (-1 = SEM LINHA NA DBSISA.DESC)
151026     IF WS-SW-CORTE-LIDO EQUAL 'NAO'
151026        PERFORM 330C-ACESSA-DATA-CORTE
151026        MOVE 'SIM' TO WS-SW-CORTE-LIDO
151026     END-IF.
170423     IF DATA-PROC >= WS-AAAAMMDD-CORTE-REAV
151026        MOVE WS-DESC-DT-INI-7    TO  DESC-DT-INI
170423     ELSE
151026        MOVE WS-DESC-DT-INI-6    TO  DESC-DT-INI
170423     END-IF.                                                      00000722
151026     IF DESC-DT-INI < ZEROS
151026        MOVE ZEROS  TO  DESC-DT-INI
090826        PERFORM 330D-GRAVA-EXC-DESC THRU 330D-FIM
151026     END-IF.

       330A-FIM. EXIT.                                                  00000768
                                                                        00000769
      *----------------------------*
220826     MOVE  WS-RMO-ATSAUDAO         TO RAMO-SORT.
020926     MOVE  WS-AMD-RENOV-ATSAUDAO   TO AMD-RENOV-SORT.
020926     MOVE  WS-PRAZO-RENOV-ATSAUDAO TO PRAZO-RENOV-SORT.
151026     MOVE  WS-PERC-ADM-ATSAUDAO    TO PERC-ADM-SORT.
151026     MOVE  WS-PERC-DESC-ATSAUDAO   TO PERC-DESC-SORT.
151026     MOVE  WS-PERC-BONUS-ATSAUDAO  TO PERC-BONUS-SORT.
151026     MOVE  WS-CARENCIAS-ATSAUDAO   TO CARENCIAS-SORT.
151026     MOVE  WS-IN-REMISSAO-ATSAUDAO TO IN-REMISSAO-SORT.
151026     MOVE  WS-NR-ANOS-REMIS-ATSAUDAO
151026                                   TO NR-ANOS-REMIS-SORT.
151026     MOVE  WS-TP-REAVALIA-ATSAUDAO TO TP-REAVALIA-SORT.
151026     MOVE  WS-TIPO-ADESAO-ATSAUDAO TO TIPO-ADESAO-SORT.
151026     MOVE  COPER-PLANO-SAUDE OF DCLSSCESTIPULANTE
151026                                   TO COPER-SORT.
090826                                                                  00002342
           RELEASE REG-ARQSORT.                                         00000798
           ADD   1                       TO WS-GRAVADOS-SORT.           00000799
020926*  CRITERIO DO VENCEDOR (449) E GRAVADO A PARTIR DELES
020926        MOVE WS-VH-DATA-CANCEL TO WS-DATA-CANCEL-ANT
020926        MOVE WS-VH-DATA-INIC  TO WS-DATA-INIC-ANT
151026        MOVE WS-VH-RAMO       TO WS-RAMO-ANT
151026        MOVE WS-VH-CONDICOES  TO WS-CONDICOES-ANT
151026        MOVE WS-VH-COPER      TO WS-COPER-ANT
220826        PERFORM 414-CRITICA-DV-ESTIPULANTE THRU 414-FIM
220826        IF WS-SW-DV-REJEITA NOT EQUAL 'SIM'
220826           PERFORM 430-GRAVA-ESTIPULANTE THRU 430-FIM
090826     ELSE                                                         00002374
190216     MOVE COD-CIA-SORT     TO WS-COD-CIA-ANT                      00000826
190216     MOVE COD-APOLICE-SORT TO WS-COD-APOL-ANT                     00000827
151026     MOVE COPER-SORT       TO WS-COPER-ANT
190216     MOVE DATA-INIC-SORT   TO WS-DATA-INIC-ANT                    00000828
190216     MOVE NUM-DV-CGC-SORT  TO WS-DV-CGC-ANT                       00000829
190216     MOVE NOME-ESTIP-SORT  TO WS-NOME-ESTIP-ANT                   00000830
090826     MOVE FONE-SORT        TO WS-FONE-ANT                         00002382
090826     MOVE EMAIL-SORT       TO WS-EMAIL-ANT                        00002383
220826     MOVE CRITICA-DV-SORT  TO WS-CRITICA-DV-ANT
151026     MOVE RAMO-SORT        TO WS-RAMO-ANT
151026     MOVE CONDICOES-SORT   TO WS-CONDICOES-ANT
                                                                        00000825
220826     PERFORM 433-GRAVA-SUBFATURA THRU 433-FIM
                                                                        00000825
220826        END-IF
190216     END-IF
090826     END-IF.                                                      00002386
151026
151026*  GRUPO DE CGC ENCERRADO - MARCA O VENCEDOR PARA O RELATORIO
151026*  DE CONFLITOS (518). COMO A DIMGRUPO, SUSPENSO NA PARTICAO -
151026*  A FAIXA DE CHAVE PODE PARTIR O GRUPO DE CGC
151026     IF WS-SW-PARTICAO NOT EQUAL 'S'
151026        PERFORM 467-GRAVA-VENCEDOR-CONFLITO THRU 467-FIM
151026     END-IF.
                                                                        00000841
       410-FIM. EXIT.                                                   00000842
                                                                        00000843

090826     MOVE COD-CIA-SORT     TO WS-COD-CIA-ANT.                     00002388
090826     MOVE COD-APOLICE-SORT TO WS-COD-APOL-ANT.                    00002389
151026     MOVE COPER-SORT       TO WS-COPER-ANT.
090826     MOVE DATA-INIC-SORT   TO WS-DATA-INIC-ANT.                   00002390
090826     MOVE NUM-DV-CGC-SORT  TO WS-DV-CGC-ANT.                      00002391
090826     MOVE NOME-ESTIP-SORT  TO WS-NOME-ESTIP-ANT.                  00002392
090826     MOVE FONE-SORT        TO WS-FONE-ANT.                        00002402
090826     MOVE EMAIL-SORT       TO WS-EMAIL-ANT.                       00002403
220826     MOVE CRITICA-DV-SORT  TO WS-CRITICA-DV-ANT.
151026     MOVE RAMO-SORT        TO WS-RAMO-ANT.
151026     MOVE CONDICOES-SORT   TO WS-CONDICOES-ANT.
090826                                                                  00002404
090826     PERFORM 432-GRAVA-ESTIP-CTO THRU 432-FIM.                    00002405
090826                                                                  00002406
090826     MOVE WS-CGC-ANT          TO WS-VH-CGC.                       00002432
090826     MOVE WS-DV-CGC-ANT       TO WS-VH-DV-CGC.                    00002433
220826     MOVE WS-CRITICA-DV-ANT   TO WS-VH-CRITICA-DV.
151026     MOVE WS-RAMO-ANT         TO WS-VH-RAMO.
151026     MOVE WS-CONDICOES-ANT    TO WS-VH-CONDICOES.
151026     MOVE WS-COPER-ANT        TO WS-VH-COPER.

090826 429-FIM. EXIT.                                                   00002434

190216     IF DATA-INIC-SORT > WS-DATA-INIC-ANT
190216        MOVE COD-CIA-SORT     TO WS-COD-CIA-ANT                   00000826
190216        MOVE COD-APOLICE-SORT TO WS-COD-APOL-ANT                  00000827
151026        MOVE COPER-SORT       TO WS-COPER-ANT
190216        MOVE DATA-INIC-SORT   TO WS-DATA-INIC-ANT                 00000828
190216        MOVE NUM-DV-CGC-SORT  TO WS-DV-CGC-ANT                    00000829
190216        MOVE NOME-ESTIP-SORT  TO WS-NOME-ESTIP-ANT                00000830
090826        MOVE FONE-SORT        TO WS-FONE-ANT                      00002442
090826        MOVE EMAIL-SORT       TO WS-EMAIL-ANT                     00002443
220826        MOVE CRITICA-DV-SORT  TO WS-CRITICA-DV-ANT
151026        MOVE RAMO-SORT        TO WS-RAMO-ANT
151026        MOVE CONDICOES-SORT   TO WS-CONDICOES-ANT
190216     END-IF.
                                                                        00000833
           PERFORM 440-LE-ARQSORT                                       00000848
                                                                        00000858
           MOVE COD-CIA-SORT     TO WS-COD-CIA-ANT.                     00000859
           MOVE COD-APOLICE-SORT TO WS-COD-APOL-ANT.                    00000860
151026     MOVE COPER-SORT       TO WS-COPER-ANT.
           MOVE DATA-INIC-SORT   TO WS-DATA-INIC-ANT.                   00000861
           MOVE NUM-DV-CGC-SORT  TO WS-DV-CGC-ANT.                      00000862
           MOVE NOME-ESTIP-SORT  TO WS-NOME-ESTIP-ANT.                  00000863
170423     MOVE  WS-IDENT-APOL-R     TO IDENT-APOLICE-D-ETP.            00000884
                                                                        00000885
           MOVE  WS-NOME-ESTIP-ANT   TO NOME-ESTIPULANTE-D-ETP.         00000886
151026     PERFORM 475-MASCARA-DETALHE THRU 475-FIM.
                                                                        00000887
           MOVE  WS-CGC-ANT          TO WS-CODIGO-CNPJ-R.               00000888
           MOVE  WS-COD-BASE         TO CODIGO-BASE-D-ETP.              00000889
020926     END-IF.
020926
020926     PERFORM 430A-ACUMULA-ATIVIDADE THRU 430A-FIM.
151026
151026*  CONDICOES COMERCIAIS DO DETALHE - ARQUIVO DE TRABALHO
151026*  COMPARADO COM O RUN ANTERIOR NO FIM DO RUN (517). SUSPENSO
151026*  EM MODO PARTICIONADO, COMO O FEED DE AUDITORIA DO MOVI DE
151026*  ONDE VEM O IND-MOVI
151026     IF WS-SW-PARTICAO NOT EQUAL 'S'
151026        PERFORM 465-GRAVA-TRAB-CONDICAO THRU 465-FIM
151026     END-IF.
151026
151026*  APOLICE DO DETALHE PARA A REMESSA AO BUREAU DE CNPJ (520) -
151026*  SUSPENSA EM MODO PARTICIONADO, COMO A DIMGRUPO
151026     IF WS-SW-PARTICAO NOT EQUAL 'S'
151026        PERFORM 468-GRAVA-TRAB-CNPJ-DETALHE THRU 468-FIM
151026     END-IF.
020926
020926     PERFORM 442-MARCA-RESOLVIDO THRU 442-FIM.
020926
090826        OR WS-COD-APOL-ANT NOT EQUAL WS-NVCIA-ULT-APOL            00002580
090826        MOVE  WS-COD-CIA-ANT      TO WS-CIA                       00002581
090826        MOVE  WS-COD-APOL-ANT     TO WS-APOLICE                   00002582
151026        MOVE  WS-COPER-ANT        TO COPER-PLANO-SAUDE
151026        PERFORM 450-AJUSTA-CIA-NVCIA THRU 450-FIM
090826        MOVE  WS-COD-CIA-ANT      TO WS-NVCIA-ULT-CIA             00002585
090826        MOVE  WS-COD-APOL-ANT     TO WS-NVCIA-ULT-APOL            00002586
090826        MOVE  WS-CIA              TO WS-NVCIA-ULT-CIA-AJUST       00002587
090826     PERFORM 431-MONTA-IDENT-APOLICE THRU 431-FIM.                00002461
090826                                                                  00002462
020926     PERFORM 432A-CRITICA-QUALIDADE-CTO THRU 432A-FIM.
151026     PERFORM 472-MASCARA-CONTATO THRU 472-FIM.
020926
090826     MOVE  2                   TO TIPO-REG-CTO.                   00002463
090826     MOVE  WS-IDENT-APOL-R     TO IDENT-APOLICE-CTO.              00002464
090826     MOVE  WS-COD-BASE         TO CODIGO-BASE-CTO.                00002465
090826     MOVE  WS-COD-FILIAL       TO CODIGO-FILIAL-CTO.              00002466
090826     MOVE  WS-DV-CGC-ANT       TO CODIGO-DV-CTO.                  00002467
151026     MOVE  WS-ENDERECO-SAI     TO ENDERECO-CTO.
151026     MOVE  WS-CEP-SAI          TO CEP-CTO.
151026     MOVE  WS-CIDADE-SAI       TO CIDADE-CTO.
151026     MOVE  WS-UF-SAI           TO UF-CTO.
151026     MOVE  WS-DDD-SAI          TO DDD-CTO.
151026     MOVE  WS-FONE-SAI         TO FONE-CTO.
151026     MOVE  WS-EMAIL-SAI        TO EMAIL-CTO.
090826     MOVE  WS-DATA-INIC-ANT    TO DATA-EFETIVA-CTO.               00002475
090826     MOVE  WS-DATA-CANCEL-ANT  TO DATA-FIM-CTO.                   00002476
090826     MOVE  WS-MOTIVO-FIM-ANT   TO MOTIVO-FIM-CTO.                 00002477
020926
090826     WRITE REG-ESTIP-CTO.                                         00002479
090826                                                                  00002480
151026     IF WS-SW-CARGA-DB2 EQUAL 'S'
151026        PERFORM 444C-CARGA-CONTATO THRU 444C-FIM
151026     END-IF.
151026
090826 432-FIM. EXIT.

      *----------------------------*
220826*  431-MONTA-IDENT-APOLICE, POIS OS REGISTROS DO GRUPO EM
220826*  GERAL REPETEM A MESMA CIA/APOLICE. REGISTRO COM DV DE CNPJ
220826*  INVALIDO E CRITICA EXIGIDA NAO GERA NENHUMA SAIDA
151026*  O CONFLITO DE CNPJ (466) OLHA TODOS OS REGISTROS DO GRUPO,
151026*  ANTES DA CRITICA DE DV - NAO NA PARTICAO (VER 467)
151026     IF WS-SW-PARTICAO NOT EQUAL 'S'
151026        PERFORM 466-GRAVA-TRAB-CONFLITO THRU 466-FIM
151026     END-IF.
151026
220826     PERFORM 413-CRITICA-DV-REGISTRO THRU 413-FIM.
220826
220826     IF WS-SW-DV-REJ-REG EQUAL 'SIM'
220826     ELSE
220826        MOVE COD-CIA-SORT           TO WS-CIA
220826        MOVE COD-APOLICE-SORT       TO WS-APOLICE
151026        MOVE COPER-SORT             TO COPER-PLANO-SAUDE
151026        PERFORM 450-AJUSTA-CIA-NVCIA THRU 450-FIM
220826        MOVE COD-CIA-SORT           TO WS-NVCIA-ULT-CIA
220826        MOVE COD-APOLICE-SORT       TO WS-NVCIA-ULT-APOL
220826        MOVE WS-CIA                 TO WS-NVCIA-ULT-CIA-AJUST
220826
220826     ADD   1                   TO WS-QTDE-SUBF.
220826
151026*  A SUB-FATURA VAI TAMBEM PARA O ARQUIVO DE TRABALHO DO GRUPO
151026*  ECONOMICO - A PARTICAO NAO PRODUZ A DIMGRUPO (NAO E CONSO-
151026*  LIDADA PELO DWSD0614, COMO A DIMATIV) E PARA O DA REMESSA AO
151026*  BUREAU DE CNPJ, PELA MESMA REGRA
151026     IF WS-SW-PARTICAO NOT EQUAL 'S'
151026        PERFORM 433A-GRAVA-TRAB-GRUPO THRU 433A-FIM
151026        PERFORM 469-GRAVA-TRAB-CNPJ-SUBFAT THRU 469-FIM
151026     END-IF.
151026
151026     IF WS-SW-CARGA-DB2 EQUAL 'S'
151026        PERFORM 444A-CARGA-SUBFAT THRU 444A-FIM
151026     END-IF.
151026
220826     IF WS-SW-DELIM EQUAL 'S'
220826        PERFORM 463-GRAVA-DELIM-SUBFAT THRU 463-FIM
220826     END-IF.
020926
220826 433-FIM. EXIT.

      *----------------------------*
151026 433A-GRAVA-TRAB-GRUPO.
      *----------------------------*

151026*  GUARDA A SUB-FATURA RECEM-GRAVADA PARA A MONTAGEM DOS GRUPOS
151026*  ECONOMICOS NO FIM DO RUN (516) - A LIGACAO MESTRE/CONJUGADA
151026*  E FEITA PELA CIA ORIGINAL DO OLTP; O IDENT JA VEM COM A CIA
151026*  AJUSTADA (NOVA CIA), IGUAL AO DETALHE DO DIMESTIP
151026     MOVE  NUM-CGC-SORT        TO CGC-GRPW.
151026     MOVE  NUM-DV-CGC-SORT     TO DV-GRPW.
151026     MOVE  COD-CIA-SORT        TO CIA-GRPW.
151026     MOVE  COD-APOLICE-SORT    TO APOLICE-GRPW.
151026     MOVE  WS-IDENT-APOL-R     TO IDENT-GRPW.
151026     MOVE  DATA-CANCEL-SORT    TO DATA-CANCEL-GRPW.
151026     MOVE  DATA-INIC-SORT      TO DATA-INIC-GRPW.
151026     MOVE  RAMO-SORT           TO RAMO-GRPW.
151026     MOVE  APO-MESTRE-SORT     TO APO-MESTRE-GRPW.
151026     MOVE  APO-CONJUGADA-SORT  TO APO-CONJUGADA-GRPW.
151026
151026     WRITE REG-GRPW.
151026
151026     ADD   1                   TO WS-CONT-GRPW.
151026
151026 433A-FIM. EXIT.

      *----------------------------*
220826 434-GRAVA-REL-MESTRE.
      *----------------------------*
220826
220826     ADD   1                   TO WS-CONT-REL-MESTRE.
220826
151026     IF WS-SW-CARGA-DB2 EQUAL 'S'
151026        PERFORM 444B-CARGA-RELMES THRU 444B-FIM
151026     END-IF.
151026
220826     IF WS-RELMES-QTD < 200
220826        ADD  1                 TO WS-RELMES-QTD
220826        MOVE COD-CIA-SORT      TO
020926     MOVE  RAMO-SORT           TO RAMO-REN-DW
020926                                  RAMO-RENW.
020926     MOVE  COD-APOLICE-SORT    TO APOLICE-RENW.
151026     PERFORM 476-MASCARA-RENOVACAO THRU 476-FIM.
020926
020926     WRITE REG-RENOV-DW.
020926     WRITE REG-RENW.
      *----------------------------*

020926*  FEED DE AUDITORIA DE ALTERACOES - PARA A CHAVE RECEM-GRAVADA
151026*  NO DIMESTIP, GRAVA O PEDIDO NO ARQMOVW COM AS DUAS SONDAS DA
151026*  MOVI_NM_CHAVE (CHAVE OLTP ORIGINAL) E O IDENT-APOLICE JA
151026*  AJUSTADO PELA NOVA CIA, QUE E COMO O DW JUNTA O FEED A
151026*  DIMENSAO. AS LINHAS DA DBSISA.MOVI DA JANELA SAO CASADAS COM
151026*  OS PEDIDOS NO FIM DO RUN (521). 430 E CHAMADO UMA VEZ POR
151026*  GRUPO DE CGC, ENTAO O CACHE DA ULTIMA CHAVE EVITA O PEDIDO
151026*  REPETIDO.
020926*  UMA PARTICAO NAO PRODUZ O FEED (O DWSD0614 NAO O CONSOLIDA)
020926     IF WS-SW-PARTICAO EQUAL 'S'
020926        GO TO 443-FIM.
020926        GO TO 443-FIM.

020926     MOVE WS-COD-CIA-ANT    TO WS-MOVAUD-ULT-CIA
151026                               CIA-MVW
151026                               CIA6-MVW.
020926     MOVE WS-COD-APOL-ANT   TO WS-MOVAUD-ULT-APOL
151026                               APOLICE-MVW
020926                               WS-MOVI-APOL-W.
151026     MOVE WS-MOVI-APOL-6    TO APOLICE6-MVW.
020926     MOVE 'SIM'             TO WS-MOVAUD-TEM-ULT.
151026     ADD  1                 TO WS-SEQ-MOVW.
151026     MOVE WS-SEQ-MOVW       TO SEQ-MVW.
151026     MOVE WS-CIA            TO CIA-AJUST-MVW.
151026     MOVE WS-IDENT-APOL-R   TO IDENT-APOLICE-MVW.
151026
151026     WRITE REG-MOVW FROM WS-REG-MOVW.

020926 443-FIM. EXIT.

      *----------------------------*
020926 444-CARGA-INCLUI.
      *----------------------------*

020926 444-FIM. EXIT.

      *----------------------------*
151026 444A-CARGA-SUBFAT.
      *----------------------------*

151026*  INCLUSAO NA DWSD.DIMSUBFAT DO DETALHE TIPO 2 RECEM-GRAVADO
151026*  (REG-SUBFAT-ETP) - TABELA DA CONSULTA ONLINE, REFEITA A
151026*  CADA RUN. LINHA REPETIDA (-803) SO E CONTADA
151026     MOVE CHAVE-OLTP-S-ETP      TO WS-CARGA-CHAVE-W.
151026     MOVE WS-CARGA-CHAVE-W      TO SUB-CHAVE-OLTP.
151026     MOVE IDENT-APOLICE-S-ETP   TO SUB-IDENT-APOLICE.
151026     MOVE CODIGO-DV-S-ETP       TO SUB-CODIGO-DV.
151026     MOVE NUM-SUBFAT-S-ETP      TO SUB-NUM-SUBFAT.
151026     MOVE DIA-FAT-S-ETP         TO SUB-DIA-FAT.
151026     MOVE TIPO-FATURA-S-ETP     TO SUB-TIPO-FATURA.
151026     MOVE WS-DATA-SISTEMA       TO SUB-DATA-CARGA.

151026     EXEC SQL
151026          INSERT INTO DWSD.DIMSUBFAT
151026                 (SUB_CHAVE_OLTP,
151026                  SUB_IDENT_APOLICE,
151026                  SUB_CODIGO_DV,
151026                  SUB_NUM_SUBFAT,
151026                  SUB_DIA_FAT,
151026                  SUB_TIPO_FATURA,
151026                  SUB_DATA_CARGA)
151026          VALUES (:SUB-CHAVE-OLTP,
151026                  :SUB-IDENT-APOLICE,
151026                  :SUB-CODIGO-DV,
151026                  :SUB-NUM-SUBFAT,
151026                  :SUB-DIA-FAT,
151026                  :SUB-TIPO-FATURA,
151026                  :SUB-DATA-CARGA)
151026     END-EXEC.

151026     MOVE SQLCODE TO WS-SQLCODE.

151026     IF SQLCODE EQUAL -803
151026        ADD 1 TO WS-CARGA-DUP-COMPANHEIRA
151026        GO TO 444A-FIM.

151026     IF SQLCODE NOT EQUAL ZEROS
151026        DISPLAY '*----------------------------------------*'
151026        DISPLAY '* DWSD0612 - 444A-CARGA-SUBFAT           *'
151026        DISPLAY '* DWSD0612 - ERRO NO INSERT              *'
151026        DISPLAY '* DWSD0612 - DWSD.DIMSUBFAT              *'
151026        DISPLAY '*----------------------------------------*'
151026        DISPLAY '* SQLCODE = ' WS-SQLCODE
151026        DISPLAY '*----------------------------------------*'
151026        MOVE 'ERRO NO INSERT DWSD.DIMSUBFAT' TO WS-COMANDO
151026        PERFORM 9999-TRATA-ERRO-SQL THRU 9999-FIM
151026     END-IF.

151026     ADD 1 TO WS-CARGA-INS-SUBFAT.

151026     PERFORM 447-CARGA-COMMIT THRU 447-FIM.

151026 444A-FIM. EXIT.

      *----------------------------*
151026 444B-CARGA-RELMES.
      *----------------------------*

151026*  INCLUSAO NA DWSD.DIMRELMES DA RELACAO MESTRE/CONJUGADA
151026*  RECEM-GRAVADA NO ARQRELMES (CHAMADA POR 434, COM A CIA E O
151026*  IDENT JA AJUSTADOS PELA NOVA CIA)
151026     MOVE WS-CIA                TO REL-CIA.
151026     MOVE WS-IDENT-APOL-R       TO REL-IDENT-APOLICE.
151026     MOVE APO-MESTRE-SORT       TO REL-APO-MESTRE.
151026     MOVE APO-CONJUGADA-SORT    TO REL-APO-CONJUGADA.
151026     MOVE WS-DATA-SISTEMA       TO REL-DATA-CARGA.

151026     EXEC SQL
151026          INSERT INTO DWSD.DIMRELMES
151026                 (REL_CIA,
151026                  REL_IDENT_APOLICE,
151026                  REL_APO_MESTRE,
151026                  REL_APO_CONJUGADA,
151026                  REL_DATA_CARGA)
151026          VALUES (:REL-CIA,
151026                  :REL-IDENT-APOLICE,
151026                  :REL-APO-MESTRE,
151026                  :REL-APO-CONJUGADA,
151026                  :REL-DATA-CARGA)
151026     END-EXEC.

151026     MOVE SQLCODE TO WS-SQLCODE.

151026     IF SQLCODE EQUAL -803
151026        ADD 1 TO WS-CARGA-DUP-COMPANHEIRA
151026        GO TO 444B-FIM.

151026     IF SQLCODE NOT EQUAL ZEROS
151026        DISPLAY '*----------------------------------------*'
151026        DISPLAY '* DWSD0612 - 444B-CARGA-RELMES           *'
151026        DISPLAY '* DWSD0612 - ERRO NO INSERT              *'
151026        DISPLAY '* DWSD0612 - DWSD.DIMRELMES              *'
151026        DISPLAY '*----------------------------------------*'
151026        DISPLAY '* SQLCODE = ' WS-SQLCODE
151026        DISPLAY '*----------------------------------------*'
151026        MOVE 'ERRO NO INSERT DWSD.DIMRELMES' TO WS-COMANDO
151026        PERFORM 9999-TRATA-ERRO-SQL THRU 9999-FIM
151026     END-IF.

151026     ADD 1 TO WS-CARGA-INS-RELMES.

151026     PERFORM 447-CARGA-COMMIT THRU 447-FIM.

151026 444B-FIM. EXIT.

      *----------------------------*
151026 444C-CARGA-CONTATO.
      *----------------------------*

151026*  INCLUSAO NA DWSD.DIMCONTATO DO CONTATO RECEM-GRAVADO NO
151026*  ARQCTO (CHAMADA POR 432), COM AS FLAGS E O SCORE DE
151026*  QUALIDADE - A CONSULTA ONLINE MOSTRA O DE DATA EFETIVA MAIS
151026*  RECENTE DE CADA APOLICE
151026     MOVE WS-CGC-ANT            TO WS-CARGA-CHAVE-W.
151026     MOVE WS-CARGA-CHAVE-W      TO CTO-CHAVE-OLTP.
151026     MOVE WS-IDENT-APOL-R       TO CTO-IDENT-APOLICE.
151026     MOVE WS-DV-CGC-ANT         TO CTO-CODIGO-DV.
151026     MOVE WS-ENDERECO-SAI       TO CTO-ENDERECO.
151026     MOVE WS-CEP-SAI            TO CTO-CEP.
151026     MOVE WS-CIDADE-SAI         TO CTO-CIDADE.
151026     MOVE WS-UF-SAI             TO CTO-UF.
151026     MOVE WS-DDD-SAI            TO CTO-DDD.
151026     MOVE WS-FONE-SAI           TO CTO-FONE.
151026     MOVE WS-EMAIL-SAI          TO CTO-EMAIL.
151026     MOVE WS-DATA-INIC-ANT      TO CTO-DATA-EFETIVA.
151026     MOVE WS-DATA-CANCEL-ANT    TO CTO-DATA-FIM.
151026     MOVE WS-MOTIVO-FIM-ANT     TO CTO-MOTIVO-FIM.
151026     MOVE WS-DQ-FLAG-CEP        TO CTO-FLAG-CEP.
151026     MOVE WS-DQ-FLAG-UF         TO CTO-FLAG-UF.
151026     MOVE WS-DQ-FLAG-FONE       TO CTO-FLAG-FONE.
151026     MOVE WS-DQ-FLAG-EMAIL      TO CTO-FLAG-EMAIL.
151026     MOVE WS-DQ-SCORE           TO CTO-SCORE-QUALIDADE.
151026     MOVE WS-DATA-SISTEMA       TO CTO-DATA-CARGA.

151026     EXEC SQL
151026          INSERT INTO DWSD.DIMCONTATO
151026                 (CTO_CHAVE_OLTP,
151026                  CTO_IDENT_APOLICE,
151026                  CTO_CODIGO_DV,
151026                  CTO_ENDERECO,
151026                  CTO_CEP,
151026                  CTO_CIDADE,
151026                  CTO_UF,
151026                  CTO_DDD,
151026                  CTO_FONE,
151026                  CTO_EMAIL,
151026                  CTO_DATA_EFETIVA,
151026                  CTO_DATA_FIM,
151026                  CTO_MOTIVO_FIM,
151026                  CTO_FLAG_CEP,
151026                  CTO_FLAG_UF,
151026                  CTO_FLAG_FONE,
151026                  CTO_FLAG_EMAIL,
151026                  CTO_SCORE_QUALIDADE,
151026                  CTO_DATA_CARGA)
151026          VALUES (:CTO-CHAVE-OLTP,
151026                  :CTO-IDENT-APOLICE,
151026                  :CTO-CODIGO-DV,
151026                  :CTO-ENDERECO,
151026                  :CTO-CEP,
151026                  :CTO-CIDADE,
151026                  :CTO-UF,
151026                  :CTO-DDD,
151026                  :CTO-FONE,
151026                  :CTO-EMAIL,
151026                  :CTO-DATA-EFETIVA,
151026                  :CTO-DATA-FIM,
151026                  :CTO-MOTIVO-FIM,
151026                  :CTO-FLAG-CEP,
151026                  :CTO-FLAG-UF,
151026                  :CTO-FLAG-FONE,
151026                  :CTO-FLAG-EMAIL,
151026                  :CTO-SCORE-QUALIDADE,
151026                  :CTO-DATA-CARGA)
151026     END-EXEC.

151026     MOVE SQLCODE TO WS-SQLCODE.

151026     IF SQLCODE EQUAL -803
151026        ADD 1 TO WS-CARGA-DUP-COMPANHEIRA
151026        GO TO 444C-FIM.

151026     IF SQLCODE NOT EQUAL ZEROS
151026        DISPLAY '*----------------------------------------*'
151026        DISPLAY '* DWSD0612 - 444C-CARGA-CONTATO          *'
151026        DISPLAY '* DWSD0612 - ERRO NO INSERT              *'
151026        DISPLAY '* DWSD0612 - DWSD.DIMCONTATO             *'
151026        DISPLAY '*----------------------------------------*'
151026        DISPLAY '* SQLCODE = ' WS-SQLCODE
151026        DISPLAY '*----------------------------------------*'
151026        MOVE 'ERRO NO INSERT DWSD.DIMCONTATO' TO WS-COMANDO
151026        PERFORM 9999-TRATA-ERRO-SQL THRU 9999-FIM
151026     END-IF.

151026     ADD 1 TO WS-CARGA-INS-CONTATO.

151026     PERFORM 447-CARGA-COMMIT THRU 447-FIM.

151026 444C-FIM. EXIT.

      *----------------------------*
020926 445-CARGA-ALTERA.
      *----------------------------*
020926        END-IF
020926     END-IF.

151026     PERFORM 474-MASCARA-EXCLUSAO THRU 474-FIM.
220826     MOVE 'E'            TO OPER-DELTA.
220826     MOVE REG-IMG-ANT    TO ESTIP-DELTA.
220826     WRITE REG-DELTA.
       440-FIM. EXIT.                                                   00000912
                                                                        00000913
      *----------------------------*                                    00000903
151026 450-AJUSTA-CIA-NVCIA.
      *----------------------------*                                    00000903
151026*  O COPER_PLANO_SAUDE DA APOLICE VEM NO PROPRIO CURSOR-ATETP
151026*  (COPER-SORT) OU, NA FILA DE RECICLAGEM, DO REEXAME (514A)
30468      IF COPER-PLANO-SAUDE NOT EQUAL 0
30468         MOVE COPER-PLANO-SAUDE TO WS-CIA
30468      END-IF.
220826 462-GRAVA-DELIM-DETALHE.
      *----------------------------*

151026     PERFORM 477-MASCARA-DELIM THRU 477-FIM.
220826     MOVE SPACES TO REG-DELIM.
220826     STRING TIPO-REG-D-ETP          ';'
220826            COD-ORIGEM-D-ETP        ';'
220826            IDENT-APOLICE-D-ETP     ';'
151026            WS-LGPD-NOME-DELIM      ';'
220826            CODIGO-BASE-D-ETP       ';'
220826            CODIGO-FILIAL-D-ETP     ';'
220826            CODIGO-DV-D-ETP         ';'
220826
220826 464-FIM. EXIT.

      *----------------------------*
151026 465-GRAVA-TRAB-CONDICAO.
      *----------------------------*

151026*  CONDICOES COMERCIAIS DO DETALHE RECEM-GRAVADO - LEVA A CHAVE
151026*  OLTP ORIGINAL (CASAMENTO COM O RUN ANTERIOR EM 517) E O
151026*  IDENT-APOLICE AJUSTADO (JUNCAO NO DW). SITUACAO E FLAGS DE
151026*  ALTERACAO/LIMITE SAO PREENCHIDOS NA COMPARACAO (920). O
151026*  IND-MOVI E APURADO NA COMPARACAO (920), CONTRA AS CHAVES COM
151026*  LINHA NO FEED DE AUDITORIA (ARQMVKS, GERADO EM 521)
151026     MOVE SPACES              TO REG-CONDICAO.
151026     MOVE WS-COD-CIA-ANT      TO CIA-CND.
151026     MOVE WS-COD-APOL-ANT     TO APOLICE-CND.
151026     MOVE WS-IDENT-APOL-R     TO IDENT-APOLICE-CND.
151026     MOVE WS-CGC-ANT          TO CGC-CND.
151026     MOVE WS-DV-CGC-ANT       TO DV-CND.
151026     MOVE WS-RAMO-ANT         TO RAMO-CND.
151026     MOVE WS-CONDICOES-ANT    TO CONDICOES-CND.
151026     MOVE ZEROS               TO ALTERACOES-CND
151026                                 IND-LIM-DESC-CND
151026                                 IND-LIM-BONUS-CND.
151026     MOVE DATA-INI            TO DATA-NOME-ARQ-CND.
151026
151026     MOVE 'N'                 TO IND-MOVI-CND.
151026
151026     WRITE REG-CNDW FROM REG-CONDICAO.
151026     ADD  1                   TO WS-CONT-CNDW.
151026
151026 465-FIM. EXIT.

      *----------------------------*
151026 466-GRAVA-TRAB-CONFLITO.
      *----------------------------*

151026*  TODO REGISTRO DO SORT QUE PASSA POR UM GRUPO DE CGC VAI PARA
151026*  O ARQUIVO DE TRABALHO DOS CONFLITOS, INCLUSIVE O BARRADO
151026*  PELA CRITICA DE DV - O CONFLITO EXISTE NO CADASTRO MESMO
151026*  QUE A SUB-FATURA NAO CHEGUE AO DW
151026     MOVE NUM-CGC-SORT        TO CGC-CFW.
151026     MOVE 2                   TO TIPO-CFW.
151026     MOVE COD-CIA-SORT        TO CIA-CFW.
151026     MOVE COD-APOLICE-SORT    TO APOLICE-CFW.
151026     MOVE NUM-DV-CGC-SORT     TO DV-CFW.
151026     MOVE NOME-ESTIP-SORT     TO NOME-CFW.
151026     MOVE COD-ATIV-SORT       TO ATIV-CFW.
151026     MOVE ENDERECO-SORT       TO ENDERECO-CFW.
151026     MOVE CEP-SORT            TO CEP-CFW.
151026     MOVE CIDADE-SORT         TO CIDADE-CFW.
151026     MOVE UF-SORT             TO UF-CFW.
151026     MOVE RAMO-SORT           TO RAMO-CFW.
151026     MOVE DATA-INIC-SORT      TO DATA-INIC-CFW.
151026     MOVE DATA-CANCEL-SORT    TO DATA-CANCEL-CFW.
151026     MOVE SPACES              TO IND-REJ-DV-CFW.
151026
151026     WRITE REG-CFW.
151026     ADD  1                   TO WS-CONT-CFW.
151026
151026 466-FIM. EXIT.

      *----------------------------*
151026 467-GRAVA-VENCEDOR-CONFLITO.
      *----------------------------*

151026*  MARCA DO VENCEDOR DO GRUPO DE CGC RECEM-ENCERRADO EM 410 -
151026*  NOS TRES CAMINHOS (HISTORIZACAO, ATIVA E SO CANCELADAS) A
151026*  CHAVE ESCOLHIDA ESTA NOS CAMPOS -ANT. SO A CHAVE INTERESSA:
151026*  OS DADOS DO VENCEDOR SAEM DO SEU PROPRIO REGISTRO TIPO 2
151026     MOVE ZEROS               TO REG-CFW.
151026     MOVE WS-CGC-ANT          TO CGC-CFW.
151026     MOVE 1                   TO TIPO-CFW.
151026     MOVE WS-COD-CIA-ANT      TO CIA-CFW.
151026     MOVE WS-COD-APOL-ANT     TO APOLICE-CFW.
151026
151026     IF WS-SW-DV-REJEITA EQUAL 'SIM'
151026        MOVE 'S' TO IND-REJ-DV-CFW
151026     ELSE
151026        MOVE 'N' TO IND-REJ-DV-CFW
151026     END-IF.
151026
151026     WRITE REG-CFW.
151026     ADD  1                   TO WS-CONT-CFW.
151026
151026 467-FIM. EXIT.

      *----------------------------*
151026 468-GRAVA-TRAB-CNPJ-DETALHE.
      *----------------------------*

151026*  APOLICE DO DETALHE TIPO 1 RECEM-GRAVADO, PARA A REMESSA AO
151026*  BUREAU DE CNPJ (520) - COBRE O VENCEDOR DA HISTORIZACAO E O
151026*  PROMOVIDO DA RECICLAGEM, QUE NAO PASSAM POR 433. A REPETICAO
151026*  COM A SUB-FATURA DA MESMA APOLICE E DESCARTADA EM 520B
151026     MOVE SPACES              TO REG-APOL-CNPJ.
151026     MOVE WS-CGC-ANT          TO WS-CODIGO-CNPJ-R.
151026     MOVE WS-COD-BASE         TO BASE-APC.
151026     MOVE WS-COD-FILIAL       TO FILIAL-APC.
151026     MOVE WS-DV-CGC-ANT       TO DV-APC.
151026     MOVE WS-COD-CIA-ANT      TO CIA-APC.
151026     MOVE WS-COD-APOL-ANT     TO APOLICE-APC.
151026     MOVE WS-IDENT-APOL-R     TO IDENT-APOLICE-APC.
151026     MOVE WS-NOME-ESTIP-ANT   TO NOME-ESTIP-APC.
151026     MOVE WS-RAMO-ANT         TO RAMO-APC.
151026     MOVE WS-DATA-CANCEL-ANT  TO DATA-CANCEL-APC.
151026
151026     PERFORM 468A-GRAVA-REG-CNPW THRU 468A-FIM.
151026
151026 468-FIM. EXIT.

      *----------------------------*
151026 468A-GRAVA-REG-CNPW.
      *----------------------------*

151026*  ATIVA = SEM DATA DE CANCELAMENTO, O MESMO CRITERIO DO
151026*  VENCEDOR EM 410
151026     IF DATA-CANCEL-APC EQUAL ZEROS
151026        MOVE 'S'              TO IND-ATIVA-APC
151026     ELSE
151026        MOVE 'N'              TO IND-ATIVA-APC
151026     END-IF.
151026
151026     MOVE DATA-INI            TO DATA-NOME-ARQ-APC.
151026*  REGRA LGPD DA APOLICE - O DWSD0618 MASCARA POR ELA A RAZAO
151026*  SOCIAL OFICIAL NO CRUZAMENTO QUE VAI AO DW
151026     MOVE CIA-APC             TO WS-LGPD-CIA-BUSCA.
151026     MOVE APOLICE-APC         TO WS-LGPD-APOL-BUSCA.
151026     MOVE BASE-APC            TO WS-LGPD-BASE-BUSCA.
151026     MOVE FILIAL-APC          TO WS-LGPD-FILIAL-BUSCA.
151026     PERFORM 470-VERIFICA-LGPD THRU 470-FIM.
151026
151026     IF WS-SW-LGPD EQUAL 'S'
151026        MOVE WS-LGPD-REGRA    TO IND-LGPD-APC
151026     ELSE
151026        MOVE 'N'              TO IND-LGPD-APC
151026     END-IF.
151026
151026     WRITE REG-CNPW FROM REG-APOL-CNPJ.
151026     ADD  1                   TO WS-CONT-CNPW.
151026
151026 468A-FIM. EXIT.

      *----------------------------*
151026 469-GRAVA-TRAB-CNPJ-SUBFAT.
      *----------------------------*

151026*  APOLICE DA SUB-FATURA RECEM-GRAVADA (JA PASSOU PELA CRITICA
151026*  DE DV DO REGISTRO) COM O CNPJ E O DV DO PROPRIO REGISTRO,
151026*  COMO NO DETALHE TIPO 2 DO DIMESTIP
151026     MOVE SPACES              TO REG-APOL-CNPJ.
151026     MOVE NUM-CGC-SORT        TO WS-CODIGO-CNPJ-R.
151026     MOVE WS-COD-BASE         TO BASE-APC.
151026     MOVE WS-COD-FILIAL       TO FILIAL-APC.
151026     MOVE NUM-DV-CGC-SORT     TO DV-APC.
151026     MOVE COD-CIA-SORT        TO CIA-APC.
151026     MOVE COD-APOLICE-SORT    TO APOLICE-APC.
151026     MOVE WS-IDENT-APOL-R     TO IDENT-APOLICE-APC.
151026     MOVE NOME-ESTIP-SORT     TO NOME-ESTIP-APC.
151026     MOVE RAMO-SORT           TO RAMO-APC.
151026     MOVE DATA-CANCEL-SORT    TO DATA-CANCEL-APC.
151026
151026     PERFORM 468A-GRAVA-REG-CNPW THRU 468A-FIM.
151026
151026 469-FIM. EXIT.

151026*----------------------------------------------------------------*
151026*  LGPD - ESTIPULANTE NA LISTA DE SUPRESSAO DO DPO SAI COM O     *
151026*  NOME E O CONTATO MASCARADOS OU PSEUDONIMIZADOS EM TODO FEED   *
151026*  PARA O DW E PARA A PLATAFORMA ANALITICA (DIMESTIP, DELTA,     *
151026*  CARGA DB2, ARQDELIM, ARQCTO/DIMCONTATO E ARQRENDW) E CADA     *
151026*  REGISTRO MASCARADO VAI PARA O LOG DO RUN (ARQLOGLGPD). OS     *
151026*  ARQUIVOS INTERNOS (REJEITOS, RECICLAGEM, RELATORIOS, CONFLI-  *
151026*  TOS E ARQAPCNPJ) FICAM EM CLARO                               *
151026*----------------------------------------------------------------*

      *------------------------------*
151026 470-VERIFICA-LGPD.
      *------------------------------*

151026*  PROCURA O ESTIPULANTE DE WS-LGPD-BUSCA NA LISTA - PRIMEIRO
151026*  PELA CIA/APOLICE, DEPOIS PELO CNPJ (BASE + FILIAL) E POR
151026*  ULTIMO PELA BASE COM FILIAL ZERADA. ACHANDO, WS-SW-LGPD = 'S'
151026*  COM A REGRA, A ORIGEM E O PROTOCOLO DA ENTRADA. A MESMA
151026*  CHAVE DA BUSCA ANTERIOR NAO E PROCURADA DE NOVO
151026     IF WS-LGPD-BUSCA EQUAL WS-LGPD-ULT-BUSCA
151026        GO TO 470-FIM.
151026
151026     MOVE WS-LGPD-BUSCA  TO WS-LGPD-ULT-BUSCA.
151026     MOVE 'N'            TO WS-SW-LGPD.
151026     MOVE SPACES         TO WS-LGPD-REGRA
151026                            WS-LGPD-ORIGEM
151026                            WS-LGPD-PROTOCOLO.
151026
151026     IF WS-LGPD-QTD EQUAL ZEROS
151026        GO TO 470-FIM.
151026
151026     MOVE 'A'                TO WS-LGPD-TIPO-PROC.
151026     MOVE ZEROS              TO WS-LGPD-VALOR-PROC.
151026     MOVE WS-LGPD-CIA-BUSCA  TO WS-LGPD-CIA-PROC.
151026     MOVE WS-LGPD-APOL-BUSCA TO WS-LGPD-APOL-PROC.
151026     PERFORM 470A-PROCURA-LGPD THRU 470A-FIM.
151026
151026     IF WS-LGPD-ACHOU EQUAL 'SIM'
151026        MOVE 'A'                 TO WS-LGPD-ORIGEM
151026     ELSE
151026        MOVE 'C'                 TO WS-LGPD-TIPO-PROC
151026        MOVE WS-LGPD-CGC-BUSCA   TO WS-LGPD-VALOR-PROC
151026        PERFORM 470A-PROCURA-LGPD THRU 470A-FIM
151026        IF WS-LGPD-ACHOU EQUAL 'SIM'
151026           MOVE 'C'              TO WS-LGPD-ORIGEM
151026        ELSE
151026           IF WS-LGPD-FILIAL-BUSCA NOT EQUAL ZEROS
151026              COMPUTE WS-LGPD-VALOR-PROC =
151026                      WS-LGPD-BASE-BUSCA * 10000
151026              PERFORM 470A-PROCURA-LGPD THRU 470A-FIM
151026              IF WS-LGPD-ACHOU EQUAL 'SIM'
151026                 MOVE 'B'        TO WS-LGPD-ORIGEM
151026              END-IF
151026           END-IF
151026        END-IF
151026     END-IF.
151026
151026     IF WS-LGPD-ACHOU EQUAL 'SIM'
151026        MOVE 'S'                             TO WS-SW-LGPD
151026        MOVE WS-LGPD-REGRA-ENT (WS-LGPD-ACH) TO WS-LGPD-REGRA
151026        MOVE WS-LGPD-PROT-ENT  (WS-LGPD-ACH) TO WS-LGPD-PROTOCOLO
151026     END-IF.
151026
151026 470-FIM. EXIT.

      *------------------------------*
151026 470A-PROCURA-LGPD.
      *------------------------------*

151026*  BUSCA BINARIA DE WS-LGPD-CHAVE-PROC - ACHANDO, WS-LGPD-ACH
151026*  TRAZ A POSICAO
151026     MOVE 'NAO'        TO WS-LGPD-ACHOU.
151026     MOVE 1            TO WS-LGPD-INI.
151026     MOVE WS-LGPD-QTD  TO WS-LGPD-FIM.
151026
151026     PERFORM 470B-COMPARA-LGPD THRU 470B-FIM
151026        UNTIL WS-LGPD-INI > WS-LGPD-FIM
151026           OR WS-LGPD-ACHOU EQUAL 'SIM'.
151026
151026 470A-FIM. EXIT.

      *------------------------------*
151026 470B-COMPARA-LGPD.
      *------------------------------*

151026     COMPUTE WS-LGPD-MEIO = (WS-LGPD-INI + WS-LGPD-FIM) / 2.
151026
151026     IF WS-LGPD-CHAVE (WS-LGPD-MEIO) EQUAL WS-LGPD-CHAVE-PROC
151026        MOVE 'SIM'         TO WS-LGPD-ACHOU
151026        MOVE WS-LGPD-MEIO  TO WS-LGPD-ACH
151026     ELSE
151026        IF WS-LGPD-CHAVE (WS-LGPD-MEIO) < WS-LGPD-CHAVE-PROC
151026           COMPUTE WS-LGPD-INI = WS-LGPD-MEIO + 1
151026        ELSE
151026           COMPUTE WS-LGPD-FIM = WS-LGPD-MEIO - 1
151026        END-IF
151026     END-IF.
151026
151026 470B-FIM. EXIT.

      *------------------------------*
151026 471-MASCARA-NOME.
      *------------------------------*

151026*  NOME DE WS-LGPD-NOME-E MASCARADO EM WS-LGPD-NOME-S PELA
151026*  REGRA WS-LGPD-REGRA-MASC: P = PSEUDONIMO ESTAVEL (ESTIPULANTE
151026*  LGPD + IDENT-APOLICE, A MESMA CHAVE DA DIMENSAO); M (LISTA)
151026*  OU D (PADRAO DO ARQDELIM) = FICAM SO AS 3 PRIMEIRAS POSICOES
151026     IF WS-LGPD-REGRA-MASC EQUAL 'P'
151026        MOVE SPACES                TO WS-LGPD-NOME-S
151026        STRING 'ESTIPULANTE LGPD ' WS-LGPD-IDENT
151026               DELIMITED BY SIZE
151026          INTO WS-LGPD-NOME-S
151026     ELSE
151026        MOVE ALL '*'               TO WS-LGPD-NOME-S
151026        MOVE WS-LGPD-NOME-E (1:3)  TO WS-LGPD-NOME-S (1:3)
151026     END-IF.
151026
151026 471-FIM. EXIT.

      *------------------------------*
151026 472-MASCARA-CONTATO.
      *------------------------------*

151026*  CONTATO DO ARQCTO E DA DIMCONTATO (432/444C) - EM CLARO
151026*  PARA O ESTIPULANTE FORA DA LISTA. PARA O LISTADO, QUALQUER
151026*  QUE SEJA A REGRA, ENDERECO, DDD E E-MAIL VIRAM ASTERISCO, O
151026*  FONE E ZERADO E O CEP SO GUARDA O PREFIXO DE 5 DIGITOS;
151026*  CIDADE E UF FICAM (GEOGRAFIA AGREGADA PELO DW). A CRITICA DE
151026*  QUALIDADE (432A) JA FOI FEITA SOBRE O DADO EM CLARO
151026     MOVE WS-ENDERECO-ANT      TO WS-ENDERECO-SAI.
151026     MOVE WS-CEP-ANT           TO WS-CEP-SAI.
151026     MOVE WS-CIDADE-ANT        TO WS-CIDADE-SAI.
151026     MOVE WS-UF-ANT            TO WS-UF-SAI.
151026     MOVE WS-DDD-ANT           TO WS-DDD-SAI.
151026     MOVE WS-FONE-ANT          TO WS-FONE-SAI.
151026     MOVE WS-EMAIL-ANT         TO WS-EMAIL-SAI.
151026
151026     MOVE WS-COD-CIA-ANT       TO WS-LGPD-CIA-BUSCA.
151026     MOVE WS-COD-APOL-ANT      TO WS-LGPD-APOL-BUSCA.
151026     MOVE WS-CGC-ANT           TO WS-LGPD-CGC-BUSCA.
151026     PERFORM 470-VERIFICA-LGPD THRU 470-FIM.
151026
151026     IF WS-SW-LGPD NOT EQUAL 'S'
151026        GO TO 472-FIM.
151026
151026     IF WS-ENDERECO-ANT NOT EQUAL SPACES
151026        MOVE ALL '*'           TO WS-ENDERECO-SAI
151026     END-IF.
151026
151026     DIVIDE WS-CEP-ANT BY 1000 GIVING WS-LGPD-CEP-AUX.
151026     COMPUTE WS-CEP-SAI = WS-LGPD-CEP-AUX * 1000.
151026
151026     IF WS-DDD-ANT NOT EQUAL SPACES
151026        MOVE ALL '*'           TO WS-DDD-SAI
151026     END-IF.
151026
151026     MOVE ZEROS                TO WS-FONE-SAI.
151026
151026     IF WS-EMAIL-ANT NOT EQUAL SPACES
151026        MOVE ALL '*'           TO WS-EMAIL-SAI
151026     END-IF.
151026
151026     MOVE WS-IDENT-APOL-R      TO WS-LGPD-IDENT.
151026     MOVE 'ARQCTO'             TO WS-LGPD-ARQ-LOG.
151026     MOVE WS-SW-CARGA-DB2      TO WS-LGPD-DB2-LOG.
151026     MOVE 'N'                  TO WS-LGPD-DELIM-LOG.
151026     PERFORM 473-GRAVA-LOG-LGPD THRU 473-FIM.
151026     ADD  1                    TO WS-CONT-LGPD-ARQCTO.
151026
151026 472-FIM. EXIT.

      *------------------------------*
151026 473-GRAVA-LOG-LGPD.
      *------------------------------*

151026*  UM DETALHE NO LOG POR REGISTRO DE FEED MASCARADO - CHAVES
151026*  DE WS-LGPD-BUSCA, IDENT DE WS-LGPD-IDENT E O RESULTADO DA
151026*  BUSCA (470)
151026     MOVE SPACES               TO REG-DETALHE-LGP.
151026     MOVE 1                    TO TIPO-REG-D-LGP.
151026     MOVE WS-LGPD-ARQ-LOG      TO ARQUIVO-D-LGP.
151026     MOVE WS-LGPD-IDENT        TO IDENT-APOLICE-D-LGP.
151026     MOVE WS-LGPD-CIA-BUSCA    TO CIA-D-LGP.
151026     MOVE WS-LGPD-APOL-BUSCA   TO APOLICE-D-LGP.
151026     MOVE WS-LGPD-BASE-BUSCA   TO BASE-D-LGP.
151026     MOVE WS-LGPD-FILIAL-BUSCA TO FILIAL-D-LGP.
151026     MOVE WS-LGPD-REGRA        TO REGRA-D-LGP.
151026     MOVE WS-LGPD-ORIGEM       TO ORIGEM-D-LGP.
151026     MOVE WS-LGPD-PROTOCOLO    TO PROTOCOLO-D-LGP.
151026     MOVE WS-LGPD-DB2-LOG      TO IND-CARGA-DB2-D-LGP.
151026     MOVE WS-LGPD-DELIM-LOG    TO IND-DELIM-D-LGP.
151026     WRITE REG-LOGLGPD FROM REG-DETALHE-LGP.
151026     ADD  1                    TO WS-CONT-LOG-LGPD.
151026
151026 473-FIM. EXIT.

      *------------------------------*
151026 474-MASCARA-EXCLUSAO.
      *------------------------------*

151026*  EXCLUSAO DO DELTA VINDA DA IMAGEM ANTERIOR (437/515A) - A
151026*  COPIA ANTIGA PODE TER SAIDO EM CLARO ANTES DO ESTIPULANTE
151026*  ENTRAR NA LISTA. A IMAGEM SO TRAZ O CNPJ (A CIA/APOLICE DO
151026*  OLTP NAO ESTA NO DIMESTIP), ENTAO A BUSCA E SO POR ELE
151026     MOVE ZEROS                TO WS-LGPD-CIA-BUSCA
151026                                  WS-LGPD-APOL-BUSCA.
151026     MOVE CHAVE-OLTP-IMG       TO WS-LGPD-CGC-BUSCA.
151026     PERFORM 470-VERIFICA-LGPD THRU 470-FIM.
151026
151026     IF WS-SW-LGPD NOT EQUAL 'S'
151026        GO TO 474-FIM.
151026
151026     MOVE NOME-ESTIP-IMG       TO WS-LGPD-NOME-E.
151026     MOVE IDENT-APOLICE-IMG    TO WS-LGPD-IDENT.
151026     MOVE WS-LGPD-REGRA        TO WS-LGPD-REGRA-MASC.
151026     PERFORM 471-MASCARA-NOME THRU 471-FIM.
151026     MOVE WS-LGPD-NOME-S       TO NOME-ESTIP-IMG.
151026
151026     MOVE 'ARQDELTA'           TO WS-LGPD-ARQ-LOG.
151026     MOVE 'N'                  TO WS-LGPD-DB2-LOG
151026                                  WS-LGPD-DELIM-LOG.
151026     PERFORM 473-GRAVA-LOG-LGPD THRU 473-FIM.
151026     ADD  1                    TO WS-CONT-LGPD-ARQDELTA.
151026
151026 474-FIM. EXIT.

      *------------------------------*
151026 475-MASCARA-DETALHE.
      *------------------------------*

151026*  DETALHE TIPO 1 DO DIMESTIP (430) - O DELTA, A CARGA DB2 E O
151026*  ARQDELIM PARTEM DO MESMO DETALHE E SAEM COM O MESMO NOME
151026     MOVE WS-COD-CIA-ANT       TO WS-LGPD-CIA-BUSCA.
151026     MOVE WS-COD-APOL-ANT      TO WS-LGPD-APOL-BUSCA.
151026     MOVE WS-CGC-ANT           TO WS-LGPD-CGC-BUSCA.
151026     PERFORM 470-VERIFICA-LGPD THRU 470-FIM.
151026
151026     IF WS-SW-LGPD NOT EQUAL 'S'
151026        GO TO 475-FIM.
151026
151026     MOVE NOME-ESTIPULANTE-D-ETP TO WS-LGPD-NOME-E.
151026     MOVE IDENT-APOLICE-D-ETP  TO WS-LGPD-IDENT.
151026     MOVE WS-LGPD-REGRA        TO WS-LGPD-REGRA-MASC.
151026     PERFORM 471-MASCARA-NOME THRU 471-FIM.
151026     MOVE WS-LGPD-NOME-S       TO NOME-ESTIPULANTE-D-ETP.
151026
151026     MOVE 'DIMESTIP'           TO WS-LGPD-ARQ-LOG.
151026     MOVE WS-SW-CARGA-DB2      TO WS-LGPD-DB2-LOG.
151026     MOVE WS-SW-DELIM          TO WS-LGPD-DELIM-LOG.
151026     PERFORM 473-GRAVA-LOG-LGPD THRU 473-FIM.
151026     ADD  1                    TO WS-CONT-LGPD-DIMESTIP.
151026
151026 475-FIM. EXIT.

      *------------------------------*
151026 476-MASCARA-RENOVACAO.
      *------------------------------*

151026*  PIPELINE DE RENOVACOES PARA O DW (ARQRENDW) - O ARQRENW E O
151026*  RELATORIO DA AREA COMERCIAL SAO INTERNOS E FICAM EM CLARO
151026     MOVE COD-CIA-SORT         TO WS-LGPD-CIA-BUSCA.
151026     MOVE COD-APOLICE-SORT     TO WS-LGPD-APOL-BUSCA.
151026     MOVE NUM-CGC-SORT         TO WS-LGPD-CGC-BUSCA.
151026     PERFORM 470-VERIFICA-LGPD THRU 470-FIM.
151026
151026     IF WS-SW-LGPD NOT EQUAL 'S'
151026        GO TO 476-FIM.
151026
151026     MOVE NOME-REN-DW          TO WS-LGPD-NOME-E.
151026     MOVE IDENT-APOLICE-REN-DW TO WS-LGPD-IDENT.
151026     MOVE WS-LGPD-REGRA        TO WS-LGPD-REGRA-MASC.
151026     PERFORM 471-MASCARA-NOME THRU 471-FIM.
151026     MOVE WS-LGPD-NOME-S       TO NOME-REN-DW.
151026
151026     MOVE 'ARQRENDW'           TO WS-LGPD-ARQ-LOG.
151026     MOVE 'N'                  TO WS-LGPD-DB2-LOG
151026                                  WS-LGPD-DELIM-LOG.
151026     PERFORM 473-GRAVA-LOG-LGPD THRU 473-FIM.
151026     ADD  1                    TO WS-CONT-LGPD-ARQRENDW.
151026
151026 476-FIM. EXIT.

      *------------------------------*
151026 477-MASCARA-DELIM.
      *------------------------------*

151026*  O ARQDELIM VAI PARA A PLATAFORMA ANALITICA - SEM A LIBERACAO
151026*  DE DADO EM CLARO NO PARM (TP-DELIM-CLARO) O NOME SAI MASCA-
151026*  RADO PARA TODOS (REGRA D, CONTADA NO TRAILLER DO LOG). O
151026*  ESTIPULANTE LISTADO JA VEM MASCARADO NO DETALHE (475) E O
151026*  REGISTRO DELE JA ESTA NO LOG
151026     MOVE NOME-ESTIPULANTE-D-ETP TO WS-LGPD-NOME-DELIM.
151026
151026     MOVE WS-COD-CIA-ANT       TO WS-LGPD-CIA-BUSCA.
151026     MOVE WS-COD-APOL-ANT      TO WS-LGPD-APOL-BUSCA.
151026     MOVE WS-CGC-ANT           TO WS-LGPD-CGC-BUSCA.
151026     PERFORM 470-VERIFICA-LGPD THRU 470-FIM.
151026
151026     IF WS-SW-DELIM-CLARO EQUAL 'S' OR
151026        WS-SW-LGPD        EQUAL 'S'
151026        GO TO 477-FIM.
151026
151026     MOVE NOME-ESTIPULANTE-D-ETP TO WS-LGPD-NOME-E.
151026     MOVE IDENT-APOLICE-D-ETP  TO WS-LGPD-IDENT.
151026     MOVE 'D'                  TO WS-LGPD-REGRA-MASC.
151026     PERFORM 471-MASCARA-NOME THRU 471-FIM.
151026     MOVE WS-LGPD-NOME-S       TO WS-LGPD-NOME-DELIM.
151026     ADD  1                    TO WS-CONT-LGPD-DELIM-PADRAO.
151026
151026 477-FIM. EXIT.

      *------------------------------*
151026 478-FECHA-LOG-LGPD.
      *------------------------------*

151026     MOVE SPACES                    TO REG-TRAILLER-LGP.
151026     MOVE 9                         TO TIPO-REG-T-LGP.
151026     MOVE WS-DATA-SIST-R            TO DATA-SISTEMA-T-LGP.
151026     MOVE CB-TIME-OF-DAY            TO HORA-SISTEMA-T-LGP.
151026     MOVE WS-CONT-LOG-LGPD          TO QTDE-REGISTROS-T-LGP.
151026     MOVE WS-CONT-LGPD-DIMESTIP     TO QTDE-DIMESTIP-T-LGP.
151026     MOVE WS-CONT-LGPD-ARQCTO       TO QTDE-ARQCTO-T-LGP.
151026     MOVE WS-CONT-LGPD-ARQRENDW     TO QTDE-ARQRENDW-T-LGP.
151026     MOVE WS-CONT-LGPD-ARQDELTA     TO QTDE-ARQDELTA-T-LGP.
151026     MOVE ZEROS                     TO QTDE-ARQSITCN-T-LGP.
151026     MOVE WS-CONT-LGPD-DELIM-PADRAO TO QTDE-DELIM-PADRAO-T-LGP.
151026     WRITE REG-LOGLGPD FROM REG-TRAILLER-LGP.
151026
151026     CLOSE ARQLOGLGPD.
151026
151026 478-FIM. EXIT.

      *--------------------*                                            00000914
       500-FINALIZACAO.                                                 00000915
      *--------------------*                                            00000916
220826           ARQRELMES
020926           ARQRENDW
020926           ARQOPSAUDE
090826           ARQEXCDESC.                                            00002485
090826                                                                  00002486
020926     IF WS-SW-PARTICAO EQUAL 'S'
020926        CLOSE ARQCRIT
151026              ARQMOVAUD
020926     END-IF.
020926
220826*  O QUE SOBROU DA IMAGEM ANTERIOR SEM PAR NA EXTRACAO ATUAL
020926*  RENOVACOES E DIMATIV NAO SAO CONSOLIDADOS PELO DWSD0614 -
020926*  UMA PARTICAO NAO OS PRODUZ (SAIRIAM FATIADOS POR FAIXA DE
020926*  CHAVE); O ARQRENW VAZIO SO E FECHADO
151026*  A DIMGRUPO SEGUE A MESMA REGRA (O ARQGRPW NEM E ABERTO)
151026*  E O FEED DE CONDICOES TAMBEM (O ARQCNDW NEM E ABERTO)
151026*  E OS CONFLITOS DE CNPJ (O ARQCFW NEM E ABERTO)
151026*  E A REMESSA AO BUREAU DE CNPJ (O ARQCNPW NEM E ABERTO)
151026*  E O FEED DE AUDITORIA (O ARQMOVW NEM E ABERTO). O FEED
151026*  DE AUDITORIA VEM ANTES DAS CONDICOES, QUE USAM AS CHAVES
151026*  COM LINHA NO MOVI (ARQMVKS) PARA O IND-MOVI
020926     IF WS-SW-PARTICAO EQUAL 'S'
020926        CLOSE ARQRENW
020926     ELSE
020926        PERFORM 509A-GERA-RELATORIO-RENOV THRU 509A-FIM
020926        PERFORM 512-GERA-DIMATIV THRU 512-FIM
151026        PERFORM 516-GERA-DIMGRUPO THRU 516-FIM
151026        PERFORM 521-GERA-MOVI-AUDIT THRU 521-FIM
151026        PERFORM 517-GERA-CONDICOES THRU 517-FIM
151026        PERFORM 518-GERA-CONFLITOS THRU 518-FIM
151026        PERFORM 520-GERA-REMESSA-CNPJ THRU 520-FIM
020926     END-IF.
020926
151026*  TODO FEED COM DADO PESSOAL JA FOI GRAVADO - FECHA O LOG LGPD
151026     PERFORM 478-FECHA-LOG-LGPD THRU 478-FIM.
220826     PERFORM 507-CERTIFICA-DIMESTIP THRU 507-FIM.
220826
020926*  A CARGA EM DB2 SO E DECLARADA BOA DEPOIS QUE A CONTAGEM DA
220826     DISPLAY '* GRAVADOS RELACAO MESTRE      :' WS-GRAVA-ZZZ
220826             ' *'
220826     DISPLAY '*                                           *'
151026     IF WS-SW-PARTICAO NOT EQUAL 'S'
151026        MOVE WS-CONT-GRUPOS      TO  WS-GRAVA-ZZZ
151026        DISPLAY '* GRAVADOS GRUPO ECONOMICO     :' WS-GRAVA-ZZZ
151026                ' *'
151026        MOVE WS-CONT-GRUPOS-LIG  TO  WS-GRAVA-ZZZ
151026        DISPLAY '*   GRUPOS COM MESTRE/CONJUG.  :' WS-GRAVA-ZZZ
151026                ' *'
151026        MOVE WS-CONT-MEMBROS     TO  WS-GRAVA-ZZZ
151026        DISPLAY '*   APOLICES MEMBRO            :' WS-GRAVA-ZZZ
151026                ' *'
151026        DISPLAY '*                                           *'
151026        MOVE WS-CONT-COND        TO  WS-GRAVA-ZZZ
151026        DISPLAY '* CONDICOES COMERCIAIS GRAVADAS:' WS-GRAVA-ZZZ
151026                ' *'
151026        MOVE WS-CONT-COND-INCL   TO  WS-GRAVA-ZZZ
151026        DISPLAY '*   INCLUSOES                  :' WS-GRAVA-ZZZ
151026                ' *'
151026        MOVE WS-CONT-COND-ALT    TO  WS-GRAVA-ZZZ
151026        DISPLAY '*   ALTERADAS                  :' WS-GRAVA-ZZZ
151026                ' *'
151026        MOVE WS-CONT-COND-EXC    TO  WS-GRAVA-ZZZ
151026        DISPLAY '*   EXCECOES DE POLITICA       :' WS-GRAVA-ZZZ
151026                ' *'
151026        DISPLAY '*                                           *'
151026        MOVE WS-CONT-CNF-GRUPOS  TO  WS-GRAVA-ZZZ
151026        DISPLAY '* GRUPOS DE CNPJ EM CONFLITO   :' WS-GRAVA-ZZZ
151026                ' *'
151026        MOVE WS-CONT-CNF-SUPR    TO  WS-GRAVA-ZZZ
151026        DISPLAY '*   APOLICES DESCARTADAS       :' WS-GRAVA-ZZZ
151026                ' *'
151026        IF WS-CONT-CNF-EXCESSO > ZEROS
151026           MOVE WS-CONT-CNF-EXCESSO TO WS-GRAVA-ZZZ
151026           DISPLAY '*   ACIMA DO LIMITE DA TABELA  :' WS-GRAVA-ZZZ
151026                   ' *'
151026        END-IF
151026        DISPLAY '*                                           *'
151026        MOVE WS-CONT-CNPJ-REM    TO  WS-GRAVA-ZZZ
151026        DISPLAY '* CNPJ REMETIDOS AO BUREAU     :' WS-GRAVA-ZZZ
151026                ' *'
151026        MOVE WS-CONT-APCNPJ      TO  WS-GRAVA-ZZZ
151026        DISPLAY '*   APOLICES DOS CNPJ REMETIDOS:' WS-GRAVA-ZZZ
151026                ' *'
151026        MOVE WS-CONT-APCNPJ-ATV  TO  WS-GRAVA-ZZZ
151026        DISPLAY '*   APOLICES ATIVAS            :' WS-GRAVA-ZZZ
151026                ' *'
151026        DISPLAY '*                                           *'
151026     END-IF
020926     MOVE WS-CONT-RENW           TO  WS-GRAVA-ZZZ
020926     DISPLAY '* RENOVACOES NO HORIZONTE      :' WS-GRAVA-ZZZ
020926             ' *'
020926     DISPLAY '* GRAVADOS AUDITORIA MOVI      :' WS-GRAVA-ZZZ
020926             ' *'
020926     DISPLAY '*                                           *'
151026     IF WS-SW-PARTICAO NOT EQUAL 'S'
151026        MOVE WS-CONT-MOVI-LIDOS  TO  WS-GRAVA-ZZZ
151026        DISPLAY '*   LIDOS DBSISA.MOVI          :' WS-GRAVA-ZZZ
151026                ' *'
151026        DISPLAY '*                                           *'
151026     END-IF
020926     IF WS-SW-CARGA-DB2 EQUAL 'S'
020926        MOVE WS-CARGA-INSERIDOS  TO  WS-GRAVA-ZZZ
020926        DISPLAY '* CARGA DB2 - INCLUIDOS        :' WS-GRAVA-ZZZ
020926           DISPLAY '* CARGA DB2 - EXCL. AUSENTES   :'
020926                   WS-GRAVA-ZZZ ' *'
020926        END-IF
151026        MOVE WS-CARGA-INS-SUBFAT  TO  WS-GRAVA-ZZZ
151026        DISPLAY '* CARGA DB2 - DIMSUBFAT        :' WS-GRAVA-ZZZ
151026                ' *'
151026        MOVE WS-CARGA-INS-RELMES  TO  WS-GRAVA-ZZZ
151026        DISPLAY '* CARGA DB2 - DIMRELMES        :' WS-GRAVA-ZZZ
151026                ' *'
151026        MOVE WS-CARGA-INS-CONTATO TO  WS-GRAVA-ZZZ
151026        DISPLAY '* CARGA DB2 - DIMCONTATO       :' WS-GRAVA-ZZZ
151026                ' *'
151026        IF WS-CARGA-DUP-COMPANHEIRA > ZEROS
151026           MOVE WS-CARGA-DUP-COMPANHEIRA TO WS-GRAVA-ZZZ
151026           DISPLAY '* CARGA DB2 - COMPANH. REPETID.:'
151026                   WS-GRAVA-ZZZ ' *'
151026        END-IF
020926        DISPLAY '*                                           *'
020926     END-IF
220826     IF WS-SW-DELIM EQUAL 'S'
220826                ' *'
220826        DISPLAY '*                                           *'
220826     END-IF
151026     MOVE WS-LGPD-QTD            TO  WS-GRAVA-ZZZ
151026     DISPLAY '* LGPD - CHAVES NA LISTA       :' WS-GRAVA-ZZZ
151026             ' *'
151026     MOVE WS-CONT-LGPD-DIMESTIP  TO  WS-GRAVA-ZZZ
151026     DISPLAY '*   DIMESTIP MASCARADOS        :' WS-GRAVA-ZZZ
151026             ' *'
151026     MOVE WS-CONT-LGPD-ARQCTO    TO  WS-GRAVA-ZZZ
151026     DISPLAY '*   ARQCTO MASCARADOS          :' WS-GRAVA-ZZZ
151026             ' *'
151026     MOVE WS-CONT-LGPD-ARQRENDW  TO  WS-GRAVA-ZZZ
151026     DISPLAY '*   ARQRENDW MASCARADOS        :' WS-GRAVA-ZZZ
151026             ' *'
151026     MOVE WS-CONT-LGPD-ARQDELTA  TO  WS-GRAVA-ZZZ
151026     DISPLAY '*   EXCLUSOES DELTA MASCARADAS :' WS-GRAVA-ZZZ
151026             ' *'
151026     IF WS-SW-DELIM EQUAL 'S'
151026        MOVE WS-CONT-LGPD-DELIM-PADRAO TO WS-GRAVA-ZZZ
151026        DISPLAY '*   ARQDELIM MASCARA PADRAO    :' WS-GRAVA-ZZZ
151026                ' *'
151026     END-IF
151026     DISPLAY '*                                           *'
           DISPLAY '* CGC ZERADOS                  :' WS-CGC-ZERADOS-ZZZ00000956
                   ' *'                                                 00000957
           DISPLAY '*                                           *'      00000958
220826     MOVE WS-GRAVADOS-ETP       TO STA-GRAVADOS-ETP.
220826     MOVE WS-TOT-REJEITADOS     TO STA-REJEITADOS.
220826     MOVE WS-MOTIVO-STATUS      TO STA-MOTIVO.
151026     MOVE 'N'                   TO STA-IND-RETRANSM.
151026     MOVE DATA-INI              TO STA-DATA-NOME-ARQ.
220826
220826     WRITE REG-STATUS-RUN.
220826
220826 508-LIBERA-TRANSFERENCIA.
      *---------------------------*

151026*  ESTE SCRIPT SO LEVA O DIMESTIP. NA CADEIA NORMAL O DWSD0617
151026*  (PACOTE DE ENTREGA) RODA EM SEGUIDA, CRITICA OS ARQUIVOS
151026*  COMPANHEIROS CONTRA O DIMESTIP E REGRAVA O MESMO DATASET
151026*  COM O PACOTE INTEIRO E O MANIFESTO
220826     IF WS-LIBERA-TRANSF EQUAL 'S'
220826        OPEN OUTPUT ARQFTP
220826        IF TP-TRANSFERENCIA EQUAL 'S'
020926          SELECT  ETP_RSOCIAL,
020926                  ETP_CGC,
020926                  ETP_CODIGO_ATIV,
151026                  ETP_CRITICA_DV,
151026                  ETP_RMO,
151026                  ETP_PERC_ADM,
151026                  ETP_PERC_DESC,
151026                  ETP_PERC_BONUS,
151026                  ETP_CARENCIAS,
151026                  ETP_IN_REMISSAO,
151026                  ETP_NR_ANOS_REMIS,
151026                  ETP_TP_REAVALIA,
151026                  ETP_TIPO_ADESAO,
151026                  COPER_PLANO_SAUDE
020926
020926            INTO :DCLSSCESTIPULANTE.ETP-RSOCIAL,
020926                 :DCLSSCESTIPULANTE.ETP-CGC,
020926                 :DCLSSCESTIPULANTE.ETP-CODIGO-ATIV,
151026                 :DCLSSCESTIPULANTE.ETP-CRITICA-DV,
151026                 :DCLSSCESTIPULANTE.ETP-RMO,
151026                 :DCLSSCESTIPULANTE.ETP-PERC-ADM,
151026                 :DCLSSCESTIPULANTE.ETP-PERC-DESC,
151026                 :DCLSSCESTIPULANTE.ETP-PERC-BONUS,
151026                 :DCLSSCESTIPULANTE.ETP-CARENCIAS,
151026                 :DCLSSCESTIPULANTE.ETP-IN-REMISSAO,
151026                 :DCLSSCESTIPULANTE.ETP-NR-ANOS-REMIS,
151026                 :DCLSSCESTIPULANTE.ETP-TP-REAVALIA,
151026                 :DCLSSCESTIPULANTE.ETP-TIPO-ADESAO,
151026                 :DCLSSCESTIPULANTE.COPER-PLANO-SAUDE
020926
020926            FROM  ATSAUDAO.SSCESTIPULANTE
020926
020926*  AS DO ULTIMO GRUPO PROCESSADO
020926     MOVE ZEROS                        TO WS-DATA-CANCEL-ANT
020926                                          WS-DATA-INIC-ANT.
151026*  RAMO E CONDICOES COMERCIAIS RELIDOS JUNTO - O FEED DE
151026*  CONDICOES (465) TAMBEM RECEBE O PROMOVIDO
151026     MOVE ETP-RMO           OF DCLSSCESTIPULANTE
151026                                       TO WS-RAMO-ANT.
151026     MOVE ETP-PERC-ADM      OF DCLSSCESTIPULANTE
151026                                       TO WS-PERC-ADM-ANT.
151026     MOVE ETP-PERC-DESC     OF DCLSSCESTIPULANTE
151026                                       TO WS-PERC-DESC-ANT.
151026     MOVE ETP-PERC-BONUS    OF DCLSSCESTIPULANTE
151026                                       TO WS-PERC-BONUS-ANT.
151026     MOVE ETP-CARENCIAS     OF DCLSSCESTIPULANTE
151026                                       TO WS-CARENCIAS-ANT.
151026     MOVE ETP-IN-REMISSAO   OF DCLSSCESTIPULANTE
151026                                       TO WS-IN-REMISSAO-ANT.
151026     MOVE ETP-NR-ANOS-REMIS OF DCLSSCESTIPULANTE
151026                                       TO WS-NR-ANOS-REMIS-ANT.
151026     MOVE ETP-TP-REAVALIA   OF DCLSSCESTIPULANTE
151026                                       TO WS-TP-REAVALIA-ANT.
151026     MOVE ETP-TIPO-ADESAO   OF DCLSSCESTIPULANTE
151026                                       TO WS-TIPO-ADESAO-ANT.
151026*  OPERADORA/PLANO DA NOVA CIA RELIDO JUNTO (431)
151026     MOVE COPER-PLANO-SAUDE OF DCLSSCESTIPULANTE
151026                                       TO WS-COPER-ANT.
020926
020926     MOVE 'SIM' TO WS-SW-REC-PROMOVE.
020926     PERFORM 430-GRAVA-ESTIPULANTE THRU 430-FIM.
020926     IF WS-REC-IMG-SEEN (WS-IDX-REC) EQUAL 'S' AND
020926        WS-REC-WRITTEN  (WS-IDX-REC) EQUAL SPACES
020926        MOVE WS-REC-IMG-REG (WS-IDX-REC) TO REG-IMG-ANT
151026        PERFORM 474-MASCARA-EXCLUSAO THRU 474-FIM
020926        MOVE 'E'            TO OPER-DELTA
020926        MOVE REG-IMG-ANT    TO ESTIP-DELTA
020926        WRITE REG-DELTA

020926 515A-FIM. EXIT.

      *------------------------------*
151026 516-GERA-DIMGRUPO.
      *------------------------------*

151026*  DIMENSAO COMPANHEIRA DE GRUPO ECONOMICO. O GRUPO REUNE AS
151026*  FILIAIS DA MESMA BASE DE CNPJ E AS APOLICES LIGADAS ENTRE SI
151026*  POR MESTRE/CONJUGADA. TRES PASSADAS NO ARQUIVO DE TRABALHO
151026*  MONTAM A TABELA DE LIGACOES:
151026*    1 - APOLICES COM MESTRE/CONJUGADA E AS APOLICES APONTADAS
151026*    2 - BASES DE CNPJ DAS APOLICES QUE ENTRARAM NA TABELA
151026*    3 - UNIAO APOLICE X BASE E APOLICE X MESTRE/CONJUGADA
151026*  O CODIGO DO GRUPO E A MENOR BASE DE CNPJ DELE; BASE FORA DA
151026*  TABELA E UM GRUPO SO DELA. O SORT POR GRUPO/APOLICE GRAVA OS
151026*  MEMBROS (TIPO 2) E, NA QUEBRA, O DETALHE DO GRUPO (TIPO 1)
151026     CLOSE ARQGRPW.
151026
151026     MOVE 1 TO WS-GRP-FASE.
151026     PERFORM 516A-PASSA-ARQGRPW THRU 516A-FIM.
151026
151026     MOVE 2 TO WS-GRP-FASE.
151026     PERFORM 516A-PASSA-ARQGRPW THRU 516A-FIM.
151026
151026     PERFORM 516G-INICIA-NO THRU 516G-FIM
151026        VARYING WS-GLG-IDX FROM 1 BY 1
151026          UNTIL WS-GLG-IDX > WS-GLG-QTD.
151026
151026     MOVE 3 TO WS-GRP-FASE.
151026     PERFORM 516A-PASSA-ARQGRPW THRU 516A-FIM.
151026
151026     PERFORM 516K-APURA-MENOR-BASE THRU 516K-FIM
151026        VARYING WS-GLG-IDX FROM 1 BY 1
151026          UNTIL WS-GLG-IDX > WS-GLG-QTD.
151026
151026     PERFORM 516L-PROPAGA-GRUPO THRU 516L-FIM
151026        VARYING WS-GLG-IDX FROM 1 BY 1
151026          UNTIL WS-GLG-IDX > WS-GLG-QTD.
151026
151026     OPEN OUTPUT DIMGRUPO.
151026
151026     MOVE SPACES           TO REG-HEADER-GRP.
151026     MOVE 0                TO TIPO-REG-H-GRP.
151026     MOVE WS-DATA-SIST-R   TO DATA-SISTEMA-H-GRP.
151026     MOVE CB-TIME-OF-DAY   TO HORA-SISTEMA-H-GRP.
151026     MOVE DATA-INI         TO DATA-INI-H-GRP
151026                              DATA-FIM-H-GRP.
151026     MOVE 'DWSD0612'       TO NOME-PGM-H-GRP.
151026
151026     WRITE REG-DIMGRUPO FROM REG-HEADER-GRP.
151026
151026     MOVE 'NAO'  TO WS-FIM-SORT4.
151026
151026     SORT ARQSORT4 ON ASCENDING KEY COD-GRUPO-W4
151026                                    IDENT-W4
151026          INPUT  PROCEDURE 800-CLASSIFICA-GRUPO
151026                      THRU 800-FIM
151026          OUTPUT PROCEDURE 820-GRAVA-DIMGRUPO
151026                      THRU 820-FIM.
151026
151026     MOVE SPACES           TO REG-TRAILLER-GRP.
151026     MOVE 9                TO TIPO-REG-T-GRP.
151026     MOVE WS-DATA-SIST-R   TO DATA-SISTEMA-T-GRP.
151026     MOVE CB-TIME-OF-DAY   TO HORA-SISTEMA-T-GRP.
151026     MOVE WS-CONT-GRUPOS   TO QTDE-REGISTROS-T-GRP.
151026     MOVE WS-CONT-MEMBROS  TO QTDE-MEMBROS-T-GRP.
151026
151026     WRITE REG-DIMGRUPO FROM REG-TRAILLER-GRP.
151026
151026     CLOSE DIMGRUPO.
151026
151026     IF WS-GLG-ESTOURO > ZEROS
151026        DISPLAY 'DWSD0612 - DIMGRUPO - TABELA DE LIGACOES '
151026                'ESTOUROU - LIGACOES PERDIDAS: '
151026                WS-GLG-ESTOURO
151026     END-IF.
151026
151026 516-FIM. EXIT.

      *------------------------------*
151026 516A-PASSA-ARQGRPW.
      *------------------------------*

151026     OPEN INPUT ARQGRPW.
151026
151026     MOVE 'NAO' TO WS-FIM-GRPW.
151026     PERFORM 516M-LE-ARQGRPW THRU 516M-FIM.
151026
151026     PERFORM 516B-TRATA-LIGACAO THRU 516B-FIM
151026        UNTIL WS-FIM-GRPW EQUAL 'SIM'.
151026
151026     CLOSE ARQGRPW.
151026
151026 516A-FIM. EXIT.

      *------------------------------*
151026 516B-TRATA-LIGACAO.
      *------------------------------*

151026     MOVE 'A'              TO WS-GLG-TIPO-PROC.
151026     MOVE CIA-GRPW         TO WS-GLG-CIA-PROC.
151026     MOVE APOLICE-GRPW     TO WS-GLG-APOL-PROC.
151026     MOVE 'N'              TO WS-GLG-MESTRE-PROC.
151026
151026     EVALUATE WS-GRP-FASE
151026        WHEN 1
151026           IF APO-MESTRE-GRPW    NOT EQUAL ZEROS OR
151026              APO-CONJUGADA-GRPW NOT EQUAL ZEROS
151026              PERFORM 516C-INCLUI-NO THRU 516C-FIM
151026              IF APO-MESTRE-GRPW NOT EQUAL ZEROS
151026                 MOVE APO-MESTRE-GRPW    TO WS-GLG-APOL-PROC
151026                 MOVE 'S'                TO WS-GLG-MESTRE-PROC
151026                 PERFORM 516C-INCLUI-NO THRU 516C-FIM
151026              END-IF
151026              IF APO-CONJUGADA-GRPW NOT EQUAL ZEROS
151026                 MOVE APO-CONJUGADA-GRPW TO WS-GLG-APOL-PROC
151026                 MOVE 'N'                TO WS-GLG-MESTRE-PROC
151026                 PERFORM 516C-INCLUI-NO THRU 516C-FIM
151026              END-IF
151026           END-IF
151026        WHEN 2
151026           PERFORM 516D-PROCURA-NO THRU 516D-FIM
151026           IF WS-GLG-ACHOU EQUAL 'SIM'
151026              MOVE 'B'              TO WS-GLG-TIPO-PROC
151026              MOVE BASE-GRPW        TO WS-GLG-VALOR-PROC
151026              PERFORM 516C-INCLUI-NO THRU 516C-FIM
151026           END-IF
151026        WHEN 3
151026           MOVE WS-GLG-CHAVE-PROC   TO WS-GLG-CHAVE-LIG
151026           MOVE 'B'                 TO WS-GLG-TIPO-PROC
151026           MOVE BASE-GRPW           TO WS-GLG-VALOR-PROC
151026           PERFORM 516H-UNE-NOS THRU 516H-FIM
151026           IF APO-MESTRE-GRPW NOT EQUAL ZEROS
151026              MOVE 'A'                TO WS-GLG-TIPO-PROC
151026              MOVE CIA-GRPW           TO WS-GLG-CIA-PROC
151026              MOVE APO-MESTRE-GRPW    TO WS-GLG-APOL-PROC
151026              PERFORM 516H-UNE-NOS THRU 516H-FIM
151026           END-IF
151026           IF APO-CONJUGADA-GRPW NOT EQUAL ZEROS
151026              MOVE 'A'                TO WS-GLG-TIPO-PROC
151026              MOVE CIA-GRPW           TO WS-GLG-CIA-PROC
151026              MOVE APO-CONJUGADA-GRPW TO WS-GLG-APOL-PROC
151026              PERFORM 516H-UNE-NOS THRU 516H-FIM
151026           END-IF
151026     END-EVALUATE.
151026
151026     PERFORM 516M-LE-ARQGRPW THRU 516M-FIM.
151026
151026 516B-FIM. EXIT.

      *------------------------------*
151026 516C-INCLUI-NO.
      *------------------------------*

151026*  INCLUI A CHAVE WS-GLG-CHAVE-PROC NA POSICAO ORDENADA; CHAVE
151026*  JA EXISTENTE SO HERDA A MARCA DE APOLICE MESTRE
151026     PERFORM 516D-PROCURA-NO THRU 516D-FIM.
151026
151026     IF WS-GLG-ACHOU EQUAL 'SIM'
151026        IF WS-GLG-MESTRE-PROC EQUAL 'S'
151026           MOVE 'S' TO WS-GLG-MESTRE (WS-GLG-ACH)
151026        END-IF
151026        GO TO 516C-FIM.
151026
151026     IF WS-GLG-QTD NOT LESS 5000
151026        ADD 1 TO WS-GLG-ESTOURO
151026        GO TO 516C-FIM.
151026
151026     PERFORM 516F-DESLOCA-NO THRU 516F-FIM
151026        VARYING WS-GLG-IDX FROM WS-GLG-QTD BY -1
151026          UNTIL WS-GLG-IDX < WS-GLG-POS.
151026     ADD  1                  TO WS-GLG-QTD.
151026
151026     MOVE WS-GLG-TIPO-PROC   TO WS-GLG-TIPO      (WS-GLG-POS).
151026     MOVE WS-GLG-VALOR-PROC  TO WS-GLG-VALOR     (WS-GLG-POS).
151026     MOVE WS-GLG-MESTRE-PROC TO WS-GLG-MESTRE    (WS-GLG-POS).
151026     MOVE ZEROS              TO WS-GLG-PAI       (WS-GLG-POS)
151026                                WS-GLG-GRUPO     (WS-GLG-POS)
151026                                WS-GLG-QTD-BASES (WS-GLG-POS).
151026
151026 516C-FIM. EXIT.

      *------------------------------*
151026 516D-PROCURA-NO.
      *------------------------------*

151026*  BUSCA BINARIA DE WS-GLG-CHAVE-PROC - ACHANDO, WS-GLG-ACH TRAZ
151026*  A POSICAO; NAO ACHANDO, WS-GLG-POS TRAZ A POSICAO DE INSERCAO
151026     MOVE 'NAO'       TO WS-GLG-ACHOU.
151026     MOVE 1           TO WS-GLG-INI.
151026     MOVE WS-GLG-QTD  TO WS-GLG-FIM.
151026
151026     PERFORM 516E-COMPARA-NO THRU 516E-FIM
151026        UNTIL WS-GLG-INI > WS-GLG-FIM
151026           OR WS-GLG-ACHOU EQUAL 'SIM'.
151026
151026     MOVE WS-GLG-INI  TO WS-GLG-POS.
151026
151026 516D-FIM. EXIT.

      *------------------------------*
151026 516E-COMPARA-NO.
      *------------------------------*

151026     COMPUTE WS-GLG-MEIO = (WS-GLG-INI + WS-GLG-FIM) / 2.
151026
151026     IF WS-GLG-CHAVE (WS-GLG-MEIO) EQUAL WS-GLG-CHAVE-PROC
151026        MOVE 'SIM'        TO WS-GLG-ACHOU
151026        MOVE WS-GLG-MEIO  TO WS-GLG-ACH
151026     ELSE
151026        IF WS-GLG-CHAVE (WS-GLG-MEIO) < WS-GLG-CHAVE-PROC
151026           COMPUTE WS-GLG-INI = WS-GLG-MEIO + 1
151026        ELSE
151026           COMPUTE WS-GLG-FIM = WS-GLG-MEIO - 1
151026        END-IF
151026     END-IF.
151026
151026 516E-FIM. EXIT.

      *------------------------------*
151026 516F-DESLOCA-NO.
      *------------------------------*

151026     MOVE WS-ENT-GLG (WS-GLG-IDX)
151026       TO WS-ENT-GLG (WS-GLG-IDX + 1).
151026
151026 516F-FIM. EXIT.

      *------------------------------*
151026 516G-INICIA-NO.
      *------------------------------*

151026*  TABELA COMPLETA - CADA NO COMECA COMO REPRESENTANTE DE SI
151026*  MESMO (AS POSICOES NAO MUDAM MAIS A PARTIR DAQUI)
151026     MOVE WS-GLG-IDX TO WS-GLG-PAI (WS-GLG-IDX).
151026
151026 516G-FIM. EXIT.

      *------------------------------*
151026 516H-UNE-NOS.
      *------------------------------*

151026*  JUNTA OS GRUPOS DAS CHAVES WS-GLG-CHAVE-LIG E WS-GLG-CHAVE-
151026*  PROC - O REPRESENTANTE DE MAIOR POSICAO PASSA A APONTAR PARA
151026*  O DE MENOR. CHAVE FORA DA TABELA (ESTOURO OU APOLICE SEM
151026*  LIGACAO) NAO UNE NADA
151026     PERFORM 516D-PROCURA-NO THRU 516D-FIM.
151026
151026     IF WS-GLG-ACHOU NOT EQUAL 'SIM'
151026        GO TO 516H-FIM.
151026
151026     MOVE WS-GLG-ACH       TO WS-GLG-NO.
151026     PERFORM 516I-ACHA-RAIZ THRU 516I-FIM.
151026     MOVE WS-GLG-NO        TO WS-GLG-RAIZ-2.
151026
151026     MOVE WS-GLG-CHAVE-LIG TO WS-GLG-CHAVE-PROC.
151026     PERFORM 516D-PROCURA-NO THRU 516D-FIM.
151026
151026     IF WS-GLG-ACHOU NOT EQUAL 'SIM'
151026        GO TO 516H-FIM.
151026
151026     MOVE WS-GLG-ACH       TO WS-GLG-NO.
151026     PERFORM 516I-ACHA-RAIZ THRU 516I-FIM.
151026     MOVE WS-GLG-NO        TO WS-GLG-RAIZ-1.
151026
151026     IF WS-GLG-RAIZ-1 < WS-GLG-RAIZ-2
151026        MOVE WS-GLG-RAIZ-1 TO WS-GLG-PAI (WS-GLG-RAIZ-2)
151026     ELSE
151026        IF WS-GLG-RAIZ-2 < WS-GLG-RAIZ-1
151026           MOVE WS-GLG-RAIZ-2 TO WS-GLG-PAI (WS-GLG-RAIZ-1)
151026        END-IF
151026     END-IF.
151026
151026 516H-FIM. EXIT.

      *------------------------------*
151026 516I-ACHA-RAIZ.
      *------------------------------*

151026*  SOBE DE WS-GLG-NO ATE O REPRESENTANTE DO GRUPO, ENCURTANDO
151026*  O CAMINHO PELO MEIO (CADA NO PASSA A APONTAR PARA O AVO)
151026     PERFORM 516J-SOBE-NO THRU 516J-FIM
151026        UNTIL WS-GLG-PAI (WS-GLG-NO) EQUAL WS-GLG-NO.
151026
151026 516I-FIM. EXIT.

      *------------------------------*
151026 516J-SOBE-NO.
      *------------------------------*

151026     MOVE WS-GLG-PAI (WS-GLG-NO)  TO WS-GLG-AUX.
151026     MOVE WS-GLG-PAI (WS-GLG-AUX) TO WS-GLG-PAI (WS-GLG-NO).
151026     MOVE WS-GLG-PAI (WS-GLG-NO)  TO WS-GLG-NO.
151026
151026 516J-FIM. EXIT.

      *------------------------------*
151026 516K-APURA-MENOR-BASE.
      *------------------------------*

151026*  CADA BASE DE CNPJ CONTA NO SEU GRUPO E DISPUTA O CODIGO DELE
151026     IF WS-GLG-TIPO (WS-GLG-IDX) NOT EQUAL 'B'
151026        GO TO 516K-FIM.
151026
151026     MOVE WS-GLG-IDX TO WS-GLG-NO.
151026     PERFORM 516I-ACHA-RAIZ THRU 516I-FIM.
151026
151026     ADD 1 TO WS-GLG-QTD-BASES (WS-GLG-NO).
151026
151026     IF WS-GLG-QTD-BASES (WS-GLG-NO) EQUAL 1
151026        ADD 1 TO WS-CONT-GRUPOS-LIG
151026     END-IF.
151026
151026     IF WS-GLG-GRUPO (WS-GLG-NO) EQUAL ZEROS OR
151026        WS-GLG-VALOR (WS-GLG-IDX) < WS-GLG-GRUPO (WS-GLG-NO)
151026        MOVE WS-GLG-VALOR (WS-GLG-IDX)
151026          TO WS-GLG-GRUPO (WS-GLG-NO)
151026     END-IF.
151026
151026 516K-FIM. EXIT.

      *------------------------------*
151026 516L-PROPAGA-GRUPO.
      *------------------------------*

151026*  A BASE DE CNPJ RECEBE O CODIGO E A QUANTIDADE DE BASES DO
151026*  SEU GRUPO - E POR ELA QUE CADA SUB-FATURA ACHA O GRUPO
151026     IF WS-GLG-TIPO (WS-GLG-IDX) NOT EQUAL 'B'
151026        GO TO 516L-FIM.
151026
151026     MOVE WS-GLG-IDX TO WS-GLG-NO.
151026     PERFORM 516I-ACHA-RAIZ THRU 516I-FIM.
151026
151026     MOVE WS-GLG-GRUPO     (WS-GLG-NO)
151026       TO WS-GLG-GRUPO     (WS-GLG-IDX).
151026     MOVE WS-GLG-QTD-BASES (WS-GLG-NO)
151026       TO WS-GLG-QTD-BASES (WS-GLG-IDX).
151026
151026 516L-FIM. EXIT.

      *------------------------------*
151026 516M-LE-ARQGRPW.
      *------------------------------*

151026     READ ARQGRPW
151026          AT END MOVE 'SIM' TO WS-FIM-GRPW.
151026
151026 516M-FIM. EXIT.

      *------------------------------*
151026 517-GERA-CONDICOES.
      *------------------------------*

151026*  FEED DE CONDICOES COMERCIAIS. O ARQUIVO DE TRABALHO GRAVADO
151026*  EM 465 (NA ORDEM DE CGC DO SORT PRINCIPAL) E CLASSIFICADO
151026*  POR CIA/APOLICE E CASADO SEQUENCIALMENTE COM O FEED DO RUN
151026*  ANTERIOR (ARQCNDANT, GRAVADO NA MESMA ORDEM). ARQUIVO
151026*  ANTERIOR AUSENTE OU VAZIO E NORMAL (PRIMEIRO RUN DO FEED) -
151026*  TODAS AS CHAVES SAEM COMO INCLUSAO. AS EXCECOES DE POLITICA
151026*  VAO PARA O ARQCNDX E SAO IMPRESSAS POR RAMO NO ARQRELCND
151026     CLOSE ARQCNDW.
151026
151026     OPEN OUTPUT ARQCOND
151026                 ARQCNDX.
151026
151026     MOVE 'NAO' TO WS-FIM-CNDANT.
151026     MOVE 'N'   TO WS-SW-CNDANT-ABERTO.
151026
151026     OPEN INPUT ARQCNDANT.
151026
151026     IF WS-FS-ARQCNDANT EQUAL '00'
151026        MOVE 'S' TO WS-SW-CNDANT-ABERTO
151026        PERFORM 517A-LE-CND-ANTERIOR THRU 517A-FIM
151026     ELSE
151026        MOVE 'SIM' TO WS-FIM-CNDANT
151026        DISPLAY 'DWSD0612 - ARQCNDANT NAO DISPONIVEL (FS='
151026                WS-FS-ARQCNDANT ') - CONDICOES COMERCIAIS '
151026                'SAEM TODAS COMO INCLUSAO'
151026     END-IF.
151026
151026     MOVE 'NAO' TO WS-FIM-SORT5.
151026*  CHAVES COM LINHA NO FEED DE AUDITORIA (521) - IND-MOVI (920)
151026     OPEN INPUT ARQMVKS.
151026     MOVE 'NAO'        TO WS-FIM-MVKS.
151026     MOVE LOW-VALUES   TO WS-MVKS-CHAVE.
151026
151026     SORT ARQSORT5 ON ASCENDING KEY CIA-W5
151026                                    APOLICE-W5
151026          USING  ARQCNDW
151026          OUTPUT PROCEDURE 900-COMPARA-CONDICOES
151026                      THRU 900-FIM.
151026     CLOSE ARQMVKS.
151026
151026     IF WS-SW-CNDANT-ABERTO EQUAL 'S'
151026        CLOSE ARQCNDANT
151026     END-IF.
151026
151026     CLOSE ARQCOND
151026           ARQCNDX.
151026
151026*  RELATORIO DE EXCECOES - MESMO TRATAMENTO DOS RELATORIOS DE
151026*  CANCELADOS E RENOVACOES (509/509A)
151026     OPEN OUTPUT ARQRELCND.
151026
151026     MOVE ZEROS TO WS-PAG-RELCND
151026                   WS-TOT-RAMO-CND
151026                   WS-TOT-GERAL-CND.
151026     MOVE 'NAO'  TO WS-FIM-SORT6.
151026
151026     SORT ARQSORT6 ON ASCENDING KEY RAMO-W6
151026                                    CIA-W6
151026                                    APOLICE-W6
151026          USING  ARQCNDX
151026          OUTPUT PROCEDURE 950-IMPRIME-CONDICOES
151026                      THRU 950-FIM.
151026
151026     CLOSE ARQRELCND.
151026
151026 517-FIM. EXIT.

      *------------------------------*
151026 517A-LE-CND-ANTERIOR.
      *------------------------------*

151026     READ ARQCNDANT
151026          AT END MOVE 'SIM' TO WS-FIM-CNDANT.
151026
151026 517A-FIM. EXIT.

      *------------------------------*
151026 518-GERA-CONFLITOS.
      *------------------------------*

151026*  CONFLITOS DE CNPJ. O ARQUIVO DE TRABALHO GRAVADO EM 466/467
151026*  E CLASSIFICADO POR CGC COM A MARCA DO VENCEDOR NA FRENTE;
151026*  CADA GRUPO COM MAIS DE UMA APOLICE GERA NO ARQCNFX UM
151026*  REGISTRO POR APOLICE DESCARTADA, IMPRESSO POR RAMO NO
151026*  ARQRELCNF
151026     CLOSE ARQCFW.
151026
151026     OPEN OUTPUT ARQCNFX.
151026
151026     MOVE 'NAO' TO WS-FIM-SORT7.
151026
151026     SORT ARQSORT7 ON ASCENDING KEY CGC-W7
151026                                    TIPO-W7
151026                                    CIA-W7
151026                                    APOLICE-W7
151026          USING  ARQCFW
151026          OUTPUT PROCEDURE 518A-CLASSIFICA-CONFLITO
151026                      THRU 518A-FIM.
151026
151026     CLOSE ARQCNFX.
151026
151026*  RELATORIO - MESMO TRATAMENTO DOS RELATORIOS DE CANCELADOS,
151026*  RENOVACOES E CONDICOES COMERCIAIS
151026     OPEN OUTPUT ARQRELCNF.
151026
151026     MOVE ZEROS TO WS-PAG-RELCNF
151026                   WS-CNF-CGC-QUEBRA
151026                   WS-TOT-RAMO-CNF-GRP
151026                   WS-TOT-RAMO-CNF-SUP
151026                   WS-TOT-GERAL-CNF-GRP
151026                   WS-TOT-GERAL-CNF-SUP.
151026     MOVE 'NAO'  TO WS-FIM-SORT8.
151026
151026     SORT ARQSORT8 ON ASCENDING KEY RAMO-W8
151026                                    CGC-W8
151026                                    CIA-SUP-W8
151026                                    APOLICE-SUP-W8
151026          USING  ARQCNFX
151026          OUTPUT PROCEDURE 519-IMPRIME-CONFLITOS
151026                      THRU 519-FIM.
151026
151026     CLOSE ARQRELCNF.
151026
151026 518-FIM. EXIT.

      *------------------------------*
151026 518A-CLASSIFICA-CONFLITO.
      *------------------------------*

151026     PERFORM 518L-LE-SORT7 THRU 518L-FIM.
151026
151026     PERFORM 518B-PROCESSA-CGC THRU 518B-FIM
151026        UNTIL WS-FIM-SORT7 EQUAL 'SIM'.
151026
151026 518A-FIM. EXIT.

      *------------------------------*
151026 518B-PROCESSA-CGC.
      *------------------------------*

151026     MOVE CGC-W7 TO WS-CNF-CGC-PROC.
151026     MOVE ZEROS  TO WS-CNF-QTD
151026                    WS-CNF-QTD-APOL
151026                    WS-CNF-VEN-CIA
151026                    WS-CNF-VEN-APOL.
151026     MOVE 'N'    TO WS-CNF-TEM-VENC
151026                    WS-CNF-VEN-REJ-DV.
151026
151026     PERFORM 518C-CARREGA-MEMBRO THRU 518C-FIM
151026        UNTIL WS-FIM-SORT7 EQUAL 'SIM'
151026           OR CGC-W7 NOT EQUAL WS-CNF-CGC-PROC.
151026
151026     IF WS-CNF-QTD-APOL > 1
151026        PERFORM 518D-GRAVA-GRUPO THRU 518D-FIM
151026     END-IF.
151026
151026 518B-FIM. EXIT.

      *------------------------------*
151026 518C-CARREGA-MEMBRO.
      *------------------------------*

151026*  A MESMA APOLICE SE REPETE (UM REGISTRO POR SUB-FATURA) E
151026*  CHEGA ADJACENTE - ENTRA UMA SO VEZ NA TABELA
151026     IF TIPO-W7 EQUAL 1
151026        MOVE 'S'           TO WS-CNF-TEM-VENC
151026        MOVE CIA-W7        TO WS-CNF-VEN-CIA
151026        MOVE APOLICE-W7    TO WS-CNF-VEN-APOL
151026        MOVE IND-REJ-DV-W7 TO WS-CNF-VEN-REJ-DV
151026     ELSE
151026        IF WS-CNF-QTD-APOL EQUAL ZEROS    OR
151026           CIA-W7     NOT EQUAL WS-CNF-ULT-CIA OR
151026           APOLICE-W7 NOT EQUAL WS-CNF-ULT-APOL
151026           PERFORM 518E-GUARDA-MEMBRO THRU 518E-FIM
151026        END-IF
151026     END-IF.
151026
151026     PERFORM 518L-LE-SORT7 THRU 518L-FIM.
151026
151026 518C-FIM. EXIT.

      *------------------------------*
151026 518D-GRAVA-GRUPO.
      *------------------------------*

151026*  SEM MARCA DE VENCEDOR, OU COM O VENCEDOR ALEM DO LIMITE DA
151026*  TABELA, NAO HA COM QUEM COMPARAR - O GRUPO SO E EXIBIDO
151026     MOVE ZEROS TO WS-CNF-IDX-VEN.
151026
151026     IF WS-CNF-TEM-VENC EQUAL 'S'
151026        PERFORM 518F-PROCURA-VENCEDOR THRU 518F-FIM
151026           VARYING WS-CNF-IDX FROM 1 BY 1
151026             UNTIL WS-CNF-IDX > WS-CNF-QTD
151026                OR WS-CNF-IDX-VEN > ZEROS
151026     END-IF.
151026
151026     IF WS-CNF-IDX-VEN EQUAL ZEROS
151026        DISPLAY 'DWSD0612 - GRUPO DE CGC ' WS-CNF-CGC-PROC
151026                ' SEM VENCEDOR NA TABELA - CONFLITO NAO GRAVADO'
151026        GO TO 518D-FIM
151026     END-IF.
151026
151026     ADD  1 TO WS-CONT-CNF-GRUPOS.
151026
151026     MOVE SPACES            TO REG-CONFLITO.
151026     MOVE WS-CNF-RAMO (WS-CNF-IDX-VEN)     TO RAMO-CNF.
151026     MOVE WS-CNF-CGC-PROC   TO CGC-CNF.
151026     MOVE WS-CNF-QTD-APOL   TO QTDE-APOLICES-CNF.
151026     MOVE WS-CNF-CIA (WS-CNF-IDX-VEN)      TO CIA-VEN-CNF.
151026     MOVE WS-CNF-APOL (WS-CNF-IDX-VEN)     TO APOLICE-VEN-CNF.
151026     MOVE WS-CNF-DV (WS-CNF-IDX-VEN)       TO DV-VEN-CNF.
151026     MOVE WS-CNF-NOME (WS-CNF-IDX-VEN)     TO NOME-VEN-CNF.
151026     MOVE WS-CNF-ATIV (WS-CNF-IDX-VEN)     TO ATIV-VEN-CNF.
151026     MOVE WS-CNF-ENDERECO (WS-CNF-IDX-VEN) TO ENDERECO-VEN-CNF.
151026     MOVE WS-CNF-CEP (WS-CNF-IDX-VEN)      TO CEP-VEN-CNF.
151026     MOVE WS-CNF-CIDADE (WS-CNF-IDX-VEN)   TO CIDADE-VEN-CNF.
151026     MOVE WS-CNF-UF (WS-CNF-IDX-VEN)       TO UF-VEN-CNF.
151026     MOVE WS-CNF-DATA-INIC (WS-CNF-IDX-VEN)
151026                                           TO DATA-INIC-VEN-CNF.
151026     MOVE WS-CNF-DATA-CANCEL (WS-CNF-IDX-VEN)
151026                                           TO DATA-CANCEL-VEN-CNF.
151026     MOVE WS-CNF-VEN-REJ-DV TO IND-REJ-DV-VEN-CNF.
151026     MOVE DATA-INI          TO DATA-NOME-ARQ-CNF.
151026
151026     PERFORM 518G-GRAVA-SUPRIMIDA THRU 518G-FIM
151026        VARYING WS-CNF-IDX FROM 1 BY 1
151026          UNTIL WS-CNF-IDX > WS-CNF-QTD.
151026
151026 518D-FIM. EXIT.

      *------------------------------*
151026 518E-GUARDA-MEMBRO.
      *------------------------------*

151026     MOVE CIA-W7     TO WS-CNF-ULT-CIA.
151026     MOVE APOLICE-W7 TO WS-CNF-ULT-APOL.
151026     ADD  1          TO WS-CNF-QTD-APOL.
151026
151026     IF WS-CNF-QTD < WS-CNF-MAX
151026        ADD  1        TO WS-CNF-QTD
151026        MOVE DADOS-W7 TO WS-CNF-ENT (WS-CNF-QTD)
151026     ELSE
151026        ADD  1        TO WS-CONT-CNF-EXCESSO
151026     END-IF.
151026
151026 518E-FIM. EXIT.

      *------------------------------*
151026 518F-PROCURA-VENCEDOR.
      *------------------------------*

151026     IF WS-CNF-CIA (WS-CNF-IDX)  EQUAL WS-CNF-VEN-CIA AND
151026        WS-CNF-APOL (WS-CNF-IDX) EQUAL WS-CNF-VEN-APOL
151026        MOVE WS-CNF-IDX TO WS-CNF-IDX-VEN
151026     END-IF.
151026
151026 518F-FIM. EXIT.

      *------------------------------*
151026 518G-GRAVA-SUPRIMIDA.
      *------------------------------*

151026     IF WS-CNF-IDX EQUAL WS-CNF-IDX-VEN
151026        GO TO 518G-FIM
151026     END-IF.
151026
151026     MOVE WS-CNF-ENT (WS-CNF-IDX) TO SUPRIMIDA-CNF.
151026     MOVE ZEROS                   TO DIVERGENCIAS-CNF.
151026
151026     IF NOME-SUP-CNF NOT EQUAL NOME-VEN-CNF
151026        MOVE 1 TO IND-DIF-NOME-CNF
151026     END-IF.
151026
151026     IF ATIV-SUP-CNF NOT EQUAL ATIV-VEN-CNF
151026        MOVE 1 TO IND-DIF-ATIV-CNF
151026     END-IF.
151026
151026     IF DV-SUP-CNF NOT EQUAL DV-VEN-CNF
151026        MOVE 1 TO IND-DIF-DV-CNF
151026     END-IF.
151026
151026     IF ENDERECO-SUP-CNF NOT EQUAL ENDERECO-VEN-CNF OR
151026        CEP-SUP-CNF      NOT EQUAL CEP-VEN-CNF      OR
151026        CIDADE-SUP-CNF   NOT EQUAL CIDADE-VEN-CNF   OR
151026        UF-SUP-CNF       NOT EQUAL UF-VEN-CNF
151026        MOVE 1 TO IND-DIF-ENDER-CNF
151026     END-IF.
151026
151026     WRITE REG-CNFX FROM REG-CONFLITO.
151026     ADD  1 TO WS-CONT-CNF-SUPR.
151026
151026 518G-FIM. EXIT.

      *------------------------------*
151026 518L-LE-SORT7.
      *------------------------------*

151026     RETURN ARQSORT7
151026            AT END MOVE 'SIM' TO WS-FIM-SORT7.
151026
151026 518L-FIM. EXIT.

      *------------------------------*
151026 519-IMPRIME-CONFLITOS.
      *------------------------------*

151026     PERFORM 519L-LE-SORT8 THRU 519L-FIM.
151026
151026     IF WS-FIM-SORT8 EQUAL 'SIM'
151026        PERFORM 519B-CABECALHO-PAGINA-CNF THRU 519B-FIM
151026        WRITE REG-RELCNF FROM LQ-VAZIO
151026              AFTER ADVANCING 2 LINES
151026     ELSE
151026        MOVE RAMO-CNF TO WS-CNF-RAMO-QUEBRA
151026        PERFORM 519B-CABECALHO-PAGINA-CNF THRU 519B-FIM
151026        PERFORM 519C-CABECALHO-RAMO-CNF THRU 519C-FIM
151026        PERFORM 519A-PROCESSA-CONFLITO THRU 519A-FIM
151026           UNTIL WS-FIM-SORT8 EQUAL 'SIM'
151026        PERFORM 519F-TOTALIZA-RAMO-CNF THRU 519F-FIM
151026        PERFORM 519G-TOTALIZA-GERAL-CNF THRU 519G-FIM
151026     END-IF.
151026
151026 519-FIM. EXIT.

      *------------------------------*
151026 519A-PROCESSA-CONFLITO.
      *------------------------------*

151026     IF RAMO-CNF NOT EQUAL WS-CNF-RAMO-QUEBRA
151026        PERFORM 519F-TOTALIZA-RAMO-CNF THRU 519F-FIM
151026        MOVE RAMO-CNF TO WS-CNF-RAMO-QUEBRA
151026        PERFORM 519C-CABECALHO-RAMO-CNF THRU 519C-FIM
151026     END-IF.
151026
151026     IF CGC-CNF NOT EQUAL WS-CNF-CGC-QUEBRA
151026        MOVE CGC-CNF TO WS-CNF-CGC-QUEBRA
151026        ADD  1       TO WS-TOT-RAMO-CNF-GRP
151026                        WS-TOT-GERAL-CNF-GRP
151026        PERFORM 519D-IMPRIME-VENCEDOR THRU 519D-FIM
151026     END-IF.
151026
151026     PERFORM 519E-IMPRIME-SUPRIMIDA THRU 519E-FIM.
151026
151026     PERFORM 519L-LE-SORT8 THRU 519L-FIM.
151026
151026 519A-FIM. EXIT.

      *------------------------------*
151026 519B-CABECALHO-PAGINA-CNF.
      *------------------------------*

151026     ADD  1              TO WS-PAG-RELCNF.
151026     MOVE WS-PAG-RELCNF  TO LQ-CAB1-PAG.
151026
151026     MOVE DATA-INI-SEL   TO WS-DATA-AMD-W9.
151026     PERFORM 670-FORMATA-DATA THRU 670-FIM.
151026     MOVE WS-DATA-EDITADA TO LQ-CAB2-DATA-INI.
151026     MOVE DATA-FIM-SEL   TO WS-DATA-AMD-W9.
151026     PERFORM 670-FORMATA-DATA THRU 670-FIM.
151026     MOVE WS-DATA-EDITADA TO LQ-CAB2-DATA-FIM.
151026
151026     WRITE REG-RELCNF FROM LQ-CAB1
151026           AFTER ADVANCING PAGE.
151026     WRITE REG-RELCNF FROM LQ-CAB2
151026           AFTER ADVANCING 1 LINE.
151026
151026     MOVE 3 TO WS-LIN-RELCNF.
151026
151026 519B-FIM. EXIT.

      *------------------------------*
151026 519C-CABECALHO-RAMO-CNF.
      *------------------------------*

151026     MOVE WS-CNF-RAMO-QUEBRA TO LQ-RAMO.
151026
151026     WRITE REG-RELCNF FROM LQ-CAB-RAMO
151026           AFTER ADVANCING 2 LINES.
151026     WRITE REG-RELCNF FROM LQ-CAB-COLUNAS
151026           AFTER ADVANCING 1 LINE.
151026     ADD  3              TO WS-LIN-RELCNF.
151026
151026 519C-FIM. EXIT.

      *------------------------------*
151026 519D-IMPRIME-VENCEDOR.
      *------------------------------*

151026*  LINHA DO GRUPO DE CGC E DO VENCEDOR - REPETIDAS NO ALTO DA
151026*  PAGINA QUANDO AS DESCARTADAS DO GRUPO QUEBRAM A PAGINA
151026     IF WS-LIN-RELCNF > 54
151026        PERFORM 519B-CABECALHO-PAGINA-CNF THRU 519B-FIM
151026        PERFORM 519C-CABECALHO-RAMO-CNF THRU 519C-FIM
151026     END-IF.
151026
151026     MOVE CGC-CNF           TO LQ-GRP-CGC.
151026     MOVE DV-VEN-CNF        TO LQ-GRP-DV.
151026     MOVE QTDE-APOLICES-CNF TO LQ-GRP-QTD.
151026
151026     IF IND-REJ-DV-VEN-CNF EQUAL 'S'
151026        MOVE 'VENCEDOR BARRADO PELA CRITICA DE DV'
151026          TO LQ-GRP-OBS
151026     ELSE
151026        MOVE SPACES TO LQ-GRP-OBS
151026     END-IF.
151026
151026     WRITE REG-RELCNF FROM LQ-GRUPO
151026           AFTER ADVANCING 2 LINES.
151026
151026     MOVE 'VENC'            TO LQ-DET-SIT.
151026     MOVE CIA-VEN-CNF       TO LQ-DET-CIA.
151026     MOVE APOLICE-VEN-CNF   TO LQ-DET-APOLICE.
151026     MOVE RAMO-CNF          TO LQ-DET-RAMO.
151026     MOVE DV-VEN-CNF        TO LQ-DET-DV.
151026     MOVE NOME-VEN-CNF      TO LQ-DET-NOME.
151026     MOVE ATIV-VEN-CNF      TO LQ-DET-ATIV.
151026     MOVE ENDERECO-VEN-CNF  TO LQ-DET-ENDERECO.
151026     MOVE CIDADE-VEN-CNF    TO LQ-DET-CIDADE.
151026     MOVE UF-VEN-CNF        TO LQ-DET-UF.
151026     MOVE SPACES            TO LQ-DET-MARCA-DV
151026                               LQ-DET-MARCA-NOME
151026                               LQ-DET-MARCA-ATIV
151026                               LQ-DET-MARCA-ENDER.
151026
151026     MOVE DATA-INIC-VEN-CNF TO WS-DATA-AMD-W9.
151026     PERFORM 670-FORMATA-DATA THRU 670-FIM.
151026     MOVE WS-DATA-EDITADA   TO LQ-DET-INICIO.
151026
151026     IF DATA-CANCEL-VEN-CNF EQUAL ZEROS
151026        MOVE SPACES          TO LQ-DET-CANCEL
151026     ELSE
151026        MOVE DATA-CANCEL-VEN-CNF TO WS-DATA-AMD-W9
151026        PERFORM 670-FORMATA-DATA THRU 670-FIM
151026        MOVE WS-DATA-EDITADA TO LQ-DET-CANCEL
151026     END-IF.
151026
151026     WRITE REG-RELCNF FROM LQ-DETALHE
151026           AFTER ADVANCING 1 LINE.
151026     ADD  3                 TO WS-LIN-RELCNF.
151026
151026 519D-FIM. EXIT.

      *------------------------------*
151026 519E-IMPRIME-SUPRIMIDA.
      *------------------------------*

151026     IF WS-LIN-RELCNF > 56
151026        PERFORM 519B-CABECALHO-PAGINA-CNF THRU 519B-FIM
151026        PERFORM 519C-CABECALHO-RAMO-CNF THRU 519C-FIM
151026        PERFORM 519D-IMPRIME-VENCEDOR THRU 519D-FIM
151026     END-IF.
151026
151026     MOVE 'DESC'            TO LQ-DET-SIT.
151026     MOVE CIA-SUP-CNF       TO LQ-DET-CIA.
151026     MOVE APOLICE-SUP-CNF   TO LQ-DET-APOLICE.
151026     MOVE RAMO-SUP-CNF      TO LQ-DET-RAMO.
151026     MOVE DV-SUP-CNF        TO LQ-DET-DV.
151026     MOVE NOME-SUP-CNF      TO LQ-DET-NOME.
151026     MOVE ATIV-SUP-CNF      TO LQ-DET-ATIV.
151026     MOVE ENDERECO-SUP-CNF  TO LQ-DET-ENDERECO.
151026     MOVE CIDADE-SUP-CNF    TO LQ-DET-CIDADE.
151026     MOVE UF-SUP-CNF        TO LQ-DET-UF.
151026     MOVE SPACES            TO LQ-DET-MARCA-DV
151026                               LQ-DET-MARCA-NOME
151026                               LQ-DET-MARCA-ATIV
151026                               LQ-DET-MARCA-ENDER.
151026
151026     IF IND-DIF-DV-CNF EQUAL 1
151026        MOVE '*' TO LQ-DET-MARCA-DV
151026     END-IF.
151026
151026     IF IND-DIF-NOME-CNF EQUAL 1
151026        MOVE '*' TO LQ-DET-MARCA-NOME
151026     END-IF.
151026
151026     IF IND-DIF-ATIV-CNF EQUAL 1
151026        MOVE '*' TO LQ-DET-MARCA-ATIV
151026     END-IF.
151026
151026     IF IND-DIF-ENDER-CNF EQUAL 1
151026        MOVE '*' TO LQ-DET-MARCA-ENDER
151026     END-IF.
151026
151026     MOVE DATA-INIC-SUP-CNF TO WS-DATA-AMD-W9.
151026     PERFORM 670-FORMATA-DATA THRU 670-FIM.
151026     MOVE WS-DATA-EDITADA   TO LQ-DET-INICIO.
151026
151026     IF DATA-CANCEL-SUP-CNF EQUAL ZEROS
151026        MOVE SPACES          TO LQ-DET-CANCEL
151026     ELSE
151026        MOVE DATA-CANCEL-SUP-CNF TO WS-DATA-AMD-W9
151026        PERFORM 670-FORMATA-DATA THRU 670-FIM
151026        MOVE WS-DATA-EDITADA TO LQ-DET-CANCEL
151026     END-IF.
151026
151026     WRITE REG-RELCNF FROM LQ-DETALHE
151026           AFTER ADVANCING 1 LINE.
151026     ADD  1                 TO WS-LIN-RELCNF.
151026
151026     ADD  1                 TO WS-TOT-RAMO-CNF-SUP
151026                               WS-TOT-GERAL-CNF-SUP.
151026
151026 519E-FIM. EXIT.

      *------------------------------*
151026 519F-TOTALIZA-RAMO-CNF.
      *------------------------------*

151026     MOVE WS-TOT-RAMO-CNF-GRP TO LQ-TOT-RAMO-GRP.
151026     MOVE WS-TOT-RAMO-CNF-SUP TO LQ-TOT-RAMO-SUP.
151026     WRITE REG-RELCNF FROM LQ-TOT-RAMO
151026           AFTER ADVANCING 2 LINES.
151026     ADD  2                   TO WS-LIN-RELCNF.
151026     MOVE ZEROS               TO WS-TOT-RAMO-CNF-GRP
151026                                 WS-TOT-RAMO-CNF-SUP.
151026
151026 519F-FIM. EXIT.

      *------------------------------*
151026 519G-TOTALIZA-GERAL-CNF.
      *------------------------------*

151026     MOVE WS-TOT-GERAL-CNF-GRP TO LQ-TOT-GER-GRP.
151026     MOVE WS-TOT-GERAL-CNF-SUP TO LQ-TOT-GER-SUP.
151026     WRITE REG-RELCNF FROM LQ-TOT-GERAL
151026           AFTER ADVANCING 2 LINES.
151026     WRITE REG-RELCNF FROM LQ-LEGENDA1
151026           AFTER ADVANCING 3 LINES.
151026     WRITE REG-RELCNF FROM LQ-LEGENDA2
151026           AFTER ADVANCING 1 LINE.
151026
151026 519G-FIM. EXIT.

      *------------------------------*
151026 519L-LE-SORT8.
      *------------------------------*

151026     RETURN ARQSORT8 INTO REG-CONFLITO
151026            AT END MOVE 'SIM' TO WS-FIM-SORT8.
151026
151026 519L-FIM. EXIT.

      *------------------------------*
151026 520-GERA-REMESSA-CNPJ.
      *------------------------------*

151026*  REMESSA AO BUREAU DE CONSULTA DE CNPJ (SITUACAO CADASTRAL NA
151026*  RECEITA FEDERAL). O ARQUIVO DE TRABALHO GRAVADO EM 468/469
151026*  (UMA LINHA POR APOLICE QUE CHEGOU AO DIMESTIP, COM
151026*  REPETICOES) E CLASSIFICADO POR CNPJ E CIA/APOLICE: CADA CNPJ
151026*  DISTINTO VAI UMA VEZ PARA O ARQCNPJ E CADA APOLICE DISTINTA
151026*  PARA O ARQAPCNPJ, QUE O DWSD0618 CASA COM O RETORNO
151026     CLOSE ARQCNPW.
151026
151026     OPEN OUTPUT ARQCNPJ
151026                 ARQAPCNPJ.
151026
151026     MOVE SPACES           TO REG-HEADER-CNJ.
151026     MOVE 0                TO TIPO-REG-H-CNJ.
151026     MOVE WS-DATA-SIST-R   TO DATA-SISTEMA-H-CNJ.
151026     MOVE CB-TIME-OF-DAY   TO HORA-SISTEMA-H-CNJ.
151026     MOVE DATA-INI         TO DATA-NOME-ARQ-H-CNJ.
151026     MOVE 'DWSD0612'       TO NOME-PGM-H-CNJ.
151026
151026     WRITE REG-CNPJ FROM REG-HEADER-CNJ.
151026
151026     MOVE 'NAO'            TO WS-FIM-SORT9.
151026     MOVE HIGH-VALUES      TO WS-CNJ-ULT-CNPJ
151026                              WS-CNJ-ULT-CHAVE.
151026
151026     SORT ARQSORT9 ON ASCENDING KEY BASE-W9
151026                                    FILIAL-W9
151026                                    DV-W9
151026                                    CIA-W9
151026                                    APOLICE-W9
151026          USING  ARQCNPW
151026          OUTPUT PROCEDURE 520A-GRAVA-REMESSA-CNPJ
151026                      THRU 520A-FIM.
151026
151026     MOVE SPACES           TO REG-TRAILLER-CNJ.
151026     MOVE 9                TO TIPO-REG-T-CNJ.
151026     MOVE WS-DATA-SIST-R   TO DATA-SISTEMA-T-CNJ.
151026     MOVE CB-TIME-OF-DAY   TO HORA-SISTEMA-T-CNJ.
151026     MOVE WS-CONT-CNPJ-REM TO QTDE-REGISTROS-T-CNJ.
151026
151026     WRITE REG-CNPJ FROM REG-TRAILLER-CNJ.
151026
151026     CLOSE ARQCNPJ
151026           ARQAPCNPJ.
151026
151026 520-FIM. EXIT.

      *------------------------------*
151026 520A-GRAVA-REMESSA-CNPJ.
      *------------------------------*

151026     PERFORM 520L-LE-SORT9 THRU 520L-FIM.
151026
151026     PERFORM 520B-TRATA-APOLICE-CNPJ THRU 520B-FIM
151026        UNTIL WS-FIM-SORT9 EQUAL 'SIM'.
151026
151026 520A-FIM. EXIT.

      *------------------------------*
151026 520B-TRATA-APOLICE-CNPJ.
      *------------------------------*

151026     IF CNPJ-W9 NOT EQUAL WS-CNJ-ULT-CNPJ
151026        MOVE SPACES        TO REG-DETALHE-CNJ
151026        MOVE 1             TO TIPO-REG-D-CNJ
151026        MOVE CNPJ-W9       TO CNPJ-D-CNJ
151026        WRITE REG-CNPJ FROM REG-DETALHE-CNJ
151026        ADD  1             TO WS-CONT-CNPJ-REM
151026        MOVE CNPJ-W9       TO WS-CNJ-ULT-CNPJ
151026        MOVE HIGH-VALUES   TO WS-CNJ-ULT-CHAVE
151026     END-IF.
151026
151026*  A APOLICE VEM UMA VEZ POR SUB-FATURA E DE NOVO PELO DETALHE
151026*  TIPO 1 - SO A PRIMEIRA OCORRENCIA SEGUE PARA O ARQAPCNPJ
151026     IF CHAVE-W9 NOT EQUAL WS-CNJ-ULT-CHAVE
151026        MOVE CHAVE-W9      TO WS-CNJ-ULT-CHAVE
151026        MOVE REG-ARQSORT9  TO REG-APOL-CNPJ
151026        WRITE REG-APCNPJ FROM REG-APOL-CNPJ
151026        ADD  1             TO WS-CONT-APCNPJ
151026        IF IND-ATIVA-APC EQUAL 'S'
151026           ADD 1           TO WS-CONT-APCNPJ-ATV
151026        END-IF
151026     END-IF.
151026
151026     PERFORM 520L-LE-SORT9 THRU 520L-FIM.
151026
151026 520B-FIM. EXIT.

      *------------------------------*
151026 520L-LE-SORT9.
      *------------------------------*

151026     RETURN ARQSORT9
151026            AT END MOVE 'SIM' TO WS-FIM-SORT9.
151026
151026 520L-FIM. EXIT.

      *------------------------------*
151026 521-GERA-MOVI-AUDIT.
      *------------------------------*

151026*  FEED DE AUDITORIA DE ALTERACOES (ARQMOVAUD). OS PEDIDOS
151026*  GRAVADOS EM 443 (UM POR CHAVE DO DIMESTIP, NA ORDEM DE
151026*  GRAVACAO) SAO CLASSIFICADOS PELA SONDA DE 7 E PELA DE 6
151026*  BYTES E CASADOS NUMA LEITURA UNICA DO MOVI DA JANELA, EM
151026*  ORDEM DE MOVI_NM_CHAVE - O MESMO RESULTADO DA ANTIGA
151026*  CONSULTA POR CHAVE COM OS DOIS LIKE. OS PARES PEDIDO X LINHA
151026*  VOLTAM A ORDEM DE GRAVACAO E DE DT_ATU/TIMESTAMP NO
151026*  ARQSORT11; A LINHA ACHADA PELAS DUAS SONDAS SAI UMA VEZ SO.
151026*  AS CHAVES OLTP COM LINHA NO FEED VAO PARA O ARQMVKS (IND-MOVI
151026*  DO FEED DE CONDICOES, 920)
151026     CLOSE ARQMOVW.
151026
151026     SORT ARQSORT10 ON ASCENDING KEY SONDA7-W10
151026                                     SEQ-W10
151026          USING  ARQMOVW
151026          GIVING ARQMV7S.
151026
151026     SORT ARQSORT10 ON ASCENDING KEY SONDA6-W10
151026                                     SEQ-W10
151026          USING  ARQMOVW
151026          GIVING ARQMV6S.
151026
151026     OPEN INPUT  ARQMV7S
151026                 ARQMV6S.
151026     OPEN OUTPUT ARQMVPW.
151026
151026     MOVE 1 TO WS-IDX-LMV.
151026     PERFORM 521A-INICIA-LEITOR THRU 521A-FIM.
151026     MOVE 2 TO WS-IDX-LMV.
151026     PERFORM 521A-INICIA-LEITOR THRU 521A-FIM.
151026
151026     EXEC SQL
151026          OPEN CURSOR-MOVI
151026     END-EXEC.
151026
151026     MOVE SQLCODE TO WS-SQLCODE.
151026
151026     IF SQLCODE NOT EQUAL ZEROS
151026        DISPLAY '*----------------------------------------*'
151026        DISPLAY '* DWSD0612 - 521-GERA-MOVI-AUDIT         *'
151026        DISPLAY '* DWSD0612 - ERRO NA ABERTURA DO CURSOR  *'
151026        DISPLAY '* DWSD0612 - CURSOR-MOVI (DBSISA.MOVI)   *'
151026        DISPLAY '*----------------------------------------*'
151026        DISPLAY '* SQLCODE = ' WS-SQLCODE
151026        DISPLAY '*----------------------------------------*'
151026        MOVE 'ERRO NA ABERTURA DO CURSOR-MOVI' TO WS-COMANDO
151026        PERFORM 9999-TRATA-ERRO-SQL THRU 9999-FIM
151026     END-IF.
151026
151026     MOVE 'NAO' TO WS-FIM-MOVI.
151026
151026     PERFORM 521C-LE-CURSOR-MOVI THRU 521C-FIM
151026        UNTIL WS-FIM-MOVI EQUAL 'SIM'.
151026
151026     EXEC SQL
151026          CLOSE CURSOR-MOVI
151026     END-EXEC.
151026
151026     MOVE SQLCODE TO WS-SQLCODE.
151026
151026     IF SQLCODE NOT EQUAL ZEROS
151026        DISPLAY '*----------------------------------------*'
151026        DISPLAY '* DWSD0612 - 521-GERA-MOVI-AUDIT         *'
151026        DISPLAY '* DWSD0612 - ERRO NO FECHAMENTO CURSOR   *'
151026        DISPLAY '* DWSD0612 - CURSOR-MOVI (DBSISA.MOVI)   *'
151026        DISPLAY '*----------------------------------------*'
151026        DISPLAY '* SQLCODE = ' WS-SQLCODE
151026        DISPLAY '*----------------------------------------*'
151026        MOVE 'ERRO NO FECHAMENTO DO CURSOR-MOVI' TO WS-COMANDO
151026        PERFORM 9999-TRATA-ERRO-SQL THRU 9999-FIM
151026     END-IF.
151026
151026     CLOSE ARQMV7S
151026           ARQMV6S
151026           ARQMVPW.
151026
151026     OPEN OUTPUT ARQMVKW.
151026
151026     MOVE 'NAO' TO WS-FIM-SORT11
151026                   WS-MVP-TEM-ULT.
151026
151026     SORT ARQSORT11 ON ASCENDING KEY SEQ-W11
151026                                     DATA-ATU-W11
151026                                     TIMESTAMP-W11
151026                                     SEQ-MOVI-W11
151026          USING  ARQMVPW
151026          OUTPUT PROCEDURE 521G-GRAVA-MOVI-AUDIT
151026                      THRU 521G-FIM.
151026
151026     CLOSE ARQMVKW
151026           ARQMOVAUD.
151026
151026     SORT ARQSORT12 ON ASCENDING KEY CHAVE-W12
151026          USING  ARQMVKW
151026          GIVING ARQMVKS.
151026
151026 521-FIM. EXIT.

      *------------------------------*
151026 521A-INICIA-LEITOR.
      *------------------------------*

151026*  PRIMEIRA LEITURA E PRIMEIRO GRUPO DO LEITOR WS-IDX-LMV
151026     MOVE 'NAO' TO WS-LMV-FIM-ARQ (WS-IDX-LMV).
151026
151026     PERFORM 521L-LE-PEDIDO THRU 521L-FIM.
151026
151026     PERFORM 521B-CARREGA-GRUPO THRU 521B-FIM.
151026
151026 521A-FIM. EXIT.

      *------------------------------*
151026 521B-CARREGA-GRUPO.
      *------------------------------*

151026*  O PEDIDO JA LIDO E OS SEGUINTES DE MESMA SONDA VIRAM O
151026*  GRUPO CORRENTE DO LEITOR WS-IDX-LMV
151026     MOVE WS-LMV-SONDA-PROX (WS-IDX-LMV)
151026                            TO WS-LMV-SONDA-GRP (WS-IDX-LMV).
151026     MOVE ZEROS             TO WS-LMV-QTD (WS-IDX-LMV).
151026
151026     IF WS-LMV-SONDA-GRP (WS-IDX-LMV) EQUAL HIGH-VALUES
151026        GO TO 521B-FIM.
151026
151026     PERFORM 521D-EMPILHA-PEDIDO THRU 521D-FIM
151026        UNTIL WS-LMV-SONDA-PROX (WS-IDX-LMV) NOT EQUAL
151026              WS-LMV-SONDA-GRP  (WS-IDX-LMV).
151026
151026 521B-FIM. EXIT.

      *------------------------------*
151026 521C-LE-CURSOR-MOVI.
      *------------------------------*

151026*  OS DOIS LEITORES NO FIM - O RESTO DO MOVI NAO TEM PEDIDO
151026     IF WS-LMV-SONDA-GRP (1) EQUAL HIGH-VALUES AND
151026        WS-LMV-SONDA-GRP (2) EQUAL HIGH-VALUES
151026        MOVE 'SIM' TO WS-FIM-MOVI
151026        GO TO 521C-FIM.
151026
151026     EXEC SQL
151026          FETCH CURSOR-MOVI
151026           INTO :DCLMOVI.MOVI-DT-ATU,
151026                :DCLMOVI.MOVI-TIMESTAMP,
151026                :DCLMOVI.MOVI-NM-PROGRAMA,
151026                :DCLMOVI.MOVI-NM-CHAVE
151026     END-EXEC.
151026
151026     MOVE SQLCODE TO WS-SQLCODE.
151026
151026     IF SQLCODE EQUAL 100
151026        MOVE 'SIM' TO WS-FIM-MOVI
151026        GO TO 521C-FIM.
151026
151026     IF SQLCODE NOT EQUAL ZEROS
151026        DISPLAY '*----------------------------------------*'
151026        DISPLAY '* DWSD0612 - 521C-LE-CURSOR-MOVI         *'
151026        DISPLAY '* DWSD0612 - ERRO NA LEITURA DO CURSOR   *'
151026        DISPLAY '* DWSD0612 - CURSOR-MOVI (DBSISA.MOVI)   *'
151026        DISPLAY '*----------------------------------------*'
151026        DISPLAY '* SQLCODE = ' WS-SQLCODE
151026        DISPLAY '*----------------------------------------*'
151026        MOVE 'ERRO NA LEITURA DO CURSOR-MOVI' TO WS-COMANDO
151026        PERFORM 9999-TRATA-ERRO-SQL THRU 9999-FIM
151026     END-IF.
151026
151026     ADD  1                    TO WS-CONT-MOVI-LIDOS.
151026
151026*  SONDA DE 7 BYTES: CIA + APOLICE NOS 10 PRIMEIROS BYTES DA
151026*  CHAVE; SONDA DE 6: CIA + APOLICE NOS 9 PRIMEIROS
151026     MOVE 1                    TO WS-IDX-LMV.
151026     MOVE MOVI-NM-CHAVE (1:10) TO WS-SONDA-MOVI.
151026     PERFORM 521E-CASA-SONDA THRU 521E-FIM.
151026
151026     MOVE 2                    TO WS-IDX-LMV.
151026     MOVE SPACES               TO WS-SONDA-MOVI.
151026     MOVE MOVI-NM-CHAVE (1:9)  TO WS-SONDA-MOVI (1:9).
151026     PERFORM 521E-CASA-SONDA THRU 521E-FIM.
151026
151026 521C-FIM. EXIT.

      *------------------------------*
151026 521D-EMPILHA-PEDIDO.
      *------------------------------*

151026     IF WS-LMV-QTD (WS-IDX-LMV) NOT LESS 500
151026        DISPLAY ' '
151026        DISPLAY 'DWSD0612 - MAIS DE 500 PEDIDOS DO FEED DE '
151026                'AUDITORIA COM A MESMA SONDA: '
151026                WS-LMV-SONDA-GRP (WS-IDX-LMV)
151026        DISPLAY ' '
151026        MOVE 'ERRO - ESTOURO DA TABELA DE PEDIDOS DO MOVI'
151026                TO WS-MOTIVO-STATUS
151026        PERFORM 9998-TERMINO-ANORMAL THRU 9998-FIM
151026     END-IF.
151026
151026     ADD  1                  TO WS-LMV-QTD (WS-IDX-LMV).
151026     MOVE WS-LMV-QTD (WS-IDX-LMV)
151026                             TO WS-IDX-ENT-MV.
151026     MOVE WS-LMV-PROX (WS-IDX-LMV)
151026                             TO WS-REG-MOVW.
151026     MOVE SEQ-MVW            TO WS-LMV-SEQ
151026                                (WS-IDX-LMV WS-IDX-ENT-MV).
151026     MOVE CIA-MVW            TO WS-LMV-CIA
151026                                (WS-IDX-LMV WS-IDX-ENT-MV).
151026     MOVE APOLICE-MVW        TO WS-LMV-APOL
151026                                (WS-IDX-LMV WS-IDX-ENT-MV).
151026     MOVE CIA-AJUST-MVW      TO WS-LMV-CIA-AJUST
151026                                (WS-IDX-LMV WS-IDX-ENT-MV).
151026     MOVE IDENT-APOLICE-MVW  TO WS-LMV-IDENT
151026                                (WS-IDX-LMV WS-IDX-ENT-MV).
151026
151026     PERFORM 521L-LE-PEDIDO THRU 521L-FIM.
151026
151026 521D-FIM. EXIT.

      *------------------------------*
151026 521E-CASA-SONDA.
      *------------------------------*

151026*  AVANCA O LEITOR ATE A SONDA DA LINHA DO MOVI; GRUPO DE
151026*  MESMA SONDA GERA UM PAR POR PEDIDO
151026     PERFORM 521B-CARREGA-GRUPO THRU 521B-FIM
151026        UNTIL WS-LMV-SONDA-GRP (WS-IDX-LMV) NOT LESS
151026              WS-SONDA-MOVI.
151026
151026     IF WS-LMV-SONDA-GRP (WS-IDX-LMV) NOT EQUAL WS-SONDA-MOVI OR
151026        WS-LMV-SONDA-GRP (WS-IDX-LMV) EQUAL HIGH-VALUES
151026        GO TO 521E-FIM.
151026
151026     MOVE 1 TO WS-IDX-ENT-MV.
151026
151026     PERFORM 521F-GRAVA-PAR THRU 521F-FIM
151026        UNTIL WS-IDX-ENT-MV GREATER WS-LMV-QTD (WS-IDX-LMV).
151026
151026 521E-FIM. EXIT.

      *------------------------------*
151026 521F-GRAVA-PAR.
      *------------------------------*

151026     MOVE WS-LMV-SEQ       (WS-IDX-LMV WS-IDX-ENT-MV)
151026                                   TO SEQ-MVP.
151026     MOVE MOVI-DT-ATU              TO DATA-ATU-MVP.
151026     MOVE MOVI-TIMESTAMP           TO TIMESTAMP-MVP.
151026     MOVE WS-CONT-MOVI-LIDOS       TO SEQ-MOVI-MVP.
151026     MOVE MOVI-NM-PROGRAMA         TO PROGRAMA-MVP.
151026     MOVE MOVI-NM-CHAVE            TO CHAVE-MVP.
151026     MOVE WS-LMV-CIA       (WS-IDX-LMV WS-IDX-ENT-MV)
151026                                   TO CIA-MVP.
151026     MOVE WS-LMV-APOL      (WS-IDX-LMV WS-IDX-ENT-MV)
151026                                   TO APOLICE-MVP.
151026     MOVE WS-LMV-CIA-AJUST (WS-IDX-LMV WS-IDX-ENT-MV)
151026                                   TO CIA-AJUST-MVP.
151026     MOVE WS-LMV-IDENT     (WS-IDX-LMV WS-IDX-ENT-MV)
151026                                   TO IDENT-APOLICE-MVP.
151026
151026     WRITE REG-MVPW FROM WS-REG-MVPW.
151026
151026     ADD  1 TO WS-IDX-ENT-MV.
151026
151026 521F-FIM. EXIT.

      *------------------------------*
151026 521G-GRAVA-MOVI-AUDIT.
      *------------------------------*

151026     PERFORM 521M-LE-SORT11 THRU 521M-FIM.
151026
151026     PERFORM 521H-TRATA-PAR THRU 521H-FIM
151026        UNTIL WS-FIM-SORT11 EQUAL 'SIM'.
151026
151026 521G-FIM. EXIT.

      *------------------------------*
151026 521H-TRATA-PAR.
      *------------------------------*

151026*  A MESMA LINHA DO MOVI ACHADA PELAS DUAS SONDAS PARA O MESMO
151026*  PEDIDO SAI UMA VEZ SO
151026     IF WS-MVP-TEM-ULT EQUAL 'SIM'         AND
151026        SEQ-MVP        EQUAL WS-MVP-ULT-SEQ AND
151026        SEQ-MOVI-MVP   EQUAL WS-MVP-ULT-SEQ-MOVI
151026        PERFORM 521M-LE-SORT11 THRU 521M-FIM
151026        GO TO 521H-FIM.
151026
151026     IF WS-MVP-TEM-ULT NOT EQUAL 'SIM' OR
151026        SEQ-MVP        NOT EQUAL WS-MVP-ULT-SEQ
151026        MOVE CIA-MVP            TO CIA-MVK
151026        MOVE APOLICE-MVP        TO APOLICE-MVK
151026        WRITE REG-MVKW
151026     END-IF.
151026
151026     MOVE 'SIM'                 TO WS-MVP-TEM-ULT.
151026     MOVE SEQ-MVP               TO WS-MVP-ULT-SEQ.
151026     MOVE SEQ-MOVI-MVP          TO WS-MVP-ULT-SEQ-MOVI.
151026
151026     MOVE CIA-AJUST-MVP         TO CIA-MOV-AUD.
151026     MOVE IDENT-APOLICE-MVP     TO IDENT-APOLICE-MOV-AUD.
151026     MOVE DATA-ATU-MVP          TO DATA-ATU-MOV-AUD.
151026     MOVE TIMESTAMP-MVP         TO TIMESTAMP-MOV-AUD.
151026     MOVE PROGRAMA-MVP          TO PROGRAMA-MOV-AUD.
151026     MOVE CHAVE-MVP             TO CHAVE-MOV-AUD.
151026
151026     WRITE REG-MOV-AUDIT.
151026
151026     ADD  1                     TO WS-CONT-MOV-AUD.
151026
151026     PERFORM 521M-LE-SORT11 THRU 521M-FIM.
151026
151026 521H-FIM. EXIT.

      *------------------------------*
151026 521L-LE-PEDIDO.
      *------------------------------*

151026*  LE O PROXIMO PEDIDO DO LEITOR WS-IDX-LMV (1 = ARQMV7S,
151026*  2 = ARQMV6S); NO FIM DO ARQUIVO A SONDA VIRA HIGH-VALUES
151026     IF WS-IDX-LMV EQUAL 1
151026        READ ARQMV7S INTO WS-REG-MOVW
151026             AT END MOVE 'SIM' TO WS-LMV-FIM-ARQ (WS-IDX-LMV)
151026        END-READ
151026     ELSE
151026        READ ARQMV6S INTO WS-REG-MOVW
151026             AT END MOVE 'SIM' TO WS-LMV-FIM-ARQ (WS-IDX-LMV)
151026        END-READ
151026     END-IF.
151026
151026     IF WS-LMV-FIM-ARQ (WS-IDX-LMV) EQUAL 'SIM'
151026        MOVE HIGH-VALUES TO WS-LMV-SONDA-PROX (WS-IDX-LMV)
151026        GO TO 521L-FIM.
151026
151026     MOVE WS-REG-MOVW    TO WS-LMV-PROX (WS-IDX-LMV).
151026
151026     IF WS-IDX-LMV EQUAL 1
151026        MOVE SONDA7-MVW  TO WS-LMV-SONDA-PROX (WS-IDX-LMV)
151026     ELSE
151026        MOVE SONDA6-MVW  TO WS-LMV-SONDA-PROX (WS-IDX-LMV)
151026     END-IF.
151026
151026 521L-FIM. EXIT.

      *------------------------------*
151026 521M-LE-SORT11.
      *------------------------------*

151026     RETURN ARQSORT11 INTO WS-REG-MVPW
151026            AT END MOVE 'SIM' TO WS-FIM-SORT11.
151026
151026 521M-FIM. EXIT.

      *------------------------------*
220826 600-IMPRIME-CANCELADOS.
      *------------------------------*
020926
020926 790-FIM. EXIT.

      *------------------------------*
151026 800-CLASSIFICA-GRUPO.
      *------------------------------*

151026*  INPUT PROCEDURE DO SORT DA DIMGRUPO - CADA SUB-FATURA SAI
151026*  COM O CODIGO DO GRUPO DA SUA BASE DE CNPJ (OU A PROPRIA BASE
151026*  QUANDO ELA NAO TEM LIGACAO) E A MARCA DE APOLICE MESTRE
151026     OPEN INPUT ARQGRPW.
151026
151026     MOVE 'NAO' TO WS-FIM-GRPW.
151026     PERFORM 516M-LE-ARQGRPW THRU 516M-FIM.
151026
151026     PERFORM 810-LIBERA-SUBFATURA THRU 810-FIM
151026        UNTIL WS-FIM-GRPW EQUAL 'SIM'.
151026
151026     CLOSE ARQGRPW.
151026
151026 800-FIM. EXIT.

      *------------------------------*
151026 810-LIBERA-SUBFATURA.
      *------------------------------*

151026     MOVE BASE-GRPW           TO COD-GRUPO-W4.
151026     MOVE 1                   TO QTDE-BASES-W4.
151026     MOVE 'N'                 TO MESTRE-W4.
151026
151026     MOVE 'B'                 TO WS-GLG-TIPO-PROC.
151026     MOVE BASE-GRPW           TO WS-GLG-VALOR-PROC.
151026     PERFORM 516D-PROCURA-NO THRU 516D-FIM.
151026
151026     IF WS-GLG-ACHOU EQUAL 'SIM' AND
151026        WS-GLG-GRUPO (WS-GLG-ACH) NOT EQUAL ZEROS
151026        MOVE WS-GLG-GRUPO     (WS-GLG-ACH) TO COD-GRUPO-W4
151026        MOVE WS-GLG-QTD-BASES (WS-GLG-ACH) TO QTDE-BASES-W4
151026     END-IF.
151026
151026     MOVE 'A'                 TO WS-GLG-TIPO-PROC.
151026     MOVE CIA-GRPW            TO WS-GLG-CIA-PROC.
151026     MOVE APOLICE-GRPW        TO WS-GLG-APOL-PROC.
151026     PERFORM 516D-PROCURA-NO THRU 516D-FIM.
151026
151026     IF WS-GLG-ACHOU EQUAL 'SIM'
151026        MOVE WS-GLG-MESTRE (WS-GLG-ACH) TO MESTRE-W4
151026     END-IF.
151026
151026     MOVE IDENT-GRPW          TO IDENT-W4.
151026     MOVE BASE-GRPW           TO BASE-W4.
151026     MOVE FILIAL-GRPW         TO FILIAL-W4.
151026     MOVE DV-GRPW             TO DV-W4.
151026     MOVE DATA-CANCEL-GRPW    TO DATA-CANCEL-W4.
151026     MOVE DATA-INIC-GRPW      TO DATA-INIC-W4.
151026     MOVE RAMO-GRPW           TO RAMO-W4.
151026
151026     RELEASE REG-ARQSORT4.
151026
151026     PERFORM 516M-LE-ARQGRPW THRU 516M-FIM.
151026
151026 810-FIM. EXIT.

      *------------------------------*
151026 820-GRAVA-DIMGRUPO.
      *------------------------------*

151026*  OUTPUT PROCEDURE DO SORT DA DIMGRUPO - QUEBRA POR GRUPO E,
151026*  DENTRO DELE, POR APOLICE (IDENT)
151026     PERFORM 890-LE-SORT4 THRU 890-FIM.
151026
151026     PERFORM 830-PROCESSA-GRUPO THRU 830-FIM
151026        UNTIL WS-FIM-SORT4 EQUAL 'SIM'.
151026
151026 820-FIM. EXIT.

      *------------------------------*
151026 830-PROCESSA-GRUPO.
      *------------------------------*

151026     MOVE COD-GRUPO-W4  TO WS-GRP-COD-ANT.
151026     MOVE QTDE-BASES-W4 TO WS-GRP-QTD-BASES.
151026     MOVE ZEROS         TO WS-GRP-QTD-ATIVAS
151026                           WS-GRP-QTD-CANCEL
151026                           WS-GRP-QTD-SUBFAT
151026                           WS-GRP-QTD-RAMOS
151026                           WS-GRP-LIDER-IDENT
151026                           WS-GRP-LIDER-INIC.
151026     MOVE SPACES        TO WS-GRP-LIDER-CRIT.
151026     MOVE 9             TO WS-GRP-LIDER-ORD.
151026
151026     PERFORM 840-PROCESSA-MEMBRO THRU 840-FIM
151026        UNTIL WS-FIM-SORT4 EQUAL 'SIM'
151026           OR COD-GRUPO-W4 NOT EQUAL WS-GRP-COD-ANT.
151026
151026     PERFORM 860-GRAVA-GRUPO THRU 860-FIM.
151026
151026 830-FIM. EXIT.

      *------------------------------*
151026 840-PROCESSA-MEMBRO.
      *------------------------------*

151026*  UMA APOLICE DO GRUPO - ATIVA SE QUALQUER SUB-FATURA DELA
151026*  ESTIVER SEM DATA DE CANCELAMENTO; INICIO E O MAIS ANTIGO
151026     MOVE IDENT-W4      TO WS-MBR-IDENT-ANT.
151026     MOVE BASE-W4       TO WS-MBR-BASE.
151026     MOVE FILIAL-W4     TO WS-MBR-FILIAL.
151026     MOVE DV-W4         TO WS-MBR-DV.
151026     MOVE RAMO-W4       TO WS-MBR-RAMO.
151026     MOVE MESTRE-W4     TO WS-MBR-MESTRE.
151026     MOVE DATA-INIC-W4  TO WS-MBR-DATA-INIC.
151026     MOVE 'C'           TO WS-MBR-SITUACAO.
151026     MOVE ZEROS         TO WS-MBR-QTD-SUBFAT.
151026
151026     PERFORM 850-ACUMULA-SUBFATURA THRU 850-FIM
151026        UNTIL WS-FIM-SORT4 EQUAL 'SIM'
151026           OR COD-GRUPO-W4 NOT EQUAL WS-GRP-COD-ANT
151026           OR IDENT-W4     NOT EQUAL WS-MBR-IDENT-ANT.
151026
151026     PERFORM 845-FECHA-MEMBRO THRU 845-FIM.
151026
151026 840-FIM. EXIT.

      *------------------------------*
151026 845-FECHA-MEMBRO.
      *------------------------------*

151026     IF WS-MBR-SITUACAO EQUAL 'A'
151026        ADD 1 TO WS-GRP-QTD-ATIVAS
151026     ELSE
151026        ADD 1 TO WS-GRP-QTD-CANCEL
151026     END-IF.
151026
151026     PERFORM 855-ACUMULA-RAMO THRU 855-FIM.
151026
151026*  LIDER: APOLICE MESTRE ATIVA (M), SENAO A ATIVA MAIS ANTIGA
151026*  (A), SENAO A CANCELADA MAIS ANTIGA (C); EMPATE FICA COM O
151026*  MENOR IDENT, QUE CHEGA PRIMEIRO
151026     IF WS-MBR-SITUACAO EQUAL 'A'
151026        IF WS-MBR-MESTRE EQUAL 'S'
151026           MOVE 'M' TO WS-MBR-CRIT
151026           MOVE 1   TO WS-MBR-CRIT-ORD
151026        ELSE
151026           MOVE 'A' TO WS-MBR-CRIT
151026           MOVE 2   TO WS-MBR-CRIT-ORD
151026        END-IF
151026     ELSE
151026        MOVE 'C'    TO WS-MBR-CRIT
151026        MOVE 3      TO WS-MBR-CRIT-ORD
151026     END-IF.
151026
151026     IF WS-MBR-CRIT-ORD < WS-GRP-LIDER-ORD OR
151026       (WS-MBR-CRIT-ORD EQUAL WS-GRP-LIDER-ORD AND
151026        WS-MBR-DATA-INIC < WS-GRP-LIDER-INIC)
151026        MOVE WS-MBR-CRIT-ORD    TO WS-GRP-LIDER-ORD
151026        MOVE WS-MBR-CRIT        TO WS-GRP-LIDER-CRIT
151026        MOVE WS-MBR-IDENT-ANT   TO WS-GRP-LIDER-IDENT
151026        MOVE WS-MBR-DATA-INIC   TO WS-GRP-LIDER-INIC
151026     END-IF.
151026
151026     MOVE SPACES             TO REG-MEMBRO-GRP.
151026     MOVE 2                  TO TIPO-REG-M-GRP.
151026     MOVE WS-GRP-COD-ANT     TO COD-GRUPO-M-GRP.
151026     MOVE WS-MBR-IDENT-ANT   TO IDENT-APOLICE-M-GRP.
151026     MOVE WS-MBR-BASE        TO CODIGO-BASE-M-GRP.
151026     MOVE WS-MBR-FILIAL      TO CODIGO-FILIAL-M-GRP.
151026     MOVE WS-MBR-DV          TO CODIGO-DV-M-GRP.
151026     MOVE WS-MBR-SITUACAO    TO SITUACAO-M-GRP.
151026     MOVE WS-MBR-MESTRE      TO IN-MESTRE-M-GRP.
151026     MOVE WS-MBR-RAMO        TO RAMO-M-GRP.
151026     MOVE WS-MBR-QTD-SUBFAT  TO QTDE-SUBFAT-M-GRP.
151026     MOVE WS-MBR-DATA-INIC   TO DATA-INIC-M-GRP.
151026
151026     WRITE REG-DIMGRUPO FROM REG-MEMBRO-GRP.
151026
151026     ADD  1                  TO WS-CONT-MEMBROS.
151026
151026 845-FIM. EXIT.

      *------------------------------*
151026 850-ACUMULA-SUBFATURA.
      *------------------------------*

151026     ADD 1 TO WS-MBR-QTD-SUBFAT
151026              WS-GRP-QTD-SUBFAT.
151026
151026     IF DATA-CANCEL-W4 EQUAL ZEROS
151026        MOVE 'A'          TO WS-MBR-SITUACAO
151026     END-IF.
151026
151026     IF DATA-INIC-W4 < WS-MBR-DATA-INIC
151026        MOVE DATA-INIC-W4 TO WS-MBR-DATA-INIC
151026     END-IF.
151026
151026     PERFORM 890-LE-SORT4 THRU 890-FIM.
151026
151026 850-FIM. EXIT.

      *------------------------------*
151026 855-ACUMULA-RAMO.
      *------------------------------*

151026*  RAMOS DO GRUPO EM ORDEM ASCENDENTE, MESMA INSERCAO ORDENADA
151026*  DA TABELA DE ATIVIDADES (430A); O DETALHE LEVA OS 8 PRIMEIROS
151026     MOVE 'NAO'  TO WS-GRP-RAMO-ACHOU.
151026     MOVE ZEROS  TO WS-GRP-RAMO-POS.
151026
151026     PERFORM 856-PROCURA-RAMO THRU 856-FIM
151026        VARYING WS-GRP-IDX-RAMO FROM 1 BY 1
151026          UNTIL WS-GRP-IDX-RAMO > WS-GRP-QTD-RAMOS
151026             OR WS-GRP-RAMO-ACHOU EQUAL 'SIM'
151026             OR WS-GRP-RAMO-POS > ZEROS.
151026
151026     IF WS-GRP-RAMO-ACHOU EQUAL 'SIM' OR
151026        WS-GRP-QTD-RAMOS NOT LESS 20
151026        GO TO 855-FIM.
151026
151026     IF WS-GRP-RAMO-POS EQUAL ZEROS
151026        ADD  1                TO WS-GRP-QTD-RAMOS
151026        MOVE WS-GRP-QTD-RAMOS TO WS-GRP-RAMO-POS
151026     ELSE
151026        PERFORM 857-DESLOCA-RAMO THRU 857-FIM
151026           VARYING WS-GRP-IDX-RAMO FROM WS-GRP-QTD-RAMOS BY -1
151026             UNTIL WS-GRP-IDX-RAMO < WS-GRP-RAMO-POS
151026        ADD  1                TO WS-GRP-QTD-RAMOS
151026     END-IF.
151026
151026     MOVE WS-MBR-RAMO TO WS-GRP-RAMO (WS-GRP-RAMO-POS).
151026
151026 855-FIM. EXIT.

      *------------------------------*
151026 856-PROCURA-RAMO.
      *------------------------------*

151026     IF WS-GRP-RAMO (WS-GRP-IDX-RAMO) EQUAL WS-MBR-RAMO
151026        MOVE 'SIM'           TO WS-GRP-RAMO-ACHOU
151026     ELSE
151026        IF WS-GRP-RAMO (WS-GRP-IDX-RAMO) > WS-MBR-RAMO
151026           MOVE WS-GRP-IDX-RAMO TO WS-GRP-RAMO-POS
151026        END-IF
151026     END-IF.
151026
151026 856-FIM. EXIT.

      *------------------------------*
151026 857-DESLOCA-RAMO.
      *------------------------------*

151026     MOVE WS-GRP-RAMO (WS-GRP-IDX-RAMO)
151026       TO WS-GRP-RAMO (WS-GRP-IDX-RAMO + 1).
151026
151026 857-FIM. EXIT.

      *------------------------------*
151026 860-GRAVA-GRUPO.
      *------------------------------*

151026     MOVE SPACES             TO REG-DETALHE-GRP.
151026     MOVE 1                  TO TIPO-REG-D-GRP.
151026     MOVE WS-GRP-COD-ANT     TO COD-GRUPO-D-GRP.
151026     MOVE WS-GRP-LIDER-IDENT TO IDENT-LIDER-D-GRP.
151026     MOVE WS-GRP-LIDER-CRIT  TO CRIT-LIDER-D-GRP.
151026     MOVE WS-GRP-QTD-BASES   TO QTDE-CNPJ-BASE-D-GRP.
151026     MOVE WS-GRP-QTD-ATIVAS  TO QTDE-APOL-ATIVAS-D-GRP.
151026     MOVE WS-GRP-QTD-CANCEL  TO QTDE-APOL-CANCEL-D-GRP.
151026     MOVE WS-GRP-QTD-SUBFAT  TO QTDE-SUBFAT-D-GRP.
151026     MOVE WS-GRP-QTD-RAMOS   TO QTDE-RAMOS-D-GRP.
151026
151026     PERFORM 865-MOVE-RAMO THRU 865-FIM
151026        VARYING WS-GRP-IDX-RAMO FROM 1 BY 1
151026          UNTIL WS-GRP-IDX-RAMO > 8.
151026
151026     WRITE REG-DIMGRUPO FROM REG-DETALHE-GRP.
151026
151026     ADD  1                  TO WS-CONT-GRUPOS.
151026
151026 860-FIM. EXIT.

      *------------------------------*
151026 865-MOVE-RAMO.
      *------------------------------*

151026     IF WS-GRP-IDX-RAMO > WS-GRP-QTD-RAMOS
151026        MOVE ZEROS TO RAMO-D-GRP (WS-GRP-IDX-RAMO)
151026     ELSE
151026        MOVE WS-GRP-RAMO (WS-GRP-IDX-RAMO)
151026          TO RAMO-D-GRP (WS-GRP-IDX-RAMO)
151026     END-IF.
151026
151026 865-FIM. EXIT.

      *------------------------------*
151026 890-LE-SORT4.
      *------------------------------*

151026     RETURN ARQSORT4
151026            AT END MOVE 'SIM' TO WS-FIM-SORT4.
151026
151026 890-FIM. EXIT.

      *------------------------------*
151026 900-COMPARA-CONDICOES.
      *------------------------------*

151026     PERFORM 990-LE-SORT5 THRU 990-FIM.
151026
151026     PERFORM 910-PROCESSA-CONDICAO THRU 910-FIM
151026        UNTIL WS-FIM-SORT5 EQUAL 'SIM'.
151026
151026 900-FIM. EXIT.

      *------------------------------*
151026 910-PROCESSA-CONDICAO.
      *------------------------------*

151026*  A CHAVE SAI UMA SO VEZ NO FEED - SE O RUN A GRAVOU MAIS DE
151026*  UMA VEZ, AS REPETICOES CHEGAM ADJACENTES DO ARQSORT5 E SAO
151026*  SALTADAS (MESMO CRITERIO DOS RELATORIOS DE 600/700)
151026     IF WS-CND-TEM-ULT NOT EQUAL 'S' OR
151026        CHAVE-CND NOT EQUAL WS-CND-ULT-CHAVE
151026        PERFORM 920-TRATA-CONDICAO THRU 920-FIM
151026        MOVE 'S'       TO WS-CND-TEM-ULT
151026        MOVE CHAVE-CND TO WS-CND-ULT-CHAVE
151026     END-IF.
151026
151026     PERFORM 990-LE-SORT5 THRU 990-FIM.
151026
151026 910-FIM. EXIT.

      *------------------------------*
151026 920-TRATA-CONDICAO.
      *------------------------------*

151026*  IND-MOVI - A CHAVE OLTP TEVE LINHA NO FEED DE AUDITORIA
151026     PERFORM 926-LE-CHAVE-MOVI THRU 926-FIM
151026        UNTIL WS-FIM-MVKS  EQUAL 'SIM'
151026           OR WS-MVKS-CHAVE NOT LESS CHAVE-CND.
151026
151026     IF WS-FIM-MVKS   NOT EQUAL 'SIM' AND
151026        WS-MVKS-CHAVE EQUAL CHAVE-CND
151026        MOVE 'S' TO IND-MOVI-CND
151026     ELSE
151026        MOVE 'N' TO IND-MOVI-CND
151026     END-IF.
151026
151026*  AVANCA O FEED ANTERIOR ATE A CHAVE CORRENTE - AS CHAVES
151026*  MENORES QUE SOBRAM SAIRAM DA EXTRACAO E NAO GERAM REGISTRO
151026     PERFORM 517A-LE-CND-ANTERIOR THRU 517A-FIM
151026        UNTIL WS-FIM-CNDANT EQUAL 'SIM'
151026           OR CHAVE-CNA NOT LESS CHAVE-CND.
151026
151026     MOVE ZEROS TO ALTERACOES-CND.
151026
151026     IF WS-FIM-CNDANT EQUAL 'SIM' OR
151026        CHAVE-CNA NOT EQUAL CHAVE-CND
151026        MOVE 'I' TO IND-SITUACAO-CND
151026        ADD  1   TO WS-CONT-COND-INCL
151026     ELSE
151026        PERFORM 921-COMPARA-TERMOS THRU 921-FIM
151026        IF ALTERACOES-CND EQUAL ZEROS
151026           MOVE 'N' TO IND-SITUACAO-CND
151026        ELSE
151026           MOVE 'A' TO IND-SITUACAO-CND
151026           ADD  1   TO WS-CONT-COND-ALT
151026        END-IF
151026     END-IF.
151026
151026*  LIMITES DA POLITICA COMERCIAL DO RAMO (ZEROS = SEM CRITICA)
151026     MOVE RAMO-CND TO WS-CND-RAMO-PROC.
151026     PERFORM 922-APURA-LIMITE-RAMO THRU 922-FIM.
151026
151026     MOVE ZEROS TO IND-LIM-DESC-CND
151026                   IND-LIM-BONUS-CND.
151026
151026     IF WS-CND-LIM-DESC > ZEROS AND
151026        PERC-DESC-CND   > WS-CND-LIM-DESC
151026        MOVE 1 TO IND-LIM-DESC-CND
151026     END-IF.
151026
151026     IF WS-CND-LIM-BONUS > ZEROS AND
151026        PERC-BONUS-CND   > WS-CND-LIM-BONUS
151026        MOVE 1 TO IND-LIM-BONUS-CND
151026     END-IF.
151026
151026     WRITE REG-COND FROM REG-CONDICAO.
151026     ADD  1 TO WS-CONT-COND.
151026
151026*  EXCECAO: PERCENTUAL ACIMA DO LIMITE DO RAMO OU CONDICAO
151026*  ALTERADA SEM MANUTENCAO DA CHAVE NO MOVI DENTRO DA JANELA
151026     IF IND-LIM-DESC-CND  EQUAL 1 OR
151026        IND-LIM-BONUS-CND EQUAL 1 OR
151026       (IND-SITUACAO-CND  EQUAL 'A' AND
151026        IND-MOVI-CND      EQUAL 'N')
151026        PERFORM 925-GRAVA-EXCECAO-CND THRU 925-FIM
151026     END-IF.
151026
151026 920-FIM. EXIT.

      *------------------------------*
151026 921-COMPARA-TERMOS.
      *------------------------------*

151026     IF PERC-ADM-CND      NOT EQUAL PERC-ADM-CNA
151026        MOVE 1 TO IND-ALT-ADM-CND
151026     END-IF.
151026
151026     IF PERC-DESC-CND     NOT EQUAL PERC-DESC-CNA
151026        MOVE 1 TO IND-ALT-DESC-CND
151026     END-IF.
151026
151026     IF PERC-BONUS-CND    NOT EQUAL PERC-BONUS-CNA
151026        MOVE 1 TO IND-ALT-BONUS-CND
151026     END-IF.
151026
151026     IF CARENCIAS-CND     NOT EQUAL CARENCIAS-CNA
151026        MOVE 1 TO IND-ALT-CARENC-CND
151026     END-IF.
151026
151026     IF IN-REMISSAO-CND   NOT EQUAL IN-REMISSAO-CNA
151026        MOVE 1 TO IND-ALT-REMIS-CND
151026     END-IF.
151026
151026     IF NR-ANOS-REMIS-CND NOT EQUAL NR-ANOS-REMIS-CNA
151026        MOVE 1 TO IND-ALT-ANOS-CND
151026     END-IF.
151026
151026     IF TP-REAVALIA-CND   NOT EQUAL TP-REAVALIA-CNA
151026        MOVE 1 TO IND-ALT-REAVAL-CND
151026     END-IF.
151026
151026     IF TIPO-ADESAO-CND   NOT EQUAL TIPO-ADESAO-CNA
151026        MOVE 1 TO IND-ALT-ADESAO-CND
151026     END-IF.
151026
151026 921-FIM. EXIT.

      *------------------------------*
151026 922-APURA-LIMITE-RAMO.
      *------------------------------*

151026*  A POSICAO I DOS LIMITES-COND-RAMO VALE PARA O RAMO-SEL (I)
151026*  DO PARAMETRO; RAMO FORA DA LISTA FICA SEM CRITICA
151026     MOVE ZEROS TO WS-CND-LIM-DESC
151026                   WS-CND-LIM-BONUS.
151026
151026     PERFORM 923-PROCURA-LIMITE-RAMO THRU 923-FIM
151026        VARYING WS-CND-IDX-RAMO FROM 1 BY 1
151026          UNTIL WS-CND-IDX-RAMO > QTDE-RAMO-SEL
151026             OR WS-CND-IDX-RAMO > 10.
151026
151026 922-FIM. EXIT.

      *------------------------------*
151026 923-PROCURA-LIMITE-RAMO.
      *------------------------------*

151026     IF RAMO-SEL (WS-CND-IDX-RAMO) EQUAL WS-CND-RAMO-PROC
151026        MOVE PERC-DESC-MAX  (WS-CND-IDX-RAMO) TO WS-CND-LIM-DESC
151026        MOVE PERC-BONUS-MAX (WS-CND-IDX-RAMO) TO WS-CND-LIM-BONUS
151026     END-IF.
151026
151026 923-FIM. EXIT.

      *------------------------------*
151026 925-GRAVA-EXCECAO-CND.
      *------------------------------*

151026     MOVE SPACES             TO REG-CNDX.
151026     MOVE RAMO-CND           TO RAMO-CNDX.
151026     MOVE CIA-CND            TO CIA-CNDX.
151026     MOVE APOLICE-CND        TO APOLICE-CNDX.
151026     MOVE CGC-CND            TO CGC-CNDX.
151026     MOVE DV-CND             TO DV-CNDX.
151026     MOVE PERC-DESC-CND      TO PERC-DESC-CNDX.
151026     MOVE PERC-BONUS-CND     TO PERC-BONUS-CNDX.
151026     MOVE IND-LIM-DESC-CND   TO IND-LIM-DESC-CNDX.
151026     MOVE IND-LIM-BONUS-CND  TO IND-LIM-BONUS-CNDX.
151026
151026*  AS CONDICOES ALTERADAS SO SAO LISTADAS QUANDO A ALTERACAO
151026*  NAO TEM MANUTENCAO NO MOVI - COM MANUTENCAO ELA NAO E EXCECAO
151026     IF IND-SITUACAO-CND EQUAL 'A' AND
151026        IND-MOVI-CND     EQUAL 'N'
151026        MOVE 'S'            TO IND-SEM-MOVI-CNDX
151026        MOVE ALTERACOES-CND TO ALTERACOES-CNDX
151026     ELSE
151026        MOVE 'N'            TO IND-SEM-MOVI-CNDX
151026        MOVE ZEROS          TO ALTERACOES-CNDX
151026     END-IF.
151026
151026     WRITE REG-CNDX.
151026     ADD  1 TO WS-CONT-COND-EXC.
151026
151026 925-FIM. EXIT.

      *------------------------------*
151026 926-LE-CHAVE-MOVI.
      *------------------------------*

151026     READ ARQMVKS INTO WS-MVKS-CHAVE
151026          AT END MOVE 'SIM' TO WS-FIM-MVKS.
151026
151026 926-FIM. EXIT.

      *------------------------------*
151026 950-IMPRIME-CONDICOES.
      *------------------------------*

151026     PERFORM 995-LE-SORT6 THRU 995-FIM.
151026
151026     IF WS-FIM-SORT6 EQUAL 'SIM'
151026        PERFORM 960-CABECALHO-PAGINA-CND THRU 960-FIM
151026        WRITE REG-RELCND FROM LP-VAZIO
151026              AFTER ADVANCING 2 LINES
151026     ELSE
151026        MOVE RAMO-W6 TO WS-CND-RAMO-QUEBRA
151026        PERFORM 960-CABECALHO-PAGINA-CND THRU 960-FIM
151026        PERFORM 961-CABECALHO-RAMO-CND THRU 961-FIM
151026        PERFORM 955-PROCESSA-EXCECAO-CND THRU 955-FIM
151026           UNTIL WS-FIM-SORT6 EQUAL 'SIM'
151026        PERFORM 970-TOTALIZA-RAMO-CND THRU 970-FIM
151026        PERFORM 975-TOTALIZA-GERAL-CND THRU 975-FIM
151026     END-IF.
151026
151026 950-FIM. EXIT.

      *------------------------------*
151026 955-PROCESSA-EXCECAO-CND.
      *------------------------------*

151026     IF RAMO-W6 NOT EQUAL WS-CND-RAMO-QUEBRA
151026        PERFORM 970-TOTALIZA-RAMO-CND THRU 970-FIM
151026        MOVE RAMO-W6 TO WS-CND-RAMO-QUEBRA
151026        PERFORM 961-CABECALHO-RAMO-CND THRU 961-FIM
151026     END-IF.
151026
151026     PERFORM 965-IMPRIME-DET-CND THRU 965-FIM.
151026
151026     PERFORM 995-LE-SORT6 THRU 995-FIM.
151026
151026 955-FIM. EXIT.

      *------------------------------*
151026 960-CABECALHO-PAGINA-CND.
      *------------------------------*

151026     ADD  1              TO WS-PAG-RELCND.
151026     MOVE WS-PAG-RELCND  TO LP-CAB1-PAG.
151026
151026     MOVE DATA-INI-SEL   TO WS-DATA-AMD-W9.
151026     PERFORM 670-FORMATA-DATA THRU 670-FIM.
151026     MOVE WS-DATA-EDITADA TO LP-CAB2-DATA-INI.
151026     MOVE DATA-FIM-SEL   TO WS-DATA-AMD-W9.
151026     PERFORM 670-FORMATA-DATA THRU 670-FIM.
151026     MOVE WS-DATA-EDITADA TO LP-CAB2-DATA-FIM.
151026
151026     WRITE REG-RELCND FROM LP-CAB1
151026           AFTER ADVANCING PAGE.
151026     WRITE REG-RELCND FROM LP-CAB2
151026           AFTER ADVANCING 1 LINE.
151026
151026     MOVE 3 TO WS-LIN-RELCND.
151026
151026 960-FIM. EXIT.

      *------------------------------*
151026 961-CABECALHO-RAMO-CND.
      *------------------------------*

151026     MOVE WS-CND-RAMO-QUEBRA TO LP-RAMO
151026                                WS-CND-RAMO-PROC.
151026     PERFORM 922-APURA-LIMITE-RAMO THRU 922-FIM.
151026     MOVE WS-CND-LIM-DESC    TO LP-LIM-DESC.
151026     MOVE WS-CND-LIM-BONUS   TO LP-LIM-BONUS.
151026
151026     WRITE REG-RELCND FROM LP-CAB-RAMO
151026           AFTER ADVANCING 2 LINES.
151026     WRITE REG-RELCND FROM LP-CAB-COLUNAS
151026           AFTER ADVANCING 1 LINE.
151026     ADD  3              TO WS-LIN-RELCND.
151026
151026 961-FIM. EXIT.

      *------------------------------*
151026 965-IMPRIME-DET-CND.
      *------------------------------*

151026     IF WS-LIN-RELCND > 56
151026        PERFORM 960-CABECALHO-PAGINA-CND THRU 960-FIM
151026        PERFORM 961-CABECALHO-RAMO-CND THRU 961-FIM
151026     END-IF.
151026
151026     MOVE CIA-W6         TO LP-DET-CIA.
151026     MOVE APOLICE-W6     TO LP-DET-APOLICE.
151026     MOVE CGC-W6         TO LP-DET-CGC.
151026     MOVE DV-W6          TO LP-DET-DV.
151026     MOVE PERC-DESC-W6   TO LP-DET-DESC.
151026     MOVE PERC-BONUS-W6  TO LP-DET-BONUS.
151026
151026     IF IND-LIM-DESC-W6 EQUAL 1
151026        MOVE '*'    TO LP-DET-MARCA-DESC
151026     ELSE
151026        MOVE SPACES TO LP-DET-MARCA-DESC
151026     END-IF.
151026
151026     IF IND-LIM-BONUS-W6 EQUAL 1
151026        MOVE '*'    TO LP-DET-MARCA-BONUS
151026     ELSE
151026        MOVE SPACES TO LP-DET-MARCA-BONUS
151026     END-IF.
151026
151026     MOVE SPACES TO WS-CND-ALT-EDIT.
151026     PERFORM 966-MONTA-ALTERACAO THRU 966-FIM
151026        VARYING WS-CND-IDX-ALT FROM 1 BY 1
151026          UNTIL WS-CND-IDX-ALT > 8.
151026     MOVE WS-CND-ALT-EDIT TO LP-DET-ALTERACOES.
151026
151026     WRITE REG-RELCND FROM LP-DETALHE
151026           AFTER ADVANCING 1 LINE.
151026     ADD  1              TO WS-LIN-RELCND.
151026
151026     ADD  1              TO WS-TOT-RAMO-CND
151026                            WS-TOT-GERAL-CND.
151026
151026 965-FIM. EXIT.

      *------------------------------*
151026 966-MONTA-ALTERACAO.
      *------------------------------*

151026     IF IND-ALT-W6 (WS-CND-IDX-ALT) EQUAL 1
151026        MOVE WS-SIGLA-ALT (WS-CND-IDX-ALT)
151026          TO WS-CND-ALT-SLOT (WS-CND-IDX-ALT)
151026     END-IF.
151026
151026 966-FIM. EXIT.

      *------------------------------*
151026 970-TOTALIZA-RAMO-CND.
      *------------------------------*

151026     MOVE WS-TOT-RAMO-CND TO LP-TOT-RAMO-QTD.
151026     WRITE REG-RELCND FROM LP-TOT-RAMO
151026           AFTER ADVANCING 2 LINES.
151026     ADD  2               TO WS-LIN-RELCND.
151026     MOVE ZEROS           TO WS-TOT-RAMO-CND.
151026
151026 970-FIM. EXIT.

      *------------------------------*
151026 975-TOTALIZA-GERAL-CND.
      *------------------------------*

151026     MOVE WS-TOT-GERAL-CND TO LP-TOT-GER-QTD.
151026     WRITE REG-RELCND FROM LP-TOT-GERAL
151026           AFTER ADVANCING 2 LINES.
151026     WRITE REG-RELCND FROM LP-LEGENDA1
151026           AFTER ADVANCING 3 LINES.
151026     WRITE REG-RELCND FROM LP-LEGENDA2
151026           AFTER ADVANCING 1 LINE.
151026
151026 975-FIM. EXIT.

      *------------------------------*
151026 990-LE-SORT5.
      *------------------------------*

151026     RETURN ARQSORT5 INTO REG-CONDICAO
151026            AT END MOVE 'SIM' TO WS-FIM-SORT5.
151026
151026 990-FIM. EXIT.

      *------------------------------*
151026 995-LE-SORT6.
      *------------------------------*

151026     RETURN ARQSORT6
151026            AT END MOVE 'SIM' TO WS-FIM-SORT6.
151026
151026 995-FIM. EXIT.

      *------------------------*
220826 9998-TERMINO-ANORMAL.
      *------------------------*
