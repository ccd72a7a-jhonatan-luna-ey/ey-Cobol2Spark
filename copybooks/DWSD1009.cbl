      *        *****************************************
      *        DWSD1009 - LAYOUT DO MANIFESTO DO PACOTE
      *                   DE ENTREGA AO DW (ARQMANIF)
      *        *****************************************
      *
      *  GRAVADO PELO DWSD0617 (MONTAGEM DO PACOTE) - UM REGISTRO
      *  POR ARQUIVO DO PACOTE, NA ORDEM DA TRANSFERENCIA. VIAJA NA
      *  MESMA TRANSFERENCIA DOS ARQUIVOS (DWSD_MANIF_AAAAMMDD) E E
      *  RELIDO PELO DWSD0613, QUE CONFERE O ACK DE CADA ARQUIVO
      *  CONTRA ELE.
      *  QTDE-REGISTROS : TODOS OS REGISTROS FISICOS DO ARQUIVO
      *  QTDE-DETALHES  : LINHAS QUE O DW CARREGA E DEVOLVE NO ACK -
      *                   NOS ARQUIVOS COM TRAILLER, A QUANTIDADE QUE
      *                   O TRAILLER DECLARA (DETALHES TIPO 1); NOS
      *                   DEMAIS, TODOS OS REGISTROS
      *  TOTAL-HASH     : SOMA DOS CAMPOS CHAVE - IDENT-APOLICE DE
      *                   CADA DETALHE/SUB-FATURA/MEMBRO; NA DIMATIV
      *                   O CODIGO DA ATIVIDADE; NOS DETALHES TIPO 1
      *                   DA DIMGRUPO O CODIGO DO GRUPO
      *  IND-ENVIO      : S = ARQUIVO NO SCRIPT DE TRANSFERENCIA /
      *                   N = ARQUIVO VAZIO OU NAO PRODUZIDO NO RUN
      *  LRECL = 149
      *  (RESP: CMS  DATA 15/10/2026)
      *  O DWSD0620 (RETRANSMISSAO DE UMA GERACAO JA CERTIFICADA DO
      *  DIMESTIP) GRAVA UM MANIFESTO SO COM O REGISTRO ESTIP, COM A
      *  DATA E O PROGRAMA DO RUN ORIGINAL.
      *--------------------------------------------------------------
       01  REG-MANIFESTO.
           03 MNF-COD-ARQUIVO                 PIC X(05).
           03 MNF-NOME-DD                     PIC X(10).
           03 MNF-DATASET                     PIC X(44).
           03 MNF-NOME-REMOTO                 PIC X(23).
           03 MNF-DATA-NOME-ARQ               PIC 9(08).
           03 MNF-NOME-PGM-RUN                PIC X(08).
           03 MNF-DATA-GERACAO                PIC 9(08).
           03 MNF-HORA-GERACAO                PIC 9(06).
           03 MNF-QTDE-REGISTROS              PIC 9(09).
           03 MNF-QTDE-DETALHES               PIC 9(09).
           03 MNF-TOTAL-HASH                  PIC 9(18).
           03 MNF-IND-ENVIO                   PIC X(01).
