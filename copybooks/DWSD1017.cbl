      *        *****************************************
      *        DWSD1017 - LAYOUT DA LISTA DE SUPRESSAO
      *                   LGPD (ARQLGPD)
      *        *****************************************
      *
      *  MANTIDA PELO ENCARREGADO DE DADOS (DPO) E LIDA PELO
      *  DWSD0612 NO INICIO DE TODO RUN. CADA REGISTRO LISTA UM
      *  ESTIPULANTE CUJOS DADOS PESSOAIS (RAZAO SOCIAL, ENDERECO,
      *  CEP, DDD/FONE E E-MAIL) NAO PODEM SAIR EM CLARO NOS FEEDS
      *  PARA O DW E PARA A PLATAFORMA ANALITICA. QUALQUER ORDEM.
      *  TIPO-CHAVE   : C = CNPJ (BASE + FILIAL; FILIAL ZERADA
      *                 ALCANCA TODAS AS FILIAIS DA BASE) /
      *                 A = CIA/APOLICE DO OLTP (ANTES DO AJUSTE
      *                 NOVA CIA)
      *  REGRA        : M = MASCARAR (NOME FICA COM AS 3 PRIMEIRAS
      *                 POSICOES) / P = PSEUDONIMIZAR (NOME VIRA
      *                 ESTIPULANTE LGPD + IDENT-APOLICE) - NOS DOIS
      *                 CASOS O CONTATO SAI MASCARADO (CIDADE E UF
      *                 SAO MANTIDAS). OUTRO VALOR VALE COMO M
      *  PROTOCOLO    : NUMERO DO PEDIDO DO TITULAR NO DPO, LEVADO
      *                 PARA O LOG DE MASCARAMENTO (COPY DWSD1018)
      *  DATA-INCLUSAO: DATA EM QUE O DPO INCLUIU O ESTIPULANTE
      *  LRECL = 080
      *  (RESP: CMS  DATA 15/10/2026)
      *--------------------------------------------------------------
       01  REG-LISTA-LGPD.
           03 TIPO-CHAVE-LST                PIC X(01).
           03 CGC-LST.
              05 BASE-LST                   PIC 9(08).
              05 FILIAL-LST                 PIC 9(04).
           03 CHAVE-APOL-LST.
              05 CIA-LST                    PIC 9(03).
              05 APOLICE-LST                PIC 9(07).
           03 REGRA-LST                     PIC X(01).
           03 PROTOCOLO-LST                 PIC X(20).
           03 DATA-INCLUSAO-LST             PIC 9(08).
           03 FILLER                        PIC X(28).
