      *        *****************************************
      *        DWSD1016 - LAYOUT DO CRUZAMENTO APOLICE X
      *                   SITUACAO CADASTRAL DO CNPJ (ARQSITCNPJ)
      *        *****************************************
      *
      *  GRAVADO PELO DWSD0618 PARA O DW, UM REGISTRO POR APOLICE DO
      *  ARQAPCNPJ (COPY DWSD1015), EM ORDEM DE CNPJ E CIA/APOLICE,
      *  COM A RESPOSTA DO BUREAU PARA O CNPJ DA APOLICE.
      *  IDENT-APOLICE   : CHAVE AJUSTADA PELA NOVA CIA, COMO NO
      *                    DIMESTIP
      *  IND-RETORNO     : S = O BUREAU RESPONDEU O CNPJ / N = CNPJ
      *                    REMETIDO SEM RESPOSTA NO RETORNO (DEMAIS
      *                    CAMPOS DA RECEITA ZERADOS/EM BRANCO)
      *  COD-RETORNO, SITUACAO, DATA-SITUACAO, NOME-EMPRESARIAL E
      *  CNAE-PRINCIPAL: COMO NO RETORNO DO BUREAU (COPY DWSD1014)
      *  DESC-SITUACAO   : DESCRICAO DA SITUACAO (OU DO COD-RETORNO
      *                    QUANDO O CNPJ NAO FOI LOCALIZADO)
      *  IND-DIF-NOME    : 1 = ETP_RSOCIAL DIFERE DA RAZAO SOCIAL
      *                    OFICIAL / 0 = IGUAL OU SEM RESPOSTA
      *  IND-ATIVA       : S = APOLICE ATIVA / N = CANCELADA
      *  DATA-NOME-ARQ   : DATA-INI QUE BATIZA O DIMESTIP DO RUN
      *  DATA-CONSULTA   : DATA DE PROCESSAMENTO DO BUREAU
      *  LRECL = 250
      *  (RESP: CMS  DATA 15/10/2026)
      *--------------------------------------------------------------
       01  REG-SIT-CNPJ.
           03 IDENT-APOLICE-SIT             PIC 9(10).
           03 CNPJ-SIT.
              05 BASE-SIT                   PIC 9(08).
              05 FILIAL-SIT                 PIC 9(04).
              05 DV-SIT                     PIC 9(02).
           03 IND-RETORNO-SIT               PIC X(01).
           03 COD-RETORNO-SIT               PIC 9(02).
           03 SITUACAO-SIT                  PIC 9(02).
           03 DESC-SITUACAO-SIT             PIC X(14).
           03 DATA-SITUACAO-SIT             PIC 9(08).
           03 CNAE-PRINCIPAL-SIT            PIC 9(07).
           03 NOME-EMPRESARIAL-SIT          PIC X(150).
           03 IND-DIF-NOME-SIT              PIC 9(01).
           03 IND-ATIVA-SIT                 PIC X(01).
           03 DATA-NOME-ARQ-SIT             PIC 9(08).
           03 DATA-CONSULTA-SIT             PIC 9(08).
           03 FILLER                        PIC X(24).
