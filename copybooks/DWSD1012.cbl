      *        *****************************************
      *        DWSD1012 - LAYOUT DO ARQUIVO DE CONFLITOS
      *                   DE CNPJ (ARQCNFX)
      *        *****************************************
      *
      *  GRAVADO PELO DWSD0612 NO FIM DO RUN (SO NO RUN INTEIRO - A
      *  PARTICAO NAO PRODUZ O ARQUIVO) PARA CADASTRO. UM REGISTRO
      *  POR APOLICE DESCARTADA EM 410-TRATA-ARQSORT: TODO GRUPO DE
      *  CGC COM MAIS DE UMA APOLICE TEM UM VENCEDOR (O DETALHE TIPO
      *  1 DO DIMESTIP) E AS DEMAIS APOLICES, QUE SO CHEGAM AO DW
      *  COMO SUB-FATURA DO VENCEDOR.
      *  RAMO             : RAMO DA APOLICE VENCEDORA
      *  QTDE-APOLICES    : APOLICES DISTINTAS DO GRUPO DE CGC
      *  IND-REJ-DV-VEN   : S = VENCEDOR BARRADO PELA CRITICA DE DV
      *                     (O CGC NAO CHEGOU AO DIMESTIP) / N = NAO
      *  IND-DIF-...      : 1 = A APOLICE DESCARTADA DIVERGE DO
      *                     VENCEDOR NAQUELE DADO / 0 = IGUAL
      *                     (ENDERECO = LOGRADOURO, CEP, CIDADE OU UF)
      *  CHAVES CIA/APOLICE: AS DO OLTP (ANTES DO AJUSTE NOVA CIA)
      *  DATA-NOME-ARQ    : DATA-INI QUE BATIZA O DIMESTIP DO RUN
      *  LRECL = 330
      *  (RESP: CMS  DATA 15/10/2026)
      *--------------------------------------------------------------
       01  REG-CONFLITO.
           03 RAMO-CNF                      PIC 9(03).
           03 CGC-CNF                       PIC 9(12).
           03 QTDE-APOLICES-CNF             PIC 9(05).
           03 VENCEDOR-CNF.
              05 CIA-VEN-CNF                PIC 9(03).
              05 APOLICE-VEN-CNF            PIC 9(07).
              05 DV-VEN-CNF                 PIC 9(02).
              05 NOME-VEN-CNF               PIC X(35).
              05 ATIV-VEN-CNF               PIC 9(04).
              05 ENDERECO-VEN-CNF           PIC X(50).
              05 CEP-VEN-CNF                PIC 9(08).
              05 CIDADE-VEN-CNF             PIC X(20).
              05 UF-VEN-CNF                 PIC X(02).
              05 DATA-INIC-VEN-CNF          PIC 9(08).
              05 DATA-CANCEL-VEN-CNF        PIC 9(08).
              05 IND-REJ-DV-VEN-CNF         PIC X(01).
           03 SUPRIMIDA-CNF.
              05 CIA-SUP-CNF                PIC 9(03).
              05 APOLICE-SUP-CNF            PIC 9(07).
              05 DV-SUP-CNF                 PIC 9(02).
              05 NOME-SUP-CNF               PIC X(35).
              05 ATIV-SUP-CNF               PIC 9(04).
              05 ENDERECO-SUP-CNF           PIC X(50).
              05 CEP-SUP-CNF                PIC 9(08).
              05 CIDADE-SUP-CNF             PIC X(20).
              05 UF-SUP-CNF                 PIC X(02).
              05 RAMO-SUP-CNF               PIC 9(03).
              05 DATA-INIC-SUP-CNF          PIC 9(08).
              05 DATA-CANCEL-SUP-CNF        PIC 9(08).
           03 DIVERGENCIAS-CNF.
              05 IND-DIF-NOME-CNF           PIC 9(01).
              05 IND-DIF-ATIV-CNF           PIC 9(01).
              05 IND-DIF-DV-CNF             PIC 9(01).
              05 IND-DIF-ENDER-CNF          PIC 9(01).
           03 DATA-NOME-ARQ-CNF             PIC 9(08).
