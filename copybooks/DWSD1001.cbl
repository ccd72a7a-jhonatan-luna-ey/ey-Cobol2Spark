020926*  (RESP: CMS  DATA 02/09/2026)                                 *
020926*---------------------------------------------------------------*
020926    03 QTDE-DIAS-HORIZ-RENOV            PIC 9(003).
151026*---------------------------------------------------------------*
151026*  RETENCAO (EM MESES) DO HISTORICO DE AUDITORIA (ARQAUDIT) -   *
151026*  O DWSD0616 ARQUIVA OS REGISTROS DE RUNS MAIS ANTIGOS QUE     *
151026*  ESTE PRAZO, LIMITANDO A JANELA DA GUARDA DE VOLUME DO        *
151026*  DWSD0612. ZEROS ASSUME 013; MINIMO 002 (O MES ANTERIOR AO    *
151026*  RELATORIO TEM QUE CONTINUAR NO HISTORICO PARA A TENDENCIA).  *
151026*  (RESP: CMS  DATA 15/10/2026)                                 *
151026*---------------------------------------------------------------*
151026    03 QTDE-MESES-RETENCAO-AUD          PIC 9(003).
151026*---------------------------------------------------------------*
151026*  LIMITES DA POLITICA COMERCIAL POR RAMO (EM PERCENTUAL) PARA  *
151026*  O FEED DE CONDICOES COMERCIAIS DO DWSD0612 - A POSICAO I     *
151026*  VALE PARA O RAMO-SEL (I). CONTRATO COM DESCONTO OU BONUS     *
151026*  ACIMA DO LIMITE DO SEU RAMO SAI NO RELATORIO DE EXCECOES     *
151026*  (ARQRELCND). ZEROS = PERCENTUAL SEM CRITICA NAQUELE RAMO.    *
151026*  (RESP: CMS  DATA 15/10/2026)                                 *
151026*---------------------------------------------------------------*
151026    03 LIMITES-COND-RAMO                OCCURS 10 TIMES.
151026       05 PERC-DESC-MAX                 PIC 9(003)V9(002).
151026       05 PERC-BONUS-MAX                PIC 9(003)V9(002).
