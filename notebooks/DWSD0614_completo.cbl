020926*            RICO DO ARQAUDIT (TOLERANCIA RECEBIDA NO PARM);    *
020926*            DESVIO RETEM O ENVIO COM RC=4, COMO NO DWSD0612.   *
020926* GD :             RESP: CMS               DATA: 02/09/2026      *
151026* ALTERACAO :O REGISTRO DO ARQSTATUS (COPY DWSD1003, LRECL      *
151026*            83->92) PASSA A LEVAR O INDICADOR DE RETRANSMISSAO *
151026*            ('N' NO RUN) E A DATA-INI QUE BATIZA O DIMESTIP,   *
151026*            PELA QUAL O DWSD0613 RECONCILIA A RETRANSMISSAO    *
151026*            FEITA PELO NOVO DWSD0620.                          *
151026* GD :             RESP: CMS               DATA: 15/10/2026      *
      *================================================================*

      *----------------------------------------------------------------*
           MOVE WS-TOT-DET1           TO STA-GRAVADOS-ETP.
           MOVE WS-QTD-DUP-DET1       TO STA-REJEITADOS.
           MOVE WS-MOTIVO-STATUS      TO STA-MOTIVO.
151026     MOVE 'N'                   TO STA-IND-RETRANSM.
151026     MOVE WS-AUD-DATA-NOME-ARQ  TO STA-DATA-NOME-ARQ.

           WRITE REG-STATUS-RUN.

