      *                ELETRONICO E O BATCH DE DESEMBOLSO), PARA QUE  *
      *                O ROLLOVER E O JUROS SO ACONTECAM UMA VEZ POR  *
      *                DIA, NAO IMPORTA QUEM TOQUE A CONTA PRIMEIRO.  *
      *USADO POR:      CEP010, CEP030, CEP110, CEP190, CEP200, RFP040, *
      *                CEP050, CEP230, CEP240, CEP270, CEP290          *
      *REQUER DO PROGRAMA CHAMADOR:                                   *
      *                CTA-REGISTRO (COPY CTACAD) JA LIDO DA CONTA,   *
      *                LOG-REGISTRO (COPY CTALOG) E O ARQUIVO MOVLOG  *
