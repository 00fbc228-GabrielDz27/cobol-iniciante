      *                CONTRATO. SUBSTITUI A TABELA CTR-TABELA-PREST   *
      *                QUE VIVIA DENTRO DO REGISTRO DO CONTRATO.       *
      *USADO POR:      RFP010, RFP020, RFP030, RFP040, CTB010, CTB020, *
      *                CAD010, AP020, CEP220, RFP080, CTB040, RFP090,  *
      *                RFP100, AUD010, CEP290                          *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
