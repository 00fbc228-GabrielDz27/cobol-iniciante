      *                DE PROCESSAMENTO, CONTADORES E CODIGO DE        *
      *                RETORNO.                                        *
      *USADO POR:      CEP020, CEP030, CEP060, CEP070, CEP080,        *
      *                CEP090, CEP110, CEP200, CTB010, CTB020, RFP040, *
      *                RFP070, CEP220, RFP080, CTB040, RFP090, CEP230, *
      *                CEP240, CEP250, RFP100, CEP270, AUD010, CTB050, *
      *                CEP300                                          *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
