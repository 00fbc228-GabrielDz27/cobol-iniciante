      *                CHAVEADO POR CPF. E A PESSOA POR TRAS DAS       *
      *                CONTAS DO CTAMESTR (CTA-CPF-TITULAR) E, POR     *
      *                MEIO DELAS, DOS CONTRATOS DO CTRMESTR.          *
      *USADO POR:      CEP010, CAD010, CEP220, RFP090, NTFCTL, AUD010  *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
