      *                PRIMARIA E ALTERNADA) PELO MESMO MOTIVO DO      *
      *                PARMESTR: A CHAVE ALTERNADA PRECISA DE CAMPO    *
      *                PROPRIO.                                        *
      *USADO POR:      CEP010, CAD010, CEP060, CEP220, RFP090, CEP230, *
      *                NTFCTL, CEP260, CEP270, AUD010                  *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
