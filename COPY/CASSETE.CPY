      *----------------------------------------------------------------*
      *COPYBOOK:       CASSETE                                         *
      *DESCRICAO:      LAYOUT DO INVENTARIO DE CEDULAS DO CAIXA (CASMEST)*
      *USADO POR:      CEP010, CEP040, CEP070, CEP080, CEP190, AUD010  *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
