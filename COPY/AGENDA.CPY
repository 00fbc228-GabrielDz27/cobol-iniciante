      *                MOVLOG COMO UMA TRANSFERENCIA COMUM. ORDEM QUE  *
      *                FALHA POR SALDO INSUFICIENTE FICA ATIVA E E     *
      *                RETENTADA NOS DIAS SEGUINTES DO MESMO MES.      *
      *USADO POR:      CEP010, CEP120, CEP050, AUD010                  *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
