      *                (DEVEDORA/CREDORA). USADO PELO GERADOR DE      *
      *                DIARIO BALANCEADO (CTB020) PARA VALIDAR E      *
      *                DESCREVER AS CONTAS DAS REGRAS DE LANCAMENTO.  *
      *USADO POR:      CTB020, CTB050                                  *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
