      *                CAIXA ELETRONICO (SUCESSO, FALHA OU BLOQUEIO),  *
      *                PARA A REVISAO DE FRAUDE (CEP100) RESPONDER     *
      *                "TODAS AS TENTATIVAS CONTRA A CONTA X".         *
      *USADO POR:      CEP010, CEP050, CEP100, CEP190, CEP260, CEP290  *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
