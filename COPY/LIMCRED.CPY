      *----------------------------------------------------------------*
      *COPYBOOK:       LIMCRED                                         *
      *DESCRICAO:      LAYOUT DO CADASTRO DE LIMITE DE CREDITO PRE-    *
      *                APROVADO (LIMMESTR, CHAVE CPF), APURADO TODO    *
      *                MES PELO RFP090 A PARTIR DAS CONTAS DO CPF NO   *
      *                VINMESTR: SALDO MEDIO E REMUNERACAO MEDIA DOS   *
      *                ULTIMOS MESES DE MOVIMENTO, DIVIDA DOS          *
      *                CONTRATOS EM ABERTO NO PARMESTR E O PIOR        *
      *                ESTAGIO DE COBRANCA ENTRE ELES. O MOTIVO DIZ    *
      *                COMO O LIMITE SAIU. LIM-VALOR-UTILIZADO NASCE   *
      *                IGUAL A DIVIDA APURADA E E SOMADO PELO RFP010 A *
      *                CADA CONTRATO NOVO, ATE A PROXIMA APURACAO; O   *
      *                DISPONIVEL E O LIMITE MENOS O UTILIZADO.        *
      *USADO POR:      RFP090, RFP010, CAD010                          *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *14/10/2026 GFD  CRIACAO DO LAYOUT DE LIMITE PRE-APROVADO
      *----------------------------------------------------------------*
       01  LIM-REGISTRO.
           05  LIM-CHAVE.
               10  LIM-CPF              PIC 9(11).
           05  LIM-ANO-MES-APURACAO     PIC 9(06).
           05  LIM-DATA-APURACAO        PIC 9(08).
           05  LIM-QTD-CONTAS           PIC 9(03).
           05  LIM-SALDO-MEDIO          PIC S9(11)V99.
           05  LIM-REMUN-MEDIA          PIC 9(09)V99.
           05  LIM-DIVIDA-APURADA       PIC 9(11)V99.
           05  LIM-PIOR-ESTAGIO         PIC X(01).
           05  LIM-VALOR-LIMITE         PIC 9(11)V99.
           05  LIM-VALOR-UTILIZADO      PIC 9(11)V99.
           05  LIM-COD-MOTIVO           PIC X(02).
               88  LIM-MOTIVO-NORMAL        VALUE '00'.
               88  LIM-MOTIVO-SEM-SALDO     VALUE '01'.
               88  LIM-MOTIVO-COBRANCA      VALUE '02'.
               88  LIM-MOTIVO-BLOQUEIO      VALUE '03'.
               88  LIM-MOTIVO-TETO          VALUE '04'.
           05  FILLER                   PIC X(20).
