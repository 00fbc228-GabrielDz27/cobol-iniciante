      *----------------------------------------------------------------*
      *COPYBOOK:       PAGCTA                                          *
      *DESCRICAO:      CADASTRO DE PAGAMENTOS DE CONTAS E BOLETOS      *
      *                (PAGMESTR). CADA PAGAMENTO FEITO NO CAIXA       *
      *                ELETRONICO (CEP010) GRAVA UM REGISTRO, CHAVE    *
      *                DATA EFETIVA + CONTA + HORA DO REGISTRO. A DATA *
      *                EFETIVA E O DIA DO DEBITO: HOJE, OU O PROXIMO   *
      *                DIA UTIL QUANDO O PAGAMENTO E FEITO EM FIM DE   *
      *                SEMANA OU FERIADO (AGENDADO). O BATCH NOTURNO   *
      *                CEP240 DEBITA OS AGENDADOS QUE VENCERAM, MANDA  *
      *                OS DEBITADOS NO ARQUIVO DE LIQUIDACAO DA CAMARA *
      *                (LIQPAGT) E OS MARCA LIQUIDADOS NA DATA.        *
      *                O CODIGO DE BARRAS GUARDADO E O DE 44 POSICOES, *
      *                MONTADO A PARTIR DA LINHA DIGITAVEL. AGENDADO   *
      *                SEM DISPONIVEL NA DATA EFETIVA (OU CONTA        *
      *                ENCERRADA) E RECUSADO PELO CEP240 E NAO VAI A   *
      *                CAMARA.                                         *
      *USADO POR:      CEP010, CEP240, CTB020                          *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *15/10/2026 GFD  CRIACAO DO LAYOUT DE PAGAMENTO DE CONTAS
      *----------------------------------------------------------------*
       01  PGT-REGISTRO.
           05  PGT-CHAVE.
               10  PGT-DATA-EFETIVA     PIC 9(08).
               10  PGT-NUM-CONTA        PIC 9(08).
               10  PGT-HORA-REGISTRO    PIC 9(06).
           05  PGT-SW-DOCUMENTO         PIC X(01).
               88  PGT-DOC-BOLETO           VALUE 'B'.
               88  PGT-DOC-CONCESSIONARIA   VALUE 'C'.
           05  PGT-CODIGO-BARRAS        PIC X(44).
           05  PGT-DATA-VENCTO          PIC 9(08).
               88  PGT-SEM-VENCIMENTO       VALUE ZERO.
           05  PGT-VALOR                PIC 9(10)V99.
           05  PGT-DATA-REGISTRO        PIC 9(08).
           05  PGT-ID-TERMINAL          PIC X(04).
           05  PGT-SW-SITUACAO          PIC X(01).
               88  PGT-AGENDADO             VALUE 'A'.
               88  PGT-DEBITADO             VALUE 'D'.
               88  PGT-LIQUIDADO            VALUE 'L'.
               88  PGT-RECUSADO             VALUE 'R'.
           05  PGT-COD-RECUSA           PIC X(02).
               88  PGT-REC-SALDO            VALUE '01'.
               88  PGT-REC-CONTA            VALUE '02'.
           05  PGT-HORA-DEBITO          PIC 9(06).
           05  PGT-DATA-LIQUIDACAO      PIC 9(08).
           05  PGT-DATA-RECUSA          PIC 9(08).
           05  FILLER                   PIC X(12).
