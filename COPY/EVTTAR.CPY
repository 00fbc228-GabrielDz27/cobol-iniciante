      *----------------------------------------------------------------*
      *COPYBOOK:       EVTTAR                                          *
      *DESCRICAO:      LAYOUT DO ARQUIVO DE EVENTOS TARIFAVEIS FORA DO *
      *                DIARIO (TAREVT): SERVICO PRESTADO A CONTA QUE   *
      *                NAO MOVIMENTA SALDO E POR ISSO NAO DEIXA        *
      *                REGISTRO NO MOVLOG -- HOJE, O EXTRATO IMPRESSO  *
      *                (CEP060 MENSAL, CEP130 POR PERIODO). CHAVEADO   *
      *                POR CONTA + DATA + HORA + PROGRAMA DE ORIGEM,   *
      *                PARA A COBRANCA MENSAL (CEP200) LER SO A FAIXA  *
      *                DA CONTA NO MES.                                *
      *USADO POR:      CEP060, CEP130, CEP200                          *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *14/10/2026 GFD  CRIACAO DO LAYOUT DE EVENTOS TARIFAVEIS
      *----------------------------------------------------------------*
       01  EVT-REGISTRO.
           05  EVT-CHAVE.
               10  EVT-NUM-CONTA        PIC 9(08).
               10  EVT-DATA             PIC 9(08).
               10  EVT-HORA             PIC 9(06).
               10  EVT-ORIGEM           PIC X(06).
           05  EVT-COD-EVENTO           PIC X(02).
               88  EVT-EXTRATO              VALUE 'EX'.
           05  EVT-REFERENCIA           PIC X(16).
           05  FILLER                   PIC X(10).
