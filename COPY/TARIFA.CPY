      *----------------------------------------------------------------*
      *COPYBOOK:       TARIFA                                          *
      *DESCRICAO:      LAYOUT DO MESTRE DE TARIFAS (TARMESTR),         *
      *                CHAVEADO POR EVENTO TARIFAVEL + DATA DE         *
      *                VIGENCIA, COMO O MESTRE DE TAXAS (TAXMESTR): A  *
      *                TARIFA VIGENTE DE UM EVENTO NUMA DATA E A DE    *
      *                MAIOR VIGENCIA MENOR OU IGUAL A DATA. CADA      *
      *                VIGENCIA TRAZ O VALOR UNITARIO E A QUANTIDADE   *
      *                DE EVENTOS ISENTOS NO MES (A FRANQUIA -- SO O   *
      *                QUE PASSA DELA E COBRADO). MANTIDO PELO TAR010, *
      *                COBRADO PELO CEP200.                            *
      *USADO POR:      TAR010, CEP200                                  *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *14/10/2026 GFD  CRIACAO DO LAYOUT DO MESTRE DE TARIFAS
      *----------------------------------------------------------------*
       01  TAR-REGISTRO.
           05  TAR-CHAVE.
               10  TAR-COD-EVENTO       PIC X(02).
                   88  TAR-EVT-SAQUE        VALUE 'SQ'.
                   88  TAR-EVT-TRANSF       VALUE 'TR'.
                   88  TAR-EVT-AGENDADA     VALUE 'AG'.
                   88  TAR-EVT-EXTRATO      VALUE 'EX'.
                   88  TAR-EVT-VALIDO       VALUES 'SQ' 'TR' 'AG'
                                                   'EX'.
               10  TAR-DATA-VIGENCIA    PIC 9(08).
           05  TAR-VALOR                PIC 9(05)V99.
           05  TAR-QTD-ISENTA           PIC 9(03).
           05  FILLER                   PIC X(10).
