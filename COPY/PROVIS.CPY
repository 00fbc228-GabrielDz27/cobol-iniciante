      *----------------------------------------------------------------*
      *COPYBOOK:       PROVIS                                          *
      *DESCRICAO:      LAYOUT DO HISTORICO DE CLASSIFICACAO DE RISCO E *
      *                PROVISAO PARA DEVEDORES DUVIDOSOS (PDDHIST): UM *
      *                REGISTRO POR CONTRATO EM CADA COMPETENCIA       *
      *                APURADA PELO RFP080, COM O RATING DO MES E O DO *
      *                MES ANTERIOR (ESPACOS SE O CONTRATO NAO ESTAVA  *
      *                NA CARTEIRA), A BASE (SALDO DEVEDOR) E A        *
      *                PROVISAO EXIGIDA. A SOMA DA PROVISAO DE UMA     *
      *                COMPETENCIA E O SALDO DA CONTA DE PROVISAO; O   *
      *                CTB020 LANCA A DIFERENCA ENTRE DUAS             *
      *                COMPETENCIAS SEGUIDAS.                          *
      *USADO POR:      RFP080, CTB020                                  *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *14/10/2026 GFD  CRIACAO DO LAYOUT DO HISTORICO DE PROVISAO
      *----------------------------------------------------------------*
       01  PDD-REGISTRO.
           05  PDD-CHAVE.
               10  PDD-ANO-MES          PIC 9(06).
               10  PDD-NUM-CONTRATO     PIC 9(05).
           05  PDD-DATA-APURACAO        PIC 9(08).
           05  PDD-RATING               PIC X(02).
           05  PDD-RATING-ANTERIOR      PIC X(02).
               88  PDD-CONTRATO-NOVO        VALUE SPACES.
           05  PDD-DIAS-ATRASO          PIC 9(05).
           05  PDD-ESTAGIO-COBRANCA     PIC X(01).
           05  PDD-SALDO-DEVEDOR        PIC 9(09)V99.
           05  PDD-PCT-PROVISAO         PIC 9(03)V99.
           05  PDD-VALOR-PROVISAO       PIC 9(09)V99.
           05  FILLER                   PIC X(20).
