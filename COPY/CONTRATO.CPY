      *----------------------------------------------------------------*
      *COPYBOOK:       CONTRATO                                        *
      *DESCRICAO:      LAYOUT DO CADASTRO DE CONTRATOS (CTRMESTR)      *
      *USADO POR:      RFP010, RFP020, RFP030, RFP040, RFP070, CAD010, *
      *                CTB020, CEP220, RFP080, CEP050, CTB040, RFP090, *
      *                RFP100, AUD010, CEP290                          *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *                CONTRATO ORIGINAL (ZERO = CONTRATO NORMAL),
      *                MANTENDO O VINCULO VISIVEL QUE A LIQUIDACAO +
      *                REDIGITACAO NA MAO PERDIA.
      *14/10/2026 GFD  INCLUIDO O IOF DA OPERACAO DE CREDITO (RFP010):
      *                FORMA DE COBRANCA (DESCONTADO DO DESEMBOLSO OU
      *                FINANCIADO NO PRINCIPAL), VALOR TOTAL E A
      *                PARCELA DO ADICIONAL FIXO. O REGISTRO CRESCEU
      *                (O FILLER DE RESERVA NAO COMPORTAVA OS VALORES):
      *                O CTRMESTR NO LAYOUT ANTERIOR PRECISA SER
      *                DESCARREGADO PELO UTL010 ANTES DE APLICAR O
      *                LAYOUT NOVO E RECARREGADO DEPOIS. NA RECARGA A
      *                AREA NOVA VEM EM ESPACOS -- CONTRATO ANTERIOR AO
      *                IOF, QUE TODO PROGRAMA TESTA POR
      *                CTR-IOF-NAO-APURADO ANTES DE TOCAR NOS VALORES.
      *                INCLUIDO FILLER DE RESERVA MAIOR PARA A PROXIMA
      *                EVOLUCAO.
      *----------------------------------------------------------------*
       01  CTR-REGISTRO.
           05  CTR-CHAVE.
           05  CTR-IND-CHECKPOINT           PIC 9(03).
           05  CTR-NUM-CONTRATO-ORIGEM      PIC 9(05).
           05  FILLER                       PIC X(05).
           05  CTR-SW-IOF                   PIC X(01).
               88  CTR-IOF-DESCONTADO           VALUE 'D'.
               88  CTR-IOF-FINANCIADO           VALUE 'F'.
               88  CTR-IOF-ISENTO               VALUE 'I'.
               88  CTR-IOF-NAO-APURADO          VALUE SPACE.
           05  CTR-VALOR-IOF                PIC 9(07)V99.
           05  CTR-VALOR-IOF-ADICIONAL      PIC 9(07)V99.
           05  FILLER                       PIC X(20).
