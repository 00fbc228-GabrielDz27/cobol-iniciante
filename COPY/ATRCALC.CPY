      *                ATRASO (RFP020) E O AVISO DE COBRANCA (RFP030) *
      *                PARA OS DOIS COBRAREM O MESMO VALOR NO DIA DO  *
      *                PAGAMENTO.                                     *
      *USADO POR:      RFP020, RFP030, CEP290                          *
      *REQUER DO PROGRAMA CHAMADOR:                                   *
      *                CTR-REGISTRO (COPY CONTRATO) JA LIDO,          *
      *                WS-VALOR-PARCELA, WS-DIAS-ATRASO, WS-PCT-MULTA,*
