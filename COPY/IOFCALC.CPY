      *----------------------------------------------------------------*
      *COPYBOOK:       IOFCALC                                        *
      *DESCRICAO:      CALCULO DO IOF DA OPERACAO DE CREDITO: ALIQUOTA*
      *                DIARIA (WS-PCT-IOF-DIARIO) SOBRE A AMORTIZACAO *
      *                DE CADA PARCELA PELOS DIAS CORRIDOS ENTRE A    *
      *                CONTRATACAO E O VENCIMENTO, LIMITADOS A        *
      *                WS-IOF-MAX-DIAS (365), MAIS A ALIQUOTA         *
      *                ADICIONAL FIXA (WS-PCT-IOF-ADICIONAL) SOBRE O  *
      *                VALOR DA OPERACAO. O 7100 E EXECUTADO UMA VEZ  *
      *                POR PARCELA E ACUMULA A PARTE DIARIA; O 7150   *
      *                FECHA O TOTAL. COMPARTILHADO ENTRE A           *
      *                CONTRATACAO (RFP010) E A SIMULACAO (RFP060)    *
      *                PARA A COTACAO MOSTRAR O MESMO IOF COBRADO.    *
      *USADO POR:      RFP010, RFP060                                 *
      *REQUER DO PROGRAMA CHAMADOR:                                   *
      *                WS-PCT-IOF-DIARIO, WS-PCT-IOF-ADICIONAL,       *
      *                WS-IOF-MAX-DIAS, WS-IOF-DATA-BASE,             *
      *                WS-IOF-DATA-VENCTO, WS-IOF-AMORT, WS-IOF-DIAS, *
      *                WS-IOF-BASE, WS-VALOR-IOF-DIARIO,              *
      *                WS-VALOR-IOF-ADICIONAL E WS-VALOR-IOF-TOTAL EM *
      *                WORKING-STORAGE. O CHAMADOR ZERA               *
      *                WS-VALOR-IOF-DIARIO ANTES DA PRIMEIRA PARCELA. *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *14/10/2026 GFD  CRIACAO -- O IOF ERA CALCULADO EM PLANILHA NA
      *                AGENCIA E NAO FICAVA REGISTRADO NO CONTRATO.
      *----------------------------------------------------------------*
           7100-ACUMULAR-IOF-PARCELA.
               COMPUTE WS-IOF-DIAS =
                       FUNCTION INTEGER-OF-DATE(WS-IOF-DATA-VENCTO) -
                       FUNCTION INTEGER-OF-DATE(WS-IOF-DATA-BASE)
               IF WS-IOF-DIAS > WS-IOF-MAX-DIAS
                   MOVE WS-IOF-MAX-DIAS TO WS-IOF-DIAS
               END-IF
               COMPUTE WS-VALOR-IOF-DIARIO =
                       WS-VALOR-IOF-DIARIO +
                       WS-IOF-AMORT * (WS-PCT-IOF-DIARIO / 100) *
                       WS-IOF-DIAS.

           7150-TOTALIZAR-IOF.
               COMPUTE WS-VALOR-IOF-ADICIONAL ROUNDED =
                       WS-IOF-BASE * (WS-PCT-IOF-ADICIONAL / 100)
               COMPUTE WS-VALOR-IOF-TOTAL ROUNDED =
                       WS-VALOR-IOF-DIARIO + WS-VALOR-IOF-ADICIONAL.
