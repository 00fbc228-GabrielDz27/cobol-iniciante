      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *02/09/2026 GFD  CRIACAO DO PROGRAMA
      *14/10/2026 GFD  A SIMULACAO PASSA A MOSTRAR O IOF DA OPERACAO
      *                (COPYBOOK IOFCALC, O MESMO CALCULO DA
      *                CONTRATACAO NO RFP010) E O VALOR LIQUIDO QUE O
      *                CLIENTE RECEBE COM O IOF DESCONTADO; NO
      *                COMPARATIVO O IOF DE CADA TABELA SAI LADO A
      *                LADO. O VENCIMENTO PASSA A SER CALCULADO EM
      *                TODA PARCELA, POIS O IOF DEPENDE DELE.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFP060.
       77 WS-TAXA-VIGENTE         PIC 9(02)V9(04) VALUE ZERO.
       77 WS-COD-RETORNO-TAXA     PIC 9(02) VALUE ZERO.

      *----------------------------------------------------------------*
      *IOF DA OPERACAO DE CREDITO (COPYBOOK IOFCALC) -- AS MESMAS      *
      *ALIQUOTAS DO RFP010.                                            *
      *----------------------------------------------------------------*
       77 WS-PCT-IOF-DIARIO       PIC 9(01)V9(04) VALUE 0.0082.
       77 WS-PCT-IOF-ADICIONAL    PIC 9(01)V99 VALUE 0.38.
       77 WS-IOF-MAX-DIAS         PIC 9(03) VALUE 365.
       77 WS-IOF-DATA-BASE        PIC 9(08) VALUE ZERO.
       77 WS-IOF-DATA-VENCTO      PIC 9(08) VALUE ZERO.
       77 WS-IOF-AMORT            PIC 9(07)V99 VALUE ZERO.
       77 WS-IOF-DIAS             PIC 9(05) VALUE ZERO.
       77 WS-IOF-BASE             PIC 9(09)V99 VALUE ZERO.
       77 WS-VALOR-IOF-DIARIO     PIC 9(07)V9(06) VALUE ZERO.
       77 WS-VALOR-IOF-ADICIONAL  PIC 9(07)V99 VALUE ZERO.
       77 WS-VALOR-IOF-TOTAL      PIC 9(07)V99 VALUE ZERO.
       77 WS-VALOR-LIQUIDO        PIC 9(09)V99 VALUE ZERO.
       77 WS-IOF-PRICE            PIC 9(07)V99 VALUE ZERO.
       77 WS-IOF-SAC              PIC 9(07)V99 VALUE ZERO.

       01 WS-COT-CABECALHO.
           05 FILLER              PIC X(22) VALUE
              "COTACAO DE CREDITO -- ".
           05 FILLER              PIC X(15) VALUE "  TOTAL JUROS: ".
           05 WS-TOT-JUROS        PIC Z(10)9.99.

       01 WS-COT-IOF.
           05 FILLER              PIC X(05) VALUE "IOF: ".
           05 WS-IOF-TOTAL        PIC Z(6)9.99.
           05 FILLER              PIC X(13) VALUE " (ADICIONAL ".
           05 WS-IOF-ADICIONAL    PIC Z(6)9.99.
           05 FILLER              PIC X(28) VALUE
              ")  LIQUIDO C/IOF DESCONTADO ".
           05 WS-IOF-LIQUIDO      PIC Z(8)9.99.

       01 WS-COT-COMPARA.
           05 WS-CMP-ROTULO       PIC X(18).
           05 FILLER              PIC X(08) VALUE "  PRICE ".
               MOVE ZERO TO WS-TOTAL-JUROS
               MOVE ZERO TO WS-PRIMEIRA-PARCELA
               MOVE ZERO TO WS-ULTIMA-PARCELA
               MOVE ZERO TO WS-VALOR-IOF-DIARIO
               MOVE WS-DATA-HOJE TO WS-IOF-DATA-BASE
               MOVE WS-VALOR-FINANCIADO TO WS-SALDO-DEV
               IF WS-SIM-PRICE
                   PERFORM 3050-CALCULAR-FATOR-PRICE
               END-IF
               PERFORM 3100-SIMULAR-PARCELA
                       VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > WS-NUM-PRESTACAO
               MOVE WS-VALOR-FINANCIADO TO WS-IOF-BASE
               PERFORM 7150-TOTALIZAR-IOF.

           3050-CALCULAR-FATOR-PRICE.
               COMPUTE WS-FATOR-PRICE =
                   MOVE WS-VALOR-PARCELA TO WS-PRIMEIRA-PARCELA
               END-IF
               MOVE WS-VALOR-PARCELA TO WS-ULTIMA-PARCELA
               PERFORM 3500-CALCULAR-VENCIMENTO
               MOVE WS-VALOR-AMORT TO WS-IOF-AMORT
               MOVE WS-DATA-VENCTO-NOVA TO WS-IOF-DATA-VENCTO
               PERFORM 7100-ACUMULAR-IOF-PARCELA
               IF WS-GRAVA-DETALHE
                   PERFORM 3600-GRAVAR-DETALHE
               END-IF.

               MOVE WS-COT-TOTAIS TO COT-REGISTRO
               WRITE COT-REGISTRO
               DISPLAY "TOTAL PAGO: " WS-TOTAL-PAGO
                       "  TOTAL JUROS: " WS-TOTAL-JUROS
               COMPUTE WS-VALOR-LIQUIDO =
                       WS-VALOR-FINANCIADO - WS-VALOR-IOF-TOTAL
               MOVE WS-VALOR-IOF-TOTAL TO WS-IOF-TOTAL
               MOVE WS-VALOR-IOF-ADICIONAL TO WS-IOF-ADICIONAL
               MOVE WS-VALOR-LIQUIDO TO WS-IOF-LIQUIDO
               MOVE WS-COT-IOF TO COT-REGISTRO
               WRITE COT-REGISTRO
               DISPLAY "IOF: " WS-VALOR-IOF-TOTAL
                       "  (ADICIONAL: " WS-VALOR-IOF-ADICIONAL ")"
                       "  LIQUIDO COM IOF DESCONTADO: "
                       WS-VALOR-LIQUIDO.

      *----------------------------------------------------------------*
      *5000: COMPARATIVO -- SIMULA AS DUAS TABELAS SEM DETALHE E       *
      *      IMPRIME PRIMEIRA/ULTIMA PARCELA, TOTAL PAGO E TOTAL DE    *
      *      JUROS E IOF LADO A LADO.                                  *
      *----------------------------------------------------------------*
           5000-COMPARAR-PRICE-SAC.
               MOVE 'N' TO WS-SW-GRAVA-DETALHE
               MOVE WS-ULTIMA-PARCELA TO WS-ULT-PRICE
               MOVE WS-TOTAL-PAGO TO WS-TOT-PAGO-PRICE
               MOVE WS-TOTAL-JUROS TO WS-TOT-JUROS-PRICE
               MOVE WS-VALOR-IOF-TOTAL TO WS-IOF-PRICE
               MOVE 'S' TO WS-TIPO-SIMULADO
               PERFORM 3000-SIMULAR-TABELA
               MOVE WS-PRIMEIRA-PARCELA TO WS-PRI-SAC
               MOVE WS-ULTIMA-PARCELA TO WS-ULT-SAC
               MOVE WS-TOTAL-PAGO TO WS-TOT-PAGO-SAC
               MOVE WS-TOTAL-JUROS TO WS-TOT-JUROS-SAC
               MOVE WS-VALOR-IOF-TOTAL TO WS-IOF-SAC
               MOVE "COMP " TO WS-CAB-TIPO
               MOVE WS-VALOR-FINANCIADO TO WS-CAB-VALOR
               MOVE WS-TAXA-JUROS-MES TO WS-CAB-TAXA
               MOVE "TOTAL DE JUROS...." TO WS-CMP-ROTULO
               MOVE WS-TOT-JUROS-PRICE TO WS-CMP-PRICE
               MOVE WS-TOT-JUROS-SAC TO WS-CMP-SAC
               PERFORM 5100-GRAVAR-LINHA-COMPARA
               MOVE "IOF DA OPERACAO..." TO WS-CMP-ROTULO
               MOVE WS-IOF-PRICE TO WS-CMP-PRICE
               MOVE WS-IOF-SAC TO WS-CMP-SAC
               PERFORM 5100-GRAVAR-LINHA-COMPARA.

           5100-GRAVAR-LINHA-COMPARA.
               DISPLAY WS-CMP-ROTULO " PRICE: " WS-CMP-PRICE
                       "  SAC: " WS-CMP-SAC.

      *----------------------------------------------------------------*
      *7100/7150: CALCULO DO IOF COMPARTILHADO COM A CONTRATACAO       *
      *      (RFP010) VIA O COPYBOOK IOFCALC.                          *
      *----------------------------------------------------------------*
       COPY IOFCALC.

           END PROGRAM RFP060.
