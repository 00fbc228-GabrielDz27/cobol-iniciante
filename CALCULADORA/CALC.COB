      *                VEZ DE PRODUZIR RELATORIO CURTO EM SILENCIO. O
      *                RELCALC FECHA COM A LINHA DE RESUMO (LIDOS /
      *                PROCESSADOS / REJEITADOS).
      *15/10/2026 GFD  MODO LOTE GANHA AS OPERACOES FINANCEIRAS C
      *                (VALOR FUTURO), V (VALOR PRESENTE), P
      *                (PRESTACAO PRICE, MESMA FORMULA DO RFP010),
      *                A/M (TAXA MENSAL <-> ANUAL EQUIVALENTE) E N
      *                (NUMERO DE PERIODOS). O REGISTRO DO
      *                LOTECALC PASSA A TER O TERCEIRO OPERANDO
      *                (PRAZO OU PARCELA), QUE AS OPERACOES + - *
      *                / IGNORAM; HISTCALC E REJCALC GANHAM O
      *                MESMO CAMPO. NOVOS MOTIVOS DE REJEICAO 03 A
      *                06 (QUANTIDADE DE OPERANDOS, TAXA, PRAZO E
      *                PARCELA QUE NAO AMORTIZA).
      *15/10/2026 GFD  O TEXTO DO MOTIVO 02 DO REJCALC E ABREVIADO
      *                PARA CABER NO REJC-MOTIVO, QUE O CORTAVA.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC.
           05  LOTE-OPCAO           PIC X(01).
               88  LOTE-REG-HEADER      VALUE 'H'.
               88  LOTE-REG-TRAILER     VALUE 'T'.
               88  LOTE-OPER-ARITMETICA VALUE '+' '-' '*' '/'.
               88  LOTE-OPER-FINANCEIRA VALUE 'C' 'V' 'P' 'A' 'M'
                                              'N'.
               88  LOTE-OPER-TAXA       VALUE 'A' 'M'.
               88  LOTE-OPER-PRAZO      VALUE 'C' 'V' 'P'.
           05  LOTE-NUM1            PIC 9(10).
           05  LOTE-NUM2            PIC 9(10).
           05  LOTE-NUM3            PIC 9(10).
       01  LOTE-REGISTRO-BRUTO REDEFINES LOTE-REGISTRO.
           05  FILLER               PIC X(01).
           05  LOTE-NUM1-X          PIC X(10).
           05  LOTE-NUM2-X          PIC X(10).
           05  LOTE-NUM3-X          PIC X(10).
      *----------------------------------------------------------------*
      *VISAO DAS OPERACOES FINANCEIRAS: VALOR COM CENTAVOS, TAXA EM %  *
      *COM 6 DECIMAIS E, NO TERCEIRO OPERANDO, O PRAZO EM PERIODOS     *
      *(C, V, P) OU O VALOR DA PARCELA (N). A E M SO USAM A TAXA.      *
      *----------------------------------------------------------------*
       01  LOTE-REGISTRO-FIN REDEFINES LOTE-REGISTRO.
           05  FILLER               PIC X(01).
           05  LOTE-FIN-VALOR       PIC 9(08)V99.
           05  LOTE-FIN-TAXA        PIC 9(04)V9(06).
           05  LOTE-FIN-PRAZO       PIC 9(10).
           05  LOTE-FIN-PARCELA REDEFINES LOTE-FIN-PRAZO
                                    PIC 9(08)V99.

       FD  RELCALC.
       01  REL-REGISTRO.
           05  REL-RES              PIC Z(9)9.99.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  REL-MSG              PIC X(20).
       01  REL-REGISTRO-FIN.
           05  REL-FIN-OPCAO        PIC X(01).
           05  FILLER               PIC X(01).
           05  REL-FIN-VALOR        PIC Z(7)9.99.
           05  FILLER               PIC X(01).
           05  REL-FIN-TAXA         PIC Z(3)9.9999.
           05  FILLER               PIC X(01).
           05  REL-FIN-OPERANDO3    PIC Z(7)9.99.
           05  REL-FIN-PRAZO REDEFINES REL-FIN-OPERANDO3
                                    PIC Z(10)9.
           05  FILLER               PIC X(01).
           05  REL-FIN-RES          PIC Z(9)9.99.
           05  REL-FIN-RES-TAXA REDEFINES REL-FIN-RES
                                    PIC Z(7)9.9999.
           05  FILLER               PIC X(01).
           05  REL-FIN-MSG          PIC X(16).

       FD  REJCALC.
       01  REJC-REGISTRO.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  REJC-NUM2            PIC X(10).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  REJC-NUM3            PIC X(10).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  REJC-COD-MOTIVO      PIC X(02).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  REJC-MOTIVO          PIC X(20).
           05  HIST-HORA            PIC 9(06).
           05  HIST-OPCAO           PIC X(01).
           05  HIST-NUM1            PIC 9(10).
           05  HIST-FIN-VALOR REDEFINES HIST-NUM1
                                    PIC 9(08)V99.
           05  HIST-NUM2            PIC 9(10).
           05  HIST-FIN-TAXA REDEFINES HIST-NUM2
                                    PIC 9(04)V9(06).
           05  HIST-RES             PIC 9(10)V9(2).
           05  HIST-RES-TAXA REDEFINES HIST-RES
                                    PIC 9(08)V9(04).
           05  HIST-NUM3            PIC 9(10).
           05  HIST-FIN-PARCELA REDEFINES HIST-NUM3
                                    PIC 9(08)V99.

       WORKING-STORAGE SECTION.
           01 NUM1 PIC 9(10).
           01 NUM2 PIC 9(10).
           01 RES PIC 9(10)V9(2).
           01 OPCAO PIC X.
               88 OPCAO-FINANCEIRA VALUE 'C' 'V' 'P' 'A' 'M' 'N'.

           77 WS-STATUS-LOTECALC    PIC X(02) VALUE SPACES.
           77 WS-STATUS-RELCALC     PIC X(02) VALUE SPACES.
           77 WS-QTD-REJEITADOS     PIC 9(05) VALUE ZERO.
           77 WS-QTD-ESPERADA       PIC 9(05) VALUE ZERO.

           77 WS-FIN-VALOR          PIC 9(08)V99 VALUE ZERO.
           77 WS-FIN-TAXA           PIC 9(04)V9(06) VALUE ZERO.
           77 WS-FIN-PRAZO          PIC 9(10) VALUE ZERO.
           77 WS-FIN-PARCELA        PIC 9(08)V99 VALUE ZERO.
           77 WS-FATOR-PRICE        PIC 9(05)V9(10) VALUE ZERO.
           77 WS-RES-TAXA           PIC 9(08)V9(04) VALUE ZERO.
           77 WS-JUROS-PERIODO      PIC 9(10)V9(06) VALUE ZERO.
           77 WS-PRAZO-MAXIMO       PIC 9(04) VALUE 480.
           77 WS-TAXA-MES-MAXIMA    PIC 9(04)V9(06) VALUE 100.
           77 WS-SW-ESTOURO         PIC X(01) VALUE 'N'.
               88 WS-ESTOURO            VALUE 'S'.

           01 WS-RESUMO-LOTE.
               05 FILLER            PIC X(09) VALUE "RESUMO - ".
               05 FILLER            PIC X(07) VALUE "LIDOS: ".
               END-IF.

      *----------------------------------------------------------------*
      *3000: MODO LOTE - LE UM REGISTRO (OPERACAO E ATE 3 OPERANDOS) *
      *      DE CADA VEZ E GRAVA O RESULTADO NO RELATORIO.             *
      *----------------------------------------------------------------*
           3000-PROCESSAR-LOTE.

           3300-VALIDAR-REGISTRO.
               MOVE 'S' TO WS-SW-REG-VALIDO
               IF NOT LOTE-OPER-ARITMETICA AND
                  NOT LOTE-OPER-FINANCEIRA
                   MOVE "01" TO REJC-COD-MOTIVO
                   MOVE "OPERADOR INVALIDO" TO REJC-MOTIVO
                   PERFORM 3350-GRAVAR-REJEITADO
                   IF LOTE-NUM1 NOT NUMERIC OR
                      LOTE-NUM2 NOT NUMERIC
                       MOVE "02" TO REJC-COD-MOTIVO
                       MOVE "OPERANDO NAO NUMER." TO REJC-MOTIVO
                       PERFORM 3350-GRAVAR-REJEITADO
                   ELSE
                       IF LOTE-OPER-FINANCEIRA
                           PERFORM 3310-VALIDAR-FINANCEIRA
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *3310: OPERACOES FINANCEIRAS. C, V E P EXIGEM VALOR, TAXA E      *
      *      PRAZO; N EXIGE VALOR, TAXA E PARCELA; A E M SO A TAXA (O  *
      *      VALOR E O TERCEIRO OPERANDO VEM ZERADOS). A TAXA MENSAL   *
      *      VAI ATE WS-TAXA-MES-MAXIMA (M RECEBE TAXA ANUAL, SEM      *
      *      TETO), O PRAZO ATE WS-PRAZO-MAXIMO PERIODOS, E EM N A     *
      *      PARCELA TEM DE SER MAIOR QUE OS JUROS DO PRIMEIRO PERIODO *
      *      -- SENAO O SALDO NUNCA E AMORTIZADO.                      *
      *      MOTIVOS: 03 QUANTIDADE DE OPERANDOS, 04 TAXA, 05 PRAZO,   *
      *      06 PARCELA QUE NAO AMORTIZA.                              *
      *----------------------------------------------------------------*
           3310-VALIDAR-FINANCEIRA.
               EVALUATE TRUE
                   WHEN LOTE-NUM3 NOT NUMERIC
                       MOVE "02" TO REJC-COD-MOTIVO
                       MOVE "OPERANDO NAO NUMER." TO REJC-MOTIVO
                       PERFORM 3350-GRAVAR-REJEITADO
                   WHEN LOTE-OPER-TAXA AND
                        (LOTE-FIN-VALOR NOT = ZERO OR
                         LOTE-NUM3 NOT = ZERO)
                       MOVE "03" TO REJC-COD-MOTIVO
                       MOVE "QTD OPERANDOS ERRADA" TO REJC-MOTIVO
                       PERFORM 3350-GRAVAR-REJEITADO
                   WHEN NOT LOTE-OPER-TAXA AND
                        (LOTE-FIN-VALOR = ZERO OR
                         LOTE-NUM3 = ZERO)
                       MOVE "03" TO REJC-COD-MOTIVO
                       MOVE "QTD OPERANDOS ERRADA" TO REJC-MOTIVO
                       PERFORM 3350-GRAVAR-REJEITADO
                   WHEN LOTE-FIN-TAXA = ZERO
                       MOVE "04" TO REJC-COD-MOTIVO
                       MOVE "TAXA FORA DA FAIXA" TO REJC-MOTIVO
                       PERFORM 3350-GRAVAR-REJEITADO
                   WHEN LOTE-OPCAO NOT = 'M' AND
                        LOTE-FIN-TAXA > WS-TAXA-MES-MAXIMA
                       MOVE "04" TO REJC-COD-MOTIVO
                       MOVE "TAXA FORA DA FAIXA" TO REJC-MOTIVO
                       PERFORM 3350-GRAVAR-REJEITADO
                   WHEN LOTE-OPER-PRAZO AND
                        LOTE-FIN-PRAZO > WS-PRAZO-MAXIMO
                       MOVE "05" TO REJC-COD-MOTIVO
                       MOVE "PRAZO FORA DA FAIXA" TO REJC-MOTIVO
                       PERFORM 3350-GRAVAR-REJEITADO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-REG-VALIDO AND LOTE-OPCAO = 'N'
                   COMPUTE WS-JUROS-PERIODO =
                           LOTE-FIN-VALOR * (LOTE-FIN-TAXA / 100)
                   IF LOTE-FIN-PARCELA NOT > WS-JUROS-PERIODO
                       MOVE "06" TO REJC-COD-MOTIVO
                       MOVE "PARCELA NAO AMORTIZA" TO REJC-MOTIVO
                       PERFORM 3350-GRAVAR-REJEITADO
                   END-IF
               END-IF.
               MOVE LOTE-OPCAO TO REJC-OPCAO
               MOVE LOTE-NUM1-X TO REJC-NUM1
               MOVE LOTE-NUM2-X TO REJC-NUM2
               MOVE LOTE-NUM3-X TO REJC-NUM3
               WRITE REJC-REGISTRO
               ADD 1 TO WS-QTD-REJEITADOS.

           3400-CALCULAR-E-RELATAR.
               MOVE LOTE-OPCAO TO OPCAO
               IF LOTE-OPER-FINANCEIRA
                   PERFORM 3450-CALCULAR-E-RELATAR-FIN
               ELSE
                   MOVE LOTE-NUM1  TO NUM1
                   MOVE LOTE-NUM2  TO NUM2
                   PERFORM 5000-CALCULAR-OPERACAO
                   MOVE OPCAO TO REL-OPCAO
                   MOVE NUM1  TO REL-NUM1
                   MOVE NUM2  TO REL-NUM2
                   IF WS-DIVISAO-ZERO
                       MOVE ZERO TO REL-RES
                       MOVE "DIVISAO POR ZERO" TO REL-MSG
                   ELSE
                       MOVE RES TO REL-RES
                       MOVE SPACES TO REL-MSG
                   END-IF
                   WRITE REL-REGISTRO
               END-IF
               ADD 1 TO WS-QTD-PROCESSADOS
               PERFORM 6000-GRAVAR-HISTORICO.

      *----------------------------------------------------------------*
      *3450: OPERACAO FINANCEIRA -- MESMO CALCULO (5000), LINHA PROPRIA*
      *      NO RELCALC COM VALOR, TAXA, PRAZO OU PARCELA E O RESULTADO*
      *      (TAXA EQUIVALENTE COM 4 DECIMAIS EM A E M).               *
      *----------------------------------------------------------------*
           3450-CALCULAR-E-RELATAR-FIN.
               MOVE ZERO TO NUM1
               MOVE ZERO TO NUM2
               MOVE LOTE-FIN-VALOR TO WS-FIN-VALOR
               MOVE LOTE-FIN-TAXA  TO WS-FIN-TAXA
               IF LOTE-OPCAO = 'N'
                   MOVE ZERO TO WS-FIN-PRAZO
                   MOVE LOTE-FIN-PARCELA TO WS-FIN-PARCELA
               ELSE
                   MOVE LOTE-FIN-PRAZO TO WS-FIN-PRAZO
                   MOVE ZERO TO WS-FIN-PARCELA
               END-IF
               PERFORM 5000-CALCULAR-OPERACAO
               MOVE SPACES TO REL-REGISTRO-FIN
               MOVE OPCAO TO REL-FIN-OPCAO
               MOVE WS-FIN-VALOR TO REL-FIN-VALOR
               MOVE WS-FIN-TAXA TO REL-FIN-TAXA
               IF OPCAO = 'N'
                   MOVE WS-FIN-PARCELA TO REL-FIN-OPERANDO3
               ELSE
                   MOVE WS-FIN-PRAZO TO REL-FIN-PRAZO
               END-IF
               IF LOTE-OPER-TAXA
                   MOVE WS-RES-TAXA TO REL-FIN-RES-TAXA
               ELSE
                   MOVE RES TO REL-FIN-RES
               END-IF
               EVALUATE TRUE
                   WHEN WS-ESTOURO
                       MOVE "ESTOURO CAPACID." TO REL-FIN-MSG
                   WHEN OPCAO = 'C'
                       MOVE "VALOR FUTURO" TO REL-FIN-MSG
                   WHEN OPCAO = 'V'
                       MOVE "VALOR PRESENTE" TO REL-FIN-MSG
                   WHEN OPCAO = 'P'
                       MOVE "PRESTACAO PRICE" TO REL-FIN-MSG
                   WHEN OPCAO = 'A'
                       MOVE "TAXA ANUAL EQUIV" TO REL-FIN-MSG
                   WHEN OPCAO = 'M'
                       MOVE "TAXA MES EQUIV" TO REL-FIN-MSG
                   WHEN OTHER
                       MOVE "NUM. PERIODOS" TO REL-FIN-MSG
               END-EVALUATE
               WRITE REL-REGISTRO-FIN.

      *----------------------------------------------------------------*
      *3500: LOTE SEM TRAILER OU COM CONTAGEM DIFERENTE DA LIDA E      *
      *      ABORTADO -- A MARCA DE ABORTO VAI PARA O PROPRIO RELCALC  *
                       ELSE
                           COMPUTE RES = NUM1 / NUM2
                       END-IF
                   WHEN 'C' WHEN 'V' WHEN 'P' WHEN 'A' WHEN 'M'
                   WHEN 'N'
                       IF WS-MODO-LOTE
                           PERFORM 5100-CALCULAR-FINANCEIRA
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      *----------------------------------------------------------------*
      *5100: OPERACOES FINANCEIRAS DO MODO LOTE SOBRE WS-FIN-VALOR,    *
      *      WS-FIN-TAXA (% AO PERIODO) E WS-FIN-PRAZO/WS-FIN-PARCELA. *
      *      C/V/P USAM O MESMO FATOR (1 + I) ** N E A MESMA FORMULA DA*
      *      PRESTACAO DO RFP010 (2050-CALCULAR-FATOR-PRICE), PARA O   *
      *      CONFERIDO BATER COM O CONTRATO. A E M CONVERTEM A TAXA    *
      *      MENSAL EM ANUAL EQUIVALENTE E VICE-VERSA (RESULTADO EM    *
      *      WS-RES-TAXA); N DEVOLVE EM RES O NUMERO DE PERIODOS PARA  *
      *      A PARCELA QUITAR O VALOR. RESULTADO QUE NAO CABE NOS      *
      *      CAMPOS LIGA WS-ESTOURO E SAI ZERADO.                      *
      *----------------------------------------------------------------*
           5100-CALCULAR-FINANCEIRA.
               MOVE 'N' TO WS-SW-ESTOURO
               MOVE ZERO TO RES
               MOVE ZERO TO WS-RES-TAXA
               EVALUATE OPCAO
                   WHEN 'C'
                       PERFORM 5110-CALCULAR-FATOR
                       IF NOT WS-ESTOURO
                           COMPUTE RES ROUNDED =
                                   WS-FIN-VALOR * WS-FATOR-PRICE
                               ON SIZE ERROR
                                   MOVE 'S' TO WS-SW-ESTOURO
                           END-COMPUTE
                       END-IF
                   WHEN 'V'
                       PERFORM 5110-CALCULAR-FATOR
                       IF NOT WS-ESTOURO
                           COMPUTE RES ROUNDED =
                                   WS-FIN-VALOR / WS-FATOR-PRICE
                       END-IF
                   WHEN 'P'
                       PERFORM 5110-CALCULAR-FATOR
                       IF NOT WS-ESTOURO
                           COMPUTE RES ROUNDED =
                                   (WS-FIN-VALOR *
                                    (WS-FIN-TAXA / 100) *
                                    WS-FATOR-PRICE) /
                                   (WS-FATOR-PRICE - 1)
                               ON SIZE ERROR
                                   MOVE 'S' TO WS-SW-ESTOURO
                           END-COMPUTE
                       END-IF
                   WHEN 'A'
                       COMPUTE WS-RES-TAXA ROUNDED =
                               ((1 + (WS-FIN-TAXA / 100)) ** 12 - 1)
                               * 100
                           ON SIZE ERROR
                               MOVE 'S' TO WS-SW-ESTOURO
                       END-COMPUTE
                   WHEN 'M'
                       COMPUTE WS-RES-TAXA ROUNDED =
                               ((1 + (WS-FIN-TAXA / 100)) ** (1 / 12)
                                - 1) * 100
                   WHEN 'N'
                       COMPUTE RES ROUNDED =
                               FUNCTION LOG(WS-FIN-PARCELA /
                                   (WS-FIN-PARCELA -
                                    WS-FIN-VALOR *
                                    (WS-FIN-TAXA / 100))) /
                               FUNCTION LOG(1 + (WS-FIN-TAXA / 100))
                           ON SIZE ERROR
                               MOVE 'S' TO WS-SW-ESTOURO
                       END-COMPUTE
               END-EVALUATE
               IF WS-ESTOURO
                   MOVE ZERO TO RES
                   MOVE ZERO TO WS-RES-TAXA
               END-IF.

      *----------------------------------------------------------------*
      *5110: FATOR DE CAPITALIZACAO (1 + I) ** N, NA MESMA PRECISAO    *
      *      DO RFP010. FATOR QUE NAO CABE, OU QUE TRUNCADO FICA EM 1  *
      *      (TAXA X PRAZO PEQUENOS DEMAIS PARA A PRESTACAO), E        *
      *      TRATADO COMO ESTOURO.                                     *
      *----------------------------------------------------------------*
           5110-CALCULAR-FATOR.
               COMPUTE WS-FATOR-PRICE =
                       (1 + (WS-FIN-TAXA / 100)) ** WS-FIN-PRAZO
                   ON SIZE ERROR
                       MOVE 'S' TO WS-SW-ESTOURO
               END-COMPUTE
               IF NOT WS-ESTOURO AND WS-FATOR-PRICE NOT > 1
                   MOVE 'S' TO WS-SW-ESTOURO
               END-IF.

           6000-GRAVAR-HISTORICO.
               MOVE WS-DATA-HOJE  TO HIST-DATA
               MOVE WS-HORA-AGORA TO HIST-HORA
               MOVE OPCAO         TO HIST-OPCAO
               IF OPCAO-FINANCEIRA AND WS-MODO-LOTE
                   MOVE WS-FIN-VALOR TO HIST-FIN-VALOR
                   MOVE WS-FIN-TAXA  TO HIST-FIN-TAXA
                   IF OPCAO = 'N'
                       MOVE WS-FIN-PARCELA TO HIST-FIN-PARCELA
                   ELSE
                       MOVE WS-FIN-PRAZO TO HIST-NUM3
                   END-IF
                   IF OPCAO = 'A' OR OPCAO = 'M'
                       MOVE WS-RES-TAXA TO HIST-RES-TAXA
                   ELSE
                       MOVE RES TO HIST-RES
                   END-IF
               ELSE
                   MOVE NUM1          TO HIST-NUM1
                   MOVE NUM2          TO HIST-NUM2
                   MOVE RES           TO HIST-RES
                   MOVE ZERO          TO HIST-NUM3
               END-IF
               WRITE HIST-REGISTRO.

           END PROGRAM CALC.
