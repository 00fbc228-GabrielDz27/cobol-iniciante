      *                DIGITACAO DO OPERADOR -- JANELA QUE PASSA DA
      *                MEIA-NOITE CONTINUA NO MESMO DIA DE NEGOCIO E A
      *                REEXECUCAO DE MADRUGADA MANTEM A DATA ORIGINAL.
      *14/10/2026 GFD  AS CEDULAS DEVOLVIDAS AO CASSETE PELO
      *                ESTORNO DE SAQUE (CEP190) ENTRAM NO BALANCO
      *                COMO ENTRADA, COMO O ABASTECIMENTO.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   PERFORM P500-ACHAR-OU-INCLUIR-DENOM
               END-IF
               IF CAJ-DATA = WS-DATA-PROC AND WS-IND-ACHADO > ZERO
                   IF CAJ-OPER-ABASTECIMENTO OR CAJ-OPER-ESTORNO
                       ADD CAJ-QTD-NOTAS TO
                           WS-BAL-ENTRADAS(WS-IND-ACHADO)
                   ELSE
