      *                DIGITACAO DO OPERADOR -- JANELA QUE PASSA DA
      *                MEIA-NOITE CONTINUA NO MESMO DIA DE NEGOCIO E A
      *                REEXECUCAO DE MADRUGADA MANTEM A DATA ORIGINAL.
      *15/10/2026 GFD  O AVANCO DE ESTAGIO GERA TAMBEM SMS AOS
      *                TITULARES DA CONTA VINCULADA (NOTMESTR, VIA
      *                NTFCTL), COM O VALOR ATUALIZADO E, NO
      *                ESTAGIO 4, O AVISO DE PROTESTO.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFP050.
           88 WS-DIA-ABERTO-OK      VALUE 'S'.

       COPY BATWS.
       COPY NTFWS.

       01 WS-COB-LINHA1.
           05 WS-L1-TITULO         PIC X(20).
                   PERFORM 3400-GRAVAR-CANDIDATA-PROTESTO
               ELSE
                   PERFORM 3300-GRAVAR-AVISO
               END-IF
               PERFORM 3500-NOTIFICAR-ESTAGIO.

      *----------------------------------------------------------------*
      *3200: VALOR ATUALIZADO (MULTA + MORA) PELOS DIAS CORRIDOS DE    *
               WRITE PRO-REGISTRO
               ADD 1 TO WS-QTD-PROTESTO.

      *----------------------------------------------------------------*
      *3500: CADA AVANCO DE ESTAGIO GERA SMS AOS TITULARES DA CONTA    *
      *      VINCULADA (CAIXA DE SAIDA DE NOTIFICACOES, VIA NTFCTL),   *
      *      COM O VALOR ATUALIZADO; NO ESTAGIO 4 O TEXTO AVISA O      *
      *      ENCAMINHAMENTO A PROTESTO. O ESTAGIO FAZ PARTE DA         *
      *      REFERENCIA: CADA ESTAGIO E UM AVISO PROPRIO.              *
      *----------------------------------------------------------------*
           3500-NOTIFICAR-ESTAGIO.
               MOVE 'C' TO WS-NTF-TIPO-EVENTO
               MOVE CTR-NUM-CONTA-CREDITO TO WS-NTF-NUM-CONTA
               MOVE ZERO TO WS-NTF-CPF-TITULAR
               MOVE WS-DATA-HOJE TO WS-NTF-DATA-PROC
               MOVE PAR-DATA-VENCTO TO WS-NTF-DATA-EVENTO
               MOVE PAR-NUM-CONTRATO TO WS-NTF-REF-CONTRATO
               MOVE PAR-NUM-PARCELA TO WS-NTF-REF-NUM-PARCELA
               MOVE PAR-ESTAGIO-COBRANCA TO WS-NTF-REF-ESTAGIO
               MOVE WS-NTF-REF-PARCELA TO WS-NTF-REFERENCIA
               MOVE WS-VALOR-ATUALIZADO TO WS-NTF-VALOR
               CALL "NTFCTL" USING WS-NTF-TIPO-EVENTO WS-NTF-NUM-CONTA
                                   WS-NTF-CPF-TITULAR WS-NTF-DATA-PROC
                                   WS-NTF-DATA-EVENTO WS-NTF-REFERENCIA
                                   WS-NTF-VALOR WS-NTF-QTD-GERADAS
                                   WS-NTF-QTD-SUPRIMIDAS
                                   WS-NTF-COD-RETORNO.

           9000-FINALIZAR.
               CLOSE CTRMESTR PARMESTR RELCOB RELPROT
               DISPLAY "PARCELAS QUE AVANCARAM DE ESTAGIO: "
