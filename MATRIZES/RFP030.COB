      *                ALTERNADA DE VENCIMENTO E LE SO ATE A DATA
      *                LIMITE, LENDO O CONTRATO POR DEMANDA (COM CACHE
      *                DO ULTIMO LIDO).
      *15/10/2026 GFD  PARCELA A VENCER NA JANELA DO AVISO GERA
      *                TAMBEM SMS AOS TITULARES DA CONTA VINCULADA
      *                (NOTMESTR, VIA NTFCTL), UMA VEZ POR
      *                PARCELA.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFP030.
       77 WS-VALOR-ATUALIZADO     PIC 9(08)V99 VALUE ZERO.
       77 WS-VALOR-ENCARGOS       PIC 9(07)V99 VALUE ZERO.

       COPY NTFWS.

       PROCEDURE DIVISION.
           0000-MAINLINE.
               PERFORM 1000-INICIALIZAR
               WRITE AVI-REGISTRO

               MOVE WS-AVISO-BRANCO TO AVI-REGISTRO
               WRITE AVI-REGISTRO

               IF WS-DIAS-ATRASO = ZERO
                   PERFORM 2400-NOTIFICAR-A-VENCER
               END-IF.

      *----------------------------------------------------------------*
      *2400: PARCELA A VENCER TAMBEM GERA SMS AOS TITULARES DA CONTA   *
      *      VINCULADA (CAIXA DE SAIDA DE NOTIFICACOES, VIA NTFCTL).   *
      *      O EVENTO E DATADO PELO VENCIMENTO: A PARCELA QUE CONTINUA *
      *      NA JANELA NOS DIAS SEGUINTES CAI NA MESMA CHAVE E NAO E   *
      *      AVISADA DE NOVO. A VENCIDA FICA COM A COBRANCA (RFP050).  *
      *----------------------------------------------------------------*
           2400-NOTIFICAR-A-VENCER.
               MOVE 'V' TO WS-NTF-TIPO-EVENTO
               MOVE CTR-NUM-CONTA-CREDITO TO WS-NTF-NUM-CONTA
               MOVE ZERO TO WS-NTF-CPF-TITULAR
               MOVE WS-DATA-HOJE TO WS-NTF-DATA-PROC
               MOVE PAR-DATA-VENCTO TO WS-NTF-DATA-EVENTO
               MOVE PAR-NUM-CONTRATO TO WS-NTF-REF-CONTRATO
               MOVE PAR-NUM-PARCELA TO WS-NTF-REF-NUM-PARCELA
               MOVE SPACE TO WS-NTF-REF-ESTAGIO
               MOVE WS-NTF-REF-PARCELA TO WS-NTF-REFERENCIA
               MOVE PAR-VALOR TO WS-NTF-VALOR
               CALL "NTFCTL" USING WS-NTF-TIPO-EVENTO WS-NTF-NUM-CONTA
                                   WS-NTF-CPF-TITULAR WS-NTF-DATA-PROC
                                   WS-NTF-DATA-EVENTO WS-NTF-REFERENCIA
                                   WS-NTF-VALOR WS-NTF-QTD-GERADAS
                                   WS-NTF-QTD-SUPRIMIDAS
                                   WS-NTF-COD-RETORNO.

      *----------------------------------------------------------------*
      *2300: PARCELA VENCIDA E COBRADA PELO VALOR ATUALIZADO (MULTA E  *
