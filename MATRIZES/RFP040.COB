      *                DIGITACAO DO OPERADOR -- JANELA QUE PASSA DA
      *                MEIA-NOITE CONTINUA NO MESMO DIA DE NEGOCIO E A
      *                REEXECUCAO DE MADRUGADA MANTEM A DATA ORIGINAL.
      *14/10/2026 GFD  CONTA ENCERRADA (CEP050) NAO E DEBITADA: A
      *                PARCELA VAI PARA O EXCDEBAU COM O MOTIVO
      *                CONTA ENCERRADA.
      *15/10/2026 GFD  PARCELA NAO DEBITADA (QUALQUER MOTIVO DO
      *                EXCDEBAU) GERA AVISO POR SMS AOS TITULARES
      *                DA CONTA VINCULADA (NOTMESTR, VIA NTFCTL).
      *15/10/2026 GFD  O DISPONIVEL PARA O DEBITO PASSA A
      *                DESCONTAR O VALOR RETIDO POR FLOAT
      *                (CTA-VALOR-BLOQUEADO) E O BLOQUEIO JUDICIAL
      *                (CTA-VALOR-BLOQ-JUDICIAL); ANTES ERA SO
      *                SALDO MAIS LIMITE.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFP040.
           88 WS-DIA-ABERTO-OK      VALUE 'S'.

       COPY BATWS.
       COPY NTFWS.

       PROCEDURE DIVISION.
           0000-MAINLINE.
      *      ROLLOVER DO CEP010/CEP030, VIA DIAROLL), CONFERE O SALDO  *
      *      MAIS O LIMITE DE CHEQUE ESPECIAL E DEBITA O VALOR DA      *
      *      PARCELA, GRAVANDO O MOVIMENTO NO DIARIO. CONTA            *
      *      INEXISTENTE OU ENCERRADA (CEP050) OU SALDO INSUFICIENTE   *
      *      VIRA EXCECAO.                                             *
      *----------------------------------------------------------------*
           3000-DEBITAR-PARCELA.
               MOVE 'N' TO WS-SW-DEBITO-OK
                       MOVE "CONTA INEXISTENTE" TO EXC-MOTIVO
                       PERFORM 4000-GRAVAR-EXCECAO
               END-READ
               IF WS-STATUS-CTAMESTR = '00' AND CTA-ENCERRADA
                   MOVE "CONTA ENCERRADA" TO EXC-MOTIVO
                   PERFORM 4000-GRAVAR-EXCECAO
               END-IF
               IF WS-STATUS-CTAMESTR = '00' AND CTA-ATIVA
                   PERFORM P015-ATUALIZAR-DIA-CORRENTE
                   COMPUTE WS-VALOR-DISPONIVEL =
                           CTA-SALDO + CTA-LIMITE-CHEQUE-ESP -
                           CTA-VALOR-BLOQUEADO -
                           CTA-VALOR-BLOQ-JUDICIAL
                   IF PAR-VALOR > WS-VALOR-DISPONIVEL
                       MOVE "SALDO INSUFICIENTE" TO EXC-MOTIVO
                       PERFORM 4000-GRAVAR-EXCECAO
               MOVE CTR-NUM-CONTA-CREDITO TO EXC-NUM-CONTA
               MOVE PAR-VALOR TO EXC-VALOR
               WRITE EXC-REGISTRO
               ADD 1 TO WS-QTD-EXCECOES
               PERFORM 4100-NOTIFICAR-EXCECAO.

      *----------------------------------------------------------------*
      *4100: AVISO AOS TITULARES DA CONTA VINCULADA (CAIXA DE SAIDA DE *
      *      NOTIFICACOES, VIA NTFCTL) DE QUE A PARCELA NAO FOI        *
      *      DEBITADA. CONTA INEXISTENTE VAI SEM CPF E O NTFCTL CONTA  *
      *      O EVENTO COMO SEM TITULAR.                                *
      *----------------------------------------------------------------*
           4100-NOTIFICAR-EXCECAO.
               MOVE ZERO TO WS-NTF-CPF-TITULAR
               IF WS-STATUS-CTAMESTR = '00'
                   MOVE CTA-CPF-TITULAR TO WS-NTF-CPF-TITULAR
               END-IF
               MOVE 'D' TO WS-NTF-TIPO-EVENTO
               MOVE CTR-NUM-CONTA-CREDITO TO WS-NTF-NUM-CONTA
               MOVE WS-DATA-HOJE TO WS-NTF-DATA-PROC
               MOVE WS-DATA-HOJE TO WS-NTF-DATA-EVENTO
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
      *P015/P016: ROLLOVER DE DIA E COBRANCA DE JUROS DE CHEQUE        *
