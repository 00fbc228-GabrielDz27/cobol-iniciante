      *                DIGITACAO DO OPERADOR -- JANELA QUE PASSA DA
      *                MEIA-NOITE CONTINUA NO MESMO DIA DE NEGOCIO E A
      *                REEXECUCAO DE MADRUGADA MANTEM A DATA ORIGINAL.
      *14/10/2026 GFD  ORDEM CUJA ORIGEM OU DESTINO ESTA ENCERRADA
      *                (CEP050) NAO EXECUTA: VAI PARA O EXCAGEND E
      *                E CANCELADA.
      *15/10/2026 GFD  ORDEM QUE FALHA POR SALDO INSUFICIENTE GERA
      *                AVISO POR SMS AOS TITULARES DA ORIGEM
      *                (NOTMESTR, VIA NTFCTL).
      *15/10/2026 GFD  O DISPONIVEL PASSA A DESCONTAR TAMBEM O
      *                BLOQUEIO JUDICIAL
      *                (CTA-VALOR-BLOQ-JUDICIAL), ALEM DO VALOR
      *                RETIDO POR FLOAT.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 WS-DIA-ABERTO-OK      VALUE 'S'.

       COPY BATWS.
       COPY NTFWS.

       PROCEDURE DIVISION.
           P000-INICIO.
                       MOVE "DESTINO INEXISTENTE" TO EXC-MOTIVO
                       PERFORM P400-GRAVAR-EXCECAO
               END-READ
               IF WS-STATUS-CTAMESTR = '00' AND CTA-ENCERRADA
                   MOVE "DESTINO ENCERRADA" TO EXC-MOTIVO
                   PERFORM P410-CANCELAR-ORDEM-ENCERRADA
               END-IF
               IF WS-STATUS-CTAMESTR = '00' AND AGD-ATIVA
                   PERFORM P200-DEBITAR-ORIGEM
                   IF WS-EXECUTOU-OK
                       PERFORM P300-CREDITAR-DESTINO
      *P200: LE A CONTA DE ORIGEM, VIRA O DIA DELA SE PRECISO E CONFERE*
      *      O SALDO MAIS O LIMITE DE CHEQUE ESPECIAL. SALDO           *
      *      INSUFICIENTE VIRA EXCECAO E A ORDEM FICA ATIVA PARA O DIA *
      *      SEGUINTE; OS TITULARES DA ORIGEM SAO AVISADOS (P420).     *
      *----------------------------------------------------------------*
           P200-DEBITAR-ORIGEM.
               MOVE AGD-NUM-CONTA-ORIGEM TO CTA-NUM-CONTA
                       MOVE "ORIGEM INEXISTENTE" TO EXC-MOTIVO
                       PERFORM P400-GRAVAR-EXCECAO
               END-READ
               IF WS-STATUS-CTAMESTR = '00' AND CTA-ENCERRADA
                   MOVE "ORIGEM ENCERRADA" TO EXC-MOTIVO
                   PERFORM P410-CANCELAR-ORDEM-ENCERRADA
               END-IF
               IF WS-STATUS-CTAMESTR = '00' AND AGD-ATIVA
                   PERFORM P015-ATUALIZAR-DIA-CORRENTE
                   COMPUTE WS-VALOR-DISPONIVEL =
                           CTA-SALDO + CTA-LIMITE-CHEQUE-ESP -
                           CTA-VALOR-BLOQUEADO -
                           CTA-VALOR-BLOQ-JUDICIAL
                   IF AGD-VALOR > WS-VALOR-DISPONIVEL
                       MOVE "SALDO INSUFICIENTE" TO EXC-MOTIVO
                       PERFORM P400-GRAVAR-EXCECAO
                       PERFORM P420-NOTIFICAR-SEM-SALDO
                   ELSE
                       SUBTRACT AGD-VALOR FROM CTA-SALDO
                       IF CTA-SALDO < ZERO
               WRITE EXC-REGISTRO
               ADD 1 TO WS-QTD-EXCECOES.

      *----------------------------------------------------------------*
      *P410: ORIGEM OU DESTINO ENCERRADO (CEP050) -- A ORDEM NUNCA MAIS*
      *      PODE EXECUTAR. VAI PARA O EXCAGEND E E CANCELADA, EM VEZ  *
      *      DE SER RETENTADA TODA NOITE.                              *
      *----------------------------------------------------------------*
           P410-CANCELAR-ORDEM-ENCERRADA.
               PERFORM P400-GRAVAR-EXCECAO
               SET AGD-CANCELADA TO TRUE
               REWRITE AGD-REGISTRO.

      *----------------------------------------------------------------*
      *P420: AVISO AOS TITULARES DA CONTA DE ORIGEM (CAIXA DE SAIDA DE *
      *      NOTIFICACOES, VIA NTFCTL) DE QUE A ORDEM NAO EXECUTOU POR *
      *      FALTA DE SALDO. A REFERENCIA E A SEQUENCIA DA ORDEM: A    *
      *      RETENTATIVA DO DIA SEGUINTE E UM NOVO AVISO, A REEXECUCAO *
      *      NO MESMO DIA NAO.                                         *
      *----------------------------------------------------------------*
           P420-NOTIFICAR-SEM-SALDO.
               MOVE 'O' TO WS-NTF-TIPO-EVENTO
               MOVE AGD-NUM-CONTA-ORIGEM TO WS-NTF-NUM-CONTA
               MOVE CTA-CPF-TITULAR TO WS-NTF-CPF-TITULAR
               MOVE WS-DATA-HOJE TO WS-NTF-DATA-PROC
               MOVE WS-DATA-HOJE TO WS-NTF-DATA-EVENTO
               MOVE AGD-NUM-SEQ TO WS-NTF-REFERENCIA
               MOVE AGD-VALOR TO WS-NTF-VALOR
               CALL "NTFCTL" USING WS-NTF-TIPO-EVENTO WS-NTF-NUM-CONTA
                                   WS-NTF-CPF-TITULAR WS-NTF-DATA-PROC
                                   WS-NTF-DATA-EVENTO WS-NTF-REFERENCIA
                                   WS-NTF-VALOR WS-NTF-QTD-GERADAS
                                   WS-NTF-QTD-SUPRIMIDAS
                                   WS-NTF-COD-RETORNO.

      *----------------------------------------------------------------*
      *P015/P016: ROLLOVER DE DIA E COBRANCA DE JUROS DE CHEQUE        *
      *           ESPECIAL, COMPARTILHADOS VIA DIAROLL, PARA A ORDEM   *
