      *02/09/2026 GFD  O OPERADOR PASSA A LOGAR PELO CADASTRO DE
      *                OPERADORES (OPMESTR, VIA OPRCTL), EXIGINDO
      *                NIVEL DE SUPERVISOR PARA DECIDIR A FILA.
      *15/10/2026 GFD  A APROVACAO E A REJEICAO DA ORDEM GERAM
      *                AVISO POR SMS AOS TITULARES DA CONTA DE
      *                ORIGEM (NOTMESTR, VIA NTFCTL).
      *15/10/2026 GFD  O DISPONIVEL PASSA A DESCONTAR TAMBEM O
      *                BLOQUEIO JUDICIAL
      *                (CTA-VALOR-BLOQ-JUDICIAL), ALEM DO VALOR
      *                RETIDO POR FLOAT.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77 WS-LIMITE-TRANSF-DIA-PADRAO PIC 9(10)V99 VALUE 5000.00.
       77 WS-LIMITE-TRANSF-EFETIVO PIC 9(10)V99 VALUE ZERO.

       COPY NTFWS.

       PROCEDURE DIVISION.
           P000-INICIO.
               DISPLAY "+--------------------------------------+"
                   REWRITE TRF-REGISTRO
                   MOVE "A" TO WS-DECISAO
                   PERFORM P500-GRAVAR-DECISAO-SEGLOG
                   PERFORM P600-NOTIFICAR-DECISAO
                   DISPLAY "ORDEM " TRF-NUM-ORDEM " APROVADA E "
                           "EXECUTADA."
               ELSE
                   PERFORM P015-ATUALIZAR-DIA-CORRENTE
                   COMPUTE WS-VALOR-DISPONIVEL =
                           CTA-SALDO + CTA-LIMITE-CHEQUE-ESP -
                           CTA-VALOR-BLOQUEADO -
                           CTA-VALOR-BLOQ-JUDICIAL
                   IF CTA-LIMITE-TRANSF-DIA > ZERO
                       MOVE CTA-LIMITE-TRANSF-DIA TO
                            WS-LIMITE-TRANSF-EFETIVO
               REWRITE TRF-REGISTRO
               MOVE "R" TO WS-DECISAO
               PERFORM P500-GRAVAR-DECISAO-SEGLOG
               PERFORM P600-NOTIFICAR-DECISAO
               DISPLAY "ORDEM " TRF-NUM-ORDEM " REJEITADA.".

      *----------------------------------------------------------------*
               MOVE WS-DECISAO TO SEG-VALOR-DEPOIS
               WRITE SEG-REGISTRO.

      *----------------------------------------------------------------*
      *P600: AVISO AOS TITULARES DA CONTA DE ORIGEM (CAIXA DE SAIDA DE *
      *      NOTIFICACOES, VIA NTFCTL) DA DECISAO: 'A' APROVADA OU 'R' *
      *      REJEITADA, COM O NUMERO DA ORDEM COMO REFERENCIA. A CONTA *
      *      E RELIDA SO PARA O CPF DO TITULAR PRINCIPAL.              *
      *----------------------------------------------------------------*
           P600-NOTIFICAR-DECISAO.
               MOVE ZERO TO WS-NTF-CPF-TITULAR
               MOVE TRF-NUM-CONTA-ORIGEM TO CTA-NUM-CONTA
               READ CTAMESTR
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-STATUS-CTAMESTR = '00'
                   MOVE CTA-CPF-TITULAR TO WS-NTF-CPF-TITULAR
               END-IF
               MOVE WS-DECISAO TO WS-NTF-TIPO-EVENTO
               MOVE TRF-NUM-CONTA-ORIGEM TO WS-NTF-NUM-CONTA
               MOVE WS-DATA-HOJE TO WS-NTF-DATA-PROC
               MOVE WS-DATA-HOJE TO WS-NTF-DATA-EVENTO
               MOVE TRF-NUM-ORDEM TO WS-NTF-REFERENCIA
               MOVE TRF-VALOR TO WS-NTF-VALOR
               CALL "NTFCTL" USING WS-NTF-TIPO-EVENTO WS-NTF-NUM-CONTA
                                   WS-NTF-CPF-TITULAR WS-NTF-DATA-PROC
                                   WS-NTF-DATA-EVENTO WS-NTF-REFERENCIA
                                   WS-NTF-VALOR WS-NTF-QTD-GERADAS
                                   WS-NTF-QTD-SUPRIMIDAS
                                   WS-NTF-COD-RETORNO.

      *----------------------------------------------------------------*
      *P015/P016: ROLLOVER DE DIA E COBRANCA DE JUROS DE CHEQUE        *
      *           ESPECIAL, COMPARTILHADOS VIA DIAROLL, COMO EM TODO   *
