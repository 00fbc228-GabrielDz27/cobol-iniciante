      *                DIGITACAO DO OPERADOR -- JANELA QUE PASSA DA
      *                MEIA-NOITE CONTINUA NO MESMO DIA DE NEGOCIO E A
      *                REEXECUCAO DE MADRUGADA MANTEM A DATA ORIGINAL.
      *14/10/2026 GFD  DESEMBOLSO PARA CONTA ENCERRADA (CEP050) E
      *                REJEITADO COM O NOVO CODIGO 02, COMO O DE
      *                CONTA INEXISTENTE (01).
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      *----------------------------------------------------------------*
      *P110: CREDITA O VALOR DO DESEMBOLSO NA CONTA INDICADA E MARCA O *
      *      REGISTRO COMO PROCESSADO. SE A CONTA NAO EXISTIR OU       *
      *      ESTIVER ENCERRADA (CEP050) O REGISTRO E MARCADO COMO      *
      *      REJEITADO COM O CODIGO DO MOTIVO (P120). NO               *
      *      REPROCESSAMENTO, O RESULTADO DE CADA RETENTATIVA VAI     *
      *      PARA O RELATORIO DE CONTROLE (RELREPRO).                  *
      *----------------------------------------------------------------*
               MOVE DESEMB-NUM-CONTA-CREDITO TO CTA-NUM-CONTA
               READ CTAMESTR
                   INVALID KEY
                       SET DESEMB-REJ-CONTA-INEXISTENTE TO TRUE
                       PERFORM P120-REJEITAR-DESEMBOLSO
               END-READ
               IF WS-STATUS-CTAMESTR = '00' AND CTA-ENCERRADA
                   SET DESEMB-REJ-CONTA-ENCERRADA TO TRUE
                   PERFORM P120-REJEITAR-DESEMBOLSO
               END-IF
               IF WS-STATUS-CTAMESTR = '00' AND CTA-ATIVA
                   PERFORM P015-ATUALIZAR-DIA-CORRENTE
                   ADD DESEMB-VALOR TO CTA-SALDO
                   MOVE WS-DATA-HOJE TO CTA-DATA-ULT-MOVTO
      *----------------------------------------------------------------*
           P120-REJEITAR-DESEMBOLSO.
               ADD 1 TO WS-QTD-REJEITADOS
               IF DESEMB-REJ-CONTA-ENCERRADA
                   DISPLAY "CONTA " DESEMB-NUM-CONTA-CREDITO
                           " ENCERRADA. CONTRATO "
                           DESEMB-NUM-CONTRATO " REJEITADO."
               ELSE
                   DISPLAY "CONTA " DESEMB-NUM-CONTA-CREDITO
                           " NAO ENCONTRADA. CONTRATO "
                           DESEMB-NUM-CONTRATO " REJEITADO."
               END-IF
               SET DESEMB-REJEITADO TO TRUE
               MOVE WS-DATA-HOJE TO DESEMB-DATA-REJEICAO
               REWRITE DESEMB-REGISTRO
               IF WS-MODO-NORMAL
