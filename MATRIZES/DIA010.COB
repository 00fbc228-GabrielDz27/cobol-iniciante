      *                CONTROLE DE BATCH (RUNCTRL, VIA BATCTL) -- UMA  *
      *                JANELA QUE PASSA DA MEIA-NOITE NAO CONCILIA     *
      *                MAIS O DIA ERRADO EM SILENCIO.                  *
      *                NO ULTIMO DIA UTIL DO MES O FECHAMENTO EXIGE    *
      *                TAMBEM A CONCILIACAO RAZAO X CADASTROS (CTB040) *
      *                DA COMPETENCIA CONCLUIDA SEM CONTA FORA DA      *
      *                TOLERANCIA.                                     *
      *                TODO DIA EXIGE AINDA A AUDITORIA DE INTEGRIDADE *
      *                DOS MESTRES (AUD010) CONCLUIDA NA DATA SEM      *
      *                VIOLACAO DE SEVERIDADE 1 E A CARGA DO HISTORICO *
      *                DE MOVIMENTOS (CEP300) CONCLUIDA NA DATA SEM    *
      *                DATA DIVERGENTE.                                *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *02/09/2026 GFD  CRIACAO DO PROGRAMA
      *14/10/2026 GFD  NO ULTIMO DIA UTIL DO MES O FECHAMENTO DO
      *                DIA PASSA A EXIGIR A CONCILIACAO RAZAO X
      *                CADASTROS (CTB040) DA COMPETENCIA CONCLUIDA
      *                SEM CONTA FORA DA TOLERANCIA.
      *15/10/2026 GFD  O FECHAMENTO DO DIA PASSA A EXIGIR A
      *                AUDITORIA DE INTEGRIDADE DOS MESTRES
      *                (AUD010) CONCLUIDA NA DATA SEM VIOLACAO DE
      *                SEVERIDADE 1.
      *15/10/2026 GFD  O FECHAMENTO DO DIA PASSA A EXIGIR A CARGA
      *                DO HISTORICO DE MOVIMENTOS (CEP300)
      *                CONCLUIDA NA DATA SEM DATA DIVERGENTE.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIA010.
       77 WS-SW-JOBS-OK         PIC X(01) VALUE 'N'.
           88 WS-JOBS-OK            VALUE 'S'.

       77 WS-FUNCAO-DTUTIL      PIC X(02) VALUE "UM".
       77 WS-DATA-FINAL-DTUTIL  PIC 9(08) VALUE ZERO.
       77 WS-QTD-DIAS-ENTRADA   PIC 9(03) VALUE ZERO.
       77 WS-QTD-DIAS-SAIDA     PIC 9(05) VALUE ZERO.
       77 WS-ULTIMO-DIA-UTIL    PIC 9(08) VALUE ZERO.
       77 WS-SW-DIA-UTIL-DTUTIL PIC X(01) VALUE SPACE.
       77 WS-COD-RETORNO-DTUTIL PIC 9(02) VALUE ZERO.
       77 WS-ANO-MES-DIA        PIC 9(06) VALUE ZERO.

       COPY BATWS.

       PROCEDURE DIVISION.
               MOVE "CEP020" TO WS-RUN-NOME-JOB
               PERFORM 3200-CONFERIR-UM-JOB
               MOVE "CEP070" TO WS-RUN-NOME-JOB
               PERFORM 3200-CONFERIR-UM-JOB
               PERFORM 3300-CONFERIR-FIM-DE-MES
               PERFORM 3400-CONFERIR-AUDITORIA
               PERFORM 3500-CONFERIR-CARGA-HISTORICO.

           3200-CONFERIR-UM-JOB.
               MOVE 'P' TO WS-RUN-FUNCAO
                   MOVE 'N' TO WS-SW-JOBS-OK
               END-IF.

      *----------------------------------------------------------------*
      *3300: SE O DIA ABERTO E O ULTIMO DIA UTIL DO MES (DTUTIL 'UM'), *
      *      O MES SO FECHA COM A CONCILIACAO RAZAO X CADASTROS        *
      *      (CTB040) DA COMPETENCIA CONCLUIDA E SEM CONTA FORA DA     *
      *      TOLERANCIA (REJEITADOS DO RUNCTRL, LIDOS PELO BATCTL 'Q').*
      *----------------------------------------------------------------*
           3300-CONFERIR-FIM-DE-MES.
               MOVE "UM" TO WS-FUNCAO-DTUTIL
               CALL "DTUTIL" USING WS-FUNCAO-DTUTIL WS-DATA-DIA
                                   WS-DATA-FINAL-DTUTIL
                                   WS-QTD-DIAS-ENTRADA
                                   WS-QTD-DIAS-SAIDA
                                   WS-ULTIMO-DIA-UTIL
                                   WS-SW-DIA-UTIL-DTUTIL
                                   WS-COD-RETORNO-DTUTIL
               IF WS-ULTIMO-DIA-UTIL = WS-DATA-DIA
                   MOVE WS-DATA-DIA(1:6) TO WS-ANO-MES-DIA
                   MOVE 'Q' TO WS-RUN-FUNCAO
                   MOVE "CTB040" TO WS-RUN-NOME-JOB
                   COMPUTE WS-RUN-DATA-PROC = WS-ANO-MES-DIA * 100 + 1
                   CALL "BATCTL" USING WS-RUN-FUNCAO WS-RUN-NOME-JOB
                                       WS-RUN-DATA-PROC
                                       WS-RUN-QTD-PROC
                                       WS-RUN-QTD-REJ
                                       WS-RUN-COD-RETORNO
                   EVALUATE TRUE
                       WHEN WS-RUN-COD-RETORNO NOT = ZERO
                           DISPLAY "ULTIMO DIA UTIL DO MES: A "
                                   "CONCILIACAO RAZAO X CADASTROS "
                                   "(CTB040) DE " WS-ANO-MES-DIA
                                   " NAO FOI CONCLUIDA. FECHAMENTO "
                                   "DO DIA RECUSADO."
                           MOVE 'N' TO WS-SW-JOBS-OK
                       WHEN WS-RUN-QTD-REJ > ZERO
                           DISPLAY "ULTIMO DIA UTIL DO MES: "
                                   WS-RUN-QTD-REJ " CONTA(S) FORA DA "
                                   "TOLERANCIA NA CONCILIACAO (CTB040)"
                                   " DE " WS-ANO-MES-DIA
                                   ". FECHAMENTO DO DIA RECUSADO."
                           MOVE 'N' TO WS-SW-JOBS-OK
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF.

      *----------------------------------------------------------------*
      *3400: TODO DIA SO FECHA COM A AUDITORIA DE INTEGRIDADE DOS      *
      *      MESTRES (AUD010) CONCLUIDA NA DATA DO DIA E SEM VIOLACAO  *
      *      DE SEVERIDADE 1 (REJEITADOS DO RUNCTRL, BATCTL 'Q').      *
      *----------------------------------------------------------------*
           3400-CONFERIR-AUDITORIA.
               MOVE 'Q' TO WS-RUN-FUNCAO
               MOVE "AUD010" TO WS-RUN-NOME-JOB
               MOVE WS-DATA-DIA TO WS-RUN-DATA-PROC
               CALL "BATCTL" USING WS-RUN-FUNCAO WS-RUN-NOME-JOB
                                   WS-RUN-DATA-PROC WS-RUN-QTD-PROC
                                   WS-RUN-QTD-REJ WS-RUN-COD-RETORNO
               EVALUATE TRUE
                   WHEN WS-RUN-COD-RETORNO NOT = ZERO
                       DISPLAY "AUDITORIA DE INTEGRIDADE (AUD010) NAO "
                               "CONCLUIDA EM " WS-DATA-DIA
                               ". FECHAMENTO DO DIA RECUSADO."
                       MOVE 'N' TO WS-SW-JOBS-OK
                   WHEN WS-RUN-QTD-REJ > ZERO
                       DISPLAY WS-RUN-QTD-REJ " VIOLACAO(OES) DE "
                               "SEVERIDADE 1 NA AUDITORIA (AUD010) DE "
                               WS-DATA-DIA ". CORRIJA, REEXECUTE O "
                               "AUD010. FECHAMENTO DO DIA RECUSADO."
                       MOVE 'N' TO WS-SW-JOBS-OK
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      *----------------------------------------------------------------*
      *3500: TODO DIA SO FECHA COM A CARGA DO HISTORICO DE MOVIMENTOS  *
      *      (CEP300) CONCLUIDA NA DATA DO DIA E SEM DATA DIVERGENTE   *
      *      (REJEITADOS DO RUNCTRL, BATCTL 'Q'). A ULTIMA EXECUCAO DO *
      *      CEP300 E O PASSO IMEDIATAMENTE ANTERIOR A ESTE, DEPOIS DE *
      *      TODOS OS JOBS QUE GRAVAM MOVLOG NA DATA.                  *
      *----------------------------------------------------------------*
           3500-CONFERIR-CARGA-HISTORICO.
               MOVE 'Q' TO WS-RUN-FUNCAO
               MOVE "CEP300" TO WS-RUN-NOME-JOB
               MOVE WS-DATA-DIA TO WS-RUN-DATA-PROC
               CALL "BATCTL" USING WS-RUN-FUNCAO WS-RUN-NOME-JOB
                                   WS-RUN-DATA-PROC WS-RUN-QTD-PROC
                                   WS-RUN-QTD-REJ WS-RUN-COD-RETORNO
               EVALUATE TRUE
                   WHEN WS-RUN-COD-RETORNO NOT = ZERO
                       DISPLAY "CARGA DO HISTORICO (CEP300) NAO "
                               "CONCLUIDA EM " WS-DATA-DIA
                               ". FECHAMENTO DO DIA RECUSADO."
                       MOVE 'N' TO WS-SW-JOBS-OK
                   WHEN WS-RUN-QTD-REJ > ZERO
                       DISPLAY WS-RUN-QTD-REJ " DATA(S) DIVERGENTE(S) "
                               "NA CARGA DO HISTORICO (CEP300) DE "
                               WS-DATA-DIA ". VEJA O RELCARGA, "
                               "REEXECUTE O CEP300. FECHAMENTO DO DIA "
                               "RECUSADO."
                       MOVE 'N' TO WS-SW-JOBS-OK
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           END PROGRAM DIA010.
