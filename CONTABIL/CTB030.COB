      *                REGISTRADA NO CONTROLE DE BATCH SOB A           *
      *                COMPETENCIA (COMO NO CEP110), PARA A MESMA      *
      *                COMPETENCIA NAO SER POSTADA DUAS VEZES.         *
      *                                                               *
      *                A COMPETENCIA DE JANEIRO TRANSPORTA O SALDO DE  *
      *                DEZEMBRO JA ZERADO PELO ENCERRAMENTO DO         *
      *                EXERCICIO (CTB050): SE DEZEMBRO DO ANO ANTERIOR *
      *                FOI POSTADO E O CTB050 NAO CONCLUIU PARA        *
      *                (AAAA-1)1231, A EXECUCAO E RECUSADA.            *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *02/09/2026 GFD  CRIACAO DO PROGRAMA
      *15/10/2026 GFD  JANEIRO EXIGE O ENCERRAMENTO DO EXERCICIO
      *                (CTB050)
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTB030.
       77 WS-ANO-REF              PIC 9(04) VALUE ZERO.
       77 WS-MES-REF              PIC 9(02) VALUE ZERO.
       77 WS-DATA-COMPETENCIA     PIC 9(08) VALUE ZERO.
       77 WS-DATA-DEZEMBRO-ANT    PIC 9(08) VALUE ZERO.
       77 WS-DATA-ENCERRAMENTO    PIC 9(08) VALUE ZERO.

       77 WS-SW-EXERCICIO-ENCERR  PIC X(01) VALUE 'S'.
           88 WS-EXERCICIO-ENCERRADO  VALUE 'S'.

       77 WS-SW-FIM-DIARIO        PIC X(01) VALUE 'N'.
           88 WS-FIM-DIARIO           VALUE 'S'.
               STRING WS-ANO-MES-REF DELIMITED BY SIZE
                      "01" DELIMITED BY SIZE
                      INTO WS-DATA-COMPETENCIA
               PERFORM 0300-CONFERIR-ENCERRAMENTO
               IF NOT WS-EXERCICIO-ENCERRADO
                   DISPLAY "EXERCICIO " WS-ANO-REF " NAO ENCERRADO "
                           "(CTB050). JANEIRO SO E POSTADO DEPOIS DO "
                           "ENCERRAMENTO. EXECUCAO RECUSADA."
               ELSE
                   PERFORM 0500-REGISTRAR-INICIO
                   IF WS-RUN-COD-RETORNO = 10
                       DISPLAY "CTB030 JA CONCLUIDO PARA A "
                               "COMPETENCIA " WS-ANO-MES-REF
                               ". EXECUCAO RECUSADA."
                   ELSE
                       PERFORM 1000-INICIALIZAR
                       IF WS-STATUS-DIARIO = '00' AND
                          WS-STATUS-PLANCTAS = '00' AND
                          WS-STATUS-SDOMESTR = '00' AND
                          WS-STATUS-RELBALAN = '00'
                           PERFORM 2000-POSTAR-DIARIO
                           PERFORM 3000-EMITIR-BALANCETE
                           PERFORM 9000-FINALIZAR
                           PERFORM 9500-REGISTRAR-FIM
                       END-IF
                   END-IF
               END-IF
               STOP RUN.
               COMPUTE WS-ANO-MES-ANTERIOR =
                       (WS-ANO-REF * 100) + WS-MES-REF.

      *----------------------------------------------------------------*
      *0300: NA COMPETENCIA DE JANEIRO EXIGE O ENCERRAMENTO DO         *
      *      EXERCICIO ANTERIOR (CTB050 CONCLUIDO EM (AAAA-1)1231).    *
      *      SE O CTB030 NUNCA POSTOU DEZEMBRO DO ANO ANTERIOR, NAO HA *
      *      EXERCICIO ANTERIOR NO RAZAO E A CONFERENCIA NAO SE APLICA.*
      *----------------------------------------------------------------*
           0300-CONFERIR-ENCERRAMENTO.
               MOVE 'S' TO WS-SW-EXERCICIO-ENCERR
               IF WS-ANO-MES-REF(5:2) = 01
                   COMPUTE WS-DATA-DEZEMBRO-ANT =
                           WS-ANO-MES-ANTERIOR * 100 + 1
                   MOVE 'P' TO WS-RUN-FUNCAO
                   MOVE "CTB030" TO WS-RUN-NOME-JOB
                   MOVE WS-DATA-DEZEMBRO-ANT TO WS-RUN-DATA-PROC
                   CALL "BATCTL" USING WS-RUN-FUNCAO WS-RUN-NOME-JOB
                                       WS-RUN-DATA-PROC WS-RUN-QTD-PROC
                                       WS-RUN-QTD-REJ
                                       WS-RUN-COD-RETORNO
                   IF WS-RUN-COD-RETORNO = ZERO
                       COMPUTE WS-DATA-ENCERRAMENTO =
                               WS-ANO-REF * 10000 + 1231
                       MOVE 'P' TO WS-RUN-FUNCAO
                       MOVE "CTB050" TO WS-RUN-NOME-JOB
                       MOVE WS-DATA-ENCERRAMENTO TO WS-RUN-DATA-PROC
                       CALL "BATCTL" USING WS-RUN-FUNCAO
                                           WS-RUN-NOME-JOB
                                           WS-RUN-DATA-PROC
                                           WS-RUN-QTD-PROC
                                           WS-RUN-QTD-REJ
                                           WS-RUN-COD-RETORNO
                       IF WS-RUN-COD-RETORNO NOT = ZERO
                           MOVE 'N' TO WS-SW-EXERCICIO-ENCERR
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *0500/9500: REGISTRO DE INICIO E FIM DA EXECUCAO NO CONTROLE DE  *
      *           BATCH (RUNCTRL, VIA BATCTL), CHAVEADO PELO PRIMEIRO  *
