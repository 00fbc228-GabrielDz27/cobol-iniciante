      *                'P' - CONFERIR PREDECESSOR: RETORNO 00 SE O    *
      *                      JOB INFORMADO CONCLUIU NA DATA, 20 SE    *
      *                      NAO.                                     *
      *                'Q' - CONSULTAR: COMO O 'P', E DEVOLVE TAMBEM  *
      *                      OS CONTADORES DA ULTIMA EXECUCAO         *
      *                      CONCLUIDA (PROCESSADOS/REJEITADOS).      *
      *                'R' - REGISTRAR INICIO DE REEXECUCAO: COMO O   *
      *                      'I', MAS ACEITA JOB JA CONCLUIDO NA      *
      *                      DATA. SO PARA JOBS DE CONFERENCIA, QUE   *
      *                      NAO ALTERAM CADASTRO E RODAM DE NOVO     *
      *                      ATE FECHAR SEM DIFERENCA.                *
      *                RETORNO 90: ERRO DE ARQUIVO NO RUNCTRL.        *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *22/08/2026 GFD  CRIACAO DO PROGRAMA
      *14/10/2026 GFD  NOVAS FUNCOES 'Q' (CONSULTAR A EXECUCAO COM
      *                OS CONTADORES, PARA O FECHAMENTO DO DIA LER
      *                O RESULTADO DE UMA CONFERENCIA) E 'R'
      *                (REEXECUTAR JOB DE CONFERENCIA JA CONCLUIDO
      *                NA DATA).
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCTL.
                   PERFORM 2000-LOCALIZAR-REGISTRO
                   EVALUATE LK-FUNCAO
                       WHEN 'I'
                       WHEN 'R'
                           PERFORM 3000-REGISTRAR-INICIO
                       WHEN 'F'
                           PERFORM 4000-REGISTRAR-FIM
                       WHEN 'P'
                           PERFORM 5000-CONFERIR-PREDECESSOR
                       WHEN 'Q'
                           PERFORM 5100-CONSULTAR-EXECUCAO
                       WHEN OTHER
                           MOVE 90 TO LK-COD-RETORNO
                   END-EVALUATE
               END-IF.

           3000-REGISTRAR-INICIO.
               IF WS-REGISTRO-EXISTE AND RUN-CONCLUIDO AND
                  LK-FUNCAO = 'I'
                   MOVE 10 TO LK-COD-RETORNO
               ELSE
                   MOVE LK-NOME-JOB TO RUN-NOME-JOB
                   MOVE 20 TO LK-COD-RETORNO
               END-IF.

           5100-CONSULTAR-EXECUCAO.
               IF WS-REGISTRO-EXISTE AND RUN-CONCLUIDO
                   MOVE RUN-QTD-PROCESSADOS TO LK-QTD-PROCESSADOS
                   MOVE RUN-QTD-REJEITADOS TO LK-QTD-REJEITADOS
               ELSE
                   MOVE ZERO TO LK-QTD-PROCESSADOS
                   MOVE ZERO TO LK-QTD-REJEITADOS
                   MOVE 20 TO LK-COD-RETORNO
               END-IF.

           END PROGRAM BATCTL.
