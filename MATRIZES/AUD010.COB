      *----------------------------------------------------------------*
      *ATHOR:          GABRIEL FERREIRA                                *
      *DATE:           15/10/2026                                      *
      *NAME PROGRAM:   AUD010 - AUDITORIA DE INTEGRIDADE DOS MESTRES   *
      *----------------------------------------------------------------*
      *DESCRICAO:      BATCH NOTURNO QUE CRUZA OS MESTRES INDEXADOS E  *
      *                LISTA NO RELAUDIT TODA REFERENCIA QUEBRADA, COM *
      *                A SEVERIDADE:                                  *
      *                1 - DINHEIRO OU POSTAGEM PODE SAIR ERRADO; O    *
      *                    FECHAMENTO DO DIA (DIA010) FICA BLOQUEADO   *
      *                    ATE O ACERTO E UMA NOVA EXECUCAO LIMPA;     *
      *                2 - CADASTRO INCONSISTENTE, A CORRIGIR, SEM     *
      *                    BLOQUEAR O DIA;                             *
      *                3 - AVISO (HISTORICO OU ARQUIVO AUSENTE).       *
      *                VERIFICACOES:                                  *
      *                VINMESTR  VINCULO SEM CONTA NO CTAMESTR OU SEM  *
      *                          CLIENTE NO CLIMESTR (2)               *
      *                CTAMESTR  CONTA COM CTA-CPF-TITULAR SEM O       *
      *                          VINCULO PRINCIPAL NO VINMESTR (2)     *
      *                CTRMESTR  CONTA DE CREDITO INEXISTENTE (1);     *
      *                          QUANTIDADE DE PARCELAS NO PARMESTR    *
      *                          DIFERENTE DE CTR-NUM-PRESTACAO (1);   *
      *                          SOMA DE PAR-AMORT DIFERENTE DO VALOR  *
      *                          FINANCIADO ALEM DA TOLERANCIA (1);    *
      *                          CONTRATO LIQUIDADO COM PARCELA EM     *
      *                          ABERTO (1)                            *
      *                ORDAGEND  CONTA DE ORIGEM OU DESTINO            *
      *                          INEXISTENTE: ORDEM ATIVA (1),         *
      *                          CANCELADA OU CONCLUIDA (3)            *
      *                TRFPEND   CONTA DE ORIGEM OU DESTINO            *
      *                          INEXISTENTE: PEDIDO PENDENTE (1),     *
      *                          JA DECIDIDO (3)                       *
      *                CASMEST   TERMINAL + DENOMINACAO SEM NENHUM     *
      *                          MOVIMENTO NO CASJRNL (2)              *
      *                MESTRE OPCIONAL QUE NAO EXISTE (STATUS 35) SAI  *
      *                COMO AVISO E A SECAO NAO E CONFERIDA.           *
      *                                                               *
      *                CHAVEADO NO RUNCTRL PELO DIA DE NEGOCIO ABERTO  *
      *                (DIACTL). A QUANTIDADE DE VIOLACOES DE          *
      *                SEVERIDADE 1 VAI PARA OS REJEITADOS DO CONTROLE *
      *                DE BATCH, ONDE O DIA010 A CONFERE. PODE SER     *
      *                REEXECUTADO ATE FECHAR SEM SEVERIDADE 1 (BATCTL *
      *                'R'); DEPOIS DISSO O DIA FICA AUDITADO E A      *
      *                EXECUCAO E RECUSADA. SO LEITURA: NAO CORRIGE    *
      *                NADA NOS MESTRES.                               *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *15/10/2026 GFD  CRIACAO DO PROGRAMA
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUD010.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTAMESTR ASSIGN TO "CTAMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CHAVE
               FILE STATUS IS WS-STATUS-CTAMESTR.

           SELECT VINMESTR ASSIGN TO "VINMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIN-CHAVE
               ALTERNATE RECORD KEY IS VIN-CHAVE-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-VINMESTR.

           SELECT CLIMESTR ASSIGN TO "CLIMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CHAVE
               FILE STATUS IS WS-STATUS-CLIMESTR.

           SELECT CTRMESTR ASSIGN TO "CTRMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-CHAVE
               FILE STATUS IS WS-STATUS-CTRMESTR.

           SELECT PARMESTR ASSIGN TO "PARMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CHAVE
               ALTERNATE RECORD KEY IS PAR-CHAVE-VENCTO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-PARMESTR.

           SELECT ORDAGEND ASSIGN TO "ORDAGEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGD-CHAVE
               FILE STATUS IS WS-STATUS-ORDAGEND.

           SELECT TRFPEND ASSIGN TO "TRFPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-CHAVE
               FILE STATUS IS WS-STATUS-TRFPEND.

           SELECT CASMEST ASSIGN TO "CASMEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASS-CHAVE
               FILE STATUS IS WS-STATUS-CASMEST.

           SELECT CASJRNL ASSIGN TO "CASJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CASJRNL.

           SELECT RELAUDIT ASSIGN TO "RELAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELAUDIT.

       DATA DIVISION.
       FILE SECTION.
       FD  CTAMESTR.
       COPY CTACAD.

       FD  VINMESTR.
       COPY TITULAR.

       FD  CLIMESTR.
       COPY CLIENTE.

       FD  CTRMESTR.
       COPY CONTRATO.

       FD  PARMESTR.
       COPY PARCELA.

       FD  ORDAGEND.
       COPY AGENDA.

       FD  TRFPEND.
       COPY TRFPND.

       FD  CASMEST.
       COPY CASSETE.

       FD  CASJRNL.
       COPY CASJRN.

       FD  RELAUDIT.
       01  REL-REGISTRO             PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-CTAMESTR      PIC X(02) VALUE SPACES.
       77 WS-STATUS-VINMESTR      PIC X(02) VALUE SPACES.
       77 WS-STATUS-CLIMESTR      PIC X(02) VALUE SPACES.
       77 WS-STATUS-CTRMESTR      PIC X(02) VALUE SPACES.
       77 WS-STATUS-PARMESTR      PIC X(02) VALUE SPACES.
       77 WS-STATUS-ORDAGEND      PIC X(02) VALUE SPACES.
       77 WS-STATUS-TRFPEND       PIC X(02) VALUE SPACES.
       77 WS-STATUS-CASMEST       PIC X(02) VALUE SPACES.
       77 WS-STATUS-CASJRNL       PIC X(02) VALUE SPACES.
       77 WS-STATUS-RELAUDIT      PIC X(02) VALUE SPACES.

       77 WS-SW-FIM-ARQUIVO       PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQUIVO          VALUE 'S'.
       77 WS-SW-FIM-PARMESTR      PIC X(01) VALUE 'N'.
           88 WS-FIM-PARMESTR         VALUE 'S'.
       77 WS-SW-CONTA-EXISTE      PIC X(01) VALUE 'N'.
           88 WS-CONTA-EXISTE         VALUE 'S'.

       77 WS-DATA-HOJE            PIC 9(08) VALUE ZERO.
       77 WS-FUNCAO-DIACTL        PIC X(01) VALUE 'C'.
       77 WS-COD-RETORNO-DIACTL   PIC 9(02) VALUE ZERO.
       77 WS-SW-DIA-ABERTO        PIC X(01) VALUE 'N'.
           88 WS-DIA-ABERTO-OK        VALUE 'S'.

      *----------------------------------------------------------------*
      *DIFERENCA ACEITA ENTRE A SOMA DAS AMORTIZACOES E O VALOR        *
      *FINANCIADO, PARA ABSORVER O ARREDONDAMENTO DA TABELA PRICE      *
      *(A MESMA DA CONCILIACAO CTB040).                                *
      *----------------------------------------------------------------*
       77 WS-TOLERANCIA           PIC 9(03)V99 VALUE 1.00.

       77 WS-CONTA-BUSCA          PIC 9(08) VALUE ZERO.
       77 WS-QTD-PARCELAS         PIC 9(05) VALUE ZERO.
       77 WS-QTD-PARC-ABERTAS     PIC 9(05) VALUE ZERO.
       77 WS-SOMA-AMORT           PIC 9(11)V99 VALUE ZERO.
       77 WS-DIF-AMORT            PIC S9(11)V99 VALUE ZERO.
       77 WS-DIF-AMORT-ABS        PIC 9(11)V99 VALUE ZERO.
       77 WS-EDT-QTD              PIC ZZZ9.
       77 WS-EDT-VALOR            PIC -Z(9)9.99.

       77 WS-QTD-CONFERIDOS       PIC 9(07) VALUE ZERO.
       77 WS-QTD-SEV-1            PIC 9(07) VALUE ZERO.
       77 WS-QTD-SEV-2            PIC 9(07) VALUE ZERO.
       77 WS-QTD-SEV-3            PIC 9(07) VALUE ZERO.
       77 WS-SEC-QTD-CONFERIDOS   PIC 9(07) VALUE ZERO.
       77 WS-SEC-QTD-VIOLACOES    PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------------*
      *PARES TERMINAL + DENOMINACAO QUE APARECEM NO CASJRNL.           *
      *----------------------------------------------------------------*
       01 WS-TABELA-DIARIO.
           05 WS-QTD-PARES        PIC 9(03) COMP VALUE ZERO.
           05 WS-PAR-ITEM OCCURS 200 TIMES.
               10 WS-PAR-ID-TERMINAL PIC X(04).
               10 WS-PAR-DENOMINACAO PIC 9(03).
       77 WS-IND                  PIC 9(03) COMP VALUE ZERO.
       77 WS-IND-ACHADO           PIC 9(03) COMP VALUE ZERO.
       77 WS-SW-TABELA-CHEIA      PIC X(01) VALUE 'N'.
           88 WS-TABELA-CHEIA         VALUE 'S'.

       COPY BATWS.

       01 WS-REL-CABECALHO.
           05 FILLER            PIC X(44) VALUE
              "AUDITORIA DE INTEGRIDADE DOS MESTRES - DIA ".
           05 WS-CAB-DATA       PIC 9(08).

       01 WS-REL-SECAO.
           05 FILLER            PIC X(08) VALUE "MESTRE: ".
           05 WS-SEC-MESTRE     PIC X(08).
           05 FILLER            PIC X(03) VALUE " - ".
           05 WS-SEC-DESCRICAO  PIC X(50).

       01 WS-REL-COLUNAS.
           05 FILLER            PIC X(11) VALUE " SEV  CHAVE".
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "OCORRENCIA".

       01 WS-REL-VIOLACAO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-VIO-SEVERIDADE PIC 9(01).
           05 FILLER            PIC X(03) VALUE SPACES.
           05 WS-VIO-CHAVE      PIC X(24).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-VIO-OCORRENCIA PIC X(44).

       01 WS-REL-FIM-SECAO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(19) VALUE "REGISTROS LIDOS: ".
           05 WS-FSE-CONFERIDOS PIC Z(6)9.
           05 FILLER            PIC X(14) VALUE "   VIOLACOES: ".
           05 WS-FSE-VIOLACOES  PIC Z(6)9.

       01 WS-REL-RESUMO.
           05 WS-RES-TEXTO      PIC X(28).
           05 WS-RES-QTD        PIC Z(6)9.

       01 WS-REL-BRANCO         PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
           0000-MAINLINE.
               DISPLAY "AUD010 - AUDITORIA DE INTEGRIDADE DOS MESTRES"
               PERFORM 0200-OBTER-DIA-PROCESSAMENTO
               IF NOT WS-DIA-ABERTO-OK
                   DISPLAY "DIA DE PROCESSAMENTO NAO ABERTO "
                           "(ABRA PELO DIA010). EXECUCAO RECUSADA."
               ELSE
                   DISPLAY "DIA AUDITADO: " WS-DATA-HOJE
                   PERFORM 0400-CONFERIR-SITUACAO
                   IF WS-RUN-COD-RETORNO = ZERO
                       PERFORM 1000-INICIALIZAR
                       IF WS-STATUS-CTAMESTR = '00' AND
                          WS-STATUS-RELAUDIT = '00'
                           PERFORM 2000-AUDITAR-VINCULOS
                           PERFORM 3000-AUDITAR-CONTAS
                           PERFORM 4000-AUDITAR-CONTRATOS
                           PERFORM 5000-AUDITAR-AGENDAMENTOS
                           PERFORM 5500-AUDITAR-TRANSF-PENDENTES
                           PERFORM 6000-AUDITAR-CASSETES
                           PERFORM 8000-IMPRIMIR-RESUMO
                           PERFORM 9500-REGISTRAR-FIM
                       END-IF
                       PERFORM 9000-FINALIZAR
                   END-IF
               END-IF
               STOP RUN.

      *----------------------------------------------------------------*
      *0200: A DATA DE PROCESSAMENTO E O DIA DE NEGOCIO ABERTO NO    *
      *      MESTRE DE DATA (DIAPROC, VIA DIACTL) -- NAO O RELOGIO   *
      *      DA MAQUINA. SEM DIA ABERTO O JOB E RECUSADO.            *
      *----------------------------------------------------------------*
           0200-OBTER-DIA-PROCESSAMENTO.
               MOVE 'N' TO WS-SW-DIA-ABERTO
               MOVE 'C' TO WS-FUNCAO-DIACTL
               CALL "DIACTL" USING WS-FUNCAO-DIACTL WS-DATA-HOJE
                                   WS-COD-RETORNO-DIACTL
               IF WS-COD-RETORNO-DIACTL = ZERO
                   MOVE 'S' TO WS-SW-DIA-ABERTO
               END-IF.

      *----------------------------------------------------------------*
      *0400: DIA JA AUDITADO SEM SEVERIDADE 1 E RECUSADO; COM          *
      *      SEVERIDADE 1, PODE RODAR DE NOVO DEPOIS DO ACERTO         *
      *      (BATCTL 'R').                                             *
      *----------------------------------------------------------------*
           0400-CONFERIR-SITUACAO.
               MOVE 'Q' TO WS-RUN-FUNCAO
               MOVE "AUD010" TO WS-RUN-NOME-JOB
               MOVE WS-DATA-HOJE TO WS-RUN-DATA-PROC
               CALL "BATCTL" USING WS-RUN-FUNCAO WS-RUN-NOME-JOB
                                   WS-RUN-DATA-PROC WS-RUN-QTD-PROC
                                   WS-RUN-QTD-REJ WS-RUN-COD-RETORNO
               IF WS-RUN-COD-RETORNO = ZERO AND
                  WS-RUN-QTD-REJ = ZERO
                   DISPLAY "DIA " WS-DATA-HOJE " JA AUDITADO SEM "
                           "VIOLACAO DE SEVERIDADE 1. EXECUCAO "
                           "RECUSADA."
                   MOVE 10 TO WS-RUN-COD-RETORNO
               ELSE
                   PERFORM 0500-REGISTRAR-INICIO
               END-IF.

      *----------------------------------------------------------------*
      *0500/9500: REGISTRO DE INICIO E FIM NO CONTROLE DE BATCH,       *
      *           CHAVEADO PELO DIA DE NEGOCIO. O FIM LEVA OS          *
      *           REGISTROS CONFERIDOS E AS VIOLACOES DE SEVERIDADE 1. *
      *----------------------------------------------------------------*
           0500-REGISTRAR-INICIO.
               MOVE 'R' TO WS-RUN-FUNCAO
               MOVE "AUD010" TO WS-RUN-NOME-JOB
               MOVE WS-DATA-HOJE TO WS-RUN-DATA-PROC
               CALL "BATCTL" USING WS-RUN-FUNCAO WS-RUN-NOME-JOB
                                   WS-RUN-DATA-PROC WS-RUN-QTD-PROC
                                   WS-RUN-QTD-REJ WS-RUN-COD-RETORNO
               IF WS-RUN-COD-RETORNO NOT = ZERO
                   DISPLAY "ERRO NO CONTROLE DE BATCH. RETORNO: "
                           WS-RUN-COD-RETORNO
               END-IF.

           9500-REGISTRAR-FIM.
               MOVE 'F' TO WS-RUN-FUNCAO
               MOVE WS-QTD-CONFERIDOS TO WS-RUN-QTD-PROC
               MOVE WS-QTD-SEV-1 TO WS-RUN-QTD-REJ
               CALL "BATCTL" USING WS-RUN-FUNCAO WS-RUN-NOME-JOB
                                   WS-RUN-DATA-PROC WS-RUN-QTD-PROC
                                   WS-RUN-QTD-REJ WS-RUN-COD-RETORNO.

      *----------------------------------------------------------------*
      *1000: ABRE OS MESTRES SO PARA LEITURA. SO O CTAMESTR E          *
      *      OBRIGATORIO; OS DEMAIS PODEM AINDA NAO EXISTIR, E CADA    *
      *      SECAO CONFERE O STATUS DO SEU.                            *
      *----------------------------------------------------------------*
           1000-INICIALIZAR.
               OPEN INPUT CTAMESTR
               OPEN INPUT VINMESTR
               OPEN INPUT CLIMESTR
               OPEN INPUT CTRMESTR
               OPEN INPUT PARMESTR
               OPEN INPUT ORDAGEND
               OPEN INPUT TRFPEND
               OPEN INPUT CASMEST
               OPEN OUTPUT RELAUDIT
               IF WS-STATUS-CTAMESTR NOT = '00' OR
                  WS-STATUS-RELAUDIT NOT = '00'
                   DISPLAY "ERRO AO ABRIR ARQUIVOS. CTAMESTR: "
                           WS-STATUS-CTAMESTR " RELAUDIT: "
                           WS-STATUS-RELAUDIT
               ELSE
                   MOVE WS-DATA-HOJE TO WS-CAB-DATA
                   MOVE WS-REL-CABECALHO TO REL-REGISTRO
                   WRITE REL-REGISTRO
               END-IF.

      *----------------------------------------------------------------*
      *2000: VINMESTR -- CADA VINCULO APONTA PARA CONTA DO CTAMESTR E  *
      *      PARA CLIENTE DO CLIMESTR.                                 *
      *----------------------------------------------------------------*
           2000-AUDITAR-VINCULOS.
               MOVE "VINMESTR" TO WS-SEC-MESTRE
               MOVE "VINCULO CONTA X TITULAR" TO WS-SEC-DESCRICAO
               PERFORM 7000-ABRIR-SECAO
               IF WS-STATUS-VINMESTR NOT = '00'
                   PERFORM 7300-MESTRE-INDISPONIVEL
               ELSE
                   IF WS-STATUS-CLIMESTR NOT = '00'
                       MOVE "CLIMESTR" TO WS-VIO-CHAVE
                       MOVE "CLIENTE NAO CONFERIDO (CLIMESTR)" TO
                            WS-VIO-OCORRENCIA
                       MOVE 3 TO WS-VIO-SEVERIDADE
                       PERFORM 7200-GRAVAR-VIOLACAO
                   END-IF
                   MOVE 'N' TO WS-SW-FIM-ARQUIVO
                   MOVE LOW-VALUES TO VIN-CHAVE
                   START VINMESTR KEY IS NOT LESS THAN VIN-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WS-SW-FIM-ARQUIVO
                   END-START
                   PERFORM 2010-LER-VINMESTR
                   PERFORM 2100-CONFERIR-VINCULO
                           UNTIL WS-FIM-ARQUIVO
               END-IF
               PERFORM 7100-FECHAR-SECAO.

           2010-LER-VINMESTR.
               IF NOT WS-FIM-ARQUIVO
                   READ VINMESTR NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SW-FIM-ARQUIVO
                   END-READ
               END-IF.

           2100-CONFERIR-VINCULO.
               ADD 1 TO WS-SEC-QTD-CONFERIDOS
               MOVE SPACES TO WS-VIO-CHAVE
               STRING "CONTA " VIN-NUM-CONTA " CPF " VIN-CPF
                      DELIMITED BY SIZE INTO WS-VIO-CHAVE
               MOVE VIN-NUM-CONTA TO WS-CONTA-BUSCA
               PERFORM 7500-LOCALIZAR-CONTA
               IF NOT WS-CONTA-EXISTE
                   MOVE "CONTA INEXISTENTE NO CTAMESTR" TO
                        WS-VIO-OCORRENCIA
                   MOVE 2 TO WS-VIO-SEVERIDADE
                   PERFORM 7200-GRAVAR-VIOLACAO
               END-IF
               IF WS-STATUS-CLIMESTR = '00'
                   MOVE VIN-CPF TO CLI-CPF
                   READ CLIMESTR
                       INVALID KEY
                           MOVE "CLIENTE INEXISTENTE NO CLIMESTR" TO
                                WS-VIO-OCORRENCIA
                           MOVE 2 TO WS-VIO-SEVERIDADE
                           PERFORM 7200-GRAVAR-VIOLACAO
                   END-READ
               END-IF
               PERFORM 2010-LER-VINMESTR.

      *----------------------------------------------------------------*
      *3000: CTAMESTR -- CONTA COM CTA-CPF-TITULAR GRAVADO TEM O       *
      *      VINCULO DESSE CPF COMO TITULAR PRINCIPAL NO VINMESTR.     *
      *      AREA DO TITULAR NAO INICIADA (REGISTRO ANTIGO) NAO TEM    *
      *      CPF A CONFERIR.                                           *
      *----------------------------------------------------------------*
           3000-AUDITAR-CONTAS.
               MOVE "CTAMESTR" TO WS-SEC-MESTRE
               MOVE "TITULAR PRINCIPAL DAS CONTAS" TO WS-SEC-DESCRICAO
               PERFORM 7000-ABRIR-SECAO
               IF WS-STATUS-VINMESTR NOT = '00'
                   MOVE "VINMESTR" TO WS-VIO-CHAVE
                   MOVE "TITULAR NAO CONFERIDO (VINMESTR)" TO
                        WS-VIO-OCORRENCIA
                   MOVE 3 TO WS-VIO-SEVERIDADE
                   PERFORM 7200-GRAVAR-VIOLACAO
               ELSE
                   MOVE 'N' TO WS-SW-FIM-ARQUIVO
                   MOVE ZERO TO CTA-NUM-CONTA
                   START CTAMESTR KEY IS NOT LESS THAN CTA-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WS-SW-FIM-ARQUIVO
                   END-START
                   PERFORM 3010-LER-CTAMESTR
                   PERFORM 3100-CONFERIR-CONTA
                           UNTIL WS-FIM-ARQUIVO
               END-IF
               PERFORM 7100-FECHAR-SECAO.

           3010-LER-CTAMESTR.
               IF NOT WS-FIM-ARQUIVO
                   READ CTAMESTR NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SW-FIM-ARQUIVO
                   END-READ
               END-IF.

           3100-CONFERIR-CONTA.
               ADD 1 TO WS-SEC-QTD-CONFERIDOS
               IF NOT CTA-TITULAR-NAO-INICIADO
                   IF CTA-CPF-TITULAR > ZERO
                       MOVE SPACES TO WS-VIO-CHAVE
                       STRING "CONTA " CTA-NUM-CONTA
                              DELIMITED BY SIZE INTO WS-VIO-CHAVE
                       MOVE CTA-NUM-CONTA TO VIN-NUM-CONTA
                       MOVE CTA-CPF-TITULAR TO VIN-CPF
                       READ VINMESTR
                           INVALID KEY
                               MOVE "TITULAR SEM VINCULO NO VINMESTR"
                                    TO WS-VIO-OCORRENCIA
                               MOVE 2 TO WS-VIO-SEVERIDADE
                               PERFORM 7200-GRAVAR-VIOLACAO
                           NOT INVALID KEY
                               IF NOT VIN-TITULAR-PRINCIPAL
                                   MOVE "VINCULO DO TITULAR NAO E 'P'"
                                        TO WS-VIO-OCORRENCIA
                                   MOVE 2 TO WS-VIO-SEVERIDADE
                                   PERFORM 7200-GRAVAR-VIOLACAO
                               END-IF
                       END-READ
                   END-IF
               END-IF
               PERFORM 3010-LER-CTAMESTR.

      *----------------------------------------------------------------*
      *4000: CTRMESTR -- CONTA DE CREDITO EXISTENTE, UMA LINHA NO      *
      *      PARMESTR POR PRESTACAO, AMORTIZACOES SOMANDO O VALOR      *
      *      FINANCIADO (COM O IOF FINANCIADO, QUE JA ESTA NELE) E     *
      *      CONTRATO LIQUIDADO SEM PARCELA EM ABERTO.                 *
      *----------------------------------------------------------------*
           4000-AUDITAR-CONTRATOS.
               MOVE "CTRMESTR" TO WS-SEC-MESTRE
               MOVE "CONTRATOS E PARCELAS (PARMESTR)" TO
                    WS-SEC-DESCRICAO
               PERFORM 7000-ABRIR-SECAO
               IF WS-STATUS-CTRMESTR NOT = '00' OR
                  WS-STATUS-PARMESTR NOT = '00'
                   IF WS-STATUS-CTRMESTR = '00'
                       MOVE "PARMESTR" TO WS-SEC-MESTRE
                       MOVE WS-STATUS-PARMESTR TO WS-STATUS-CTRMESTR
                   END-IF
                   PERFORM 7300-MESTRE-INDISPONIVEL
               ELSE
                   MOVE 'N' TO WS-SW-FIM-ARQUIVO
                   MOVE ZERO TO CTR-NUM-CONTRATO
                   START CTRMESTR KEY IS NOT LESS THAN CTR-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WS-SW-FIM-ARQUIVO
                   END-START
                   PERFORM 4010-LER-CTRMESTR
                   PERFORM 4100-CONFERIR-CONTRATO
                           UNTIL WS-FIM-ARQUIVO
               END-IF
               PERFORM 7100-FECHAR-SECAO.

           4010-LER-CTRMESTR.
               IF NOT WS-FIM-ARQUIVO
                   READ CTRMESTR NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SW-FIM-ARQUIVO
                   END-READ
               END-IF.

           4100-CONFERIR-CONTRATO.
               ADD 1 TO WS-SEC-QTD-CONFERIDOS
               MOVE SPACES TO WS-VIO-CHAVE
               STRING "CONTRATO " CTR-NUM-CONTRATO
                      DELIMITED BY SIZE INTO WS-VIO-CHAVE
               MOVE CTR-NUM-CONTA-CREDITO TO WS-CONTA-BUSCA
               PERFORM 7500-LOCALIZAR-CONTA
               IF NOT WS-CONTA-EXISTE
                   MOVE SPACES TO WS-VIO-OCORRENCIA
                   STRING "CONTA DE CREDITO " CTR-NUM-CONTA-CREDITO
                          " INEXISTENTE"
                          DELIMITED BY SIZE INTO WS-VIO-OCORRENCIA
                   MOVE 1 TO WS-VIO-SEVERIDADE
                   PERFORM 7200-GRAVAR-VIOLACAO
               END-IF
               PERFORM 4200-SOMAR-PARCELAS
               IF WS-QTD-PARCELAS NOT = CTR-NUM-PRESTACAO
                   MOVE WS-QTD-PARCELAS TO WS-EDT-QTD
                   MOVE SPACES TO WS-VIO-OCORRENCIA
                   STRING "PARCELAS NO PARMESTR " WS-EDT-QTD
                          " X PRESTACOES " CTR-NUM-PRESTACAO
                          DELIMITED BY SIZE INTO WS-VIO-OCORRENCIA
                   MOVE 1 TO WS-VIO-SEVERIDADE
                   PERFORM 7200-GRAVAR-VIOLACAO
               END-IF
               COMPUTE WS-DIF-AMORT =
                       WS-SOMA-AMORT - CTR-VALOR-FINANCIADO
               IF WS-DIF-AMORT < ZERO
                   COMPUTE WS-DIF-AMORT-ABS = 0 - WS-DIF-AMORT
               ELSE
                   MOVE WS-DIF-AMORT TO WS-DIF-AMORT-ABS
               END-IF
               IF WS-DIF-AMORT-ABS > WS-TOLERANCIA
                   MOVE WS-DIF-AMORT TO WS-EDT-VALOR
                   MOVE SPACES TO WS-VIO-OCORRENCIA
                   STRING "AMORTIZACOES - FINANCIADO = " WS-EDT-VALOR
                          DELIMITED BY SIZE INTO WS-VIO-OCORRENCIA
                   MOVE 1 TO WS-VIO-SEVERIDADE
                   PERFORM 7200-GRAVAR-VIOLACAO
               END-IF
               IF CTR-LIQUIDADO AND WS-QTD-PARC-ABERTAS > ZERO
                   MOVE WS-QTD-PARC-ABERTAS TO WS-EDT-QTD
                   MOVE SPACES TO WS-VIO-OCORRENCIA
                   STRING "LIQUIDADO COM " WS-EDT-QTD
                          " PARCELA(S) EM ABERTO"
                          DELIMITED BY SIZE INTO WS-VIO-OCORRENCIA
                   MOVE 1 TO WS-VIO-SEVERIDADE
                   PERFORM 7200-GRAVAR-VIOLACAO
               END-IF
               PERFORM 4010-LER-CTRMESTR.

      *----------------------------------------------------------------*
      *4200: PARCELAS DO CONTRATO PELA CHAVE PRIMARIA DO PARMESTR      *
      *      (CONTRATO + PARCELA): QUANTIDADE, SOMA DE PAR-AMORT E     *
      *      QUANTAS ESTAO EM ABERTO.                                  *
      *----------------------------------------------------------------*
           4200-SOMAR-PARCELAS.
               MOVE ZERO TO WS-QTD-PARCELAS WS-QTD-PARC-ABERTAS
                            WS-SOMA-AMORT
               MOVE 'N' TO WS-SW-FIM-PARMESTR
               MOVE CTR-NUM-CONTRATO TO PAR-NUM-CONTRATO
               MOVE ZERO TO PAR-NUM-PARCELA
               START PARMESTR KEY IS NOT LESS THAN PAR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-PARMESTR
               END-START
               PERFORM 4210-LER-PARMESTR
               PERFORM 4220-ACUMULAR-PARCELA
                       UNTIL WS-FIM-PARMESTR.

           4210-LER-PARMESTR.
               IF NOT WS-FIM-PARMESTR
                   READ PARMESTR NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SW-FIM-PARMESTR
                   END-READ
               END-IF
               IF NOT WS-FIM-PARMESTR
                   IF PAR-NUM-CONTRATO NOT = CTR-NUM-CONTRATO
                       MOVE 'S' TO WS-SW-FIM-PARMESTR
                   END-IF
               END-IF.

           4220-ACUMULAR-PARCELA.
               ADD 1 TO WS-QTD-PARCELAS
               ADD PAR-AMORT TO WS-SOMA-AMORT
               IF PAR-ABERTA
                   ADD 1 TO WS-QTD-PARC-ABERTAS
               END-IF
               PERFORM 4210-LER-PARMESTR.

      *----------------------------------------------------------------*
      *5000: ORDAGEND -- CONTAS DE ORIGEM E DESTINO DA ORDEM AGENDADA. *
      *      ORDEM ATIVA SEM CONTA E SEVERIDADE 1 (O CEP120 A          *
      *      EXECUTA); CANCELADA OU CONCLUIDA E SO HISTORICO.          *
      *----------------------------------------------------------------*
           5000-AUDITAR-AGENDAMENTOS.
               MOVE "ORDAGEND" TO WS-SEC-MESTRE
               MOVE "ORDENS DE TRANSFERENCIA AGENDADA" TO
                    WS-SEC-DESCRICAO
               PERFORM 7000-ABRIR-SECAO
               IF WS-STATUS-ORDAGEND NOT = '00'
                   MOVE WS-STATUS-ORDAGEND TO WS-STATUS-CTRMESTR
                   PERFORM 7300-MESTRE-INDISPONIVEL
               ELSE
                   MOVE 'N' TO WS-SW-FIM-ARQUIVO
                   MOVE LOW-VALUES TO AGD-CHAVE
                   START ORDAGEND KEY IS NOT LESS THAN AGD-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WS-SW-FIM-ARQUIVO
                   END-START
                   PERFORM 5010-LER-ORDAGEND
                   PERFORM 5100-CONFERIR-AGENDAMENTO
                           UNTIL WS-FIM-ARQUIVO
               END-IF
               PERFORM 7100-FECHAR-SECAO.

           5010-LER-ORDAGEND.
               IF NOT WS-FIM-ARQUIVO
                   READ ORDAGEND NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SW-FIM-ARQUIVO
                   END-READ
               END-IF.

           5100-CONFERIR-AGENDAMENTO.
               ADD 1 TO WS-SEC-QTD-CONFERIDOS
               MOVE SPACES TO WS-VIO-CHAVE
               STRING "ORDEM " AGD-NUM-CONTA-ORIGEM "/" AGD-NUM-SEQ
                      DELIMITED BY SIZE INTO WS-VIO-CHAVE
               IF AGD-ATIVA
                   MOVE 1 TO WS-VIO-SEVERIDADE
               ELSE
                   MOVE 3 TO WS-VIO-SEVERIDADE
               END-IF
               MOVE AGD-NUM-CONTA-ORIGEM TO WS-CONTA-BUSCA
               PERFORM 7500-LOCALIZAR-CONTA
               IF NOT WS-CONTA-EXISTE
                   MOVE "CONTA DE ORIGEM INEXISTENTE" TO
                        WS-VIO-OCORRENCIA
                   PERFORM 7200-GRAVAR-VIOLACAO
               END-IF
               MOVE AGD-NUM-CONTA-DESTINO TO WS-CONTA-BUSCA
               PERFORM 7500-LOCALIZAR-CONTA
               IF NOT WS-CONTA-EXISTE
                   MOVE SPACES TO WS-VIO-OCORRENCIA
                   STRING "CONTA DE DESTINO " AGD-NUM-CONTA-DESTINO
                          " INEXISTENTE"
                          DELIMITED BY SIZE INTO WS-VIO-OCORRENCIA
                   PERFORM 7200-GRAVAR-VIOLACAO
               END-IF
               PERFORM 5010-LER-ORDAGEND.

      *----------------------------------------------------------------*
      *5500: TRFPEND -- CONTAS DE ORIGEM E DESTINO DO PEDIDO DE        *
      *      TRANSFERENCIA. PEDIDO PENDENTE SEM CONTA E SEVERIDADE 1   *
      *      (O SUPERVISOR PODE APROVA-LO NO CEP180); JA DECIDIDO E SO *
      *      HISTORICO.                                                *
      *----------------------------------------------------------------*
           5500-AUDITAR-TRANSF-PENDENTES.
               MOVE "TRFPEND" TO WS-SEC-MESTRE
               MOVE "PEDIDOS DE TRANSFERENCIA ACIMA DO LIMITE" TO
                    WS-SEC-DESCRICAO
               PERFORM 7000-ABRIR-SECAO
               IF WS-STATUS-TRFPEND NOT = '00'
                   MOVE WS-STATUS-TRFPEND TO WS-STATUS-CTRMESTR
                   PERFORM 7300-MESTRE-INDISPONIVEL
               ELSE
                   MOVE 'N' TO WS-SW-FIM-ARQUIVO
                   MOVE ZERO TO TRF-NUM-ORDEM
                   START TRFPEND KEY IS NOT LESS THAN TRF-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WS-SW-FIM-ARQUIVO
                   END-START
                   PERFORM 5510-LER-TRFPEND
                   PERFORM 5600-CONFERIR-TRANSF-PENDENTE
                           UNTIL WS-FIM-ARQUIVO
               END-IF
               PERFORM 7100-FECHAR-SECAO.

           5510-LER-TRFPEND.
               IF NOT WS-FIM-ARQUIVO
                   READ TRFPEND NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SW-FIM-ARQUIVO
                   END-READ
               END-IF.

           5600-CONFERIR-TRANSF-PENDENTE.
               ADD 1 TO WS-SEC-QTD-CONFERIDOS
               MOVE SPACES TO WS-VIO-CHAVE
               STRING "PEDIDO " TRF-NUM-ORDEM
                      DELIMITED BY SIZE INTO WS-VIO-CHAVE
               IF TRF-PENDENTE
                   MOVE 1 TO WS-VIO-SEVERIDADE
               ELSE
                   MOVE 3 TO WS-VIO-SEVERIDADE
               END-IF
               MOVE TRF-NUM-CONTA-ORIGEM TO WS-CONTA-BUSCA
               PERFORM 7500-LOCALIZAR-CONTA
               IF NOT WS-CONTA-EXISTE
                   MOVE SPACES TO WS-VIO-OCORRENCIA
                   STRING "CONTA DE ORIGEM " TRF-NUM-CONTA-ORIGEM
                          " INEXISTENTE"
                          DELIMITED BY SIZE INTO WS-VIO-OCORRENCIA
                   PERFORM 7200-GRAVAR-VIOLACAO
               END-IF
               MOVE TRF-NUM-CONTA-DESTINO TO WS-CONTA-BUSCA
               PERFORM 7500-LOCALIZAR-CONTA
               IF NOT WS-CONTA-EXISTE
                   MOVE SPACES TO WS-VIO-OCORRENCIA
                   STRING "CONTA DE DESTINO " TRF-NUM-CONTA-DESTINO
                          " INEXISTENTE"
                          DELIMITED BY SIZE INTO WS-VIO-OCORRENCIA
                   PERFORM 7200-GRAVAR-VIOLACAO
               END-IF
               PERFORM 5510-LER-TRFPEND.

      *----------------------------------------------------------------*
      *6000: CASMEST -- TODO PAR TERMINAL + DENOMINACAO DO ESTOQUE TEM *
      *      PELO MENOS UM MOVIMENTO NO DIARIO DE CASSETE (CASJRNL);   *
      *      SEM ELE O BALANCO (CEP080) NAO EXPLICA O ESTOQUE. O       *
      *      DIARIO E LIDO UMA VEZ PARA A TABELA DE PARES.             *
      *----------------------------------------------------------------*
           6000-AUDITAR-CASSETES.
               MOVE "CASMEST" TO WS-SEC-MESTRE
               MOVE "ESTOQUE DE CEDULAS X DIARIO DE CASSETE (CASJRNL)"
                    TO WS-SEC-DESCRICAO
               PERFORM 7000-ABRIR-SECAO
               IF WS-STATUS-CASMEST NOT = '00'
                   MOVE WS-STATUS-CASMEST TO WS-STATUS-CTRMESTR
                   PERFORM 7300-MESTRE-INDISPONIVEL
               ELSE
                   PERFORM 6100-CARREGAR-DIARIO
                   IF WS-STATUS-CASJRNL NOT = '00'
                       MOVE "CASJRNL" TO WS-SEC-MESTRE
                       MOVE WS-STATUS-CASJRNL TO WS-STATUS-CTRMESTR
                       PERFORM 7300-MESTRE-INDISPONIVEL
                   ELSE
                       MOVE 'N' TO WS-SW-FIM-ARQUIVO
                       MOVE LOW-VALUES TO CASS-CHAVE
                       START CASMEST KEY IS NOT LESS THAN CASS-CHAVE
                           INVALID KEY
                               MOVE 'S' TO WS-SW-FIM-ARQUIVO
                       END-START
                       PERFORM 6010-LER-CASMEST
                       PERFORM 6300-CONFERIR-CASSETE
                               UNTIL WS-FIM-ARQUIVO
                   END-IF
               END-IF
               PERFORM 7100-FECHAR-SECAO.

           6010-LER-CASMEST.
               IF NOT WS-FIM-ARQUIVO
                   READ CASMEST NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SW-FIM-ARQUIVO
                   END-READ
               END-IF.

           6100-CARREGAR-DIARIO.
               MOVE ZERO TO WS-QTD-PARES
               MOVE 'N' TO WS-SW-TABELA-CHEIA
               OPEN INPUT CASJRNL
               IF WS-STATUS-CASJRNL = '00'
                   MOVE 'N' TO WS-SW-FIM-ARQUIVO
                   PERFORM 6110-LER-CASJRNL
                   PERFORM 6200-REGISTRAR-PAR
                           UNTIL WS-FIM-ARQUIVO
                   CLOSE CASJRNL
                   MOVE '00' TO WS-STATUS-CASJRNL
                   IF WS-TABELA-CHEIA
                       MOVE "CASJRNL" TO WS-VIO-CHAVE
                       MOVE "TABELA DE PARES CHEIA (200)" TO
                            WS-VIO-OCORRENCIA
                       MOVE 3 TO WS-VIO-SEVERIDADE
                       PERFORM 7200-GRAVAR-VIOLACAO
                   END-IF
               END-IF.

           6110-LER-CASJRNL.
               READ CASJRNL
                   AT END
                       MOVE 'S' TO WS-SW-FIM-ARQUIVO
               END-READ.

           6200-REGISTRAR-PAR.
               MOVE CAJ-ID-TERMINAL TO CASS-ID-TERMINAL
               MOVE CAJ-DENOMINACAO TO CASS-DENOMINACAO
               PERFORM 6400-PROCURAR-PAR
               IF WS-IND-ACHADO = ZERO
                   IF WS-QTD-PARES < 200
                       ADD 1 TO WS-QTD-PARES
                       MOVE CAJ-ID-TERMINAL TO
                            WS-PAR-ID-TERMINAL(WS-QTD-PARES)
                       MOVE CAJ-DENOMINACAO TO
                            WS-PAR-DENOMINACAO(WS-QTD-PARES)
                   ELSE
                       MOVE 'S' TO WS-SW-TABELA-CHEIA
                   END-IF
               END-IF
               PERFORM 6110-LER-CASJRNL.

           6300-CONFERIR-CASSETE.
               ADD 1 TO WS-SEC-QTD-CONFERIDOS
               PERFORM 6400-PROCURAR-PAR
               IF WS-IND-ACHADO = ZERO AND NOT WS-TABELA-CHEIA
                   MOVE SPACES TO WS-VIO-CHAVE
                   STRING "TERMINAL " CASS-ID-TERMINAL " DENOM "
                          CASS-DENOMINACAO
                          DELIMITED BY SIZE INTO WS-VIO-CHAVE
                   MOVE "SEM MOVIMENTO NO DIARIO DE CASSETE" TO
                        WS-VIO-OCORRENCIA
                   MOVE 2 TO WS-VIO-SEVERIDADE
                   PERFORM 7200-GRAVAR-VIOLACAO
               END-IF
               PERFORM 6010-LER-CASMEST.

           6400-PROCURAR-PAR.
               MOVE ZERO TO WS-IND-ACHADO
               PERFORM 6410-COMPARAR-PAR
                       VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > WS-QTD-PARES OR
                             WS-IND-ACHADO > ZERO.

           6410-COMPARAR-PAR.
               IF WS-PAR-ID-TERMINAL(WS-IND) = CASS-ID-TERMINAL AND
                  WS-PAR-DENOMINACAO(WS-IND) = CASS-DENOMINACAO
                   MOVE WS-IND TO WS-IND-ACHADO
               END-IF.

           7000-ABRIR-SECAO.
               MOVE ZERO TO WS-SEC-QTD-CONFERIDOS
               MOVE ZERO TO WS-SEC-QTD-VIOLACOES
               MOVE WS-REL-BRANCO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE WS-REL-SECAO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE WS-REL-COLUNAS TO REL-REGISTRO
               WRITE REL-REGISTRO.

           7100-FECHAR-SECAO.
               ADD WS-SEC-QTD-CONFERIDOS TO WS-QTD-CONFERIDOS
               IF WS-SEC-QTD-VIOLACOES = ZERO
                   MOVE "  (NENHUMA VIOLACAO)" TO REL-REGISTRO
                   WRITE REL-REGISTRO
               END-IF
               MOVE WS-SEC-QTD-CONFERIDOS TO WS-FSE-CONFERIDOS
               MOVE WS-SEC-QTD-VIOLACOES TO WS-FSE-VIOLACOES
               MOVE WS-REL-FIM-SECAO TO REL-REGISTRO
               WRITE REL-REGISTRO.

           7200-GRAVAR-VIOLACAO.
               MOVE WS-REL-VIOLACAO TO REL-REGISTRO
               WRITE REL-REGISTRO
               ADD 1 TO WS-SEC-QTD-VIOLACOES
               EVALUATE WS-VIO-SEVERIDADE
                   WHEN 1
                       ADD 1 TO WS-QTD-SEV-1
                   WHEN 2
                       ADD 1 TO WS-QTD-SEV-2
                   WHEN OTHER
                       ADD 1 TO WS-QTD-SEV-3
               END-EVALUATE.

      *----------------------------------------------------------------*
      *7300: MESTRE DA SECAO NAO ABRIU (O STATUS VEM EM               *
      *      WS-STATUS-CTRMESTR QUANDO NAO E O PROPRIO CTRMESTR):      *
      *      AVISO, E A SECAO NAO E CONFERIDA.                         *
      *----------------------------------------------------------------*
           7300-MESTRE-INDISPONIVEL.
               MOVE WS-SEC-MESTRE TO WS-VIO-CHAVE
               MOVE SPACES TO WS-VIO-OCORRENCIA
               STRING "MESTRE INDISPONIVEL (STATUS "
                      WS-STATUS-CTRMESTR "): NAO CONFERIDO"
                      DELIMITED BY SIZE INTO WS-VIO-OCORRENCIA
               MOVE 3 TO WS-VIO-SEVERIDADE
               PERFORM 7200-GRAVAR-VIOLACAO.

           7500-LOCALIZAR-CONTA.
               MOVE 'N' TO WS-SW-CONTA-EXISTE
               MOVE WS-CONTA-BUSCA TO CTA-NUM-CONTA
               READ CTAMESTR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-SW-CONTA-EXISTE
               END-READ.

           8000-IMPRIMIR-RESUMO.
               MOVE WS-REL-BRANCO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE "REGISTROS CONFERIDOS.......:" TO WS-RES-TEXTO
               MOVE WS-QTD-CONFERIDOS TO WS-RES-QTD
               PERFORM 8100-GRAVAR-RESUMO
               MOVE "VIOLACOES SEVERIDADE 1.....:" TO WS-RES-TEXTO
               MOVE WS-QTD-SEV-1 TO WS-RES-QTD
               PERFORM 8100-GRAVAR-RESUMO
               MOVE "VIOLACOES SEVERIDADE 2.....:" TO WS-RES-TEXTO
               MOVE WS-QTD-SEV-2 TO WS-RES-QTD
               PERFORM 8100-GRAVAR-RESUMO
               MOVE "AVISOS (SEVERIDADE 3)......:" TO WS-RES-TEXTO
               MOVE WS-QTD-SEV-3 TO WS-RES-QTD
               PERFORM 8100-GRAVAR-RESUMO
               DISPLAY "REGISTROS CONFERIDOS......: " WS-QTD-CONFERIDOS
               DISPLAY "VIOLACOES SEVERIDADE 1....: " WS-QTD-SEV-1
               DISPLAY "VIOLACOES SEVERIDADE 2....: " WS-QTD-SEV-2
               DISPLAY "AVISOS (SEVERIDADE 3).....: " WS-QTD-SEV-3
               IF WS-QTD-SEV-1 > ZERO
                   DISPLAY "*** HA VIOLACAO DE SEVERIDADE 1 -- O "
                           "FECHAMENTO DO DIA (DIA010) FICA BLOQUEADO. "
                           "VEJA O RELAUDIT."
               END-IF.

           8100-GRAVAR-RESUMO.
               MOVE WS-REL-RESUMO TO REL-REGISTRO
               WRITE REL-REGISTRO.

           9000-FINALIZAR.
               CLOSE CTAMESTR VINMESTR CLIMESTR CTRMESTR PARMESTR
                     ORDAGEND TRFPEND CASMEST RELAUDIT.

           END PROGRAM AUD010.
