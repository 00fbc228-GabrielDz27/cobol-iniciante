      *----------------------------------------------------------------*
      *SISTEMA:     CE - CAIXA ELETRONICA
      *JOB:         02 - CONCILIACAO DE MOVIMENTOS
      *PROGRAMA:     0 - LE O HISTORICO INDEXADO DE MOVIMENTOS
      *              (MOVHIST, CARREGADO DO MOVLOG PELO CEP300) CONTA A
      *              CONTA E REPLICA CADA LANCAMENTO DO DIA A PARTIR DO
      *              SALDO DE ABERTURA GRAVADO NO CADASTRO (CTAMESTR),
      *              CONFERINDO SE O SALDO CALCULADO BATE COM O SALDO
      *                DIGITACAO DO OPERADOR -- JANELA QUE PASSA DA
      *                MEIA-NOITE CONTINUA NO MESMO DIA DE NEGOCIO E A
      *                REEXECUCAO DE MADRUGADA MANTEM A DATA ORIGINAL.
      *14/10/2026 GFD  O ESTORNO A CREDITO (CEP190) ENTRA NA SOMA
      *                COMO CREDITO; O ESTORNO A DEBITO CAI NO
      *                LADO DO DEBITO.
      *14/10/2026 GFD  INCLUIDA A TARIFA DE SERVICO (CEP200) NO
      *                REPLACING DO DIARIO; ENTRA COMO DEBITO NA
      *                CONCILIACAO.
      *14/10/2026 GFD  INCLUIDO O CHEQUE DEVOLVIDO (CEP210) NO
      *                REPLACING DO DIARIO; ENTRA COMO DEBITO NA
      *                CONCILIACAO.
      *14/10/2026 GFD  INCLUIDO O TIPO DE IR RETIDO NA FONTE
      *                (CEP110).
      *15/10/2026 GFD  INCLUIDOS OS TIPOS DE CREDITO DE SALARIO E
      *                DE DEBITO DE FOLHA (CEP230).
      *15/10/2026 GFD  INCLUIDO O TIPO DE PAGAMENTO DE
      *                CONTA/BOLETO ('G') DO CEP010/CEP240.
      *15/10/2026 GFD  INCLUIDO O TIPO DE TRANSFERENCIA JUDICIAL
      *                ('U') DO CEP270.
      *15/10/2026 GFD  INCLUIDA NO REPLACING DO LAYOUT A VISAO DE
      *                BALCAO DA AREA DE REFERENCIA (OPERADOR DO
      *                CAIXA DE BALCAO, CEP290).
      *15/10/2026 GFD  A CONCILIACAO PASSA A LER O HISTORICO
      *                INDEXADO (MOVHIST) POR FAIXA DE CHAVE CONTA
      *                + DATA EM VEZ DE ORDENAR O MOVLOG INTEIRO,
      *                E SO RODA COM A CARGA DO DIA (CEP300)
      *                CONCLUIDA SEM DATA DIVERGENTE.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVHIST ASSIGN TO "MOVHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-CHAVE
               ALTERNATE RECORD KEY IS HST-CHAVE-DATA
               FILE STATUS IS WS-STATUS-MOVHIST.

           SELECT CTAMESTR ASSIGN TO "CTAMESTR"
               ORGANIZATION IS INDEXED

       DATA DIVISION.
       FILE SECTION.
       FD  MOVHIST.
       COPY MOVHST.

       FD  CTAMESTR.
       COPY CTACAD.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-MOVHIST     PIC X(02) VALUE SPACES.
       77 WS-STATUS-CTAMESTR    PIC X(02) VALUE SPACES.

       77 WS-DATA-HOJE          PIC 9(08) VALUE ZERO.
       77 WS-SW-FIM-HISTORICO   PIC X(01) VALUE 'N'.
           88 WS-FIM-HISTORICO      VALUE 'S'.
       77 WS-SW-FIM-CONTA       PIC X(01) VALUE 'N'.
           88 WS-FIM-CONTA          VALUE 'S'.
       77 WS-CONTA-CORRENTE     PIC 9(08) VALUE ZERO.
       77 WS-CONTA-PROXIMA      PIC 9(08) VALUE ZERO.
       77 WS-SALDO-CALCULADO    PIC S9(10)V99 VALUE ZERO.
       77 WS-QTD-CONTAS-OK      PIC 9(05) VALUE ZERO.
       77 WS-QTD-CONTAS-DIVERG  PIC 9(05) VALUE ZERO.

       COPY BATWS.

       COPY CTALOG.

       PROCEDURE DIVISION.
           P000-INICIO.
               DISPLAY "+--------------------------------------+"

           P003-CONCILIAR.
               DISPLAY "DATA DO PROCESSAMENTO: " WS-DATA-HOJE
               PERFORM P004-CONFERIR-CARGA-HISTORICO
               IF WS-RUN-COD-RETORNO = ZERO
                   PERFORM P005-REGISTRAR-INICIO
                   IF WS-RUN-COD-RETORNO = 10
                       DISPLAY "CEP020 JA CONCLUIDO NESTA DATA. "
                               "EXECUCAO RECUSADA."
                   ELSE
                       OPEN INPUT MOVHIST
                       OPEN INPUT CTAMESTR
                       IF WS-STATUS-MOVHIST NOT = '00' OR
                          WS-STATUS-CTAMESTR NOT = '00'
                           DISPLAY "ERRO AO ABRIR ARQUIVOS. MOVHIST: "
                                   WS-STATUS-MOVHIST " CTAMESTR: "
                                   WS-STATUS-CTAMESTR
                       ELSE
                           MOVE ZERO TO WS-CONTA-PROXIMA
                           PERFORM P010-LOCALIZAR-CONTA
                           PERFORM P100-CONFERIR-CONTA
                                   UNTIL WS-FIM-HISTORICO
                           DISPLAY "CONTAS CONFERIDAS OK.......: "
                                   WS-QTD-CONTAS-OK
                           DISPLAY "CONTAS COM DIVERGENCIA......: "
                                   WS-QTD-CONTAS-DIVERG
                           PERFORM P905-REGISTRAR-FIM
                       END-IF
                       CLOSE MOVHIST CTAMESTR
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
                   MOVE 'S' TO WS-SW-DIA-ABERTO
               END-IF.

      *----------------------------------------------------------------*
      *P004: A CONCILIACAO LE O HISTORICO INDEXADO (MOVHIST), ENTAO SO *
      *      RODA COM A CARGA DO DIA (CEP300) CONCLUIDA NA DATA E SEM  *
      *      DATA DIVERGENTE.                                          *
      *----------------------------------------------------------------*
           P004-CONFERIR-CARGA-HISTORICO.
               MOVE 'Q' TO WS-RUN-FUNCAO
               MOVE "CEP300" TO WS-RUN-NOME-JOB
               MOVE WS-DATA-HOJE TO WS-RUN-DATA-PROC
               CALL "BATCTL" USING WS-RUN-FUNCAO WS-RUN-NOME-JOB
                                   WS-RUN-DATA-PROC WS-RUN-QTD-PROC
                                   WS-RUN-QTD-REJ WS-RUN-COD-RETORNO
               IF WS-RUN-COD-RETORNO NOT = ZERO OR
                  WS-RUN-QTD-REJ > ZERO
                   DISPLAY "CARGA DO HISTORICO (CEP300) NAO CONCLUIDA "
                           "OU COM DATA DIVERGENTE EM " WS-DATA-HOJE
                           ". EXECUCAO RECUSADA."
                   MOVE 20 TO WS-RUN-COD-RETORNO
               END-IF.

      *----------------------------------------------------------------*
      *P005/P905: REGISTRO DE INICIO E FIM DA EXECUCAO NO CONTROLE DE  *
      *           BATCH (RUNCTRL, VIA BATCTL). O FIM LEVA AS CONTAS    *
                                   WS-RUN-DATA-PROC WS-RUN-QTD-PROC
                                   WS-RUN-QTD-REJ WS-RUN-COD-RETORNO.

      *----------------------------------------------------------------*
      *P010: POSICIONA NO PRIMEIRO MOVIMENTO DA PRIMEIRA CONTA A       *
      *      PARTIR DE WS-CONTA-PROXIMA (CHAVE CONTA + DATA + HORA).   *
      *----------------------------------------------------------------*
           P010-LOCALIZAR-CONTA.
               MOVE WS-CONTA-PROXIMA TO HST-NUM-CONTA
               MOVE ZERO TO HST-DATA-MOVTO
               MOVE ZERO TO HST-HORA-MOVTO
               MOVE ZERO TO HST-SEQUENCIA
               START MOVHIST KEY IS NOT LESS THAN HST-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-HISTORICO
               END-START
               IF NOT WS-FIM-HISTORICO
                   READ MOVHIST NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SW-FIM-HISTORICO
                   END-READ
               END-IF.

      *----------------------------------------------------------------*
      *P020: LE O PROXIMO MOVIMENTO DA CONTA NA DATA DE ABERTURA DO    *
      *      CADASTRO; OUTRA CONTA OU OUTRA DATA ENCERRA A CONTA.      *
      *----------------------------------------------------------------*
           P020-LER-LANCAMENTO.
               IF NOT WS-FIM-CONTA
                   READ MOVHIST NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SW-FIM-CONTA
                   END-READ
                   IF NOT WS-FIM-CONTA
                       IF HST-NUM-CONTA NOT = WS-CONTA-CORRENTE OR
                          HST-DATA-MOVTO NOT = CTA-DATA-ABERTURA-DIA
                           MOVE 'S' TO WS-SW-FIM-CONTA
                       ELSE
                           MOVE HST-MOVIMENTO TO LOG-REGISTRO
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *P100: UMA CONTA DO HISTORICO POR VEZ. PARTE DO SALDO DE         *
      *      ABERTURA DO CADASTRO E LE SO OS LANCAMENTOS DA CONTA NA   *
      *      DATA DE ABERTURA (FAIXA DA CHAVE CONTA + DATA), EM ORDEM  *
      *      DE HORA. O JUROS DE CHEQUE ESPECIAL                       *
      *      (LOG-TIPO-JUROS-CHEQUE) NAO ENTRA NA SOMA -- ELE JA ESTA  *
      *      EMBUTIDO NO PROPRIO SALDO DE ABERTURA GRAVADO PELO        *
      *      ROLLOVER DE DIA. DEPOIS SALTA PARA A CONTA SEGUINTE.      *
      *----------------------------------------------------------------*
           P100-CONFERIR-CONTA.
               MOVE HST-NUM-CONTA TO WS-CONTA-CORRENTE
               MOVE 'N' TO WS-SW-CONTA-DIVERGIU
               MOVE WS-CONTA-CORRENTE TO CTA-NUM-CONTA
               READ CTAMESTR
               END-READ
               IF WS-STATUS-CTAMESTR = '00'
                   MOVE CTA-SALDO-ABERTURA-DIA TO WS-SALDO-CALCULADO
                   MOVE 'N' TO WS-SW-FIM-CONTA
                   MOVE WS-CONTA-CORRENTE TO HST-NUM-CONTA
                   MOVE CTA-DATA-ABERTURA-DIA TO HST-DATA-MOVTO
                   MOVE ZERO TO HST-HORA-MOVTO
                   MOVE ZERO TO HST-SEQUENCIA
                   START MOVHIST KEY IS NOT LESS THAN HST-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WS-SW-FIM-CONTA
                   END-START
                   PERFORM P020-LER-LANCAMENTO
                   PERFORM P110-ACUMULAR-LANCAMENTOS
                           UNTIL WS-FIM-CONTA
                   IF WS-SALDO-CALCULADO NOT = CTA-SALDO
                       MOVE 'S' TO WS-SW-CONTA-DIVERGIU
                       DISPLAY "CONTA " WS-CONTA-CORRENTE
                               WS-SALDO-CALCULADO
                               " CADASTRO: " CTA-SALDO
                   END-IF
               END-IF
               IF WS-CONTA-DIVERGIU
                   ADD 1 TO WS-QTD-CONTAS-DIVERG
               ELSE
                   ADD 1 TO WS-QTD-CONTAS-OK
               END-IF
               IF WS-CONTA-CORRENTE = 99999999
                   MOVE 'S' TO WS-SW-FIM-HISTORICO
               ELSE
                   COMPUTE WS-CONTA-PROXIMA = WS-CONTA-CORRENTE + 1
                   PERFORM P010-LOCALIZAR-CONTA
               END-IF.

           P110-ACUMULAR-LANCAMENTOS.
               IF NOT LOG-TIPO-JUROS-CHEQUE
                   IF LOG-TIPO-DEPOSITO OR LOG-TIPO-DESEMBOLSO OR
                      LOG-TIPO-TRANSF-CREDITO OR
                      LOG-TIPO-REMUNERACAO OR
                      LOG-TIPO-DEPOSITO-CHEQUE OR
                      LOG-TIPO-ESTORNO-CREDITO OR
                      LOG-TIPO-CREDITO-SALARIO
                       ADD LOG-VALOR TO WS-SALDO-CALCULADO
                   ELSE
                       SUBTRACT LOG-VALOR FROM WS-SALDO-CALCULADO
                               " DIARIO: " LOG-SALDO-RESULTANTE
                   END-IF
               END-IF
               PERFORM P020-LER-LANCAMENTO.
           END PROGRAM CEP020.
