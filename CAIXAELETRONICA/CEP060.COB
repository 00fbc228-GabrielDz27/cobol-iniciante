      *----------------------------------------------------------------*
      *SISTEMA:     CE - CAIXA ELETRONICA
      *JOB:         06 - EXTRATO MENSAL DE CONTAS
      *PROGRAMA:     0 - LE O HISTORICO INDEXADO DE MOVIMENTOS
      *              (MOVHIST, CARREGADO PELO CEP300) CONTA A CONTA E
      *              EMITE, PARA O MES/ANO INFORMADO (AAAAMM),
      *              UM EXTRATO FORMATADO POR CONTA COM MOVIMENTO NO
      *              MES: SALDO DE ABERTURA, CADA LANCAMENTO COM DATA,
      *              HORA E SALDO RESULTANTE, E O SALDO DE FECHAMENTO
      *                TITULARES DA CONTA (VINMESTR + CLIMESTR) -- A
      *                CONTA CONJUNTA SAI EM NOME DOS DOIS. CONTA SEM
      *                VINCULO (ANTERIOR AO VINMESTR) SAI COMO ANTES.
      *14/10/2026 GFD  INCLUIDOS OS ESTORNOS SUPERVISIONADOS
      *                (CEP190) NO EXTRATO: O ESTORNO A CREDITO
      *                RECONSTITUI A ABERTURA COMO CREDITO.
      *14/10/2026 GFD  INCLUIDA A TARIFA DE SERVICO (CEP200) NO
      *                EXTRATO. CADA EXTRATO EMITIDO GRAVA UM
      *                EVENTO TARIFAVEL NO TAREVT PARA A COBRANCA
      *                DO MES.
      *14/10/2026 GFD  INCLUIDO O TIPO DE CHEQUE DEVOLVIDO
      *                (CEP210).
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
      *15/10/2026 GFD  O EXTRATO PASSA A LER SO A FAIXA CONTA +
      *                MES NO HISTORICO INDEXADO (MOVHIST) EM VEZ
      *                DE ORDENAR O MOVLOG INTEIRO. MES JA
      *                ARQUIVADO PELO CEP090 SAI DIRETO DO
      *                HISTORICO, SEM APONTAR O ARQUIVO MORTO.
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
               RECORD KEY IS CLI-CHAVE
               FILE STATUS IS WS-STATUS-CLIMESTR.

           SELECT TAREVT ASSIGN TO "TAREVT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVT-CHAVE
               FILE STATUS IS WS-STATUS-TAREVT.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVHIST.
       COPY MOVHST.

       FD  CTAMESTR.
       COPY CTACAD.
       FD  CLIMESTR.
       COPY CLIENTE.

       FD  TAREVT.
       COPY EVTTAR.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-MOVHIST     PIC X(02) VALUE SPACES.
       77 WS-STATUS-CTAMESTR    PIC X(02) VALUE SPACES.
       77 WS-STATUS-EXTRATO     PIC X(02) VALUE SPACES.
       77 WS-STATUS-VINMESTR    PIC X(02) VALUE SPACES.
       77 WS-STATUS-CLIMESTR    PIC X(02) VALUE SPACES.
       77 WS-STATUS-TAREVT      PIC X(02) VALUE SPACES.
       77 WS-SW-TAREVT-OK       PIC X(01) VALUE 'N'.
           88 WS-TAREVT-OK          VALUE 'S'.
       77 WS-DATA-EMISSAO       PIC 9(08) VALUE ZERO.
       77 WS-HORA-EMISSAO       PIC 9(06) VALUE ZERO.
       77 WS-SW-VINMESTR-OK     PIC X(01) VALUE 'N'.
           88 WS-VINMESTR-OK        VALUE 'S'.
       77 WS-SW-FIM-VINMESTR    PIC X(01) VALUE 'N'.
           88 WS-FIM-VINMESTR       VALUE 'S'.

       77 WS-ANO-MES-REF        PIC 9(06) VALUE ZERO.
       77 WS-SW-FIM-HISTORICO   PIC X(01) VALUE 'N'.
           88 WS-FIM-HISTORICO      VALUE 'S'.
       77 WS-SW-FIM-CONTA       PIC X(01) VALUE 'N'.
           88 WS-FIM-CONTA          VALUE 'S'.
       77 WS-SW-CONTA-ACHADA    PIC X(01) VALUE 'N'.
           88 WS-CONTA-ACHADA       VALUE 'S'.
       77 WS-CONTA-CORRENTE     PIC 9(08) VALUE ZERO.
       77 WS-CONTA-PROXIMA      PIC 9(08) VALUE ZERO.
       77 WS-SW-TEM-MOVTO-MES   PIC X(01) VALUE 'N'.
           88 WS-TEM-MOVTO-MES      VALUE 'S'.
       77 WS-SALDO-ABERTURA     PIC S9(10)V99 VALUE ZERO.

       COPY BATWS.

       COPY CTALOG.

       01  WS-EXT-CABECALHO.
           05  FILLER               PIC X(23) VALUE
               "EXTRATO MENSAL - CONTA ".
               STOP RUN.

           P020-EMITIR-EXTRATOS.
               OPEN INPUT MOVHIST
               OPEN INPUT CTAMESTR
               OPEN OUTPUT EXTRATO
               OPEN INPUT VINMESTR
               ELSE
                   MOVE 'N' TO WS-SW-VINMESTR-OK
               END-IF
               PERFORM P030-ABRIR-TAREVT
               IF WS-STATUS-MOVHIST NOT = '00' OR
                  WS-STATUS-CTAMESTR NOT = '00' OR
                  WS-STATUS-EXTRATO NOT = '00'
                   DISPLAY "ERRO AO ABRIR ARQUIVOS. MOVHIST: "
                           WS-STATUS-MOVHIST " CTAMESTR: "
                           WS-STATUS-CTAMESTR " EXTRATO: "
                           WS-STATUS-EXTRATO
               ELSE
                   MOVE ZERO TO WS-CONTA-PROXIMA
                   PERFORM P010-LOCALIZAR-CONTA
                   PERFORM P100-PROCESSAR-CONTA
                           UNTIL WS-FIM-HISTORICO
                   DISPLAY "EXTRATOS EMITIDOS..........: "
                           WS-QTD-EXTRATOS
                   DISPLAY "LANCAMENTOS NO PERIODO.....: "
                           WS-QTD-LANCAMENTOS
                   PERFORM P905-REGISTRAR-FIM
               END-IF
               CLOSE MOVHIST CTAMESTR EXTRATO
               IF WS-VINMESTR-OK
                   CLOSE VINMESTR CLIMESTR
               END-IF
               IF WS-TAREVT-OK
                   CLOSE TAREVT
               END-IF.

      *----------------------------------------------------------------*
      *P030: O EXTRATO IMPRESSO E EVENTO TARIFAVEL (CEP200): CADA      *
      *      EXTRATO EMITIDO GRAVA UM REGISTRO NO TAREVT. NA PRIMEIRA  *
      *      EXECUCAO O ARQUIVO AINDA NAO EXISTE (STATUS 35) E E       *
      *      CRIADO VAZIO. SEM O TAREVT O EXTRATO SAI MESMO ASSIM, SO  *
      *      NAO E TARIFADO.                                           *
      *----------------------------------------------------------------*
           P030-ABRIR-TAREVT.
               ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD
               ACCEPT WS-HORA-EMISSAO FROM TIME
               OPEN I-O TAREVT
               IF WS-STATUS-TAREVT = '35'
                   OPEN OUTPUT TAREVT
                   IF WS-STATUS-TAREVT = '00'
                       CLOSE TAREVT
                       OPEN I-O TAREVT
                   END-IF
               END-IF
               IF WS-STATUS-TAREVT = '00'
                   MOVE 'S' TO WS-SW-TAREVT-OK
               ELSE
                   MOVE 'N' TO WS-SW-TAREVT-OK
                   DISPLAY "AVISO: TAREVT INDISPONIVEL ("
                           WS-STATUS-TAREVT "). EXTRATOS NAO SERAO "
                           "TARIFADOS."
               END-IF.

      *----------------------------------------------------------------*
                                   WS-RUN-DATA-PROC WS-RUN-QTD-PROC
                                   WS-RUN-QTD-REJ WS-RUN-COD-RETORNO.

      *----------------------------------------------------------------*
      *P010/P015: POSICIONA NO PRIMEIRO LANCAMENTO DO MES DA PRIMEIRA  *
      *      CONTA, A PARTIR DE WS-CONTA-PROXIMA, QUE TEM MOVIMENTO NO *
      *      MES (CHAVE CONTA + DATA + HORA DO MOVHIST). CONTA SEM     *
      *      MOVIMENTO NO MES E SALTADA COM UM START SO.               *
      *----------------------------------------------------------------*
           P010-LOCALIZAR-CONTA.
               MOVE 'N' TO WS-SW-CONTA-ACHADA
               PERFORM P015-POSICIONAR-CONTA
                       UNTIL WS-FIM-HISTORICO OR WS-CONTA-ACHADA.

           P015-POSICIONAR-CONTA.
               MOVE WS-CONTA-PROXIMA TO HST-NUM-CONTA
               MOVE WS-DATA-COMPETENCIA TO HST-DATA-MOVTO
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
               END-IF
               IF NOT WS-FIM-HISTORICO
                   IF HST-NUM-CONTA NOT = WS-CONTA-PROXIMA
                       MOVE HST-NUM-CONTA TO WS-CONTA-PROXIMA
                   ELSE
                       IF HST-DATA-MOVTO(1:6) = WS-ANO-MES-REF
                           MOVE 'S' TO WS-SW-CONTA-ACHADA
                           MOVE HST-MOVIMENTO TO LOG-REGISTRO
                       ELSE
                           IF WS-CONTA-PROXIMA = 99999999
                               MOVE 'S' TO WS-SW-FIM-HISTORICO
                           ELSE
                               ADD 1 TO WS-CONTA-PROXIMA
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *P020: LE O PROXIMO LANCAMENTO DA CONTA NO MES; OUTRA CONTA OU   *
      *      DATA FORA DO MES ENCERRA A CONTA.                         *
      *----------------------------------------------------------------*
           P020-LER-LANCAMENTO.
               IF NOT WS-FIM-CONTA
                   READ MOVHIST NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SW-FIM-CONTA
                   END-READ
                   IF NOT WS-FIM-CONTA
                       IF HST-NUM-CONTA NOT = WS-CONTA-CORRENTE OR
                          HST-DATA-MOVTO(1:6) NOT = WS-ANO-MES-REF
                           MOVE 'S' TO WS-SW-FIM-CONTA
                       ELSE
                           MOVE HST-MOVIMENTO TO LOG-REGISTRO
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *P100: PROCESSA POR QUEBRA DE CONTA. SO ABRE O EXTRATO DA CONTA  *
      *      NO PRIMEIRO LANCAMENTO DENTRO DO MES DE REFERENCIA --     *
      *      CONTA SEM MOVIMENTO NO MES NAO GERA EXTRATO. SO A FAIXA   *
      *      CONTA + MES E LIDA NO MOVHIST; DEPOIS SALTA PARA A CONTA  *
      *      SEGUINTE.                                                 *
      *----------------------------------------------------------------*
           P100-PROCESSAR-CONTA.
               MOVE HST-NUM-CONTA TO WS-CONTA-CORRENTE
               MOVE 'N' TO WS-SW-TEM-MOVTO-MES
               MOVE 'N' TO WS-SW-FIM-CONTA
               PERFORM P110-PROCESSAR-LANCAMENTO
                       UNTIL WS-FIM-CONTA
               IF WS-TEM-MOVTO-MES
                   PERFORM P130-ENCERRAR-EXTRATO
               END-IF
               IF WS-CONTA-CORRENTE = 99999999
                   MOVE 'S' TO WS-SW-FIM-HISTORICO
               ELSE
                   COMPUTE WS-CONTA-PROXIMA = WS-CONTA-CORRENTE + 1
                   PERFORM P010-LOCALIZAR-CONTA
               END-IF.

           P110-PROCESSAR-LANCAMENTO.
                   PERFORM P125-GRAVAR-DETALHE
                   MOVE LOG-SALDO-RESULTANTE TO WS-SALDO-FECHAMENTO
               END-IF
               PERFORM P020-LER-LANCAMENTO.

      *----------------------------------------------------------------*
      *P120: RECONSTITUI O SALDO DE ABERTURA A PARTIR DO PRIMEIRO      *
               MOVE 'S' TO WS-SW-TEM-MOVTO-MES
               IF LOG-TIPO-DEPOSITO OR LOG-TIPO-DESEMBOLSO OR
                  LOG-TIPO-TRANSF-CREDITO OR LOG-TIPO-REMUNERACAO OR
                  LOG-TIPO-DEPOSITO-CHEQUE OR
                  LOG-TIPO-ESTORNO-CREDITO OR LOG-TIPO-CREDITO-SALARIO
                   COMPUTE WS-SALDO-ABERTURA =
                           LOG-SALDO-RESULTANTE - LOG-VALOR
               ELSE
                       MOVE "DEPOSITO CHEQUE" TO WS-DET-HISTORICO
                   WHEN LOG-TIPO-PAGTO-PARCELA
                       MOVE "PAGTO PARCELA" TO WS-DET-HISTORICO
                   WHEN LOG-TIPO-ESTORNO-DEBITO
                       MOVE "ESTORNO DEBITO" TO WS-DET-HISTORICO
                   WHEN LOG-TIPO-ESTORNO-CREDITO
                       MOVE "ESTORNO CREDITO" TO WS-DET-HISTORICO
                   WHEN LOG-TIPO-TARIFA
                       MOVE "TARIFA" TO WS-DET-HISTORICO
                   WHEN LOG-TIPO-CHEQUE-DEVOLVIDO
                       MOVE "CHEQUE DEVOLVIDO" TO WS-DET-HISTORICO
                   WHEN LOG-TIPO-IR-RETIDO
                       MOVE "IR RETIDO FONTE" TO WS-DET-HISTORICO
                   WHEN LOG-TIPO-CREDITO-SALARIO
                       MOVE "CREDITO SALARIO" TO WS-DET-HISTORICO
                   WHEN LOG-TIPO-DEBITO-FOLHA
                       MOVE "DEBITO FOLHA" TO WS-DET-HISTORICO
                   WHEN LOG-TIPO-PAGTO-CONTA
                       MOVE "PAGTO DE CONTA" TO WS-DET-HISTORICO
                   WHEN LOG-TIPO-TRANSF-JUDICIAL
                       MOVE "TRANSF JUDICIAL" TO WS-DET-HISTORICO
                   WHEN OTHER
                       MOVE "MOVIMENTO" TO WS-DET-HISTORICO
               END-EVALUATE
               END-IF
               MOVE WS-EXT-BRANCO TO EXT-REGISTRO
               WRITE EXT-REGISTRO
               ADD 1 TO WS-QTD-EXTRATOS
               IF WS-TAREVT-OK
                   PERFORM P140-GRAVAR-EVENTO-TARIFA
               END-IF.

           P140-GRAVAR-EVENTO-TARIFA.
               MOVE SPACES TO EVT-REGISTRO
               MOVE WS-CONTA-CORRENTE TO EVT-NUM-CONTA
               MOVE WS-DATA-EMISSAO TO EVT-DATA
               MOVE WS-HORA-EMISSAO TO EVT-HORA
               MOVE "CEP060" TO EVT-ORIGEM
               SET EVT-EXTRATO TO TRUE
               STRING "EXTRATO " WS-ANO-MES-REF
                      DELIMITED BY SIZE INTO EVT-REFERENCIA
               WRITE EVT-REGISTRO
                   INVALID KEY
                       DISPLAY "EVENTO DE TARIFA JA GRAVADO PARA A "
                               "CONTA " WS-CONTA-CORRENTE
               END-WRITE.
           END PROGRAM CEP060.
