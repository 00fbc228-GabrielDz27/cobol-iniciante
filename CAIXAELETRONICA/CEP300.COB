      *----------------------------------------------------------------
      *                          CAIXA ELETRONICA
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *_______________________________________________________________
      *
       PROGRAM-ID. CEP300.
       AUTHOR. "Gabriel Dziecinny"
       DATE-WRITTEN. 15/10/2026.

      *----------------------------------------------------------------*
      *SISTEMA:     CE - CAIXA ELETRONICA
      *JOB:         30 - CARGA DO HISTORICO DE MOVIMENTOS
      *PROGRAMA:     0 - CARREGA OS MOVIMENTOS NO HISTORICO INDEXADO
      *              (MOVHIST, COPY MOVHST), CHAVEADO POR CONTA E
      *              DATA, PARA QUE EXTRATO, CONCILIACAO, FECHAMENTO,
      *              ANALISE DE FRAUDE E CONTABILIDADE LEIAM SO A
      *              FAIXA QUE INTERESSA EM VEZ DE ORDENAR OU VARRER
      *              O MOVLOG INTEIRO. O MOVLOG CONTINUA SENDO O
      *              DIARIO GRAVADO PELOS PROGRAMAS ONLINE E BATCH.
      *
      *              OPCAO 1 - CARGA DO DIA: LE O MOVLOG E CARREGA
      *              AS DATAS ATE O DIA DE NEGOCIO ABERTO (DIAPROC,
      *              VIA DIACTL). REGISTRADA NO CONTROLE DE BATCH
      *              (BATCTL/RUNCTRL) SEMPRE COMO REEXECUCAO ('R'):
      *              PODE RODAR QUANTAS VEZES FOR PRECISO NO DIA, E
      *              CADA EXECUCAO SO RECARREGA AS DATAS CUJO TOTAL
      *              NO MOVLOG MUDOU DESDE A CARGA ANTERIOR. RODA UMA
      *              VEZ NO INICIO DA JANELA NOTURNA, ANTES DA
      *              CONCILIACAO (CEP020) E DO FECHAMENTO DIARIO
      *              (CEP070), QUE LEEM O HISTORICO, E OBRIGATORIA-
      *              MENTE COMO ULTIMO PASSO ANTES DO FECHAMENTO DO
      *              DIA (DIA010), DEPOIS DE TODOS OS JOBS QUE GRAVAM
      *              MOVLOG NA DATA (CEP030, CEP110, CEP120, CEP200,
      *              CEP230, CEP240, CEP270, RFP040 E O FECHAMENTO
      *              DAS GAVETAS DO BALCAO, CEP290) -- ASSIM O QUE FOI
      *              GRAVADO DEPOIS DA PRIMEIRA CARGA TAMBEM CHEGA AO
      *              MOVHIST. O DIA010 SO FECHA O DIA COM A CARGA
      *              CONCLUIDA SEM DATA DIVERGENTE.
      *
      *              OPCAO 2 - RECARGA DE ARQUIVO MORTO: CARREGA UM
      *              ARQUIVO MORTO DO CEP090 (MOVLOG-AAAAMM), PARA OS
      *              MESES ARQUIVADOS ANTES DO HISTORICO EXISTIR OU
      *              PARA REFAZER UM MES. NAO E REGISTRADA NO BATCTL.
      *
      *              A CARGA E FEITA POR DATA DE MOVIMENTO E CONFERIDA
      *              PELO CONTROLE DE CARGA (HSTCTRL, COPY HSTCTL):
      *              1) TOTALIZA QUANTIDADE E VALOR POR DATA NA ORIGEM;
      *              2) DATA COM CONTROLE DE MESMOS TOTAIS JA ESTA
      *                 CARREGADA E E PULADA -- RODAR DE NOVO NAO
      *                 DUPLICA NADA; DATA NOVA OU CUJO TOTAL MUDOU
      *                 (MOVIMENTO GRAVADO DEPOIS DA ULTIMA CARGA) TEM
      *                 O HISTORICO DA DATA EXCLUIDO E E RECARREGADA;
      *              3) GRAVA OS MOVIMENTOS DAS DATAS A RECARREGAR.
      *                 MOVIMENTOS DA MESMA CONTA NO MESMO SEGUNDO
      *                 RECEBEM SEQUENCIA 1, 2, ... NA ORDEM DA ORIGEM;
      *              4) RECONTA CADA DATA RECARREGADA NO MOVHIST E SO
      *                 GRAVA O CONTROLE SE BATER COM A ORIGEM. DATA
      *                 QUE NAO BATE SAI COMO DIVERGENTE, FICA SEM
      *                 CONTROLE E E RECARREGADA NA PROXIMA EXECUCAO.
      *              O RESULTADO POR DATA SAI NO RELCARGA.
      *
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *15/10/2026 GFD  CRIACAO DO PROGRAMA
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVORIG ASSIGN TO DYNAMIC WS-NOME-ORIGEM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOVORIG.

           SELECT MOVHIST ASSIGN TO "MOVHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-CHAVE
               ALTERNATE RECORD KEY IS HST-CHAVE-DATA
               FILE STATUS IS WS-STATUS-MOVHIST.

           SELECT HSTCTRL ASSIGN TO "HSTCTRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HCT-CHAVE
               FILE STATUS IS WS-STATUS-HSTCTRL.

           SELECT RELCARGA ASSIGN TO "RELCARGA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELCARGA.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVORIG.
       01  ORI-REGISTRO             PIC X(67).

       FD  MOVHIST.
       COPY MOVHST.

       FD  HSTCTRL.
       COPY HSTCTL.

       FD  RELCARGA.
       01  REL-REGISTRO             PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-MOVORIG     PIC X(02) VALUE SPACES.
       77 WS-STATUS-MOVHIST     PIC X(02) VALUE SPACES.
       77 WS-STATUS-HSTCTRL     PIC X(02) VALUE SPACES.
       77 WS-STATUS-RELCARGA    PIC X(02) VALUE SPACES.

       77 WS-OPCAO              PIC X(01) VALUE SPACE.
           88 WS-OPCAO-CARGA-DIA    VALUE '1'.
           88 WS-OPCAO-ARQ-MORTO    VALUE '2'.
       77 WS-NOME-ORIGEM        PIC X(13) VALUE SPACES.
       77 WS-ANO-MES-ARQ        PIC 9(06) VALUE ZERO.
       77 WS-DATA-PROC          PIC 9(08) VALUE ZERO.
       77 WS-DATA-LIMITE        PIC 9(08) VALUE ZERO.
       77 WS-DATA-HOJE          PIC 9(08) VALUE ZERO.
       77 WS-HORA-AGORA         PIC 9(06) VALUE ZERO.

       77 WS-SW-FIM-ORIGEM      PIC X(01) VALUE 'N'.
           88 WS-FIM-ORIGEM         VALUE 'S'.
       77 WS-SW-FIM-HISTORICO   PIC X(01) VALUE 'N'.
           88 WS-FIM-HISTORICO      VALUE 'S'.
       77 WS-SW-TABELA-CHEIA    PIC X(01) VALUE 'N'.
           88 WS-TABELA-CHEIA       VALUE 'S'.
       77 WS-SW-GRAVADO         PIC X(01) VALUE 'N'.
           88 WS-GRAVADO            VALUE 'S'.

       77 WS-SEQUENCIA          PIC 9(04) VALUE ZERO.
       77 WS-DATA-BUSCA         PIC 9(08) VALUE ZERO.
       77 WS-QTD-RECONTADA      PIC 9(07) VALUE ZERO.
       77 WS-VALOR-RECONTADO    PIC 9(13)V99 VALUE ZERO.

       77 WS-QTD-LIDOS          PIC 9(07) VALUE ZERO.
       77 WS-QTD-FORA-LIMITE    PIC 9(07) VALUE ZERO.
       77 WS-QTD-GRAVADOS       PIC 9(07) VALUE ZERO.
       77 WS-QTD-NAO-GRAVADOS   PIC 9(07) VALUE ZERO.
       77 WS-QTD-EXCLUIDOS      PIC 9(07) VALUE ZERO.
       77 WS-QTD-DATAS-JA-CARGA PIC 9(03) VALUE ZERO.
       77 WS-QTD-DATAS-CARGA    PIC 9(03) VALUE ZERO.
       77 WS-QTD-DATAS-DIVERG   PIC 9(03) VALUE ZERO.

       77 WS-FUNCAO-DIACTL      PIC X(01) VALUE 'C'.
       77 WS-COD-RETORNO-DIACTL PIC 9(02) VALUE ZERO.
       77 WS-SW-DIA-ABERTO      PIC X(01) VALUE 'N'.
           88 WS-DIA-ABERTO-OK      VALUE 'S'.

       COPY BATWS.

      *----------------------------------------------------------------*
      *TABELA DE DATAS DA ORIGEM. O MOVLOG GUARDA NO MAXIMO O MES      *
      *ABERTO E O ANTERIOR (CEP090), ENTAO 400 DATAS SOBRAM.           *
      *----------------------------------------------------------------*
       01 WS-TABELA-DATAS.
           05 WS-QTD-DATAS      PIC 9(03) COMP VALUE ZERO.
           05 WS-DAT-ITEM OCCURS 400 TIMES.
               10 WS-DAT-DATA       PIC 9(08).
               10 WS-DAT-QTD        PIC 9(07).
               10 WS-DAT-VALOR      PIC 9(13)V99.
               10 WS-DAT-QTD-HIST   PIC 9(07).
               10 WS-DAT-VALOR-HIST PIC 9(13)V99.
               10 WS-DAT-SW-RECARGA PIC X(01).
                   88 WS-DAT-RECARREGAR VALUE 'S'.
               10 WS-DAT-SITUACAO   PIC X(12).
       77 WS-IND-DATA           PIC 9(03) COMP VALUE ZERO.
       77 WS-IND-DATA-ACHADA    PIC 9(03) COMP VALUE ZERO.

       COPY CTALOG.

       01 WS-REL-CABECALHO.
           05 FILLER            PIC X(42) VALUE
              "CARGA DO HISTORICO DE MOVIMENTOS - ORIGEM ".
           05 WS-CAB-ORIGEM     PIC X(13).
           05 FILLER            PIC X(04) VALUE " EM ".
           05 WS-CAB-DATA       PIC 9(08).

       01 WS-REL-TITULOS.
           05 FILLER            PIC X(42) VALUE
              "DATA    QTD ORIG     VALOR ORIGEM QTD HIST".
           05 FILLER            PIC X(29) VALUE
              " VALOR HISTORICO SITUACAO".

       01 WS-REL-DETALHE.
           05 WS-DET-DATA       PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DET-QTD-ORIG   PIC Z(6)9.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DET-VLR-ORIG   PIC Z(12)9.99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DET-QTD-HIST   PIC Z(6)9.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DET-VLR-HIST   PIC Z(12)9.99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DET-SITUACAO   PIC X(12).

       01 WS-REL-TOTAL.
           05 WS-TOT-TEXTO      PIC X(30).
           05 WS-TOT-QTD        PIC Z(6)9.

       01 WS-REL-BRANCO         PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
           P000-INICIO.
               DISPLAY "+--------------------------------------+"
               DISPLAY "| CEP300 - CARGA DO HISTORICO           |"
               DISPLAY "+--------------------------------------+"
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               DISPLAY "1 - CARGA DO DIA (MOVLOG)"
               DISPLAY "2 - RECARGA DE ARQUIVO MORTO (MOVLOG-AAAAMM)"
               DISPLAY "OPCAO: "
               ACCEPT WS-OPCAO
               EVALUATE TRUE
                   WHEN WS-OPCAO-CARGA-DIA
                       PERFORM P002-OBTER-DIA-PROCESSAMENTO
                       IF NOT WS-DIA-ABERTO-OK
                           DISPLAY "NENHUM DIA DE NEGOCIO ABERTO NO "
                                   "DIAPROC. CARGA RECUSADA."
                       ELSE
                           PERFORM P005-CONFERIR-SITUACAO
                           IF WS-RUN-COD-RETORNO = ZERO
                               MOVE "MOVLOG" TO WS-NOME-ORIGEM
                               MOVE WS-DATA-PROC TO WS-DATA-LIMITE
                               PERFORM P100-CARREGAR-HISTORICO
                           END-IF
                       END-IF
                   WHEN WS-OPCAO-ARQ-MORTO
                       DISPLAY "MES/ANO DO ARQUIVO MORTO (AAAAMM): "
                       ACCEPT WS-ANO-MES-ARQ
                       STRING "MOVLOG-" DELIMITED BY SIZE
                              WS-ANO-MES-ARQ DELIMITED BY SIZE
                              INTO WS-NOME-ORIGEM
                       MOVE 99999999 TO WS-DATA-LIMITE
                       PERFORM P100-CARREGAR-HISTORICO
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA."
               END-EVALUATE
               STOP RUN.

      *----------------------------------------------------------------*
      *P002: A CARGA DO DIA VAI ATE O DIA DE NEGOCIO ABERTO NO MESTRE  *
      *      DE DATA (DIAPROC, VIA DIACTL). SEM DIA ABERTO O JOB E     *
      *      RECUSADO.                                                 *
      *----------------------------------------------------------------*
           P002-OBTER-DIA-PROCESSAMENTO.
               MOVE 'N' TO WS-SW-DIA-ABERTO
               MOVE 'C' TO WS-FUNCAO-DIACTL
               CALL "DIACTL" USING WS-FUNCAO-DIACTL WS-DATA-PROC
                                   WS-COD-RETORNO-DIACTL
               IF WS-COD-RETORNO-DIACTL = ZERO
                   MOVE 'S' TO WS-SW-DIA-ABERTO
               END-IF.

      *----------------------------------------------------------------*
      *P005: A CARGA DO DIA NUNCA E RECUSADA POR JA TER CONCLUIDO NA   *
      *      DATA: MOVIMENTO GRAVADO NO MOVLOG DEPOIS DA CARGA         *
      *      ANTERIOR MUDA O TOTAL DA DATA NA ORIGEM, E A DATA E       *
      *      RECARREGADA (P300). DATA SEM MUDANCA E PULADA, ENTAO A    *
      *      REEXECUCAO (BATCTL 'R') NAO DUPLICA NADA.                 *
      *----------------------------------------------------------------*
           P005-CONFERIR-SITUACAO.
               MOVE 'Q' TO WS-RUN-FUNCAO
               MOVE "CEP300" TO WS-RUN-NOME-JOB
               MOVE WS-DATA-PROC TO WS-RUN-DATA-PROC
               CALL "BATCTL" USING WS-RUN-FUNCAO WS-RUN-NOME-JOB
                                   WS-RUN-DATA-PROC WS-RUN-QTD-PROC
                                   WS-RUN-QTD-REJ WS-RUN-COD-RETORNO
               IF WS-RUN-COD-RETORNO = ZERO
                   DISPLAY "HISTORICO DO DIA " WS-DATA-PROC " JA "
                           "CARREGADO -- RECARGA DAS DATAS ALTERADAS."
               END-IF
               PERFORM P006-REGISTRAR-INICIO.

           P006-REGISTRAR-INICIO.
               MOVE 'R' TO WS-RUN-FUNCAO
               MOVE "CEP300" TO WS-RUN-NOME-JOB
               MOVE WS-DATA-PROC TO WS-RUN-DATA-PROC
               CALL "BATCTL" USING WS-RUN-FUNCAO WS-RUN-NOME-JOB
                                   WS-RUN-DATA-PROC WS-RUN-QTD-PROC
                                   WS-RUN-QTD-REJ WS-RUN-COD-RETORNO
               IF WS-RUN-COD-RETORNO NOT = ZERO
                   DISPLAY "ERRO NO CONTROLE DE BATCH. RETORNO: "
                           WS-RUN-COD-RETORNO
               END-IF.

      *----------------------------------------------------------------*
      *P905: O FIM LEVA OS MOVIMENTOS GRAVADOS E AS DATAS DIVERGENTES. *
      *----------------------------------------------------------------*
           P905-REGISTRAR-FIM.
               MOVE 'F' TO WS-RUN-FUNCAO
               MOVE WS-QTD-GRAVADOS TO WS-RUN-QTD-PROC
               MOVE WS-QTD-DATAS-DIVERG TO WS-RUN-QTD-REJ
               CALL "BATCTL" USING WS-RUN-FUNCAO WS-RUN-NOME-JOB
                                   WS-RUN-DATA-PROC WS-RUN-QTD-PROC
                                   WS-RUN-QTD-REJ WS-RUN-COD-RETORNO.

      *----------------------------------------------------------------*
      *P100: ABRE OS ARQUIVOS E EXECUTA AS QUATRO ETAPAS DA CARGA.     *
      *----------------------------------------------------------------*
           P100-CARREGAR-HISTORICO.
               OPEN INPUT MOVORIG
               PERFORM P110-ABRIR-HISTORICO
               OPEN OUTPUT RELCARGA
               IF WS-STATUS-MOVORIG = '35'
                   DISPLAY "ARQUIVO DE ORIGEM " WS-NOME-ORIGEM
                           " NAO ENCONTRADO. CARGA RECUSADA."
               ELSE
                   IF WS-STATUS-MOVORIG NOT = '00' OR
                      WS-STATUS-MOVHIST NOT = '00' OR
                      WS-STATUS-HSTCTRL NOT = '00' OR
                      WS-STATUS-RELCARGA NOT = '00'
                       DISPLAY "ERRO AO ABRIR ARQUIVOS. ORIGEM: "
                               WS-STATUS-MOVORIG " MOVHIST: "
                               WS-STATUS-MOVHIST " HSTCTRL: "
                               WS-STATUS-HSTCTRL " RELCARGA: "
                               WS-STATUS-RELCARGA
                   ELSE
                       PERFORM P200-TOTALIZAR-ORIGEM
                       IF WS-TABELA-CHEIA
                           DISPLAY "ORIGEM COM MAIS DE 400 DATAS DE "
                                   "MOVIMENTO. CARGA RECUSADA."
                       ELSE
                           PERFORM P300-CONFERIR-DATA
                                   VARYING WS-IND-DATA FROM 1 BY 1
                                   UNTIL WS-IND-DATA > WS-QTD-DATAS
                           IF WS-QTD-DATAS-CARGA > ZERO
                               PERFORM P400-GRAVAR-HISTORICO
                               PERFORM P500-RECONTAR-DATA
                                       VARYING WS-IND-DATA FROM 1 BY 1
                                       UNTIL WS-IND-DATA > WS-QTD-DATAS
                           END-IF
                           PERFORM P600-EMITIR-RELATORIO
                           IF WS-OPCAO-CARGA-DIA
                               PERFORM P905-REGISTRAR-FIM
                           END-IF
                       END-IF
                   END-IF
               END-IF
               CLOSE MOVORIG MOVHIST HSTCTRL RELCARGA.

      *----------------------------------------------------------------*
      *P110: A PRIMEIRA CARGA CRIA O MOVHIST E O HSTCTRL VAZIOS.       *
      *----------------------------------------------------------------*
           P110-ABRIR-HISTORICO.
               OPEN I-O MOVHIST
               IF WS-STATUS-MOVHIST = '35'
                   OPEN OUTPUT MOVHIST
                   IF WS-STATUS-MOVHIST = '00'
                       CLOSE MOVHIST
                       OPEN I-O MOVHIST
                   END-IF
               END-IF
               OPEN I-O HSTCTRL
               IF WS-STATUS-HSTCTRL = '35'
                   OPEN OUTPUT HSTCTRL
                   IF WS-STATUS-HSTCTRL = '00'
                       CLOSE HSTCTRL
                       OPEN I-O HSTCTRL
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *P200: ETAPA 1 - TOTALIZA A ORIGEM POR DATA DE MOVIMENTO. NA     *
      *      CARGA DO DIA, MOVIMENTO DATADO DEPOIS DO DIA DE NEGOCIO   *
      *      (CAIXA ELETRONICO PASSANDO DA MEIA-NOITE) FICA PARA A     *
      *      CARGA DO DIA SEGUINTE.                                    *
      *----------------------------------------------------------------*
           P200-TOTALIZAR-ORIGEM.
               MOVE 'N' TO WS-SW-FIM-ORIGEM
               PERFORM P210-LER-ORIGEM
               PERFORM P220-ACUMULAR-DATA
                       UNTIL WS-FIM-ORIGEM OR WS-TABELA-CHEIA.

           P210-LER-ORIGEM.
               READ MOVORIG
                   AT END
                       MOVE 'S' TO WS-SW-FIM-ORIGEM
                   NOT AT END
                       MOVE ORI-REGISTRO TO LOG-REGISTRO
               END-READ.

           P220-ACUMULAR-DATA.
               ADD 1 TO WS-QTD-LIDOS
               IF LOG-DATA-MOVTO > WS-DATA-LIMITE
                   ADD 1 TO WS-QTD-FORA-LIMITE
               ELSE
                   MOVE LOG-DATA-MOVTO TO WS-DATA-BUSCA
                   PERFORM P230-LOCALIZAR-DATA
                   IF WS-IND-DATA-ACHADA = ZERO
                       IF WS-QTD-DATAS = 400
                           MOVE 'S' TO WS-SW-TABELA-CHEIA
                       ELSE
                           ADD 1 TO WS-QTD-DATAS
                           MOVE WS-QTD-DATAS TO WS-IND-DATA-ACHADA
                           MOVE LOG-DATA-MOVTO
                             TO WS-DAT-DATA(WS-IND-DATA-ACHADA)
                           MOVE ZERO TO WS-DAT-QTD(WS-IND-DATA-ACHADA)
                           MOVE ZERO
                             TO WS-DAT-VALOR(WS-IND-DATA-ACHADA)
                           MOVE ZERO
                             TO WS-DAT-QTD-HIST(WS-IND-DATA-ACHADA)
                           MOVE ZERO
                             TO WS-DAT-VALOR-HIST(WS-IND-DATA-ACHADA)
                           MOVE 'N'
                             TO WS-DAT-SW-RECARGA(WS-IND-DATA-ACHADA)
                           MOVE SPACES
                             TO WS-DAT-SITUACAO(WS-IND-DATA-ACHADA)
                       END-IF
                   END-IF
                   IF WS-IND-DATA-ACHADA > ZERO
                       ADD 1 TO WS-DAT-QTD(WS-IND-DATA-ACHADA)
                       ADD LOG-VALOR TO WS-DAT-VALOR(WS-IND-DATA-ACHADA)
                   END-IF
               END-IF
               PERFORM P210-LER-ORIGEM.

           P230-LOCALIZAR-DATA.
               MOVE ZERO TO WS-IND-DATA-ACHADA
               PERFORM P235-COMPARAR-DATA
                       VARYING WS-IND-DATA FROM 1 BY 1
                       UNTIL WS-IND-DATA > WS-QTD-DATAS OR
                             WS-IND-DATA-ACHADA > ZERO.

           P235-COMPARAR-DATA.
               IF WS-DAT-DATA(WS-IND-DATA) = WS-DATA-BUSCA
                   MOVE WS-IND-DATA TO WS-IND-DATA-ACHADA
               END-IF.

      *----------------------------------------------------------------*
      *P300: ETAPA 2 - DATA COM CONTROLE DE MESMOS TOTAIS DA ORIGEM JA *
      *      ESTA NO HISTORICO. AS DEMAIS TEM O HISTORICO DA DATA      *
      *      EXCLUIDO (SE HOUVER) E VAO PARA A RECARGA.                *
      *----------------------------------------------------------------*
           P300-CONFERIR-DATA.
               MOVE WS-DAT-DATA(WS-IND-DATA) TO HCT-DATA-MOVTO
               READ HSTCTRL
                   INVALID KEY
                       MOVE ZERO TO HCT-QTD-MOVTOS
                       MOVE ZERO TO HCT-VALOR-MOVTOS
               END-READ
               IF WS-STATUS-HSTCTRL = '00' AND
                  HCT-QTD-MOVTOS = WS-DAT-QTD(WS-IND-DATA) AND
                  HCT-VALOR-MOVTOS = WS-DAT-VALOR(WS-IND-DATA)
                   MOVE HCT-QTD-MOVTOS TO WS-DAT-QTD-HIST(WS-IND-DATA)
                   MOVE HCT-VALOR-MOVTOS
                     TO WS-DAT-VALOR-HIST(WS-IND-DATA)
                   MOVE "JA CARREGADA" TO WS-DAT-SITUACAO(WS-IND-DATA)
                   ADD 1 TO WS-QTD-DATAS-JA-CARGA
               ELSE
                   MOVE 'S' TO WS-DAT-SW-RECARGA(WS-IND-DATA)
                   ADD 1 TO WS-QTD-DATAS-CARGA
                   PERFORM P310-EXCLUIR-HISTORICO-DATA
               END-IF.

           P310-EXCLUIR-HISTORICO-DATA.
               MOVE 'N' TO WS-SW-FIM-HISTORICO
               MOVE WS-DAT-DATA(WS-IND-DATA) TO HST-DTA-DATA-MOVTO
               MOVE ZERO TO HST-DTA-HORA-MOVTO
               MOVE ZERO TO HST-DTA-NUM-CONTA
               MOVE ZERO TO HST-DTA-SEQUENCIA
               START MOVHIST KEY IS NOT LESS THAN HST-CHAVE-DATA
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-HISTORICO
               END-START
               PERFORM P320-LER-HISTORICO-DATA
               PERFORM P330-EXCLUIR-MOVIMENTO
                       UNTIL WS-FIM-HISTORICO.

           P320-LER-HISTORICO-DATA.
               IF NOT WS-FIM-HISTORICO
                   READ MOVHIST NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SW-FIM-HISTORICO
                   END-READ
                   IF NOT WS-FIM-HISTORICO AND
                      HST-DTA-DATA-MOVTO NOT = WS-DAT-DATA(WS-IND-DATA)
                       MOVE 'S' TO WS-SW-FIM-HISTORICO
                   END-IF
               END-IF.

           P330-EXCLUIR-MOVIMENTO.
               DELETE MOVHIST RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO EXCLUIR DO MOVHIST. STATUS: "
                               WS-STATUS-MOVHIST
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-EXCLUIDOS
               END-DELETE
               PERFORM P320-LER-HISTORICO-DATA.

      *----------------------------------------------------------------*
      *P400: ETAPA 3 - RELE A ORIGEM E GRAVA NO MOVHIST OS MOVIMENTOS  *
      *      DAS DATAS MARCADAS PARA RECARGA.                          *
      *----------------------------------------------------------------*
           P400-GRAVAR-HISTORICO.
               CLOSE MOVORIG
               OPEN INPUT MOVORIG
               MOVE 'N' TO WS-SW-FIM-ORIGEM
               PERFORM P210-LER-ORIGEM
               PERFORM P410-SELECIONAR-MOVIMENTO
                       UNTIL WS-FIM-ORIGEM.

           P410-SELECIONAR-MOVIMENTO.
               IF LOG-DATA-MOVTO NOT > WS-DATA-LIMITE
                   MOVE LOG-DATA-MOVTO TO WS-DATA-BUSCA
                   PERFORM P230-LOCALIZAR-DATA
                   IF WS-IND-DATA-ACHADA > ZERO
                       IF WS-DAT-RECARREGAR(WS-IND-DATA-ACHADA)
                           PERFORM P420-MONTAR-HISTORICO
                       END-IF
                   END-IF
               END-IF
               PERFORM P210-LER-ORIGEM.

           P420-MONTAR-HISTORICO.
               MOVE SPACES TO HST-REGISTRO
               MOVE LOG-NUM-CONTA TO HST-NUM-CONTA
               MOVE LOG-DATA-MOVTO TO HST-DATA-MOVTO
               MOVE LOG-HORA-MOVTO TO HST-HORA-MOVTO
               MOVE LOG-NUM-CONTA TO HST-DTA-NUM-CONTA
               MOVE LOG-DATA-MOVTO TO HST-DTA-DATA-MOVTO
               MOVE LOG-HORA-MOVTO TO HST-DTA-HORA-MOVTO
               MOVE WS-DATA-HOJE TO HST-DATA-CARGA
               MOVE LOG-REGISTRO TO HST-MOVIMENTO
               MOVE 1 TO WS-SEQUENCIA
               MOVE 'N' TO WS-SW-GRAVADO
               PERFORM P430-GRAVAR-SEQUENCIA
                       UNTIL WS-GRAVADO.

      *----------------------------------------------------------------*
      *P430: CHAVE JA EXISTENTE (STATUS 22) E OUTRO MOVIMENTO DA MESMA *
      *      CONTA NO MESMO SEGUNDO: TENTA A SEQUENCIA SEGUINTE.       *
      *----------------------------------------------------------------*
           P430-GRAVAR-SEQUENCIA.
               MOVE WS-SEQUENCIA TO HST-SEQUENCIA
               MOVE WS-SEQUENCIA TO HST-DTA-SEQUENCIA
               WRITE HST-REGISTRO
                   INVALID KEY
                       IF WS-STATUS-MOVHIST = '22' AND
                          WS-SEQUENCIA < 999
                           ADD 1 TO WS-SEQUENCIA
                       ELSE
                           DISPLAY "ERRO AO GRAVAR NO MOVHIST. CONTA: "
                                   LOG-NUM-CONTA " DATA: "
                                   LOG-DATA-MOVTO " STATUS: "
                                   WS-STATUS-MOVHIST
                           ADD 1 TO WS-QTD-NAO-GRAVADOS
                           MOVE 'S' TO WS-SW-GRAVADO
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-GRAVADOS
                       MOVE 'S' TO WS-SW-GRAVADO
               END-WRITE.

      *----------------------------------------------------------------*
      *P500: ETAPA 4 - RECONTA NO MOVHIST CADA DATA RECARREGADA. SO    *
      *      COM QUANTIDADE E VALOR IGUAIS AOS DA ORIGEM A DATA GANHA  *
      *      (OU ATUALIZA) O CONTROLE DE CARGA.                        *
      *----------------------------------------------------------------*
           P500-RECONTAR-DATA.
               IF WS-DAT-RECARREGAR(WS-IND-DATA)
                   MOVE ZERO TO WS-QTD-RECONTADA
                   MOVE ZERO TO WS-VALOR-RECONTADO
                   MOVE 'N' TO WS-SW-FIM-HISTORICO
                   MOVE WS-DAT-DATA(WS-IND-DATA) TO HST-DTA-DATA-MOVTO
                   MOVE ZERO TO HST-DTA-HORA-MOVTO
                   MOVE ZERO TO HST-DTA-NUM-CONTA
                   MOVE ZERO TO HST-DTA-SEQUENCIA
                   START MOVHIST KEY IS NOT LESS THAN HST-CHAVE-DATA
                       INVALID KEY
                           MOVE 'S' TO WS-SW-FIM-HISTORICO
                   END-START
                   PERFORM P320-LER-HISTORICO-DATA
                   PERFORM P510-CONTAR-MOVIMENTO
                           UNTIL WS-FIM-HISTORICO
                   MOVE WS-QTD-RECONTADA
                     TO WS-DAT-QTD-HIST(WS-IND-DATA)
                   MOVE WS-VALOR-RECONTADO
                     TO WS-DAT-VALOR-HIST(WS-IND-DATA)
                   IF WS-QTD-RECONTADA = WS-DAT-QTD(WS-IND-DATA) AND
                      WS-VALOR-RECONTADO = WS-DAT-VALOR(WS-IND-DATA)
                       PERFORM P520-GRAVAR-CONTROLE
                   ELSE
                       MOVE "DIVERGENTE" TO WS-DAT-SITUACAO(WS-IND-DATA)
                       ADD 1 TO WS-QTD-DATAS-DIVERG
                   END-IF
               END-IF.

           P510-CONTAR-MOVIMENTO.
               MOVE HST-MOVIMENTO TO LOG-REGISTRO
               ADD 1 TO WS-QTD-RECONTADA
               ADD LOG-VALOR TO WS-VALOR-RECONTADO
               PERFORM P320-LER-HISTORICO-DATA.

           P520-GRAVAR-CONTROLE.
               ACCEPT WS-HORA-AGORA FROM TIME
               MOVE SPACES TO HCT-REGISTRO
               MOVE WS-DAT-DATA(WS-IND-DATA) TO HCT-DATA-MOVTO
               MOVE WS-DAT-QTD(WS-IND-DATA) TO HCT-QTD-MOVTOS
               MOVE WS-DAT-VALOR(WS-IND-DATA) TO HCT-VALOR-MOVTOS
               MOVE WS-DATA-HOJE TO HCT-DATA-CARGA
               MOVE WS-HORA-AGORA TO HCT-HORA-CARGA
               MOVE WS-NOME-ORIGEM TO HCT-ORIGEM
               MOVE "CARREGADA" TO WS-DAT-SITUACAO(WS-IND-DATA)
               WRITE HCT-REGISTRO
                   INVALID KEY
                       REWRITE HCT-REGISTRO
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR NO HSTCTRL. "
                                       "STATUS: " WS-STATUS-HSTCTRL
                       END-REWRITE
                       MOVE "RECARREGADA"
                         TO WS-DAT-SITUACAO(WS-IND-DATA)
               END-WRITE.

      *----------------------------------------------------------------*
      *P600: UMA LINHA POR DATA DA ORIGEM E OS TOTAIS DA CARGA.        *
      *----------------------------------------------------------------*
           P600-EMITIR-RELATORIO.
               MOVE WS-NOME-ORIGEM TO WS-CAB-ORIGEM
               MOVE WS-DATA-HOJE TO WS-CAB-DATA
               MOVE WS-REL-CABECALHO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE WS-REL-BRANCO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE WS-REL-TITULOS TO REL-REGISTRO
               WRITE REL-REGISTRO
               PERFORM P610-EMITIR-DATA
                       VARYING WS-IND-DATA FROM 1 BY 1
                       UNTIL WS-IND-DATA > WS-QTD-DATAS
               MOVE WS-REL-BRANCO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE "MOVIMENTOS LIDOS NA ORIGEM..: " TO WS-TOT-TEXTO
               MOVE WS-QTD-LIDOS TO WS-TOT-QTD
               PERFORM P620-EMITIR-TOTAL
               MOVE "POSTERIORES AO DIA (PROXIMA): " TO WS-TOT-TEXTO
               MOVE WS-QTD-FORA-LIMITE TO WS-TOT-QTD
               PERFORM P620-EMITIR-TOTAL
               MOVE "EXCLUIDOS PARA RECARGA......: " TO WS-TOT-TEXTO
               MOVE WS-QTD-EXCLUIDOS TO WS-TOT-QTD
               PERFORM P620-EMITIR-TOTAL
               MOVE "GRAVADOS NO MOVHIST.........: " TO WS-TOT-TEXTO
               MOVE WS-QTD-GRAVADOS TO WS-TOT-QTD
               PERFORM P620-EMITIR-TOTAL
               MOVE "NAO GRAVADOS (ERRO).........: " TO WS-TOT-TEXTO
               MOVE WS-QTD-NAO-GRAVADOS TO WS-TOT-QTD
               PERFORM P620-EMITIR-TOTAL
               MOVE "DATAS JA CARREGADAS.........: " TO WS-TOT-TEXTO
               MOVE WS-QTD-DATAS-JA-CARGA TO WS-TOT-QTD
               PERFORM P620-EMITIR-TOTAL
               MOVE "DATAS CARREGADAS AGORA......: " TO WS-TOT-TEXTO
               MOVE WS-QTD-DATAS-CARGA TO WS-TOT-QTD
               PERFORM P620-EMITIR-TOTAL
               MOVE "DATAS DIVERGENTES...........: " TO WS-TOT-TEXTO
               MOVE WS-QTD-DATAS-DIVERG TO WS-TOT-QTD
               PERFORM P620-EMITIR-TOTAL
               DISPLAY "MOVIMENTOS GRAVADOS NO MOVHIST: "
                       WS-QTD-GRAVADOS
               DISPLAY "DATAS JA CARREGADAS..........: "
                       WS-QTD-DATAS-JA-CARGA
               DISPLAY "DATAS CARREGADAS AGORA.......: "
                       WS-QTD-DATAS-CARGA
               DISPLAY "DATAS DIVERGENTES............: "
                       WS-QTD-DATAS-DIVERG
               IF WS-QTD-DATAS-DIVERG > ZERO
                   DISPLAY "HA DATAS DIVERGENTES -- VER RELCARGA E "
                           "RODAR A CARGA DE NOVO."
               END-IF
               DISPLAY "RELATORIO GRAVADO EM RELCARGA".

           P610-EMITIR-DATA.
               MOVE WS-DAT-DATA(WS-IND-DATA) TO WS-DET-DATA
               MOVE WS-DAT-QTD(WS-IND-DATA) TO WS-DET-QTD-ORIG
               MOVE WS-DAT-VALOR(WS-IND-DATA) TO WS-DET-VLR-ORIG
               MOVE WS-DAT-QTD-HIST(WS-IND-DATA) TO WS-DET-QTD-HIST
               MOVE WS-DAT-VALOR-HIST(WS-IND-DATA) TO WS-DET-VLR-HIST
               MOVE WS-DAT-SITUACAO(WS-IND-DATA) TO WS-DET-SITUACAO
               MOVE WS-REL-DETALHE TO REL-REGISTRO
               WRITE REL-REGISTRO.

           P620-EMITIR-TOTAL.
               MOVE WS-REL-TOTAL TO REL-REGISTRO
               WRITE REL-REGISTRO.

           END PROGRAM CEP300.
