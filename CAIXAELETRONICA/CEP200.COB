      *----------------------------------------------------------------
      *                          CAIXA ELETRONICA
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *_______________________________________________________________
      *
       PROGRAM-ID. CEP200.
       AUTHOR. "Gabriel Dziecinny"
       DATE-WRITTEN. 14/10/2026.

      *----------------------------------------------------------------*
      *SISTEMA:     CE - CAIXA ELETRONICA
      *JOB:         20 - COBRANCA MENSAL DE TARIFAS (FIM DE MES)
      *PROGRAMA:     0 - PARA A COMPETENCIA (AAAAMM) INFORMADA, CONTA
      *              POR CONTA OS EVENTOS TARIFAVEIS DO MES -- SAQUES
      *              NO CAIXA ELETRONICO, TRANSFERENCIAS FEITAS NO
      *              CAIXA ELETRONICO (P300/CEP180, COM TERMINAL),
      *              ORDENS AGENDADAS EXECUTADAS PELO CEP120 (SEM
      *              TERMINAL) E EXTRATOS IMPRESSOS (CEP060/CEP130,
      *              REGISTRADOS NO TAREVT) --, DESCONTA A QUANTIDADE
      *              ISENTA DE CADA TARIFA VIGENTE NO MESTRE DE
      *              TARIFAS (TARMESTR, MANTIDO PELO TAR010) E DEBITA
      *              O TOTAL NA CONTA COM O MOVIMENTO DE TARIFA DO
      *              MOVLOG. O DEBITO RESPEITA O DISPONIVEL COM CHEQUE
      *              ESPECIAL (SALDO + LIMITE - BLOQUEADO): O QUE NAO
      *              COUBER VAI PARA O RELATORIO DE EXCECOES
      *              (EXCTARIF) E NAO E DEBITADO. MOVIMENTO ESTORNADO
      *              PELO CEP190 NAO E COBRADO. EMITE O RELATORIO POR
      *              CONTA (RELTARIF). O MOVIMENTO DE TARIFA CARREGA
      *              A COMPETENCIA COBRADA NA AREA DE REFERENCIA, E A
      *              CONTA QUE JA TEM A TARIFA DA COMPETENCIA NO
      *              MOVLOG E PULADA -- A REEXECUCAO DE UMA RODADA
      *              INTERROMPIDA NAO COBRA EM DOBRO. SAQUE NO CAIXA
      *              DE BALCAO (CEP290, TERMINAL COMECANDO COM 'B')
      *              NAO E TARIFADO COMO SAQUE NO CAIXA ELETRONICO.
      *              COMPETENCIA JA ARQUIVADA PELO CEP090 E LIDA DO
      *              HISTORICO DE MOVIMENTOS (MOVHIST, CARREGADO PELO
      *              CEP300), PELA CHAVE CONTA + DATA, NAS DATAS QUE
      *              NAO ESTAO MAIS NO MOVLOG; SE O HISTORICO NAO TEM
      *              A COMPETENCIA CARREGADA (HSTCTRL), A EXECUCAO E
      *              RECUSADA EM VEZ DE CONCLUIR SEM COBRAR.
      *              A COMPETENCIA NAO PODE SER POSTERIOR AO MES DO DIA
      *              DE PROCESSAMENTO, E O PROPRIO MES SO E COBRADO NO
      *              SEU ULTIMO DIA UTIL (DTUTIL 'UM') -- UMA
      *              COMPETENCIA AINDA EM CURSO NAO E CONCLUIDA NO
      *              CONTROLE DE BATCH COM EVENTOS POR COBRAR.
      *
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *14/10/2026 GFD  CRIACAO DO PROGRAMA
      *14/10/2026 GFD  CONTA ENCERRADA (CEP050) NAO E TARIFADA.
      *15/10/2026 GFD  INCLUIDO O TIPO DE PAGAMENTO DE
      *                CONTA/BOLETO ('G') DO CEP010/CEP240.
      *15/10/2026 GFD  INCLUIDO O TIPO DE TRANSFERENCIA JUDICIAL
      *                ('U') DO CEP270.
      *15/10/2026 GFD  O DISPONIVEL PASSA A DESCONTAR TAMBEM O
      *                BLOQUEIO JUDICIAL
      *                (CTA-VALOR-BLOQ-JUDICIAL), ALEM DO VALOR
      *                RETIDO POR FLOAT.
      *15/10/2026 GFD  INCLUIDA NO REPLACING DO LAYOUT A VISAO DE
      *                BALCAO DA AREA DE REFERENCIA (OPERADOR DO
      *                CAIXA DE BALCAO, CEP290).
      *15/10/2026 GFD  SAQUE NO CAIXA DE BALCAO (TERMINAL 'B',
      *                CEP290) E SEU ESTORNO DEIXAM DE CONTAR COMO
      *                SAQUE NO CAIXA ELETRONICO. COMPETENCIA JA
      *                ARQUIVADA PELO CEP090 PASSA A SER LIDA DO
      *                MOVHIST PELA CHAVE CONTA + DATA; SEM A
      *                CARGA NO HSTCTRL A EXECUCAO E RECUSADA EM
      *                VEZ DE CONCLUIR SEM COBRAR.
      *15/10/2026 GFD  COMPETENCIA POSTERIOR AO MES DO DIA, OU O
      *                PROPRIO MES ANTES DO SEU ULTIMO DIA UTIL, E
      *                RECUSADA.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVLOG ASSIGN TO "MOVLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOVLOG.

           SELECT MOVLOG-ORD ASSIGN TO "TARMOVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOVLOG-ORD.

           SELECT WORK-MOVLOG ASSIGN TO "WORKTAR".

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

           SELECT CTAMESTR ASSIGN TO "CTAMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CHAVE
               FILE STATUS IS WS-STATUS-CTAMESTR.

           SELECT TARMESTR ASSIGN TO "TARMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-CHAVE
               FILE STATUS IS WS-STATUS-TARMESTR.

           SELECT TAREVT ASSIGN TO "TAREVT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVT-CHAVE
               FILE STATUS IS WS-STATUS-TAREVT.

           SELECT EXCTARIF ASSIGN TO "EXCTARIF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXCTARIF.

           SELECT RELTARIF ASSIGN TO "RELTARIF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELTARIF.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVLOG.
       COPY CTALOG.

       FD  MOVLOG-ORD.
       COPY CTALOG REPLACING
           LOG-REGISTRO         BY LOGO-REGISTRO
           LOG-NUM-CONTA        BY LOGO-NUM-CONTA
           LOG-TIPO-MOVTO       BY LOGO-TIPO-MOVTO
           LOG-TIPO-DEPOSITO    BY LOGO-TIPO-DEPOSITO
           LOG-TIPO-SAQUE       BY LOGO-TIPO-SAQUE
           LOG-TIPO-DESEMBOLSO  BY LOGO-TIPO-DESEMBOLSO
           LOG-TIPO-JUROS-CHEQUE BY LOGO-TIPO-JUROS-CHEQUE
           LOG-TIPO-TRANSF-DEBITO BY LOGO-TIPO-TRANSF-DEBITO
           LOG-TIPO-TRANSF-CREDITO BY LOGO-TIPO-TRANSF-CREDITO
           LOG-TIPO-DEBITO-PARCELA BY LOGO-TIPO-DEBITO-PARCELA
           LOG-TIPO-REMUNERACAO BY LOGO-TIPO-REMUNERACAO
           LOG-TIPO-DEPOSITO-CHEQUE BY LOGO-TIPO-DEPOSITO-CHEQUE
           LOG-TIPO-PAGTO-PARCELA BY LOGO-TIPO-PAGTO-PARCELA
           LOG-TIPO-ESTORNO-DEBITO BY LOGO-TIPO-ESTORNO-DEBITO
           LOG-TIPO-ESTORNO-CREDITO BY LOGO-TIPO-ESTORNO-CREDITO
           LOG-TIPO-TARIFA      BY LOGO-TIPO-TARIFA
           LOG-TIPO-CHEQUE-DEVOLVIDO BY LOGO-TIPO-CHEQUE-DEVOLVIDO
           LOG-TIPO-IR-RETIDO   BY LOGO-TIPO-IR-RETIDO
           LOG-TIPO-CREDITO-SALARIO BY LOGO-TIPO-CREDITO-SALARIO
           LOG-TIPO-DEBITO-FOLHA BY LOGO-TIPO-DEBITO-FOLHA
           LOG-TIPO-PAGTO-CONTA BY LOGO-TIPO-PAGTO-CONTA
           LOG-TIPO-TRANSF-JUDICIAL BY LOGO-TIPO-TRANSF-JUDICIAL
           LOG-VALOR            BY LOGO-VALOR
           LOG-DATA-MOVTO       BY LOGO-DATA-MOVTO
           LOG-HORA-MOVTO       BY LOGO-HORA-MOVTO
           LOG-SALDO-RESULTANTE BY LOGO-SALDO-RESULTANTE
           LOG-ID-TERMINAL      BY LOGO-ID-TERMINAL
           LOG-REFERENCIA       BY LOGO-REFERENCIA
           LOG-REF-DATA-MOVTO   BY LOGO-REF-DATA-MOVTO
           LOG-REF-HORA-MOVTO   BY LOGO-REF-HORA-MOVTO
           LOG-REF-TIPO-MOVTO   BY LOGO-REF-TIPO-MOVTO
           LOG-REF-BALCAO       BY LOGO-REF-BALCAO
           LOG-REF-ID-OPERADOR  BY LOGO-REF-ID-OPERADOR.

       SD  WORK-MOVLOG.
       COPY CTALOG REPLACING
           LOG-REGISTRO         BY LOGW-REGISTRO
           LOG-NUM-CONTA        BY LOGW-NUM-CONTA
           LOG-TIPO-MOVTO       BY LOGW-TIPO-MOVTO
           LOG-TIPO-DEPOSITO    BY LOGW-TIPO-DEPOSITO
           LOG-TIPO-SAQUE       BY LOGW-TIPO-SAQUE
           LOG-TIPO-DESEMBOLSO  BY LOGW-TIPO-DESEMBOLSO
           LOG-TIPO-JUROS-CHEQUE BY LOGW-TIPO-JUROS-CHEQUE
           LOG-TIPO-TRANSF-DEBITO BY LOGW-TIPO-TRANSF-DEBITO
           LOG-TIPO-TRANSF-CREDITO BY LOGW-TIPO-TRANSF-CREDITO
           LOG-TIPO-DEBITO-PARCELA BY LOGW-TIPO-DEBITO-PARCELA
           LOG-TIPO-REMUNERACAO BY LOGW-TIPO-REMUNERACAO
           LOG-TIPO-DEPOSITO-CHEQUE BY LOGW-TIPO-DEPOSITO-CHEQUE
           LOG-TIPO-PAGTO-PARCELA BY LOGW-TIPO-PAGTO-PARCELA
           LOG-TIPO-ESTORNO-DEBITO BY LOGW-TIPO-ESTORNO-DEBITO
           LOG-TIPO-ESTORNO-CREDITO BY LOGW-TIPO-ESTORNO-CREDITO
           LOG-TIPO-TARIFA      BY LOGW-TIPO-TARIFA
           LOG-TIPO-CHEQUE-DEVOLVIDO BY LOGW-TIPO-CHEQUE-DEVOLVIDO
           LOG-TIPO-IR-RETIDO   BY LOGW-TIPO-IR-RETIDO
           LOG-TIPO-CREDITO-SALARIO BY LOGW-TIPO-CREDITO-SALARIO
           LOG-TIPO-DEBITO-FOLHA BY LOGW-TIPO-DEBITO-FOLHA
           LOG-TIPO-PAGTO-CONTA BY LOGW-TIPO-PAGTO-CONTA
           LOG-TIPO-TRANSF-JUDICIAL BY LOGW-TIPO-TRANSF-JUDICIAL
           LOG-VALOR            BY LOGW-VALOR
           LOG-DATA-MOVTO       BY LOGW-DATA-MOVTO
           LOG-HORA-MOVTO       BY LOGW-HORA-MOVTO
           LOG-SALDO-RESULTANTE BY LOGW-SALDO-RESULTANTE
           LOG-ID-TERMINAL      BY LOGW-ID-TERMINAL
           LOG-REFERENCIA       BY LOGW-REFERENCIA
           LOG-REF-DATA-MOVTO   BY LOGW-REF-DATA-MOVTO
           LOG-REF-HORA-MOVTO   BY LOGW-REF-HORA-MOVTO
           LOG-REF-TIPO-MOVTO   BY LOGW-REF-TIPO-MOVTO
           LOG-REF-BALCAO       BY LOGW-REF-BALCAO
           LOG-REF-ID-OPERADOR  BY LOGW-REF-ID-OPERADOR.

       FD  MOVHIST.
       COPY MOVHST.

       FD  HSTCTRL.
       COPY HSTCTL.

       FD  CTAMESTR.
       COPY CTACAD.

       FD  TARMESTR.
       COPY TARIFA.

       FD  TAREVT.
       COPY EVTTAR.

       FD  EXCTARIF.
       01  EXC-REGISTRO.
           05  EXC-NUM-CONTA           PIC 9(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  EXC-VALOR-DEVIDO        PIC Z(6)9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  EXC-VALOR-DEBITADO      PIC Z(6)9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  EXC-VALOR-FALTANTE      PIC Z(6)9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  EXC-MOTIVO              PIC X(20).

       FD  RELTARIF.
       01  REL-REGISTRO             PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-MOVLOG      PIC X(02) VALUE SPACES.
       77 WS-STATUS-MOVLOG-ORD  PIC X(02) VALUE SPACES.
       77 WS-STATUS-MOVHIST     PIC X(02) VALUE SPACES.
       77 WS-STATUS-HSTCTRL     PIC X(02) VALUE SPACES.
       77 WS-STATUS-CTAMESTR    PIC X(02) VALUE SPACES.
       77 WS-STATUS-TARMESTR    PIC X(02) VALUE SPACES.
       77 WS-STATUS-TAREVT      PIC X(02) VALUE SPACES.
       77 WS-STATUS-EXCTARIF    PIC X(02) VALUE SPACES.
       77 WS-STATUS-RELTARIF    PIC X(02) VALUE SPACES.

       77 WS-DATA-HOJE          PIC 9(08) VALUE ZERO.
       77 WS-HORA-AGORA         PIC 9(06) VALUE ZERO.
       77 WS-ANO-MES-REF        PIC 9(06) VALUE ZERO.
       77 WS-DATA-COMPETENCIA   PIC 9(08) VALUE ZERO.
       77 WS-DATA-FIM-COMPET    PIC 9(08) VALUE ZERO.
       77 WS-DATA-INICIO-MOVLOG PIC 9(08) VALUE ZERO.
       77 WS-SW-COMPETENCIA-OK  PIC X(01) VALUE 'N'.
           88 WS-COMPETENCIA-OK     VALUE 'S'.

       77 WS-FUNCAO-DTUTIL      PIC X(02) VALUE "UM".
       77 WS-DATA-FINAL-DTUTIL  PIC 9(08) VALUE ZERO.
       77 WS-QTD-DIAS-ENTRADA   PIC 9(03) VALUE ZERO.
       77 WS-QTD-DIAS-SAIDA     PIC 9(05) VALUE ZERO.
       77 WS-ULTIMO-DIA-UTIL    PIC 9(08) VALUE ZERO.
       77 WS-SW-DIA-UTIL-DTUTIL PIC X(01) VALUE SPACE.
       77 WS-COD-RETORNO-DTUTIL PIC 9(02) VALUE ZERO.
       77 WS-SW-FIM-CTAMESTR    PIC X(01) VALUE 'N'.
           88 WS-FIM-CTAMESTR       VALUE 'S'.
       77 WS-SW-FIM-MOVLOG      PIC X(01) VALUE 'N'.
           88 WS-FIM-MOVLOG         VALUE 'S'.
       77 WS-SW-FIM-MOVHIST     PIC X(01) VALUE 'N'.
           88 WS-FIM-MOVHIST        VALUE 'S'.
       77 WS-SW-LER-HISTORICO   PIC X(01) VALUE 'N'.
           88 WS-LER-HISTORICO      VALUE 'S'.
       77 WS-SW-HISTORICO-OK    PIC X(01) VALUE 'N'.
           88 WS-HISTORICO-OK       VALUE 'S'.
       77 WS-SW-FIM-TARMESTR    PIC X(01) VALUE 'N'.
           88 WS-FIM-TARMESTR       VALUE 'S'.
       77 WS-SW-FIM-TAREVT      PIC X(01) VALUE 'N'.
           88 WS-FIM-TAREVT         VALUE 'S'.
       77 WS-SW-TAREVT-OK       PIC X(01) VALUE 'N'.
           88 WS-TAREVT-OK          VALUE 'S'.
       77 WS-SW-JA-COBRADA      PIC X(01) VALUE 'N'.
           88 WS-JA-COBRADA         VALUE 'S'.
       77 WS-SW-VIROU-O-DIA     PIC X(01) VALUE 'N'.
           88 WS-VIROU-O-DIA        VALUE 'S'.
       77 WS-VALOR-JUROS-CHEQUE PIC 9(10)V99 VALUE ZERO.
       77 WS-ID-TERMINAL        PIC X(04) VALUE SPACES.

       77 WS-VALOR-DISPONIVEL   PIC S9(10)V99 VALUE ZERO.
       77 WS-VALOR-DEVIDO       PIC 9(10)V99 VALUE ZERO.
       77 WS-VALOR-DEBITADO     PIC 9(10)V99 VALUE ZERO.
       77 WS-VALOR-FALTANTE     PIC 9(10)V99 VALUE ZERO.

       77 WS-QTD-COBRADAS       PIC 9(05) VALUE ZERO.
       77 WS-QTD-EXCECOES       PIC 9(05) VALUE ZERO.
       77 WS-QTD-JA-COBRADAS    PIC 9(05) VALUE ZERO.
       77 WS-VLR-TOTAL-DEBITADO PIC 9(12)V99 VALUE ZERO.
       77 WS-VLR-TOTAL-FALTANTE PIC 9(12)V99 VALUE ZERO.

       77 WS-FUNCAO-DIACTL      PIC X(01) VALUE 'C'.
       77 WS-COD-RETORNO-DIACTL PIC 9(02) VALUE ZERO.
       77 WS-SW-DIA-ABERTO      PIC X(01) VALUE 'N'.
           88 WS-DIA-ABERTO-OK      VALUE 'S'.

      *----------------------------------------------------------------*
      *EVENTOS TARIFAVEIS, NA ORDEM DA TABELA DE TARIFAS ABAIXO:       *
      *1=SAQUE  2=TRANSFERENCIA NO CAIXA  3=ORDEM AGENDADA  4=EXTRATO  *
      *----------------------------------------------------------------*
       01 WS-TAB-EVENTOS-VALUE.
           05 FILLER            PIC X(08) VALUE "SQTRAGEX".
       01 WS-TAB-EVENTOS REDEFINES WS-TAB-EVENTOS-VALUE.
           05 WS-COD-EVENTO     OCCURS 4 TIMES PIC X(02).

       01 WS-TABELA-TARIFAS.
           05 WS-TRF-ITEM OCCURS 4 TIMES.
               10 WS-TRF-VIGENCIA       PIC 9(08).
               10 WS-TRF-VALOR          PIC 9(05)V99.
               10 WS-TRF-QTD-ISENTA     PIC 9(03).
               10 WS-TRF-QTD-EVENTOS    PIC 9(05).
               10 WS-TRF-QTD-COBRAVEL   PIC 9(05).
               10 WS-TRF-VLR-CONTA      PIC 9(08)V99.
       77 WS-IND                PIC 9(02) COMP VALUE ZERO.

       01 WS-REL-CABECALHO.
           05 FILLER            PIC X(33) VALUE
              "COBRANCA DE TARIFAS - COMPETENCIA".
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-CAB-COMPETENCIA PIC 9(06).
           05 FILLER            PIC X(16) VALUE "  PROCESSADO EM ".
           05 WS-CAB-DATA       PIC 9(08).

       01 WS-REL-TITULOS.
           05 FILLER            PIC X(40) VALUE
              "CONTA     SAQ  TRF  AGE  EXT     DEVIDO ".
           05 FILLER            PIC X(26) VALUE
              "  DEBITADO  NAO DEBITADO".

       01 WS-REL-TARIFA.
           05 FILLER            PIC X(02) VALUE "  ".
           05 WS-TAR-EVENTO     PIC X(02).
           05 FILLER            PIC X(10) VALUE " VIGENCIA ".
           05 WS-TAR-VIGENCIA   PIC 9(08).
           05 FILLER            PIC X(08) VALUE "  VALOR ".
           05 WS-TAR-VALOR      PIC ZZZZ9.99.
           05 FILLER            PIC X(10) VALUE "  ISENTOS ".
           05 WS-TAR-ISENTOS    PIC ZZ9.

       01 WS-REL-CONTA.
           05 WS-CON-CONTA      PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-CON-QTD-SAQ    PIC ZZZ9.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-CON-QTD-TRF    PIC ZZZ9.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-CON-QTD-AGE    PIC ZZZ9.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-CON-QTD-EXT    PIC ZZZ9.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-CON-DEVIDO     PIC Z(6)9.99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-CON-DEBITADO   PIC Z(6)9.99.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 WS-CON-FALTANTE   PIC Z(6)9.99.

       01 WS-REL-RODAPE.
           05 WS-ROD-TEXTO      PIC X(28).
           05 WS-ROD-VALOR      PIC Z(11)9.99.

       01 WS-REL-BRANCO         PIC X(01) VALUE SPACE.

       COPY BATWS.

       PROCEDURE DIVISION.
           P000-INICIO.
               DISPLAY "+--------------------------------------+"
               DISPLAY "| CEP200 - COBRANCA MENSAL DE TARIFAS   |"
               DISPLAY "+--------------------------------------+"
               PERFORM P002-OBTER-DIA-PROCESSAMENTO
               IF NOT WS-DIA-ABERTO-OK
                   DISPLAY "DIA DE PROCESSAMENTO NAO ABERTO "
                           "(ABRA PELO DIA010). EXECUCAO RECUSADA."
               ELSE
                   PERFORM P003-COBRAR
               END-IF
               STOP RUN.

           P003-COBRAR.
               ACCEPT WS-HORA-AGORA FROM TIME
               DISPLAY "DATA DO PROCESSAMENTO: " WS-DATA-HOJE
               DISPLAY "COMPETENCIA A COBRAR (AAAAMM): "
               ACCEPT WS-ANO-MES-REF
               STRING WS-ANO-MES-REF DELIMITED BY SIZE
                      "01" DELIMITED BY SIZE
                      INTO WS-DATA-COMPETENCIA
               STRING WS-ANO-MES-REF DELIMITED BY SIZE
                      "31" DELIMITED BY SIZE
                      INTO WS-DATA-FIM-COMPET
               PERFORM P004-CONFERIR-COMPETENCIA
               IF NOT WS-COMPETENCIA-OK
                   DISPLAY "COMPETENCIA " WS-ANO-MES-REF " AINDA NAO "
                           "ENCERRADA EM " WS-DATA-HOJE " (A COBRANCA "
                           "E NO ULTIMO DIA UTIL DO MES). EXECUCAO "
                           "RECUSADA."
               ELSE
                   PERFORM P010-CARREGAR-TARIFAS
                   IF WS-STATUS-TARMESTR NOT = '00'
                       DISPLAY "MESTRE DE TARIFAS (TARMESTR) "
                               "INDISPONIVEL (CADASTRE PELO TAR010). "
                               "EXECUCAO RECUSADA."
                   ELSE
                       PERFORM P007-CONFERIR-ORIGEM-MOVTOS
                       IF NOT WS-HISTORICO-OK
                           DISPLAY "COMPETENCIA " WS-ANO-MES-REF
                                   " JA ARQUIVADA (CEP090) E NAO "
                                   "CARREGADA NO HISTORICO (RECARREGUE "
                                   "PELO CEP300, OPCAO 2). EXECUCAO "
                                   "RECUSADA."
                       ELSE
                           PERFORM P005-REGISTRAR-INICIO
                           IF WS-RUN-COD-RETORNO = 10
                               DISPLAY "CEP200 JA CONCLUIDO PARA A "
                                       "COMPETENCIA " WS-ANO-MES-REF
                                       ". EXECUCAO RECUSADA."
                           ELSE
                               PERFORM P020-COBRAR-CONTAS
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *P004: A COMPETENCIA SO E COBRADA DEPOIS DE TERMINAR: MES        *
      *      ANTERIOR AO DO DIA DE PROCESSAMENTO, OU O PROPRIO MES NO  *
      *      SEU ULTIMO DIA UTIL (DTUTIL 'UM', COMO NO DIA010).        *
      *----------------------------------------------------------------*
           P004-CONFERIR-COMPETENCIA.
               MOVE 'N' TO WS-SW-COMPETENCIA-OK
               IF WS-ANO-MES-REF < WS-DATA-HOJE(1:6)
                   MOVE 'S' TO WS-SW-COMPETENCIA-OK
               ELSE
                   IF WS-ANO-MES-REF = WS-DATA-HOJE(1:6)
                       MOVE "UM" TO WS-FUNCAO-DTUTIL
                       CALL "DTUTIL" USING WS-FUNCAO-DTUTIL
                                           WS-DATA-HOJE
                                           WS-DATA-FINAL-DTUTIL
                                           WS-QTD-DIAS-ENTRADA
                                           WS-QTD-DIAS-SAIDA
                                           WS-ULTIMO-DIA-UTIL
                                           WS-SW-DIA-UTIL-DTUTIL
                                           WS-COD-RETORNO-DTUTIL
                       IF WS-COD-RETORNO-DTUTIL = ZERO AND
                          WS-ULTIMO-DIA-UTIL = WS-DATA-HOJE
                           MOVE 'S' TO WS-SW-COMPETENCIA-OK
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *P007: O MOVLOG GUARDA SO O PERIODO ABERTO -- O CEP090 ARQUIVA   *
      *      MESES INTEIROS E O PRIMEIRO REGISTRO DO MOVLOG E O MAIS   *
      *      ANTIGO QUE SOBROU. SE A COMPETENCIA COMECA ANTES DELE, AS *
      *      DATAS ANTERIORES SAO LIDAS DO MOVHIST (P120), E A         *
      *      COMPETENCIA PRECISA ESTAR CARREGADA NO HSTCTRL.           *
      *----------------------------------------------------------------*
           P007-CONFERIR-ORIGEM-MOVTOS.
               MOVE 'S' TO WS-SW-HISTORICO-OK
               MOVE 'N' TO WS-SW-LER-HISTORICO
               MOVE 99999999 TO WS-DATA-INICIO-MOVLOG
               OPEN INPUT MOVLOG
               IF WS-STATUS-MOVLOG = '00'
                   READ MOVLOG
                       NOT AT END
                           MOVE LOG-DATA-MOVTO TO WS-DATA-INICIO-MOVLOG
                   END-READ
                   CLOSE MOVLOG
               END-IF
               IF WS-DATA-COMPETENCIA < WS-DATA-INICIO-MOVLOG
                   MOVE 'S' TO WS-SW-LER-HISTORICO
                   PERFORM P008-CONFERIR-CARGA-COMPETENCIA
               END-IF.

           P008-CONFERIR-CARGA-COMPETENCIA.
               MOVE 'N' TO WS-SW-HISTORICO-OK
               OPEN INPUT HSTCTRL
               IF WS-STATUS-HSTCTRL = '00'
                   MOVE WS-DATA-COMPETENCIA TO HCT-DATA-MOVTO
                   START HSTCTRL KEY IS NOT LESS THAN HCT-CHAVE
                       NOT INVALID KEY
                           READ HSTCTRL NEXT RECORD
                               NOT AT END
                                   IF HCT-DATA-MOVTO NOT >
                                      WS-DATA-FIM-COMPET
                                       MOVE 'S' TO WS-SW-HISTORICO-OK
                                   END-IF
                           END-READ
                   END-START
                   CLOSE HSTCTRL
               END-IF.

      *----------------------------------------------------------------*
      *P002: A DATA DE PROCESSAMENTO E O DIA DE NEGOCIO ABERTO NO      *
      *      MESTRE DE DATA (DIAPROC, VIA DIACTL) -- NAO O RELOGIO   *
      *      DA MAQUINA. SEM DIA ABERTO O JOB E RECUSADO.            *
      *----------------------------------------------------------------*
           P002-OBTER-DIA-PROCESSAMENTO.
               MOVE 'N' TO WS-SW-DIA-ABERTO
               MOVE 'C' TO WS-FUNCAO-DIACTL
               CALL "DIACTL" USING WS-FUNCAO-DIACTL WS-DATA-HOJE
                                   WS-COD-RETORNO-DIACTL
               IF WS-COD-RETORNO-DIACTL = ZERO
                   MOVE 'S' TO WS-SW-DIA-ABERTO
               END-IF.

      *----------------------------------------------------------------*
      *P010: CARREGA, PARA CADA EVENTO, A TARIFA VIGENTE NA COMPETENCIA*
      *      -- A ULTIMA VIGENCIA ATE O FIM DO MES, MESMA REGRA DO     *
      *      MESTRE DE TAXAS. EVENTO SEM TARIFA VIGENTE NAO E COBRADO. *
      *----------------------------------------------------------------*
           P010-CARREGAR-TARIFAS.
               INITIALIZE WS-TABELA-TARIFAS
               OPEN INPUT TARMESTR
               IF WS-STATUS-TARMESTR = '00'
                   PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 4
                       PERFORM P011-BUSCAR-TARIFA-VIGENTE
                   END-PERFORM
                   CLOSE TARMESTR
               END-IF.

           P011-BUSCAR-TARIFA-VIGENTE.
               MOVE 'N' TO WS-SW-FIM-TARMESTR
               MOVE WS-COD-EVENTO(WS-IND) TO TAR-COD-EVENTO
               MOVE ZERO TO TAR-DATA-VIGENCIA
               START TARMESTR KEY IS NOT LESS THAN TAR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-TARMESTR
               END-START
               PERFORM P012-LER-VIGENCIA
                       UNTIL WS-FIM-TARMESTR
               IF WS-TRF-VIGENCIA(WS-IND) = ZERO
                   DISPLAY "SEM TARIFA VIGENTE PARA O EVENTO "
                           WS-COD-EVENTO(WS-IND) " -- NAO COBRADO."
               END-IF
               MOVE '00' TO WS-STATUS-TARMESTR.

           P012-LER-VIGENCIA.
               READ TARMESTR NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SW-FIM-TARMESTR
               END-READ
               IF NOT WS-FIM-TARMESTR
                   IF TAR-COD-EVENTO NOT = WS-COD-EVENTO(WS-IND) OR
                      TAR-DATA-VIGENCIA > WS-DATA-FIM-COMPET
                       MOVE 'S' TO WS-SW-FIM-TARMESTR
                   ELSE
                       MOVE TAR-DATA-VIGENCIA TO
                            WS-TRF-VIGENCIA(WS-IND)
                       MOVE TAR-VALOR TO WS-TRF-VALOR(WS-IND)
                       MOVE TAR-QTD-ISENTA TO WS-TRF-QTD-ISENTA(WS-IND)
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *P020: ORDENA O MOVLOG POR CONTA/DATA/HORA, COMO O EXTRATO, E    *
      *      CASA COM O CTAMESTR LIDO EM SEQUENCIA. O MOVLOG SO E      *
      *      ABERTO EXTEND DEPOIS DO SORT -- OS DEBITOS DE TARIFA      *
      *      GRAVADOS NESTA RODADA NAO ENTRAM NA CONTAGEM.             *
      *----------------------------------------------------------------*
           P020-COBRAR-CONTAS.
               SORT WORK-MOVLOG
                   ON ASCENDING KEY LOGW-NUM-CONTA
                   ON ASCENDING KEY LOGW-DATA-MOVTO
                   ON ASCENDING KEY LOGW-HORA-MOVTO
                   USING MOVLOG
                   GIVING MOVLOG-ORD
               OPEN INPUT MOVLOG-ORD
               OPEN I-O CTAMESTR
               OPEN EXTEND MOVLOG
               OPEN OUTPUT EXCTARIF
               OPEN OUTPUT RELTARIF
               IF WS-LER-HISTORICO
                   OPEN INPUT MOVHIST
               ELSE
                   MOVE '00' TO WS-STATUS-MOVHIST
               END-IF
               OPEN INPUT TAREVT
               IF WS-STATUS-TAREVT = '00'
                   MOVE 'S' TO WS-SW-TAREVT-OK
               ELSE
                   MOVE 'N' TO WS-SW-TAREVT-OK
                   DISPLAY "AVISO: EVENTOS DE EXTRATO (TAREVT) "
                           "INDISPONIVEIS. STATUS: " WS-STATUS-TAREVT
                           " -- EXTRATOS NAO SERAO COBRADOS."
               END-IF
               IF WS-STATUS-MOVLOG-ORD NOT = '00' OR
                  WS-STATUS-CTAMESTR NOT = '00' OR
                  WS-STATUS-MOVLOG NOT = '00' OR
                  WS-STATUS-MOVHIST NOT = '00' OR
                  WS-STATUS-EXCTARIF NOT = '00' OR
                  WS-STATUS-RELTARIF NOT = '00'
                   DISPLAY "ERRO AO ABRIR ARQUIVOS. MOVLOG-ORD: "
                           WS-STATUS-MOVLOG-ORD " CTAMESTR: "
                           WS-STATUS-CTAMESTR " MOVLOG: "
                           WS-STATUS-MOVLOG " MOVHIST: "
                           WS-STATUS-MOVHIST " EXCTARIF: "
                           WS-STATUS-EXCTARIF " RELTARIF: "
                           WS-STATUS-RELTARIF
               ELSE
                   PERFORM P030-CABECALHO
                   PERFORM P040-LER-MOVLOG-ORD
                   MOVE ZERO TO CTA-NUM-CONTA
                   START CTAMESTR KEY IS NOT LESS THAN CTA-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WS-SW-FIM-CTAMESTR
                   END-START
                   PERFORM P100-PROCESSAR-CONTA
                           UNTIL WS-FIM-CTAMESTR
                   PERFORM P800-RODAPE
                   DISPLAY "CONTAS TARIFADAS...........: "
                           WS-QTD-COBRADAS
                   DISPLAY "CONTAS JA COBRADAS (PULADAS): "
                           WS-QTD-JA-COBRADAS
                   DISPLAY "EXCECOES (NAO DEBITADO)....: "
                           WS-QTD-EXCECOES
                   DISPLAY "VALOR TOTAL DEBITADO.......: "
                           WS-VLR-TOTAL-DEBITADO
                   DISPLAY "VALOR TOTAL NAO DEBITADO...: "
                           WS-VLR-TOTAL-FALTANTE
                   DISPLAY "RELATORIO GRAVADO EM RELTARIF"
                   PERFORM P905-REGISTRAR-FIM
               END-IF
               CLOSE MOVLOG-ORD CTAMESTR MOVLOG EXCTARIF RELTARIF
               IF WS-LER-HISTORICO
                   CLOSE MOVHIST
               END-IF
               IF WS-TAREVT-OK
                   CLOSE TAREVT
               END-IF.

           P030-CABECALHO.
               MOVE WS-ANO-MES-REF TO WS-CAB-COMPETENCIA
               MOVE WS-DATA-HOJE TO WS-CAB-DATA
               MOVE WS-REL-CABECALHO TO REL-REGISTRO
               WRITE REL-REGISTRO
               PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 4
                   MOVE WS-COD-EVENTO(WS-IND) TO WS-TAR-EVENTO
                   MOVE WS-TRF-VIGENCIA(WS-IND) TO WS-TAR-VIGENCIA
                   MOVE WS-TRF-VALOR(WS-IND) TO WS-TAR-VALOR
                   MOVE WS-TRF-QTD-ISENTA(WS-IND) TO WS-TAR-ISENTOS
                   MOVE WS-REL-TARIFA TO REL-REGISTRO
                   WRITE REL-REGISTRO
               END-PERFORM
               MOVE WS-REL-BRANCO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE WS-REL-TITULOS TO REL-REGISTRO
               WRITE REL-REGISTRO.

           P040-LER-MOVLOG-ORD.
               READ MOVLOG-ORD
                   AT END
                       MOVE 'S' TO WS-SW-FIM-MOVLOG
               END-READ.

      *----------------------------------------------------------------*
      *P100: PARA CADA CONTA DO CTAMESTR, CONTA OS EVENTOS DO MES NO   *
      *      MOVLOG ORDENADO E NO TAREVT, CALCULA A TARIFA E DEBITA.   *
      *      MOVIMENTO DE CONTA QUE NAO ESTA NO CTAMESTR E DESCARTADO. *
      *      CONTA ENCERRADA (CEP050) NAO E TARIFADA -- O SALDO FOI    *
      *      ZERADO NO ENCERRAMENTO.                                   *
      *----------------------------------------------------------------*
           P100-PROCESSAR-CONTA.
               READ CTAMESTR NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SW-FIM-CTAMESTR
               END-READ
               IF NOT WS-FIM-CTAMESTR
                   PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 4
                       MOVE ZERO TO WS-TRF-QTD-EVENTOS(WS-IND)
                       MOVE ZERO TO WS-TRF-QTD-COBRAVEL(WS-IND)
                       MOVE ZERO TO WS-TRF-VLR-CONTA(WS-IND)
                   END-PERFORM
                   MOVE 'N' TO WS-SW-JA-COBRADA
                   PERFORM P110-CONTAR-MOVIMENTO
                           UNTIL WS-FIM-MOVLOG OR
                                 LOGO-NUM-CONTA > CTA-NUM-CONTA
                   IF WS-LER-HISTORICO
                       PERFORM P120-CONTAR-HISTORICO
                   END-IF
                   IF WS-TAREVT-OK
                       PERFORM P130-CONTAR-EXTRATOS
                   END-IF
                   IF WS-JA-COBRADA
                       ADD 1 TO WS-QTD-JA-COBRADAS
                   ELSE
                       PERFORM P150-CALCULAR-TARIFA
                       IF WS-VALOR-DEVIDO > ZERO AND CTA-ATIVA
                           PERFORM P200-DEBITAR-TARIFA
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *P110: SAQUE NO CAIXA ELETRONICO CONTA COMO SAQUE (O DO CAIXA    *
      *      DE BALCAO, TERMINAL 'B', NAO E TARIFADO); DEBITO DE       *
      *      TRANSFERENCIA COM TERMINAL E DO CAIXA ELETRONICO, SEM     *
      *      TERMINAL E ORDEM AGENDADA EXECUTADA PELO CEP120. O        *
      *      ESTORNO (CEP190) DE UM DESSES MOVIMENTOS DA COMPETENCIA   *
      *      DESCONTA O EVENTO, MESMO QUE FEITO NO MES SEGUINTE.       *
      *      TARIFA JA GRAVADA PARA A COMPETENCIA MARCA A CONTA COMO   *
      *      JA COBRADA. O MOVIMENTO E CLASSIFICADO NA AREA DO MOVLOG  *
      *      (P112), A MESMA USADA PARA O QUE VEM DO MOVHIST (P120).   *
      *----------------------------------------------------------------*
           P110-CONTAR-MOVIMENTO.
               IF LOGO-NUM-CONTA = CTA-NUM-CONTA
                   MOVE LOGO-REGISTRO TO LOG-REGISTRO
                   PERFORM P112-CLASSIFICAR-MOVIMENTO
               END-IF
               PERFORM P040-LER-MOVLOG-ORD.

           P112-CLASSIFICAR-MOVIMENTO.
               IF LOG-DATA-MOVTO(1:6) = WS-ANO-MES-REF
                   EVALUATE TRUE
                       WHEN LOG-TIPO-SAQUE
                           IF LOG-ID-TERMINAL(1:1) NOT = 'B'
                               ADD 1 TO WS-TRF-QTD-EVENTOS(1)
                           END-IF
                       WHEN LOG-TIPO-TRANSF-DEBITO
                           IF LOG-ID-TERMINAL = SPACES
                               ADD 1 TO WS-TRF-QTD-EVENTOS(3)
                           ELSE
                               ADD 1 TO WS-TRF-QTD-EVENTOS(2)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               IF LOG-TIPO-ESTORNO-CREDITO AND
                  LOG-REF-DATA-MOVTO(1:6) = WS-ANO-MES-REF
                   PERFORM P115-DESCONTAR-ESTORNADO
               END-IF
               IF LOG-TIPO-TARIFA AND
                  LOG-REF-DATA-MOVTO = WS-DATA-COMPETENCIA
                   MOVE 'S' TO WS-SW-JA-COBRADA
               END-IF.

           P115-DESCONTAR-ESTORNADO.
               EVALUATE TRUE
                   WHEN LOG-REF-TIPO-MOVTO = 'S' AND
                        LOG-ID-TERMINAL(1:1) = 'B'
                       MOVE ZERO TO WS-IND
                   WHEN LOG-REF-TIPO-MOVTO = 'S'
                       MOVE 1 TO WS-IND
                   WHEN LOG-REF-TIPO-MOVTO = 'T' AND
                        LOG-ID-TERMINAL = SPACES
                       MOVE 3 TO WS-IND
                   WHEN LOG-REF-TIPO-MOVTO = 'T'
                       MOVE 2 TO WS-IND
                   WHEN OTHER
                       MOVE ZERO TO WS-IND
               END-EVALUATE
               IF WS-IND > ZERO
                   IF WS-TRF-QTD-EVENTOS(WS-IND) > ZERO
                       SUBTRACT 1 FROM WS-TRF-QTD-EVENTOS(WS-IND)
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *P120: DATAS DA CONTA A PARTIR DA COMPETENCIA QUE JA SAIRAM DO   *
      *      MOVLOG (ANTERIORES AO PRIMEIRO REGISTRO DELE), LIDAS PELA *
      *      CHAVE CONTA + DATA DO MOVHIST. UMA DATA NUNCA VEM DAS     *
      *      DUAS ORIGENS.                                             *
      *----------------------------------------------------------------*
           P120-CONTAR-HISTORICO.
               MOVE 'N' TO WS-SW-FIM-MOVHIST
               MOVE CTA-NUM-CONTA TO HST-NUM-CONTA
               MOVE WS-DATA-COMPETENCIA TO HST-DATA-MOVTO
               MOVE ZERO TO HST-HORA-MOVTO
               MOVE ZERO TO HST-SEQUENCIA
               START MOVHIST KEY IS NOT LESS THAN HST-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-MOVHIST
               END-START
               PERFORM P121-LER-HISTORICO
                       UNTIL WS-FIM-MOVHIST.

           P121-LER-HISTORICO.
               READ MOVHIST NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SW-FIM-MOVHIST
               END-READ
               IF NOT WS-FIM-MOVHIST
                   IF HST-NUM-CONTA NOT = CTA-NUM-CONTA OR
                      HST-DATA-MOVTO NOT < WS-DATA-INICIO-MOVLOG
                       MOVE 'S' TO WS-SW-FIM-MOVHIST
                   ELSE
                       MOVE HST-MOVIMENTO TO LOG-REGISTRO
                       PERFORM P112-CLASSIFICAR-MOVIMENTO
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *P130: EXTRATOS IMPRESSOS DA CONTA NA COMPETENCIA, REGISTRADOS   *
      *      PELO CEP060 E PELO CEP130 NO TAREVT.                      *
      *----------------------------------------------------------------*
           P130-CONTAR-EXTRATOS.
               MOVE 'N' TO WS-SW-FIM-TAREVT
               MOVE CTA-NUM-CONTA TO EVT-NUM-CONTA
               MOVE WS-DATA-COMPETENCIA TO EVT-DATA
               MOVE ZERO TO EVT-HORA
               MOVE LOW-VALUES TO EVT-ORIGEM
               START TAREVT KEY IS NOT LESS THAN EVT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-TAREVT
               END-START
               PERFORM P131-LER-EVENTO
                       UNTIL WS-FIM-TAREVT.

           P131-LER-EVENTO.
               READ TAREVT NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SW-FIM-TAREVT
               END-READ
               IF NOT WS-FIM-TAREVT
                   IF EVT-NUM-CONTA NOT = CTA-NUM-CONTA OR
                      EVT-DATA > WS-DATA-FIM-COMPET
                       MOVE 'S' TO WS-SW-FIM-TAREVT
                   ELSE
                       IF EVT-EXTRATO
                           ADD 1 TO WS-TRF-QTD-EVENTOS(4)
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *P150: POR EVENTO, COBRA SO O QUE PASSAR DA QUANTIDADE ISENTA.   *
      *----------------------------------------------------------------*
           P150-CALCULAR-TARIFA.
               MOVE ZERO TO WS-VALOR-DEVIDO
               PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 4
                   IF WS-TRF-QTD-EVENTOS(WS-IND) >
                      WS-TRF-QTD-ISENTA(WS-IND)
                       COMPUTE WS-TRF-QTD-COBRAVEL(WS-IND) =
                               WS-TRF-QTD-EVENTOS(WS-IND) -
                               WS-TRF-QTD-ISENTA(WS-IND)
                       COMPUTE WS-TRF-VLR-CONTA(WS-IND) =
                               WS-TRF-QTD-COBRAVEL(WS-IND) *
                               WS-TRF-VALOR(WS-IND)
                       ADD WS-TRF-VLR-CONTA(WS-IND) TO WS-VALOR-DEVIDO
                   END-IF
               END-PERFORM.

      *----------------------------------------------------------------*
      *P200: DEBITA A TARIFA ATE O DISPONIVEL COM CHEQUE ESPECIAL      *
      *      (SALDO + LIMITE - BLOQUEADO, COMO NO CAIXA ELETRONICO),   *
      *      DEPOIS DO ROLLOVER DE DIA. O QUE NAO COUBER NAO E         *
      *      DEBITADO E VAI PARA O EXCTARIF.                           *
      *----------------------------------------------------------------*
           P200-DEBITAR-TARIFA.
               PERFORM P015-ATUALIZAR-DIA-CORRENTE
               COMPUTE WS-VALOR-DISPONIVEL =
                       CTA-SALDO + CTA-LIMITE-CHEQUE-ESP -
                       CTA-VALOR-BLOQUEADO -
                       CTA-VALOR-BLOQ-JUDICIAL
               EVALUATE TRUE
                   WHEN WS-VALOR-DISPONIVEL NOT > ZERO
                       MOVE ZERO TO WS-VALOR-DEBITADO
                   WHEN WS-VALOR-DEVIDO > WS-VALOR-DISPONIVEL
                       MOVE WS-VALOR-DISPONIVEL TO WS-VALOR-DEBITADO
                   WHEN OTHER
                       MOVE WS-VALOR-DEVIDO TO WS-VALOR-DEBITADO
               END-EVALUATE
               COMPUTE WS-VALOR-FALTANTE =
                       WS-VALOR-DEVIDO - WS-VALOR-DEBITADO
               IF WS-VALOR-DEBITADO > ZERO
                   SUBTRACT WS-VALOR-DEBITADO FROM CTA-SALDO
                   IF CTA-SALDO < ZERO
                       COMPUTE CTA-VALOR-USO-CHEQUE-ESP =
                               ZERO - CTA-SALDO
                   ELSE
                       MOVE ZERO TO CTA-VALOR-USO-CHEQUE-ESP
                   END-IF
                   MOVE WS-DATA-HOJE TO CTA-DATA-ULT-MOVTO
                   REWRITE CTA-REGISTRO
                   MOVE SPACES TO LOG-REGISTRO
                   MOVE CTA-NUM-CONTA TO LOG-NUM-CONTA
                   SET LOG-TIPO-TARIFA TO TRUE
                   MOVE WS-VALOR-DEBITADO TO LOG-VALOR
                   MOVE WS-DATA-HOJE TO LOG-DATA-MOVTO
                   MOVE WS-HORA-AGORA TO LOG-HORA-MOVTO
                   MOVE CTA-SALDO TO LOG-SALDO-RESULTANTE
                   MOVE WS-ID-TERMINAL TO LOG-ID-TERMINAL
                   MOVE WS-DATA-COMPETENCIA TO LOG-REF-DATA-MOVTO
                   MOVE ZERO TO LOG-REF-HORA-MOVTO
                   WRITE LOG-REGISTRO
                   ADD WS-VALOR-DEBITADO TO WS-VLR-TOTAL-DEBITADO
               END-IF
               IF WS-VALOR-FALTANTE > ZERO
                   PERFORM P210-GRAVAR-EXCECAO
               END-IF
               ADD 1 TO WS-QTD-COBRADAS
               PERFORM P220-RELATAR-CONTA.

           P210-GRAVAR-EXCECAO.
               MOVE CTA-NUM-CONTA TO EXC-NUM-CONTA
               MOVE WS-VALOR-DEVIDO TO EXC-VALOR-DEVIDO
               MOVE WS-VALOR-DEBITADO TO EXC-VALOR-DEBITADO
               MOVE WS-VALOR-FALTANTE TO EXC-VALOR-FALTANTE
               IF WS-VALOR-DEBITADO = ZERO
                   MOVE "SEM SALDO" TO EXC-MOTIVO
               ELSE
                   MOVE "DEBITO PARCIAL" TO EXC-MOTIVO
               END-IF
               WRITE EXC-REGISTRO
               ADD 1 TO WS-QTD-EXCECOES
               ADD WS-VALOR-FALTANTE TO WS-VLR-TOTAL-FALTANTE.

           P220-RELATAR-CONTA.
               MOVE CTA-NUM-CONTA TO WS-CON-CONTA
               MOVE WS-TRF-QTD-EVENTOS(1) TO WS-CON-QTD-SAQ
               MOVE WS-TRF-QTD-EVENTOS(2) TO WS-CON-QTD-TRF
               MOVE WS-TRF-QTD-EVENTOS(3) TO WS-CON-QTD-AGE
               MOVE WS-TRF-QTD-EVENTOS(4) TO WS-CON-QTD-EXT
               MOVE WS-VALOR-DEVIDO TO WS-CON-DEVIDO
               MOVE WS-VALOR-DEBITADO TO WS-CON-DEBITADO
               MOVE WS-VALOR-FALTANTE TO WS-CON-FALTANTE
               MOVE WS-REL-CONTA TO REL-REGISTRO
               WRITE REL-REGISTRO.

           P800-RODAPE.
               MOVE WS-REL-BRANCO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE "CONTAS TARIFADAS...........:" TO WS-ROD-TEXTO
               MOVE WS-QTD-COBRADAS TO WS-ROD-VALOR
               MOVE WS-REL-RODAPE TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE "VALOR TOTAL DEBITADO.......:" TO WS-ROD-TEXTO
               MOVE WS-VLR-TOTAL-DEBITADO TO WS-ROD-VALOR
               MOVE WS-REL-RODAPE TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE "VALOR TOTAL NAO DEBITADO...:" TO WS-ROD-TEXTO
               MOVE WS-VLR-TOTAL-FALTANTE TO WS-ROD-VALOR
               MOVE WS-REL-RODAPE TO REL-REGISTRO
               WRITE REL-REGISTRO.

      *----------------------------------------------------------------*
      *P015/P016: ROLLOVER DE DIA E COBRANCA DE JUROS DE CHEQUE        *
      *           ESPECIAL, COMPARTILHADOS VIA DIAROLL, PARA QUE O     *
      *           DISPONIVEL DA TARIFA SEJA O DO DIA CORRENTE.         *
      *----------------------------------------------------------------*
       COPY DIAROLL.

      *----------------------------------------------------------------*
      *P005/P905: REGISTRO DE INICIO E FIM DA EXECUCAO NO CONTROLE DE  *
      *           BATCH (RUNCTRL, VIA BATCTL), CHAVEADO PELO PRIMEIRO  *
      *           DIA DA COMPETENCIA COBRADA -- RODAR DE NOVO A MESMA  *
      *           COMPETENCIA, EM QUALQUER DATA, E RECUSADO.           *
      *----------------------------------------------------------------*
           P005-REGISTRAR-INICIO.
               MOVE 'I' TO WS-RUN-FUNCAO
               MOVE "CEP200" TO WS-RUN-NOME-JOB
               MOVE WS-DATA-COMPETENCIA TO WS-RUN-DATA-PROC
               CALL "BATCTL" USING WS-RUN-FUNCAO WS-RUN-NOME-JOB
                                   WS-RUN-DATA-PROC WS-RUN-QTD-PROC
                                   WS-RUN-QTD-REJ WS-RUN-COD-RETORNO.

           P905-REGISTRAR-FIM.
               MOVE 'F' TO WS-RUN-FUNCAO
               MOVE WS-QTD-COBRADAS TO WS-RUN-QTD-PROC
               MOVE WS-QTD-EXCECOES TO WS-RUN-QTD-REJ
               CALL "BATCTL" USING WS-RUN-FUNCAO WS-RUN-NOME-JOB
                                   WS-RUN-DATA-PROC WS-RUN-QTD-PROC
                                   WS-RUN-QTD-REJ WS-RUN-COD-RETORNO.

           END PROGRAM CEP200.
