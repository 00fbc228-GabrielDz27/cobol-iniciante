      *----------------------------------------------------------------*
      *SISTEMA:     CE - CAIXA ELETRONICA
      *JOB:         16 - DETECCAO DE PADROES DE FRAUDE
      *PROGRAMA:     0 - LE OS MOVIMENTOS DE UM DIA NO HISTORICO
      *              INDEXADO (MOVHIST) E O SEGLOG DO DIA E PONTUA
      *              CADA CONTA PELAS REGRAS DE VELOCIDADE:
      *              R1 - TRES OU MAIS SAQUES GRANDES (VALOR >=
      *                   WS-VALOR-GRANDE) NO DIA NA MESMA CONTA --
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *02/09/2026 GFD  CRIACAO DO PROGRAMA
      *15/10/2026 GFD  OS MOVIMENTOS PASSAM A VIR DO HISTORICO
      *                INDEXADO (MOVHIST): A FAIXA DA DATA PELA
      *                CHAVE DATA + HORA E, NOS EVENTOS DE APOIO,
      *                A FAIXA CONTA + DATA, EM VEZ DE VARRER O
      *                MOVLOG INTEIRO A CADA CONTA RELATADA. DATA
      *                AINDA NAO CARREGADA PELO CEP300 E RECUSADA.
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

           SELECT HSTCTRL ASSIGN TO "HSTCTRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HCT-CHAVE
               FILE STATUS IS WS-STATUS-HSTCTRL.

           SELECT SEGLOG ASSIGN TO "SEGLOG"
               ORGANIZATION IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  MOVHIST.
       COPY MOVHST.

       FD  HSTCTRL.
       COPY HSTCTL.

       FD  SEGLOG.
       COPY SEGJRN.
       01  REL-REGISTRO             PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-MOVHIST     PIC X(02) VALUE SPACES.
       77 WS-STATUS-HSTCTRL     PIC X(02) VALUE SPACES.
       77 WS-STATUS-SEGLOG      PIC X(02) VALUE SPACES.
       77 WS-STATUS-RELFRAUD    PIC X(02) VALUE SPACES.

       77 WS-DATA-ANALISE       PIC 9(08) VALUE ZERO.
       77 WS-SW-FIM-ARQUIVO     PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQUIVO        VALUE 'S'.
       77 WS-SW-DIA-CARREGADO   PIC X(01) VALUE 'N'.
           88 WS-DIA-CARREGADO      VALUE 'S'.

      *----------------------------------------------------------------*
      *PARAMETROS DAS REGRAS DE VELOCIDADE.                            *
       77 WS-DIF-MINUTOS        PIC S9(05) VALUE ZERO.
       77 WS-QTD-SUSPEITAS      PIC 9(03) VALUE ZERO.

       COPY CTALOG.

       01 WS-REL-CABECALHO.
           05 FILLER            PIC X(31) VALUE
              "SUSPEITAS DE FRAUDE - DATA ".
               DISPLAY "+--------------------------------------+"
               DISPLAY "DATA A ANALISAR (AAAAMMDD): "
               ACCEPT WS-DATA-ANALISE
               PERFORM P050-CONFERIR-CARGA-HISTORICO
               IF NOT WS-DIA-CARREGADO
                   DISPLAY "DATA " WS-DATA-ANALISE " AINDA NAO "
                           "CARREGADA NO HISTORICO (CEP300). "
                           "ANALISE RECUSADA."
               ELSE
                   OPEN OUTPUT RELFRAUD
                   IF WS-STATUS-RELFRAUD NOT = '00'
                       DISPLAY "ERRO AO ABRIR RELFRAUD. STATUS: "
                               WS-STATUS-RELFRAUD
                   ELSE
                       MOVE WS-DATA-ANALISE TO WS-CAB-DATA
                       MOVE WS-REL-CABECALHO TO REL-REGISTRO
                       WRITE REL-REGISTRO
                       PERFORM P100-ACUMULAR-SEGLOG
                       PERFORM P200-ACUMULAR-MOVIMENTOS
                       PERFORM P300-PONTUAR-E-RELATAR
                       MOVE WS-QTD-SUSPEITAS TO WS-ROD-QTD
                       MOVE WS-REL-BRANCO TO REL-REGISTRO
                       WRITE REL-REGISTRO
                       MOVE WS-REL-RODAPE TO REL-REGISTRO
                       WRITE REL-REGISTRO
                       CLOSE RELFRAUD
                       DISPLAY "CONTAS SUSPEITAS: " WS-QTD-SUSPEITAS
                       DISPLAY "RELATORIO GRAVADO EM RELFRAUD"
                   END-IF
               END-IF
               STOP RUN.

      *----------------------------------------------------------------*
      *P050: OS MOVIMENTOS VEM DO HISTORICO INDEXADO (MOVHIST); A DATA *
      *      SO E ANALISADA SE A CARGA DELA (CEP300) FOI CONFERIDA --  *
      *      TEM REGISTRO NO CONTROLE DE CARGA (HSTCTRL).              *
      *----------------------------------------------------------------*
           P050-CONFERIR-CARGA-HISTORICO.
               MOVE 'N' TO WS-SW-DIA-CARREGADO
               OPEN INPUT HSTCTRL
               IF WS-STATUS-HSTCTRL = '00'
                   MOVE WS-DATA-ANALISE TO HCT-DATA-MOVTO
                   READ HSTCTRL
                       NOT INVALID KEY
                           MOVE 'S' TO WS-SW-DIA-CARREGADO
                   END-READ
                   CLOSE HSTCTRL
               END-IF.

      *----------------------------------------------------------------*
      *P100: PRIMEIRA PASSADA NO SEGLOG -- POR CONTA, CONTA AS FALHAS  *
      *      DE LOGON, MARCA O SUCESSO DEPOIS DE FALHAS REPETIDAS (R3) *
               PERFORM P110-LER-SEGLOG.

      *----------------------------------------------------------------*
      *P200: SEGUNDA PASSADA, NOS MOVIMENTOS DA DATA NO MOVHIST (FAIXA *
      *      DA CHAVE DATA + HORA) -- POR CONTA, CONTA OS SAQUES       *
      *      GRANDES (R1) E AS TRANSFERENCIAS ENVIADAS (R4) E MARCA A  *
      *      SAIDA GRANDE                                              *
      *      DENTRO DA JANELA DE MINUTOS APOS A ALTERACAO SENSIVEL     *
      *      (R2).                                                     *
      *----------------------------------------------------------------*
           P200-ACUMULAR-MOVIMENTOS.
               MOVE 'N' TO WS-SW-FIM-ARQUIVO
               OPEN INPUT MOVHIST
               IF WS-STATUS-MOVHIST NOT = '00'
                   DISPLAY "ERRO AO ABRIR MOVHIST. STATUS: "
                           WS-STATUS-MOVHIST
               ELSE
                   MOVE WS-DATA-ANALISE TO HST-DTA-DATA-MOVTO
                   MOVE ZERO TO HST-DTA-HORA-MOVTO
                   MOVE ZERO TO HST-DTA-NUM-CONTA
                   MOVE ZERO TO HST-DTA-SEQUENCIA
                   START MOVHIST KEY IS NOT LESS THAN HST-CHAVE-DATA
                       INVALID KEY
                           MOVE 'S' TO WS-SW-FIM-ARQUIVO
                   END-START
                   PERFORM P210-LER-HISTORICO-DATA
                   PERFORM P220-ACUMULAR-MOVIMENTO
                           UNTIL WS-FIM-ARQUIVO
                   CLOSE MOVHIST
               END-IF.

           P210-LER-HISTORICO-DATA.
               IF NOT WS-FIM-ARQUIVO
                   READ MOVHIST NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SW-FIM-ARQUIVO
                   END-READ
                   IF NOT WS-FIM-ARQUIVO
                       IF HST-DTA-DATA-MOVTO NOT = WS-DATA-ANALISE
                           MOVE 'S' TO WS-SW-FIM-ARQUIVO
                       ELSE
                           MOVE HST-MOVIMENTO TO LOG-REGISTRO
                       END-IF
                   END-IF
               END-IF.

           P220-ACUMULAR-MOVIMENTO.
               IF LOG-DATA-MOVTO = WS-DATA-ANALISE AND
                       END-IF
                   END-IF
               END-IF
               PERFORM P210-LER-HISTORICO-DATA.

           P230-CONFERIR-JANELA.
               MOVE LOG-HORA-MOVTO(1:2) TO WS-HORA-PARTE-HH

      *----------------------------------------------------------------*
      *P400/P450: EVENTOS DE APOIO DA CONTA RELATADA -- RELEITURA DO   *
      *      SEGLOG FILTRANDO A CONTA E A DATA, E LEITURA DA FAIXA     *
      *      CONTA + DATA NO MOVHIST.                                  *
      *----------------------------------------------------------------*
           P400-LISTAR-EVENTOS-SEGLOG.
               MOVE 'N' TO WS-SW-FIM-ARQUIVO

           P450-LISTAR-MOVIMENTOS.
               MOVE 'N' TO WS-SW-FIM-ARQUIVO
               OPEN INPUT MOVHIST
               IF WS-STATUS-MOVHIST = '00'
                   MOVE WS-SUS-CONTA(WS-IND) TO HST-NUM-CONTA
                   MOVE WS-DATA-ANALISE TO HST-DATA-MOVTO
                   MOVE ZERO TO HST-HORA-MOVTO
                   MOVE ZERO TO HST-SEQUENCIA
                   START MOVHIST KEY IS NOT LESS THAN HST-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WS-SW-FIM-ARQUIVO
                   END-START
                   PERFORM P455-LER-HISTORICO-CONTA
                   PERFORM P460-LISTAR-UM-MOVIMENTO
                           UNTIL WS-FIM-ARQUIVO
                   CLOSE MOVHIST
               END-IF.

           P455-LER-HISTORICO-CONTA.
               IF NOT WS-FIM-ARQUIVO
                   READ MOVHIST NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SW-FIM-ARQUIVO
                   END-READ
                   IF NOT WS-FIM-ARQUIVO
                       IF HST-NUM-CONTA NOT = WS-SUS-CONTA(WS-IND) OR
                          HST-DATA-MOVTO NOT = WS-DATA-ANALISE
                           MOVE 'S' TO WS-SW-FIM-ARQUIVO
                       ELSE
                           MOVE HST-MOVIMENTO TO LOG-REGISTRO
                       END-IF
                   END-IF
               END-IF.

           P460-LISTAR-UM-MOVIMENTO.
                   MOVE WS-REL-EVENTO TO REL-REGISTRO
                   WRITE REL-REGISTRO
               END-IF
               PERFORM P455-LER-HISTORICO-CONTA.

      *----------------------------------------------------------------*
      *P500: LOCALIZA A CONTA DE WS-CONTA-BUSCA NA TABELA DE           *
