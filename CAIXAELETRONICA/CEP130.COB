
      *----------------------------------------------------------------*
      *SISTEMA:     CE - CAIXA ELETRONICA
      *JOB:         13 - EXTRATO POR PERIODO (ATRAVES DO HISTORICO
      *                  DE MOVIMENTOS)
      *PROGRAMA:     0 - EMITE UM EXTRATO CONTINUO DE UMA CONTA PARA
      *              UMA FAIXA DE DATAS QUALQUER. OS LANCAMENTOS SAEM
      *              DO HISTORICO INDEXADO (MOVHIST, CARREGADO PELO
      *              CEP300), LIDO SO NA FAIXA CONTA + DATA PEDIDA; AS
      *              DATAS DA FAIXA AINDA NAO CARREGADAS (SEM REGISTRO
      *              NO HSTCTRL -- EM GERAL O DIA ABERTO) SAO COBERTAS
      *              PELA VARREDURA FINAL DO MOVLOG VIVO. MES ARQUIVADO
      *              PELO CEP090 ANTES DE O HISTORICO EXISTIR PRECISA
      *              SER RECARREGADO PELO CEP300 (OPCAO 2) PARA SAIR
      *              NO EXTRATO. ANTES DELE, UMA CONTESTACAO DE
      *              LANCAMENTO ANTIGO EXIGIA RESTAURAR ARQUIVO MORTO
      *              NA MAO E LER REGISTRO CRU.
      *
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *02/09/2026 GFD  CRIACAO DO PROGRAMA
      *14/10/2026 GFD  INCLUIDOS OS ESTORNOS SUPERVISIONADOS
      *                (CEP190) NA DESCRICAO DO EXTRATO.
      *14/10/2026 GFD  INCLUIDA A TARIFA DE SERVICO (CEP200) NO
      *                EXTRATO. O EXTRATO EMITIDO GRAVA UM EVENTO
      *                TARIFAVEL NO TAREVT PARA A COBRANCA DO MES.
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
      *15/10/2026 GFD  O EXTRATO PASSA A SAIR DO HISTORICO
      *                INDEXADO (MOVHIST), LIDO SO NA FAIXA CONTA
      *                + DATA, EM VEZ DE ABRIR E LER INTEIRO CADA
      *                ARQUIVO MORTO DO PERIODO. DO MOVLOG VIVO SO
      *                SAEM AS DATAS AINDA NAO CARREGADAS
      *                (HSTCTRL).
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOVLOG.

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

           SELECT EXTFAIXA ASSIGN TO "EXTFAIXA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTFAIXA.

           SELECT TAREVT ASSIGN TO "TAREVT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVT-CHAVE
               FILE STATUS IS WS-STATUS-TAREVT.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVLOG.
       COPY CTALOG.

       FD  MOVHIST.
       COPY MOVHST.

       FD  HSTCTRL.
       COPY HSTCTL.

       FD  EXTFAIXA.
       01  EXT-REGISTRO             PIC X(80).

       FD  TAREVT.
       COPY EVTTAR.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-MOVLOG      PIC X(02) VALUE SPACES.
       77 WS-STATUS-MOVHIST     PIC X(02) VALUE SPACES.
       77 WS-STATUS-HSTCTRL     PIC X(02) VALUE SPACES.
       77 WS-STATUS-EXTFAIXA    PIC X(02) VALUE SPACES.
       77 WS-STATUS-TAREVT      PIC X(02) VALUE SPACES.

       77 WS-CONTA-FILTRO       PIC 9(08) VALUE ZERO.
       77 WS-DATA-INICIAL       PIC 9(08) VALUE ZERO.
       77 WS-DATA-FINAL         PIC 9(08) VALUE ZERO.
       77 WS-DATA-ULT-CONFERIDA PIC 9(08) VALUE ZERO.

       77 WS-SW-FIM-ARQUIVO     PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQUIVO        VALUE 'S'.
       77 WS-QTD-LANCAMENTOS    PIC 9(07) VALUE ZERO.
       77 WS-QTD-LANC-HISTORICO PIC 9(07) VALUE ZERO.
       77 WS-SW-HSTCTRL-ABERTO  PIC X(01) VALUE 'N'.
           88 WS-HSTCTRL-ABERTO     VALUE 'S'.
       77 WS-SW-DATA-CARREGADA  PIC X(01) VALUE 'N'.
           88 WS-DATA-CARREGADA     VALUE 'S'.

       01 WS-EXT-CABECALHO.
           05 FILLER            PIC X(27) VALUE
                           WS-STATUS-EXTFAIXA
               ELSE
                   PERFORM P050-GRAVAR-CABECALHO
                   PERFORM P100-PROCESSAR-HISTORICO
                   PERFORM P300-PROCESSAR-MOVLOG-VIVO
                   MOVE WS-QTD-LANCAMENTOS TO WS-ROD-QTD
                   MOVE WS-EXT-BRANCO TO EXT-REGISTRO
                   CLOSE EXTFAIXA
                   DISPLAY "LANCAMENTOS NA FAIXA.......: "
                           WS-QTD-LANCAMENTOS
                   DISPLAY "VINDOS DO HISTORICO........: "
                           WS-QTD-LANC-HISTORICO
                   DISPLAY "EXTRATO GRAVADO EM EXTFAIXA"
                   PERFORM P500-GRAVAR-EVENTO-TARIFA
               END-IF.

      *----------------------------------------------------------------*
      *P500: O EXTRATO IMPRESSO E EVENTO TARIFAVEL (CEP200): GRAVA UM  *
      *      REGISTRO NO TAREVT, CRIANDO O ARQUIVO NA PRIMEIRA VEZ     *
      *      (STATUS 35). SEM O TAREVT O EXTRATO JA SAIU, SO NAO E     *
      *      TARIFADO.                                                 *
      *----------------------------------------------------------------*
           P500-GRAVAR-EVENTO-TARIFA.
               OPEN I-O TAREVT
               IF WS-STATUS-TAREVT = '35'
                   OPEN OUTPUT TAREVT
                   IF WS-STATUS-TAREVT = '00'
                       CLOSE TAREVT
                       OPEN I-O TAREVT
                   END-IF
               END-IF
               IF WS-STATUS-TAREVT NOT = '00'
                   DISPLAY "AVISO: TAREVT INDISPONIVEL ("
                           WS-STATUS-TAREVT "). EXTRATO NAO TARIFADO."
               ELSE
                   MOVE SPACES TO EVT-REGISTRO
                   MOVE WS-CONTA-FILTRO TO EVT-NUM-CONTA
                   ACCEPT EVT-DATA FROM DATE YYYYMMDD
                   ACCEPT EVT-HORA FROM TIME
                   MOVE "CEP130" TO EVT-ORIGEM
                   SET EVT-EXTRATO TO TRUE
                   STRING WS-DATA-INICIAL "-" WS-DATA-FINAL
                          DELIMITED BY SIZE INTO EVT-REFERENCIA
                   WRITE EVT-REGISTRO
                       INVALID KEY
                           DISPLAY "EVENTO DE TARIFA JA GRAVADO"
                   END-WRITE
                   CLOSE TAREVT
               END-IF.

           P050-GRAVAR-CABECALHO.
               WRITE EXT-REGISTRO.

      *----------------------------------------------------------------*
      *P100: LANCAMENTOS DA CONTA NA FAIXA, DIRETO PELA CHAVE PRIMARIA *
      *      DO MOVHIST (CONTA + DATA): POSICIONA NA DATA INICIAL E LE *
      *      ATE MUDAR A CONTA OU PASSAR DA DATA FINAL.                *
      *----------------------------------------------------------------*
           P100-PROCESSAR-HISTORICO.
               OPEN INPUT MOVHIST
               IF WS-STATUS-MOVHIST NOT = '00'
                   DISPLAY "AVISO: MOVHIST INDISPONIVEL ("
                           WS-STATUS-MOVHIST "). EXTRATO SO COM O "
                           "MOVLOG VIVO."
               ELSE
                   MOVE "MOVHIST (HISTORICO)" TO WS-FON-NOME
                   MOVE WS-EXT-FONTE TO EXT-REGISTRO
                   WRITE EXT-REGISTRO
                   MOVE 'N' TO WS-SW-FIM-ARQUIVO
                   MOVE WS-CONTA-FILTRO TO HST-NUM-CONTA
                   MOVE WS-DATA-INICIAL TO HST-DATA-MOVTO
                   MOVE ZERO TO HST-HORA-MOVTO
                   MOVE ZERO TO HST-SEQUENCIA
                   START MOVHIST KEY IS NOT LESS THAN HST-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WS-SW-FIM-ARQUIVO
                   END-START
                   PERFORM P110-LER-HISTORICO
                   PERFORM P120-PROCESSAR-LANC-HISTORICO
                           UNTIL WS-FIM-ARQUIVO
                   CLOSE MOVHIST
               END-IF.

           P110-LER-HISTORICO.
               IF NOT WS-FIM-ARQUIVO
                   READ MOVHIST NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SW-FIM-ARQUIVO
                   END-READ
                   IF NOT WS-FIM-ARQUIVO
                       IF HST-NUM-CONTA NOT = WS-CONTA-FILTRO OR
                          HST-DATA-MOVTO > WS-DATA-FINAL
                           MOVE 'S' TO WS-SW-FIM-ARQUIVO
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *P120: O MOVIMENTO DO HISTORICO E COPIADO PARA A AREA DO MOVLOG  *
      *      (MESMO LAYOUT CTALOG) PARA A FORMATACAO DO DETALHE SER    *
      *      UMA SO (P400).                                            *
      *----------------------------------------------------------------*
           P120-PROCESSAR-LANC-HISTORICO.
               MOVE HST-MOVIMENTO TO LOG-REGISTRO
               PERFORM P400-GRAVAR-DETALHE
               ADD 1 TO WS-QTD-LANC-HISTORICO
               PERFORM P110-LER-HISTORICO.

      *----------------------------------------------------------------*
      *P300: VARREDURA FINAL DO MOVLOG VIVO -- COBRE AS DATAS DA FAIXA *
      *      QUE AINDA NAO FORAM CARREGADAS NO HISTORICO. CONFERIR NO  *
      *      HSTCTRL GARANTE QUE UMA DATA QUE SAIU DO HISTORICO NAO    *
      *      SAI EM DOBRO. SEM O HSTCTRL, NENHUMA DATA CONTA COMO      *
      *      CARREGADA E TUDO SAI DO MOVLOG.                           *
      *----------------------------------------------------------------*
           P300-PROCESSAR-MOVLOG-VIVO.
               MOVE 'N' TO WS-SW-HSTCTRL-ABERTO
               MOVE ZERO TO WS-DATA-ULT-CONFERIDA
               OPEN INPUT HSTCTRL
               IF WS-STATUS-HSTCTRL = '00'
                   MOVE 'S' TO WS-SW-HSTCTRL-ABERTO
               END-IF
               OPEN INPUT MOVLOG
               IF WS-STATUS-MOVLOG NOT = '00'
                   DISPLAY "ERRO AO ABRIR MOVLOG. STATUS: "
                           WS-STATUS-MOVLOG
               ELSE
                   MOVE "MOVLOG (NAO CARREGADO)" TO WS-FON-NOME
                   MOVE WS-EXT-FONTE TO EXT-REGISTRO
                   WRITE EXT-REGISTRO
                   MOVE 'N' TO WS-SW-FIM-ARQUIVO
                   PERFORM P320-PROCESSAR-LANC-VIVO
                           UNTIL WS-FIM-ARQUIVO
                   CLOSE MOVLOG
               END-IF
               IF WS-HSTCTRL-ABERTO
                   CLOSE HSTCTRL
               END-IF.

           P310-LER-MOVLOG.
               IF LOG-NUM-CONTA = WS-CONTA-FILTRO AND
                  LOG-DATA-MOVTO NOT < WS-DATA-INICIAL AND
                  LOG-DATA-MOVTO NOT > WS-DATA-FINAL
                   PERFORM P330-CONFERIR-DATA-CARREGADA
                   IF NOT WS-DATA-CARREGADA
                       PERFORM P400-GRAVAR-DETALHE
                   END-IF
               END-IF
               PERFORM P310-LER-MOVLOG.

      *----------------------------------------------------------------*
      *P330: A DATA ESTA NO HISTORICO SE TEM REGISTRO NO HSTCTRL. A    *
      *      ULTIMA DATA CONFERIDA FICA GUARDADA -- O MOVLOG VEM EM    *
      *      ORDEM DE DATA E A LEITURA SO SE REPETE QUANDO ELA MUDA.   *
      *----------------------------------------------------------------*
           P330-CONFERIR-DATA-CARREGADA.
               IF LOG-DATA-MOVTO NOT = WS-DATA-ULT-CONFERIDA
                   MOVE LOG-DATA-MOVTO TO WS-DATA-ULT-CONFERIDA
                   MOVE 'N' TO WS-SW-DATA-CARREGADA
                   IF WS-HSTCTRL-ABERTO
                       MOVE LOG-DATA-MOVTO TO HCT-DATA-MOVTO
                       READ HSTCTRL
                           NOT INVALID KEY
                               MOVE 'S' TO WS-SW-DATA-CARREGADA
                       END-READ
                   END-IF
               END-IF.

           P400-GRAVAR-DETALHE.
               MOVE LOG-DATA-MOVTO TO WS-DET-DATA
               MOVE LOG-HORA-MOVTO TO WS-DET-HORA
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
