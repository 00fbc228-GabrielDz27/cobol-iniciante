      *----------------------------------------------------------------*
      *ATHOR:          GABRIEL FERREIRA                                *
      *DATE:           14/10/2026                                      *
      *NAME PROGRAM:   RFP080 - PROVISAO PARA DEVEDORES DUVIDOSOS      *
      *----------------------------------------------------------------*
      *DESCRICAO:      BATCH DE FIM DE MES QUE CLASSIFICA O RISCO DE   *
      *                CADA CONTRATO DESEMBOLSADO E NAO LIQUIDADO DO   *
      *                CTRMESTR (AA A H) PELO PIOR ATRASO ENTRE AS     *
      *                PARCELAS ABERTAS DO PARMESTR, EM DIAS UTEIS     *
      *                (DTUTIL 'CT'), COM O ESTAGIO DE COBRANCA DO     *
      *                RFP050 COMO PISO: CONTRATO JA EM COBRANCA NAO   *
      *                FICA COM RATING MELHOR QUE O DO ESTAGIO. A      *
      *                PROVISAO EXIGIDA E O PERCENTUAL DO RATING SOBRE *
      *                O SALDO DEVEDOR (PAR-SALDO-DEV ANTES DA         *
      *                PRIMEIRA PARCELA ABERTA). CADA CONTRATO GANHA   *
      *                UM REGISTRO NO HISTORICO PDDHIST (COPY PROVIS)  *
      *                COM O RATING DO MES E O DO MES ANTERIOR; O      *
      *                RELATORIO RELPDD LISTA AS MIGRACOES DE RATING E *
      *                O QUADRO POR FAIXA (QUANTIDADE, EXPOSICAO,      *
      *                PROVISAO E VARIACAO CONTRA O MES ANTERIOR). A   *
      *                VARIACAO TOTAL E LANCADA NO DIARIO PELO CTB020  *
      *                (DESPESA DE PDD X PROVISAO, CONTA REDUTORA DO   *
      *                ATIVO).                                         *
      *                                                               *
      *                A COMPETENCIA E O MES DO DIA DE PROCESSAMENTO:  *
      *                O ATRASO E MEDIDO NA DATA DE HOJE, ENTAO NAO HA *
      *                COMO REAPURAR UM MES PASSADO.                   *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *14/10/2026 GFD  CRIACAO DO PROGRAMA
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFP080.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT PDDHIST ASSIGN TO "PDDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDD-CHAVE
               FILE STATUS IS WS-STATUS-PDDHIST.

           SELECT RELPDD ASSIGN TO "RELPDD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELPDD.

       DATA DIVISION.
       FILE SECTION.
       FD  CTRMESTR.
       COPY CONTRATO.

       FD  PARMESTR.
       COPY PARCELA.

       FD  PDDHIST.
       COPY PROVIS.

       FD  RELPDD.
       01  REL-REGISTRO                PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-STATUS-CTRMESTR      PIC X(02) VALUE SPACES.
       77 WS-STATUS-PARMESTR      PIC X(02) VALUE SPACES.
       77 WS-STATUS-PDDHIST       PIC X(02) VALUE SPACES.
       77 WS-STATUS-RELPDD        PIC X(02) VALUE SPACES.

       77 WS-SW-FIM-CTRMESTR      PIC X(01) VALUE 'N'.
           88 WS-FIM-CTRMESTR         VALUE 'S'.
       77 WS-SW-FIM-PARMESTR      PIC X(01) VALUE 'N'.
           88 WS-FIM-PARMESTR         VALUE 'S'.
       77 WS-SW-FIM-PDDHIST       PIC X(01) VALUE 'N'.
           88 WS-FIM-PDDHIST          VALUE 'S'.
       77 WS-SW-TEM-ABERTA        PIC X(01) VALUE 'N'.
           88 WS-TEM-ABERTA           VALUE 'S'.

       77 WS-DATA-HOJE            PIC 9(08) VALUE ZERO.
       77 WS-ANO-MES-REF          PIC 9(06) VALUE ZERO.
       77 WS-ANO-MES-ANTERIOR     PIC 9(06) VALUE ZERO.
       77 WS-ANO-REF              PIC 9(04) VALUE ZERO.
       77 WS-MES-REF              PIC 9(02) VALUE ZERO.

       77 WS-SALDO-DEVEDOR        PIC 9(09)V99 VALUE ZERO.
       77 WS-VENCTO-MAIS-ANTIGO   PIC 9(08) VALUE ZERO.
       77 WS-PIOR-ESTAGIO         PIC X(01) VALUE '0'.
       77 WS-ESTAGIO-NUM          PIC 9(01) VALUE ZERO.
       77 WS-DIAS-UTEIS-ATRASO    PIC 9(05) VALUE ZERO.
       77 WS-VALOR-PROVISAO       PIC 9(09)V99 VALUE ZERO.
       77 WS-RATING-ANTERIOR      PIC X(02) VALUE SPACES.
       77 WS-PROVISAO-ANTERIOR    PIC 9(09)V99 VALUE ZERO.
       77 WS-IND-DIAS             PIC 9(02) COMP VALUE ZERO.
       77 WS-IND-PISO             PIC 9(02) COMP VALUE ZERO.
       77 WS-IND-RATING           PIC 9(02) COMP VALUE ZERO.
       77 WS-IND                  PIC 9(02) COMP VALUE ZERO.

       77 WS-FUNCAO-DTUTIL        PIC X(02) VALUE "CT".
       77 WS-DATA-SAIDA-DTUTIL    PIC 9(08) VALUE ZERO.
       77 WS-QTD-DIAS-ENTRADA     PIC 9(03) VALUE ZERO.
       77 WS-SW-DIA-UTIL-DTUTIL   PIC X(01) VALUE SPACE.
       77 WS-COD-RETORNO-DTUTIL   PIC 9(02) VALUE ZERO.

       77 WS-QTD-CLASSIFICADOS    PIC 9(05) VALUE ZERO.
       77 WS-QTD-SEM-SALDO        PIC 9(05) VALUE ZERO.
       77 WS-QTD-PIORARAM         PIC 9(05) VALUE ZERO.
       77 WS-QTD-MELHORARAM       PIC 9(05) VALUE ZERO.
       77 WS-QTD-NOVOS            PIC 9(05) VALUE ZERO.
       77 WS-TOTAL-EXPOSICAO      PIC 9(11)V99 VALUE ZERO.
       77 WS-TOTAL-PROVISAO       PIC 9(11)V99 VALUE ZERO.
       77 WS-TOTAL-PROV-ANTERIOR  PIC 9(11)V99 VALUE ZERO.
       77 WS-VARIACAO             PIC S9(11)V99 VALUE ZERO.

       77 WS-FUNCAO-DIACTL      PIC X(01) VALUE 'C'.
       77 WS-COD-RETORNO-DIACTL PIC 9(02) VALUE ZERO.
       77 WS-SW-DIA-ABERTO      PIC X(01) VALUE 'N'.
           88 WS-DIA-ABERTO-OK      VALUE 'S'.

       COPY BATWS.

      *----------------------------------------------------------------*
      *TABELA DE RATINGS: CODIGO, ATRASO MAXIMO DA FAIXA EM DIAS UTEIS *
      *E PERCENTUAL DE PROVISAO. O ESTAGIO DE COBRANCA N (1 A 4) DA    *
      *PARCELA PUXA O CONTRATO PARA NO MINIMO A FAIXA N + 1 (A, B, C   *
      *OU D).                                                          *
      *----------------------------------------------------------------*
       01 WS-TAB-RATING-VALUE.
           05 FILLER              PIC X(12) VALUE "AA0000000000".
           05 FILLER              PIC X(12) VALUE "A 0001400050".
           05 FILLER              PIC X(12) VALUE "B 0003000100".
           05 FILLER              PIC X(12) VALUE "C 0006000300".
           05 FILLER              PIC X(12) VALUE "D 0009001000".
           05 FILLER              PIC X(12) VALUE "E 0012003000".
           05 FILLER              PIC X(12) VALUE "F 0015005000".
           05 FILLER              PIC X(12) VALUE "G 0018007000".
           05 FILLER              PIC X(12) VALUE "H 9999910000".
       01 WS-TAB-RATING REDEFINES WS-TAB-RATING-VALUE.
           05 WS-RAT-ITEM OCCURS 9 TIMES.
               10 WS-RAT-CODIGO   PIC X(02).
               10 WS-RAT-DIAS-MAX PIC 9(05).
               10 WS-RAT-PCT      PIC 9(03)V99.

      *----------------------------------------------------------------*
      *TOTAIS POR FAIXA, NA ORDEM DA TABELA DE RATINGS.                *
      *----------------------------------------------------------------*
       01 WS-TABELA-FAIXAS.
           05 WS-FX-ITEM OCCURS 9 TIMES.
               10 WS-FX-QTD           PIC 9(05).
               10 WS-FX-EXPOSICAO     PIC 9(11)V99.
               10 WS-FX-PROVISAO      PIC 9(11)V99.
               10 WS-FX-QTD-ANTERIOR  PIC 9(05).
               10 WS-FX-PROV-ANTERIOR PIC 9(11)V99.

       01 WS-REL-TITULO.
           05 FILLER              PIC X(41) VALUE
              "RFP080 - PROVISAO P/ DEVEDORES DUVIDOSOS ".
           05 FILLER              PIC X(13) VALUE "COMPETENCIA ".
           05 WS-TIT-COMPETENCIA  PIC 9(06).
           05 FILLER              PIC X(06) VALUE "  EM ".
           05 WS-TIT-DATA         PIC 9(08).

       01 WS-REL-SUBTITULO        PIC X(41) VALUE
              "MIGRACOES DE RATING CONTRA O MES ANTERIOR".

       01 WS-REL-COL-MIGRACAO.
           05 FILLER              PIC X(40) VALUE
              "CONTR  DE  PARA  DIAS ATR  EST   SALDO D".
           05 FILLER              PIC X(30) VALUE
              "EVEDOR        PROVISAO".

       01 WS-REL-MIGRACAO.
           05 WS-MIG-CONTRATO     PIC Z(4)9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-MIG-DE           PIC X(02).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-MIG-PARA         PIC X(02).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-MIG-DIAS         PIC Z(4)9.
           05 FILLER              PIC X(06) VALUE SPACES.
           05 WS-MIG-ESTAGIO      PIC X(01).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-MIG-SALDO        PIC Z(8)9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-MIG-PROVISAO     PIC Z(8)9.99.

       01 WS-REL-COL-FAIXA.
           05 FILLER              PIC X(40) VALUE
              "RT    PCT   QTD      EXPOSICAO       PRO".
           05 FILLER              PIC X(36) VALUE
              "VISAO PROV MES ANTER       VARIACAO".

       01 WS-REL-FAIXA.
           05 WS-FAI-RATING       PIC X(02).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-FAI-PCT          PIC ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-FAI-QTD          PIC ZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-FAI-EXPOSICAO    PIC Z(10)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-FAI-PROVISAO     PIC Z(10)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-FAI-PROV-ANTER   PIC Z(10)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-FAI-VARIACAO     PIC -(10)9.99.

       01 WS-REL-TOTAL.
           05 WS-TOT-ROTULO       PIC X(34).
           05 WS-TOT-VALOR        PIC -(11)9.99.

       01 WS-REL-QTD.
           05 WS-QTD-ROTULO       PIC X(34).
           05 WS-QTD-VALOR        PIC Z(4)9.

       01 WS-REL-BRANCO           PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
           0000-MAINLINE.
               DISPLAY "RFP080 - PROVISAO PARA DEVEDORES DUVIDOSOS"
               PERFORM 0200-OBTER-DIA-PROCESSAMENTO
               IF NOT WS-DIA-ABERTO-OK
                   DISPLAY "DIA DE PROCESSAMENTO NAO ABERTO "
                           "(ABRA PELO DIA010). EXECUCAO RECUSADA."
                   MOVE 10 TO WS-RUN-COD-RETORNO
               ELSE
                   PERFORM 0300-OBTER-COMPETENCIA
                   PERFORM 0500-REGISTRAR-INICIO
                   IF WS-RUN-COD-RETORNO = 10
                       DISPLAY "RFP080 JA CONCLUIDO NESTA "
                               "COMPETENCIA. EXECUCAO RECUSADA."
                   END-IF
               END-IF
               IF WS-RUN-COD-RETORNO = 10
                   CONTINUE
               ELSE
                   PERFORM 1000-INICIALIZAR
                   IF WS-STATUS-CTRMESTR = '00' AND
                      WS-STATUS-PARMESTR = '00' AND
                      WS-STATUS-PDDHIST = '00' AND
                      WS-STATUS-RELPDD = '00'
                       PERFORM 2000-POSICIONAR-CONTRATOS
                       PERFORM 2100-PROCESSAR-CONTRATO
                               UNTIL WS-FIM-CTRMESTR
                       PERFORM 5000-TOTALIZAR-MES-ANTERIOR
                       PERFORM 8000-IMPRIMIR-QUADRO
                       PERFORM 9000-FINALIZAR
                       PERFORM 9500-REGISTRAR-FIM
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
      *0300: COMPETENCIA = MES DO DIA DE PROCESSAMENTO; A ANTERIOR E A *
      *      BASE DA VARIACAO (JANEIRO VOLTA PARA DEZEMBRO).           *
      *----------------------------------------------------------------*
           0300-OBTER-COMPETENCIA.
               MOVE WS-DATA-HOJE(1:6) TO WS-ANO-MES-REF
               MOVE WS-DATA-HOJE(1:4) TO WS-ANO-REF
               MOVE WS-DATA-HOJE(5:2) TO WS-MES-REF
               IF WS-MES-REF = 1
                   COMPUTE WS-ANO-MES-ANTERIOR =
                           (WS-ANO-REF - 1) * 100 + 12
               ELSE
                   COMPUTE WS-ANO-MES-ANTERIOR = WS-ANO-MES-REF - 1
               END-IF
               DISPLAY "COMPETENCIA APURADA: " WS-ANO-MES-REF
                       "  ANTERIOR: " WS-ANO-MES-ANTERIOR.

      *----------------------------------------------------------------*
      *0500/9500: REGISTRO DE INICIO E FIM DA EXECUCAO NO CONTROLE DE  *
      *           BATCH (RUNCTRL, VIA BATCTL), CHAVEADO PELO PRIMEIRO  *
      *           DIA DA COMPETENCIA -- UMA APURACAO POR MES.          *
      *----------------------------------------------------------------*
           0500-REGISTRAR-INICIO.
               MOVE 'I' TO WS-RUN-FUNCAO
               MOVE "RFP080" TO WS-RUN-NOME-JOB
               COMPUTE WS-RUN-DATA-PROC = WS-ANO-MES-REF * 100 + 1
               CALL "BATCTL" USING WS-RUN-FUNCAO WS-RUN-NOME-JOB
                                   WS-RUN-DATA-PROC WS-RUN-QTD-PROC
                                   WS-RUN-QTD-REJ WS-RUN-COD-RETORNO.

           9500-REGISTRAR-FIM.
               MOVE 'F' TO WS-RUN-FUNCAO
               MOVE WS-QTD-CLASSIFICADOS TO WS-RUN-QTD-PROC
               MOVE WS-QTD-SEM-SALDO TO WS-RUN-QTD-REJ
               CALL "BATCTL" USING WS-RUN-FUNCAO WS-RUN-NOME-JOB
                                   WS-RUN-DATA-PROC WS-RUN-QTD-PROC
                                   WS-RUN-QTD-REJ WS-RUN-COD-RETORNO.

      *----------------------------------------------------------------*
      *1000: NA PRIMEIRA EXECUCAO O PDDHIST AINDA NAO EXISTE (STATUS   *
      *      35) E E CRIADO VAZIO -- TODO CONTRATO ENTRA COMO NOVO.    *
      *----------------------------------------------------------------*
           1000-INICIALIZAR.
               INITIALIZE WS-TABELA-FAIXAS
               OPEN INPUT CTRMESTR
               OPEN INPUT PARMESTR
               OPEN I-O PDDHIST
               IF WS-STATUS-PDDHIST = '35'
                   OPEN OUTPUT PDDHIST
                   IF WS-STATUS-PDDHIST = '00'
                       CLOSE PDDHIST
                       OPEN I-O PDDHIST
                   END-IF
               END-IF
               OPEN OUTPUT RELPDD
               IF WS-STATUS-CTRMESTR NOT = '00' OR
                  WS-STATUS-PARMESTR NOT = '00' OR
                  WS-STATUS-PDDHIST NOT = '00' OR
                  WS-STATUS-RELPDD NOT = '00'
                   DISPLAY "ERRO AO ABRIR ARQUIVOS. CTRMESTR: "
                           WS-STATUS-CTRMESTR " PARMESTR: "
                           WS-STATUS-PARMESTR " PDDHIST: "
                           WS-STATUS-PDDHIST " RELPDD: "
                           WS-STATUS-RELPDD
               ELSE
                   MOVE WS-ANO-MES-REF TO WS-TIT-COMPETENCIA
                   MOVE WS-DATA-HOJE TO WS-TIT-DATA
                   MOVE WS-REL-TITULO TO REL-REGISTRO
                   WRITE REL-REGISTRO
                   MOVE WS-REL-BRANCO TO REL-REGISTRO
                   WRITE REL-REGISTRO
                   MOVE WS-REL-SUBTITULO TO REL-REGISTRO
                   WRITE REL-REGISTRO
                   MOVE WS-REL-COL-MIGRACAO TO REL-REGISTRO
                   WRITE REL-REGISTRO
               END-IF.

      *----------------------------------------------------------------*
      *2000/2010: PERCORRE O CTRMESTR INTEIRO PELA CHAVE.              *
      *----------------------------------------------------------------*
           2000-POSICIONAR-CONTRATOS.
               MOVE LOW-VALUES TO CTR-CHAVE
               START CTRMESTR KEY IS NOT LESS THAN CTR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-CTRMESTR
               END-START
               IF NOT WS-FIM-CTRMESTR
                   PERFORM 2010-LER-CTRMESTR
               END-IF.

           2010-LER-CTRMESTR.
               READ CTRMESTR NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SW-FIM-CTRMESTR
               END-READ.

      *----------------------------------------------------------------*
      *2100: CONTRATO DESEMBOLSADO E NAO LIQUIDADO COM PARCELA ABERTA  *
      *      E CLASSIFICADO; SEM PARCELA ABERTA (AGUARDANDO A BAIXA DO *
      *      CONTRATO) NAO HA SALDO A PROVISIONAR.                     *
      *----------------------------------------------------------------*
           2100-PROCESSAR-CONTRATO.
               IF CTR-DESEMBOLSADO AND NOT CTR-LIQUIDADO
                   PERFORM 2200-VARRER-PARCELAS
                   IF WS-TEM-ABERTA
                       PERFORM 3000-CLASSIFICAR-CONTRATO
                       PERFORM 4000-GRAVAR-HISTORICO
                   ELSE
                       ADD 1 TO WS-QTD-SEM-SALDO
                   END-IF
               END-IF
               PERFORM 2010-LER-CTRMESTR.

      *----------------------------------------------------------------*
      *2200: PARCELAS DO CONTRATO EM ORDEM DE NUMERO. A PRIMEIRA ABERTA*
      *      DA O SALDO DEVEDOR (SALDO APOS ELA + A SUA AMORTIZACAO) E *
      *      O VENCIMENTO MAIS ANTIGO EM ABERTO; O PIOR ESTAGIO DE     *
      *      COBRANCA E PROCURADO EM TODAS AS ABERTAS.                 *
      *----------------------------------------------------------------*
           2200-VARRER-PARCELAS.
               MOVE 'N' TO WS-SW-TEM-ABERTA
               MOVE ZERO TO WS-SALDO-DEVEDOR
               MOVE ZERO TO WS-VENCTO-MAIS-ANTIGO
               MOVE '0' TO WS-PIOR-ESTAGIO
               MOVE 'N' TO WS-SW-FIM-PARMESTR
               MOVE CTR-NUM-CONTRATO TO PAR-NUM-CONTRATO
               MOVE ZERO TO PAR-NUM-PARCELA
               START PARMESTR KEY IS NOT LESS THAN PAR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-PARMESTR
               END-START
               PERFORM 2210-LER-PARCELA
                       UNTIL WS-FIM-PARMESTR.

           2210-LER-PARCELA.
               READ PARMESTR NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SW-FIM-PARMESTR
               END-READ
               IF NOT WS-FIM-PARMESTR
                   IF PAR-NUM-CONTRATO NOT = CTR-NUM-CONTRATO
                       MOVE 'S' TO WS-SW-FIM-PARMESTR
                   ELSE
                       IF PAR-ABERTA
                           PERFORM 2220-AVALIAR-PARCELA-ABERTA
                       END-IF
                   END-IF
               END-IF.

           2220-AVALIAR-PARCELA-ABERTA.
               IF NOT WS-TEM-ABERTA
                   MOVE 'S' TO WS-SW-TEM-ABERTA
                   COMPUTE WS-SALDO-DEVEDOR =
                           PAR-SALDO-DEV + PAR-AMORT
                   MOVE PAR-DATA-VENCTO TO WS-VENCTO-MAIS-ANTIGO
               END-IF
               IF PAR-DATA-VENCTO < WS-VENCTO-MAIS-ANTIGO
                   MOVE PAR-DATA-VENCTO TO WS-VENCTO-MAIS-ANTIGO
               END-IF
               IF NOT PAR-SEM-COBRANCA AND
                  PAR-ESTAGIO-COBRANCA > WS-PIOR-ESTAGIO
                   MOVE PAR-ESTAGIO-COBRANCA TO WS-PIOR-ESTAGIO
               END-IF.

      *----------------------------------------------------------------*
      *3000: DIAS UTEIS ENTRE O VENCIMENTO ABERTO MAIS ANTIGO          *
      *      (EXCLUSIVE) E HOJE (INCLUSIVE), COMO NO RFP050. A FAIXA   *
      *      PELOS DIAS E COMPARADA COM O PISO DO ESTAGIO E FICA A     *
      *      PIOR DAS DUAS.                                            *
      *----------------------------------------------------------------*
           3000-CLASSIFICAR-CONTRATO.
               MOVE ZERO TO WS-DIAS-UTEIS-ATRASO
               IF WS-VENCTO-MAIS-ANTIGO < WS-DATA-HOJE
                   MOVE "CT" TO WS-FUNCAO-DTUTIL
                   CALL "DTUTIL" USING WS-FUNCAO-DTUTIL
                                       WS-VENCTO-MAIS-ANTIGO
                                       WS-DATA-HOJE
                                       WS-QTD-DIAS-ENTRADA
                                       WS-DIAS-UTEIS-ATRASO
                                       WS-DATA-SAIDA-DTUTIL
                                       WS-SW-DIA-UTIL-DTUTIL
                                       WS-COD-RETORNO-DTUTIL
               END-IF
               MOVE 1 TO WS-IND-DIAS
               PERFORM 3100-AVANCAR-FAIXA
                       UNTIL WS-IND-DIAS = 9 OR
                             WS-DIAS-UTEIS-ATRASO NOT >
                             WS-RAT-DIAS-MAX(WS-IND-DIAS)
               IF WS-PIOR-ESTAGIO > '0'
                   MOVE WS-PIOR-ESTAGIO TO WS-ESTAGIO-NUM
                   COMPUTE WS-IND-PISO = WS-ESTAGIO-NUM + 1
               ELSE
                   MOVE 1 TO WS-IND-PISO
               END-IF
               IF WS-IND-PISO > WS-IND-DIAS
                   MOVE WS-IND-PISO TO WS-IND-RATING
               ELSE
                   MOVE WS-IND-DIAS TO WS-IND-RATING
               END-IF
               COMPUTE WS-VALOR-PROVISAO ROUNDED =
                       WS-SALDO-DEVEDOR *
                       WS-RAT-PCT(WS-IND-RATING) / 100.

           3100-AVANCAR-FAIXA.
               ADD 1 TO WS-IND-DIAS.

      *----------------------------------------------------------------*
      *4000: RATING DO MES ANTERIOR PELO PROPRIO PDDHIST. A CHAVE DO   *
      *      MES CORRENTE SO JA EXISTE QUANDO UMA EXECUCAO ANTERIOR    *
      *      MORREU NO MEIO (O BATCTL DEIXA REINICIAR): O REGISTRO E   *
      *      REGRAVADO.                                                *
      *----------------------------------------------------------------*
           4000-GRAVAR-HISTORICO.
               MOVE SPACES TO WS-RATING-ANTERIOR
               MOVE ZERO TO WS-PROVISAO-ANTERIOR
               MOVE WS-ANO-MES-ANTERIOR TO PDD-ANO-MES
               MOVE CTR-NUM-CONTRATO TO PDD-NUM-CONTRATO
               READ PDDHIST
                   NOT INVALID KEY
                       MOVE PDD-RATING TO WS-RATING-ANTERIOR
                       MOVE PDD-VALOR-PROVISAO TO WS-PROVISAO-ANTERIOR
               END-READ
               MOVE SPACES TO PDD-REGISTRO
               MOVE WS-ANO-MES-REF TO PDD-ANO-MES
               MOVE CTR-NUM-CONTRATO TO PDD-NUM-CONTRATO
               MOVE WS-DATA-HOJE TO PDD-DATA-APURACAO
               MOVE WS-RAT-CODIGO(WS-IND-RATING) TO PDD-RATING
               MOVE WS-RATING-ANTERIOR TO PDD-RATING-ANTERIOR
               MOVE WS-DIAS-UTEIS-ATRASO TO PDD-DIAS-ATRASO
               MOVE WS-PIOR-ESTAGIO TO PDD-ESTAGIO-COBRANCA
               MOVE WS-SALDO-DEVEDOR TO PDD-SALDO-DEVEDOR
               MOVE WS-RAT-PCT(WS-IND-RATING) TO PDD-PCT-PROVISAO
               MOVE WS-VALOR-PROVISAO TO PDD-VALOR-PROVISAO
               WRITE PDD-REGISTRO
                   INVALID KEY
                       REWRITE PDD-REGISTRO
               END-WRITE
               ADD 1 TO WS-QTD-CLASSIFICADOS
               ADD 1 TO WS-FX-QTD(WS-IND-RATING)
               ADD WS-SALDO-DEVEDOR TO WS-FX-EXPOSICAO(WS-IND-RATING)
               ADD WS-VALOR-PROVISAO TO WS-FX-PROVISAO(WS-IND-RATING)
               ADD WS-SALDO-DEVEDOR TO WS-TOTAL-EXPOSICAO
               ADD WS-VALOR-PROVISAO TO WS-TOTAL-PROVISAO
               IF PDD-RATING NOT = PDD-RATING-ANTERIOR
                   PERFORM 4100-IMPRIMIR-MIGRACAO
               END-IF.

      *----------------------------------------------------------------*
      *4100: MIGRACAO DE FAIXA. A ORDEM DA TABELA DIZ SE PIOROU OU     *
      *      MELHOROU; CONTRATO SEM RATING ANTERIOR E NOVO NA CARTEIRA.*
      *----------------------------------------------------------------*
           4100-IMPRIMIR-MIGRACAO.
               IF PDD-CONTRATO-NOVO
                   ADD 1 TO WS-QTD-NOVOS
               ELSE
                   MOVE 1 TO WS-IND
                   PERFORM 4110-LOCALIZAR-RATING-ANTERIOR
                           UNTIL WS-IND = 9 OR
                                 WS-RAT-CODIGO(WS-IND) =
                                 PDD-RATING-ANTERIOR
                   IF WS-IND-RATING > WS-IND
                       ADD 1 TO WS-QTD-PIORARAM
                   ELSE
                       ADD 1 TO WS-QTD-MELHORARAM
                   END-IF
               END-IF
               MOVE PDD-NUM-CONTRATO TO WS-MIG-CONTRATO
               IF PDD-CONTRATO-NOVO
                   MOVE "--" TO WS-MIG-DE
               ELSE
                   MOVE PDD-RATING-ANTERIOR TO WS-MIG-DE
               END-IF
               MOVE PDD-RATING TO WS-MIG-PARA
               MOVE PDD-DIAS-ATRASO TO WS-MIG-DIAS
               MOVE PDD-ESTAGIO-COBRANCA TO WS-MIG-ESTAGIO
               MOVE PDD-SALDO-DEVEDOR TO WS-MIG-SALDO
               MOVE PDD-VALOR-PROVISAO TO WS-MIG-PROVISAO
               MOVE WS-REL-MIGRACAO TO REL-REGISTRO
               WRITE REL-REGISTRO.

           4110-LOCALIZAR-RATING-ANTERIOR.
               ADD 1 TO WS-IND.

      *----------------------------------------------------------------*
      *5000: PROVISAO DO MES ANTERIOR POR FAIXA, PELA FAIXA EM QUE O   *
      *      CONTRATO ESTAVA -- INCLUI OS CONTRATOS QUE SAIRAM DA      *
      *      CARTEIRA (LIQUIDADOS), CUJA PROVISAO E REVERTIDA.         *
      *----------------------------------------------------------------*
           5000-TOTALIZAR-MES-ANTERIOR.
               MOVE 'N' TO WS-SW-FIM-PDDHIST
               MOVE WS-ANO-MES-ANTERIOR TO PDD-ANO-MES
               MOVE ZERO TO PDD-NUM-CONTRATO
               START PDDHIST KEY IS NOT LESS THAN PDD-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-PDDHIST
               END-START
               PERFORM 5100-SOMAR-MES-ANTERIOR
                       UNTIL WS-FIM-PDDHIST.

           5100-SOMAR-MES-ANTERIOR.
               READ PDDHIST NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SW-FIM-PDDHIST
               END-READ
               IF NOT WS-FIM-PDDHIST
                   IF PDD-ANO-MES NOT = WS-ANO-MES-ANTERIOR
                       MOVE 'S' TO WS-SW-FIM-PDDHIST
                   ELSE
                       MOVE 1 TO WS-IND
                       PERFORM 5110-LOCALIZAR-FAIXA
                               UNTIL WS-IND = 9 OR
                                     WS-RAT-CODIGO(WS-IND) =
                                     PDD-RATING
                       ADD 1 TO WS-FX-QTD-ANTERIOR(WS-IND)
                       ADD PDD-VALOR-PROVISAO TO
                           WS-FX-PROV-ANTERIOR(WS-IND)
                       ADD PDD-VALOR-PROVISAO TO
                           WS-TOTAL-PROV-ANTERIOR
                   END-IF
               END-IF.

           5110-LOCALIZAR-FAIXA.
               ADD 1 TO WS-IND.

      *----------------------------------------------------------------*
      *8000: QUADRO POR FAIXA E TOTAIS. A VARIACAO TOTAL E O VALOR QUE *
      *      O CTB020 LANCA NO DIARIO DA COMPETENCIA.                  *
      *----------------------------------------------------------------*
           8000-IMPRIMIR-QUADRO.
               MOVE WS-REL-BRANCO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE WS-REL-COL-FAIXA TO REL-REGISTRO
               WRITE REL-REGISTRO
               PERFORM 8100-IMPRIMIR-FAIXA
                       VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > 9
               MOVE WS-REL-BRANCO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE "CONTRATOS CLASSIFICADOS..........." TO
                    WS-QTD-ROTULO
               MOVE WS-QTD-CLASSIFICADOS TO WS-QTD-VALOR
               PERFORM 8300-IMPRIMIR-QTD
               MOVE "  NOVOS NA CARTEIRA..............." TO
                    WS-QTD-ROTULO
               MOVE WS-QTD-NOVOS TO WS-QTD-VALOR
               PERFORM 8300-IMPRIMIR-QTD
               MOVE "  PIORARAM DE FAIXA..............." TO
                    WS-QTD-ROTULO
               MOVE WS-QTD-PIORARAM TO WS-QTD-VALOR
               PERFORM 8300-IMPRIMIR-QTD
               MOVE "  MELHORARAM DE FAIXA............." TO
                    WS-QTD-ROTULO
               MOVE WS-QTD-MELHORARAM TO WS-QTD-VALOR
               PERFORM 8300-IMPRIMIR-QTD
               MOVE "EXPOSICAO TOTAL (SALDO DEVEDOR)..." TO
                    WS-TOT-ROTULO
               MOVE WS-TOTAL-EXPOSICAO TO WS-TOT-VALOR
               PERFORM 8200-IMPRIMIR-TOTAL
               MOVE "PROVISAO EXIGIDA NO MES.........." TO
                    WS-TOT-ROTULO
               MOVE WS-TOTAL-PROVISAO TO WS-TOT-VALOR
               PERFORM 8200-IMPRIMIR-TOTAL
               MOVE "PROVISAO DO MES ANTERIOR........." TO
                    WS-TOT-ROTULO
               MOVE WS-TOTAL-PROV-ANTERIOR TO WS-TOT-VALOR
               PERFORM 8200-IMPRIMIR-TOTAL
               COMPUTE WS-VARIACAO =
                       WS-TOTAL-PROVISAO - WS-TOTAL-PROV-ANTERIOR
               IF WS-VARIACAO < ZERO
                   MOVE "REVERSAO DE PROVISAO A LANCAR...." TO
                        WS-TOT-ROTULO
               ELSE
                   MOVE "CONSTITUICAO DE PROVISAO A LANCAR" TO
                        WS-TOT-ROTULO
               END-IF
               MOVE WS-VARIACAO TO WS-TOT-VALOR
               PERFORM 8200-IMPRIMIR-TOTAL.

           8100-IMPRIMIR-FAIXA.
               MOVE WS-RAT-CODIGO(WS-IND) TO WS-FAI-RATING
               MOVE WS-RAT-PCT(WS-IND) TO WS-FAI-PCT
               MOVE WS-FX-QTD(WS-IND) TO WS-FAI-QTD
               MOVE WS-FX-EXPOSICAO(WS-IND) TO WS-FAI-EXPOSICAO
               MOVE WS-FX-PROVISAO(WS-IND) TO WS-FAI-PROVISAO
               MOVE WS-FX-PROV-ANTERIOR(WS-IND) TO WS-FAI-PROV-ANTER
               COMPUTE WS-VARIACAO = WS-FX-PROVISAO(WS-IND) -
                                     WS-FX-PROV-ANTERIOR(WS-IND)
               MOVE WS-VARIACAO TO WS-FAI-VARIACAO
               MOVE WS-REL-FAIXA TO REL-REGISTRO
               WRITE REL-REGISTRO.

           8200-IMPRIMIR-TOTAL.
               MOVE WS-REL-TOTAL TO REL-REGISTRO
               WRITE REL-REGISTRO.

           8300-IMPRIMIR-QTD.
               MOVE WS-REL-QTD TO REL-REGISTRO
               WRITE REL-REGISTRO.

           9000-FINALIZAR.
               CLOSE CTRMESTR PARMESTR PDDHIST RELPDD
               DISPLAY "CONTRATOS CLASSIFICADOS......: "
                       WS-QTD-CLASSIFICADOS
               DISPLAY "SEM PARCELA ABERTA (IGNORADOS): "
                       WS-QTD-SEM-SALDO
               DISPLAY "PROVISAO EXIGIDA.............: "
                       WS-TOTAL-PROVISAO
               DISPLAY "PROVISAO DO MES ANTERIOR.....: "
                       WS-TOTAL-PROV-ANTERIOR
               DISPLAY "RELATORIO GRAVADO EM RELPDD".

           END PROGRAM RFP080.
