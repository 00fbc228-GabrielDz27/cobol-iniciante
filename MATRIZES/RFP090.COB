      *----------------------------------------------------------------*
      *ATHOR:          GABRIEL FERREIRA                                *
      *DATE:           14/10/2026                                      *
      *NAME PROGRAM:   RFP090 - LIMITE DE CREDITO PRE-APROVADO         *
      *----------------------------------------------------------------*
      *DESCRICAO:      BATCH MENSAL QUE APURA, PARA CADA CPF DO        *
      *                CLIMESTR, O LIMITE DE CREDITO PRE-APROVADO A    *
      *                PARTIR DAS CONTAS EM QUE ELE E TITULAR OU       *
      *                COTITULAR NO VINMESTR:                          *
      *                - SALDO MEDIO: MEDIA DOS SALDOS DE FIM DE MES   *
      *                  DOS ULTIMOS WS-QTD-MESES-MEDIA MESES (O DA    *
      *                  COMPETENCIA E OS ANTERIORES), TIRADOS DO      *
      *                  MOVLOG E DOS ARQUIVOS MORTOS MOVLOG-AAAAMM    *
      *                  DO CEP090, COMO NO CEP220;                    *
      *                - REMUNERACAO MEDIA MENSAL NOS MESMOS MESES;    *
      *                - DIVIDA ATUAL: SALDO DEVEDOR DOS CONTRATOS NAO *
      *                  LIQUIDADOS QUE CREDITAM NESSAS CONTAS, PELA   *
      *                  PRIMEIRA PARCELA ABERTA NO PARMESTR;          *
      *                - PIOR PAR-ESTAGIO-COBRANCA ENTRE AS PARCELAS   *
      *                  ABERTAS DESSES CONTRATOS.                     *
      *                O LIMITE BRUTO E WS-FATOR-SALDO VEZES O SALDO   *
      *                MEDIO MAIS WS-FATOR-REMUN VEZES A REMUNERACAO   *
      *                MEDIA, LIMITADO AO TETO; CONTRATO EM 1O AVISO   *
      *                CORTA O LIMITE PELA METADE, EM 2O AVISO PARA UM *
      *                QUARTO, E EM DEMANDA FINAL OU PROTESTO ZERA. O  *
      *                RESULTADO VAI PARA O LIMMESTR (COPY LIMCRED)    *
      *                COM O CODIGO DE MOTIVO, E O RELATORIO RELLIM    *
      *                LISTA CPF A CPF. O RFP010 CONFERE O LIMITE NA   *
      *                CONTRATACAO E O CAD010 MOSTRA NA POSICAO.       *
      *                                                                *
      *                A COMPETENCIA E O MES DO DIA DE PROCESSAMENTO.  *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *14/10/2026 GFD  CRIACAO DO PROGRAMA
      *15/10/2026 GFD  O CREDITO DE SALARIO DA FOLHA DE PAGAMENTO
      *                (CEP230) ENTRA NOS CREDITOS DO SALDO ANTERIOR.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFP090.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVARQ ASSIGN TO DYNAMIC WS-NOME-ARQUIVO-MOV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOVARQ.

           SELECT CLIMESTR ASSIGN TO "CLIMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CHAVE
               FILE STATUS IS WS-STATUS-CLIMESTR.

           SELECT VINMESTR ASSIGN TO "VINMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIN-CHAVE
               ALTERNATE RECORD KEY IS VIN-CHAVE-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-VINMESTR.

           SELECT CTAMESTR ASSIGN TO "CTAMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CHAVE
               FILE STATUS IS WS-STATUS-CTAMESTR.

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

           SELECT LIMMESTR ASSIGN TO "LIMMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIM-CHAVE
               FILE STATUS IS WS-STATUS-LIMMESTR.

           SELECT LIMWORK ASSIGN TO "LIMWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-CHAVE
               FILE STATUS IS WS-STATUS-LIMWORK.

           SELECT RELLIM ASSIGN TO "RELLIM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELLIM.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVARQ.
       COPY CTALOG.

       FD  CLIMESTR.
       COPY CLIENTE.

       FD  VINMESTR.
       COPY TITULAR.

       FD  CTAMESTR.
       COPY CTACAD.

       FD  CTRMESTR.
       COPY CONTRATO.

       FD  PARMESTR.
       COPY PARCELA.

       FD  LIMMESTR.
       COPY LIMCRED.

      *----------------------------------------------------------------*
      *LIMWORK: UM REGISTRO POR CONTA (WRK-NUM-CONTRATO = ZERO) COM O  *
      *SALDO ANTES DO PRIMEIRO MOVIMENTO DA JANELA, O SALDO DE FIM DE  *
      *CADA MES E A REMUNERACAO; E UM POR CONTRATO EM ABERTO (CONTA DE *
      *CREDITO + CONTRATO) COM O SALDO DEVEDOR E O PIOR ESTAGIO.       *
      *----------------------------------------------------------------*
       FD  LIMWORK.
       01  WRK-REGISTRO.
           05  WRK-CHAVE.
               10  WRK-NUM-CONTA        PIC 9(08).
               10  WRK-NUM-CONTRATO     PIC 9(05).
           05  WRK-SW-INICIAL           PIC X(01).
               88  WRK-TEM-INICIAL          VALUE 'S'.
           05  WRK-DATA-HORA-INICIAL    PIC 9(14).
           05  WRK-SALDO-INICIAL        PIC S9(10)V99.
           05  WRK-MES OCCURS 3 TIMES.
               10  WRK-SW-MES           PIC X(01).
                   88  WRK-TEM-SALDO-MES    VALUE 'S'.
               10  WRK-DATA-HORA-MES    PIC 9(14).
               10  WRK-SALDO-MES        PIC S9(10)V99.
           05  WRK-VLR-REMUNERACAO      PIC S9(10)V99.
           05  WRK-SALDO-DEVEDOR        PIC 9(09)V99.
           05  WRK-PIOR-ESTAGIO         PIC X(01).
           05  FILLER                   PIC X(10).

       FD  RELLIM.
       01  REL-REGISTRO                PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-STATUS-MOVARQ        PIC X(02) VALUE SPACES.
       77 WS-STATUS-CLIMESTR      PIC X(02) VALUE SPACES.
       77 WS-STATUS-VINMESTR      PIC X(02) VALUE SPACES.
       77 WS-STATUS-CTAMESTR      PIC X(02) VALUE SPACES.
       77 WS-STATUS-CTRMESTR      PIC X(02) VALUE SPACES.
       77 WS-STATUS-PARMESTR      PIC X(02) VALUE SPACES.
       77 WS-STATUS-LIMMESTR      PIC X(02) VALUE SPACES.
       77 WS-STATUS-LIMWORK       PIC X(02) VALUE SPACES.
       77 WS-STATUS-RELLIM        PIC X(02) VALUE SPACES.

       77 WS-SW-FIM-MOVARQ        PIC X(01) VALUE 'N'.
           88 WS-FIM-MOVARQ           VALUE 'S'.
       77 WS-SW-FIM-CLIMESTR      PIC X(01) VALUE 'N'.
           88 WS-FIM-CLIMESTR         VALUE 'S'.
       77 WS-SW-FIM-VINMESTR      PIC X(01) VALUE 'N'.
           88 WS-FIM-VINMESTR         VALUE 'S'.
       77 WS-SW-FIM-CTRMESTR      PIC X(01) VALUE 'N'.
           88 WS-FIM-CTRMESTR         VALUE 'S'.
       77 WS-SW-FIM-PARMESTR      PIC X(01) VALUE 'N'.
           88 WS-FIM-PARMESTR         VALUE 'S'.
       77 WS-SW-FIM-LIMWORK       PIC X(01) VALUE 'N'.
           88 WS-FIM-LIMWORK          VALUE 'S'.
       77 WS-SW-LENDO-MOVLOG      PIC X(01) VALUE 'N'.
           88 WS-LENDO-MOVLOG         VALUE 'S'.
       77 WS-SW-ARQUIVOS-OK       PIC X(01) VALUE 'N'.
           88 WS-ARQUIVOS-OK          VALUE 'S'.
       77 WS-SW-TEM-ABERTA        PIC X(01) VALUE 'N'.
           88 WS-TEM-ABERTA           VALUE 'S'.

       77 WS-DATA-HOJE            PIC 9(08) VALUE ZERO.
       77 WS-ANO-MES-REF          PIC 9(06) VALUE ZERO.
       77 WS-ANO-REF              PIC 9(04) VALUE ZERO.
       77 WS-MES-REF              PIC 9(02) VALUE ZERO.
       77 WS-NOME-ARQUIVO-MOV     PIC X(13) VALUE SPACES.
       77 WS-ANO-MES-MOVTO        PIC 9(06) VALUE ZERO.
       77 WS-DATA-HORA-MOVTO      PIC 9(14) VALUE ZERO.
       77 WS-SALDO-ANTERIOR       PIC S9(10)V99 VALUE ZERO.
       77 WS-SALDO-DEVEDOR        PIC 9(09)V99 VALUE ZERO.
       77 WS-PIOR-ESTAGIO         PIC X(01) VALUE '0'.
       77 WS-SALDO-CORRENTE       PIC S9(10)V99 VALUE ZERO.
       77 WS-SOMA-SALDOS          PIC S9(12)V99 VALUE ZERO.

       77 WS-IND-MES              PIC 9(02) COMP VALUE ZERO.
       77 WS-IND-MES-MOVTO        PIC 9(02) COMP VALUE ZERO.
       77 WS-QTD-ARQ-LIDOS        PIC 9(03) VALUE ZERO.
       77 WS-QTD-MOVTOS-LIDOS     PIC 9(07) VALUE ZERO.
       77 WS-QTD-CONTRATOS        PIC 9(05) VALUE ZERO.
       77 WS-QTD-CPF-APURADOS     PIC 9(05) VALUE ZERO.
       77 WS-QTD-CPF-ZERADOS      PIC 9(05) VALUE ZERO.
       77 WS-TOTAL-LIMITES        PIC 9(13)V99 VALUE ZERO.
       77 WS-TOTAL-DIVIDA         PIC 9(13)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      *ACUMULADORES DO CPF CORRENTE.                                   *
      *----------------------------------------------------------------*
       77 WS-CPF-QTD-CONTAS       PIC 9(03) VALUE ZERO.
       77 WS-CPF-SALDO-MEDIO      PIC S9(11)V99 VALUE ZERO.
       77 WS-CPF-REMUNERACAO      PIC S9(11)V99 VALUE ZERO.
       77 WS-CPF-REMUN-MEDIA      PIC 9(09)V99 VALUE ZERO.
       77 WS-CPF-DIVIDA           PIC 9(11)V99 VALUE ZERO.
       77 WS-CPF-PIOR-ESTAGIO     PIC X(01) VALUE '0'.
       77 WS-CPF-LIMITE           PIC 9(11)V99 VALUE ZERO.
       77 WS-CPF-DISPONIVEL       PIC 9(11)V99 VALUE ZERO.
       77 WS-CPF-MOTIVO           PIC X(02) VALUE SPACES.

      *----------------------------------------------------------------*
      *PARAMETROS DO LIMITE: MESES DA MEDIA, MULTIPLICADORES DO SALDO  *
      *MEDIO E DA REMUNERACAO MEDIA, TETO POR CPF E O PERCENTUAL QUE   *
      *SOBRA DO LIMITE COM CONTRATO EM 1O E 2O AVISO DE COBRANCA.      *
      *----------------------------------------------------------------*
       77 WS-QTD-MESES-MEDIA      PIC 9(02) VALUE 3.
       77 WS-FATOR-SALDO          PIC 9(02) VALUE 3.
       77 WS-FATOR-REMUN          PIC 9(02) VALUE 12.
       77 WS-LIMITE-TETO          PIC 9(11)V99 VALUE 200000.00.
       77 WS-PCT-ESTAGIO-1        PIC 9(03)V99 VALUE 50.00.
       77 WS-PCT-ESTAGIO-2        PIC 9(03)V99 VALUE 25.00.

       77 WS-FUNCAO-DIACTL      PIC X(01) VALUE 'C'.
       77 WS-COD-RETORNO-DIACTL PIC 9(02) VALUE ZERO.
       77 WS-SW-DIA-ABERTO      PIC X(01) VALUE 'N'.
           88 WS-DIA-ABERTO-OK      VALUE 'S'.

       COPY BATWS.

      *----------------------------------------------------------------*
      *JANELA DA MEDIA: 1 = MES MAIS ANTIGO, 3 = COMPETENCIA. MES JA   *
      *LIDO DE ARQUIVO MORTO E IGNORADO NA LEITURA DO MOVLOG.          *
      *----------------------------------------------------------------*
       01 WS-TABELA-JANELA.
           05 WS-JAN-ITEM OCCURS 3 TIMES.
               10 WS-JAN-ANO-MES      PIC 9(06).
               10 WS-JAN-ARQUIVADO    PIC X(01).

       01 WS-REL-TITULO.
           05 FILLER              PIC X(41) VALUE
              "RFP090 - LIMITE DE CREDITO PRE-APROVADO  ".
           05 FILLER              PIC X(13) VALUE "COMPETENCIA ".
           05 WS-TIT-COMPETENCIA  PIC 9(06).
           05 FILLER              PIC X(06) VALUE "  EM ".
           05 WS-TIT-DATA         PIC 9(08).

       01 WS-REL-COLUNAS.
           05 FILLER              PIC X(40) VALUE
              "CPF          SALDO MEDIO        LIMITE  ".
           05 FILLER              PIC X(36) VALUE
              "   UTILIZADO   DISPONIVEL EST MOT".

       01 WS-REL-DETALHE.
           05 WS-DET-CPF          PIC 9(11).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-DET-SALDO-MEDIO  PIC -(9)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-DET-LIMITE       PIC Z(9)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-DET-UTILIZADO    PIC Z(9)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-DET-DISPONIVEL   PIC Z(9)9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-ESTAGIO      PIC X(01).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-MOTIVO       PIC X(02).

       01 WS-REL-TOTAL.
           05 WS-TOT-ROTULO       PIC X(34).
           05 WS-TOT-VALOR        PIC Z(12)9.99.

       01 WS-REL-QTD.
           05 WS-QTD-ROTULO       PIC X(34).
           05 WS-QTD-VALOR        PIC Z(4)9.

       01 WS-REL-LEGENDA.
           05 FILLER              PIC X(40) VALUE
              "MOTIVO: 00 NORMAL  01 SEM SALDO  02 COBR".
           05 FILLER              PIC X(36) VALUE
              "ANCA  03 BLOQUEADO  04 TETO".

       01 WS-REL-BRANCO           PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
           0000-MAINLINE.
               DISPLAY "RFP090 - LIMITE DE CREDITO PRE-APROVADO"
               PERFORM 0200-OBTER-DIA-PROCESSAMENTO
               IF NOT WS-DIA-ABERTO-OK
                   DISPLAY "DIA DE PROCESSAMENTO NAO ABERTO "
                           "(ABRA PELO DIA010). EXECUCAO RECUSADA."
                   MOVE 10 TO WS-RUN-COD-RETORNO
               ELSE
                   PERFORM 0300-OBTER-COMPETENCIA
                   PERFORM 0500-REGISTRAR-INICIO
                   IF WS-RUN-COD-RETORNO = 10
                       DISPLAY "RFP090 JA CONCLUIDO NESTA "
                               "COMPETENCIA. EXECUCAO RECUSADA."
                   END-IF
               END-IF
               IF WS-RUN-COD-RETORNO = 10
                   CONTINUE
               ELSE
                   PERFORM 1000-INICIALIZAR
                   IF WS-ARQUIVOS-OK
                       PERFORM 2000-ACUMULAR-MOVIMENTOS
                       PERFORM 3000-APURAR-CONTRATOS
                       PERFORM 4000-APURAR-LIMITES
                       PERFORM 8000-IMPRIMIR-TOTAIS
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
      *0300: COMPETENCIA = MES DO DIA DE PROCESSAMENTO. A JANELA DA    *
      *      MEDIA VOLTA WS-QTD-MESES-MEDIA - 1 MESES A PARTIR DELA    *
      *      (JANEIRO VOLTA PARA DEZEMBRO).                            *
      *----------------------------------------------------------------*
           0300-OBTER-COMPETENCIA.
               MOVE WS-DATA-HOJE(1:6) TO WS-ANO-MES-REF
               MOVE WS-DATA-HOJE(1:4) TO WS-ANO-REF
               MOVE WS-DATA-HOJE(5:2) TO WS-MES-REF
               PERFORM 0310-MONTAR-JANELA
                       VARYING WS-IND-MES FROM WS-QTD-MESES-MEDIA
                       BY -1 UNTIL WS-IND-MES < 1
               DISPLAY "COMPETENCIA APURADA: " WS-ANO-MES-REF
                       "  MEDIA DESDE: " WS-JAN-ANO-MES(1).

           0310-MONTAR-JANELA.
               COMPUTE WS-JAN-ANO-MES(WS-IND-MES) =
                       WS-ANO-REF * 100 + WS-MES-REF
               MOVE 'N' TO WS-JAN-ARQUIVADO(WS-IND-MES)
               IF WS-MES-REF = 1
                   MOVE 12 TO WS-MES-REF
                   SUBTRACT 1 FROM WS-ANO-REF
               ELSE
                   SUBTRACT 1 FROM WS-MES-REF
               END-IF.

      *----------------------------------------------------------------*
      *0500/9500: REGISTRO DE INICIO E FIM DA EXECUCAO NO CONTROLE DE  *
      *           BATCH (RUNCTRL, VIA BATCTL), CHAVEADO PELO PRIMEIRO  *
      *           DIA DA COMPETENCIA -- UMA APURACAO POR MES.          *
      *----------------------------------------------------------------*
           0500-REGISTRAR-INICIO.
               MOVE 'I' TO WS-RUN-FUNCAO
               MOVE "RFP090" TO WS-RUN-NOME-JOB
               COMPUTE WS-RUN-DATA-PROC = WS-ANO-MES-REF * 100 + 1
               CALL "BATCTL" USING WS-RUN-FUNCAO WS-RUN-NOME-JOB
                                   WS-RUN-DATA-PROC WS-RUN-QTD-PROC
                                   WS-RUN-QTD-REJ WS-RUN-COD-RETORNO.

           9500-REGISTRAR-FIM.
               MOVE 'F' TO WS-RUN-FUNCAO
               MOVE WS-QTD-CPF-APURADOS TO WS-RUN-QTD-PROC
               MOVE WS-QTD-CPF-ZERADOS TO WS-RUN-QTD-REJ
               CALL "BATCTL" USING WS-RUN-FUNCAO WS-RUN-NOME-JOB
                                   WS-RUN-DATA-PROC WS-RUN-QTD-PROC
                                   WS-RUN-QTD-REJ WS-RUN-COD-RETORNO.

      *----------------------------------------------------------------*
      *1000: O LIMWORK E RECRIADO VAZIO A CADA EXECUCAO, ENTAO UMA     *
      *      EXECUCAO INTERROMPIDA PODE SER REPETIDA DO INICIO. NA     *
      *      PRIMEIRA EXECUCAO O LIMMESTR AINDA NAO EXISTE (STATUS 35) *
      *      E E CRIADO VAZIO.                                         *
      *----------------------------------------------------------------*
           1000-INICIALIZAR.
               MOVE 'N' TO WS-SW-ARQUIVOS-OK
               OPEN INPUT CLIMESTR
               OPEN INPUT VINMESTR
               OPEN INPUT CTAMESTR
               OPEN INPUT CTRMESTR
               OPEN INPUT PARMESTR
               OPEN I-O LIMMESTR
               IF WS-STATUS-LIMMESTR = '35'
                   OPEN OUTPUT LIMMESTR
                   IF WS-STATUS-LIMMESTR = '00'
                       CLOSE LIMMESTR
                       OPEN I-O LIMMESTR
                   END-IF
               END-IF
               OPEN OUTPUT LIMWORK
               IF WS-STATUS-LIMWORK = '00'
                   CLOSE LIMWORK
                   OPEN I-O LIMWORK
               END-IF
               OPEN OUTPUT RELLIM
               IF WS-STATUS-CLIMESTR NOT = '00' OR
                  WS-STATUS-VINMESTR NOT = '00' OR
                  WS-STATUS-CTAMESTR NOT = '00' OR
                  WS-STATUS-CTRMESTR NOT = '00' OR
                  WS-STATUS-PARMESTR NOT = '00' OR
                  WS-STATUS-LIMMESTR NOT = '00' OR
                  WS-STATUS-LIMWORK NOT = '00' OR
                  WS-STATUS-RELLIM NOT = '00'
                   DISPLAY "ERRO AO ABRIR ARQUIVOS. CLIMESTR: "
                           WS-STATUS-CLIMESTR " VINMESTR: "
                           WS-STATUS-VINMESTR " CTAMESTR: "
                           WS-STATUS-CTAMESTR " CTRMESTR: "
                           WS-STATUS-CTRMESTR " PARMESTR: "
                           WS-STATUS-PARMESTR " LIMMESTR: "
                           WS-STATUS-LIMMESTR " LIMWORK: "
                           WS-STATUS-LIMWORK " RELLIM: "
                           WS-STATUS-RELLIM
               ELSE
                   MOVE 'S' TO WS-SW-ARQUIVOS-OK
                   MOVE WS-ANO-MES-REF TO WS-TIT-COMPETENCIA
                   MOVE WS-DATA-HOJE TO WS-TIT-DATA
                   MOVE WS-REL-TITULO TO REL-REGISTRO
                   WRITE REL-REGISTRO
                   MOVE WS-REL-BRANCO TO REL-REGISTRO
                   WRITE REL-REGISTRO
                   MOVE WS-REL-COLUNAS TO REL-REGISTRO
                   WRITE REL-REGISTRO
               END-IF.

      *----------------------------------------------------------------*
      *2000: ARQUIVOS MORTOS DOS MESES DA JANELA E, POR ULTIMO, O      *
      *      MOVLOG -- DELE SO ENTRAM OS MESES QUE AINDA NAO TINHAM    *
      *      SIDO ARQUIVADOS. ARQUIVO MORTO INEXISTENTE (35) SO QUER   *
      *      DIZER QUE O MES AINDA ESTA NO MOVLOG.                     *
      *----------------------------------------------------------------*
           2000-ACUMULAR-MOVIMENTOS.
               MOVE 'N' TO WS-SW-LENDO-MOVLOG
               PERFORM 2010-LER-ARQUIVO-MORTO
                       VARYING WS-IND-MES FROM 1 BY 1
                       UNTIL WS-IND-MES > WS-QTD-MESES-MEDIA
               MOVE 'S' TO WS-SW-LENDO-MOVLOG
               MOVE "MOVLOG" TO WS-NOME-ARQUIVO-MOV
               PERFORM 2020-LER-ARQUIVO-MOVIMENTO.

           2010-LER-ARQUIVO-MORTO.
               MOVE SPACES TO WS-NOME-ARQUIVO-MOV
               STRING "MOVLOG-" DELIMITED BY SIZE
                      WS-JAN-ANO-MES(WS-IND-MES) DELIMITED BY SIZE
                      INTO WS-NOME-ARQUIVO-MOV
               PERFORM 2020-LER-ARQUIVO-MOVIMENTO
               IF WS-STATUS-MOVARQ = '00'
                   MOVE 'S' TO WS-JAN-ARQUIVADO(WS-IND-MES)
               END-IF.

           2020-LER-ARQUIVO-MOVIMENTO.
               OPEN INPUT MOVARQ
               IF WS-STATUS-MOVARQ = '00'
                   ADD 1 TO WS-QTD-ARQ-LIDOS
                   MOVE 'N' TO WS-SW-FIM-MOVARQ
                   PERFORM 2030-LER-MOVARQ
                   PERFORM 2100-CLASSIFICAR-MOVIMENTO
                           UNTIL WS-FIM-MOVARQ
                   CLOSE MOVARQ
                   MOVE '00' TO WS-STATUS-MOVARQ
               ELSE
                   IF WS-STATUS-MOVARQ NOT = '35'
                       DISPLAY "ERRO AO ABRIR " WS-NOME-ARQUIVO-MOV
                               ". STATUS: " WS-STATUS-MOVARQ
                               " -- ARQUIVO IGNORADO."
                   END-IF
               END-IF.

           2030-LER-MOVARQ.
               READ MOVARQ
                   AT END
                       MOVE 'S' TO WS-SW-FIM-MOVARQ
               END-READ.

      *----------------------------------------------------------------*
      *2100: POSICIONA O MOVIMENTO NA JANELA. FORA DELA (OU MES        *
      *      ARQUIVADO, QUANDO LIDO DO MOVLOG) E DESPREZADO.           *
      *----------------------------------------------------------------*
           2100-CLASSIFICAR-MOVIMENTO.
               MOVE ZERO TO WS-IND-MES-MOVTO
               DIVIDE LOG-DATA-MOVTO BY 100 GIVING WS-ANO-MES-MOVTO
               PERFORM 2110-LOCALIZAR-MES
                       VARYING WS-IND-MES FROM 1 BY 1
                       UNTIL WS-IND-MES > WS-QTD-MESES-MEDIA
               IF WS-IND-MES-MOVTO > ZERO
                   IF WS-LENDO-MOVLOG AND
                      WS-JAN-ARQUIVADO(WS-IND-MES-MOVTO) = 'S'
                       CONTINUE
                   ELSE
                       PERFORM 2200-ACUMULAR-MOVIMENTO
                   END-IF
               END-IF
               PERFORM 2030-LER-MOVARQ.

           2110-LOCALIZAR-MES.
               IF WS-JAN-ANO-MES(WS-IND-MES) = WS-ANO-MES-MOVTO
                   MOVE WS-IND-MES TO WS-IND-MES-MOVTO
               END-IF.

      *----------------------------------------------------------------*
      *2200: O MOVIMENTO DE MAIOR DATA/HORA DE CADA MES DA O SALDO DE  *
      *      FIM DAQUELE MES; O DE MENOR DATA/HORA DA JANELA DA O      *
      *      SALDO QUE A CONTA TINHA ANTES DELA (PARA OS MESES SEM     *
      *      MOVIMENTO NO INICIO DA JANELA). REMUNERACAO SOMA E O SEU  *
      *      ESTORNO (REFERENCIA 'R') SUBTRAI, COMO NO CEP220.         *
      *----------------------------------------------------------------*
           2200-ACUMULAR-MOVIMENTO.
               ADD 1 TO WS-QTD-MOVTOS-LIDOS
               COMPUTE WS-DATA-HORA-MOVTO =
                       LOG-DATA-MOVTO * 1000000 + LOG-HORA-MOVTO
               MOVE LOG-NUM-CONTA TO WRK-NUM-CONTA
               MOVE ZERO TO WRK-NUM-CONTRATO
               READ LIMWORK
                   INVALID KEY
                       PERFORM 2210-INICIAR-CONTA
               END-READ
               IF NOT WRK-TEM-INICIAL OR
                  WS-DATA-HORA-MOVTO < WRK-DATA-HORA-INICIAL
                   PERFORM 2220-SALDO-ANTES-DO-MOVIMENTO
                   MOVE 'S' TO WRK-SW-INICIAL
                   MOVE WS-DATA-HORA-MOVTO TO WRK-DATA-HORA-INICIAL
                   MOVE WS-SALDO-ANTERIOR TO WRK-SALDO-INICIAL
               END-IF
               IF NOT WRK-TEM-SALDO-MES(WS-IND-MES-MOVTO) OR
                  WS-DATA-HORA-MOVTO NOT <
                  WRK-DATA-HORA-MES(WS-IND-MES-MOVTO)
                   MOVE 'S' TO WRK-SW-MES(WS-IND-MES-MOVTO)
                   MOVE WS-DATA-HORA-MOVTO TO
                        WRK-DATA-HORA-MES(WS-IND-MES-MOVTO)
                   MOVE LOG-SALDO-RESULTANTE TO
                        WRK-SALDO-MES(WS-IND-MES-MOVTO)
               END-IF
               EVALUATE TRUE
                   WHEN LOG-TIPO-REMUNERACAO
                       ADD LOG-VALOR TO WRK-VLR-REMUNERACAO
                   WHEN LOG-TIPO-ESTORNO-DEBITO
                       IF LOG-REF-TIPO-MOVTO = 'R'
                           SUBTRACT LOG-VALOR FROM WRK-VLR-REMUNERACAO
                       END-IF
               END-EVALUATE
               REWRITE WRK-REGISTRO.

           2210-INICIAR-CONTA.
               INITIALIZE WRK-REGISTRO
               MOVE LOG-NUM-CONTA TO WRK-NUM-CONTA
               MOVE ZERO TO WRK-NUM-CONTRATO
               MOVE 'N' TO WRK-SW-INICIAL
               MOVE '0' TO WRK-PIOR-ESTAGIO
               WRITE WRK-REGISTRO.

           2220-SALDO-ANTES-DO-MOVIMENTO.
               IF LOG-TIPO-DEPOSITO OR LOG-TIPO-DESEMBOLSO OR
                  LOG-TIPO-TRANSF-CREDITO OR LOG-TIPO-REMUNERACAO OR
                  LOG-TIPO-DEPOSITO-CHEQUE OR
                  LOG-TIPO-ESTORNO-CREDITO OR LOG-TIPO-CREDITO-SALARIO
                   COMPUTE WS-SALDO-ANTERIOR =
                           LOG-SALDO-RESULTANTE - LOG-VALOR
               ELSE
                   COMPUTE WS-SALDO-ANTERIOR =
                           LOG-SALDO-RESULTANTE + LOG-VALOR
               END-IF.

      *----------------------------------------------------------------*
      *3000: CONTRATO NAO LIQUIDADO COM PARCELA ABERTA GANHA UM        *
      *      REGISTRO NO LIMWORK PELA CONTA DE CREDITO -- O CTRMESTR   *
      *      NAO TEM CHAVE POR CONTA. O CONTRATO AINDA NAO             *
      *      DESEMBOLSADO TAMBEM CONTA: O DINHEIRO JA ESTA             *
      *      COMPROMETIDO.                                             *
      *----------------------------------------------------------------*
           3000-APURAR-CONTRATOS.
               MOVE 'N' TO WS-SW-FIM-CTRMESTR
               MOVE LOW-VALUES TO CTR-CHAVE
               START CTRMESTR KEY IS NOT LESS THAN CTR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-CTRMESTR
               END-START
               PERFORM 3010-LER-CTRMESTR
               PERFORM 3100-APURAR-CONTRATO
                       UNTIL WS-FIM-CTRMESTR.

           3010-LER-CTRMESTR.
               IF NOT WS-FIM-CTRMESTR
                   READ CTRMESTR NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SW-FIM-CTRMESTR
                   END-READ
               END-IF.

           3100-APURAR-CONTRATO.
               IF NOT CTR-LIQUIDADO
                   PERFORM 3200-VARRER-PARCELAS
                   IF WS-TEM-ABERTA
                       INITIALIZE WRK-REGISTRO
                       MOVE CTR-NUM-CONTA-CREDITO TO WRK-NUM-CONTA
                       MOVE CTR-NUM-CONTRATO TO WRK-NUM-CONTRATO
                       MOVE WS-SALDO-DEVEDOR TO WRK-SALDO-DEVEDOR
                       MOVE WS-PIOR-ESTAGIO TO WRK-PIOR-ESTAGIO
                       WRITE WRK-REGISTRO
                           INVALID KEY
                               REWRITE WRK-REGISTRO
                       END-WRITE
                       ADD 1 TO WS-QTD-CONTRATOS
                   END-IF
               END-IF
               PERFORM 3010-LER-CTRMESTR.

      *----------------------------------------------------------------*
      *3200: A PRIMEIRA PARCELA ABERTA DA O SALDO DEVEDOR (SALDO APOS  *
      *      ELA + A SUA AMORTIZACAO), COMO NO RFP080; O PIOR ESTAGIO  *
      *      DE COBRANCA E PROCURADO EM TODAS AS ABERTAS.              *
      *----------------------------------------------------------------*
           3200-VARRER-PARCELAS.
               MOVE 'N' TO WS-SW-TEM-ABERTA
               MOVE ZERO TO WS-SALDO-DEVEDOR
               MOVE '0' TO WS-PIOR-ESTAGIO
               MOVE 'N' TO WS-SW-FIM-PARMESTR
               MOVE CTR-NUM-CONTRATO TO PAR-NUM-CONTRATO
               MOVE ZERO TO PAR-NUM-PARCELA
               START PARMESTR KEY IS NOT LESS THAN PAR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-PARMESTR
               END-START
               PERFORM 3210-LER-PARCELA
                       UNTIL WS-FIM-PARMESTR.

           3210-LER-PARCELA.
               READ PARMESTR NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SW-FIM-PARMESTR
               END-READ
               IF NOT WS-FIM-PARMESTR
                   IF PAR-NUM-CONTRATO NOT = CTR-NUM-CONTRATO
                       MOVE 'S' TO WS-SW-FIM-PARMESTR
                   ELSE
                       IF PAR-ABERTA
                           IF NOT WS-TEM-ABERTA
                               MOVE 'S' TO WS-SW-TEM-ABERTA
                               COMPUTE WS-SALDO-DEVEDOR =
                                       PAR-SALDO-DEV + PAR-AMORT
                           END-IF
                           IF NOT PAR-SEM-COBRANCA AND
                              PAR-ESTAGIO-COBRANCA > WS-PIOR-ESTAGIO
                               MOVE PAR-ESTAGIO-COBRANCA TO
                                    WS-PIOR-ESTAGIO
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *4000: UM LIMITE POR CPF DO CLIMESTR, PELA ORDEM DE CPF.         *
      *----------------------------------------------------------------*
           4000-APURAR-LIMITES.
               MOVE 'N' TO WS-SW-FIM-CLIMESTR
               MOVE LOW-VALUES TO CLI-CHAVE
               START CLIMESTR KEY IS NOT LESS THAN CLI-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-CLIMESTR
               END-START
               PERFORM 4010-LER-CLIENTE
               PERFORM 4100-APURAR-CPF
                       UNTIL WS-FIM-CLIMESTR.

           4010-LER-CLIENTE.
               IF NOT WS-FIM-CLIMESTR
                   READ CLIMESTR NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SW-FIM-CLIMESTR
                   END-READ
               END-IF.

           4100-APURAR-CPF.
               MOVE ZERO TO WS-CPF-QTD-CONTAS
               MOVE ZERO TO WS-CPF-SALDO-MEDIO
               MOVE ZERO TO WS-CPF-REMUNERACAO
               MOVE ZERO TO WS-CPF-DIVIDA
               MOVE '0' TO WS-CPF-PIOR-ESTAGIO
               MOVE 'N' TO WS-SW-FIM-VINMESTR
               MOVE CLI-CPF TO VIN-CPF-BUSCA
               START VINMESTR KEY IS NOT LESS THAN VIN-CHAVE-CPF
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-VINMESTR
               END-START
               PERFORM 4200-LER-VINCULO
                       UNTIL WS-FIM-VINMESTR
               IF WS-CPF-REMUNERACAO > ZERO
                   COMPUTE WS-CPF-REMUN-MEDIA ROUNDED =
                           WS-CPF-REMUNERACAO / WS-QTD-MESES-MEDIA
               ELSE
                   MOVE ZERO TO WS-CPF-REMUN-MEDIA
               END-IF
               PERFORM 4500-CALCULAR-LIMITE
               PERFORM 4600-GRAVAR-LIMITE
               PERFORM 4010-LER-CLIENTE.

           4200-LER-VINCULO.
               READ VINMESTR NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SW-FIM-VINMESTR
               END-READ
               IF NOT WS-FIM-VINMESTR
                   IF VIN-CPF-BUSCA NOT = CLI-CPF
                       MOVE 'S' TO WS-SW-FIM-VINMESTR
                   ELSE
                       MOVE VIN-NUM-CONTA TO CTA-NUM-CONTA
                       READ CTAMESTR
                           INVALID KEY
                               DISPLAY "CONTA " VIN-NUM-CONTA
                                       " DO VINCULO SEM CADASTRO"
                       END-READ
                       IF WS-STATUS-CTAMESTR = '00'
                           ADD 1 TO WS-CPF-QTD-CONTAS
                           PERFORM 4300-SALDO-MEDIO-CONTA
                           PERFORM 4400-DIVIDA-DA-CONTA
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *4300: CONTA SEM MOVIMENTO NA JANELA FICOU COM O SALDO DO        *
      *      CADASTRO O TEMPO TODO. COM MOVIMENTO, CADA MES VALE O     *
      *      SALDO DO SEU ULTIMO MOVIMENTO, E O MES SEM MOVIMENTO      *
      *      REPETE O SALDO DO MES ANTERIOR (OU O SALDO ANTES DO       *
      *      PRIMEIRO MOVIMENTO DA JANELA).                            *
      *----------------------------------------------------------------*
           4300-SALDO-MEDIO-CONTA.
               MOVE CTA-NUM-CONTA TO WRK-NUM-CONTA
               MOVE ZERO TO WRK-NUM-CONTRATO
               READ LIMWORK
                   INVALID KEY
                       ADD CTA-SALDO TO WS-CPF-SALDO-MEDIO
               END-READ
               IF WS-STATUS-LIMWORK = '00'
                   MOVE WRK-SALDO-INICIAL TO WS-SALDO-CORRENTE
                   MOVE ZERO TO WS-SOMA-SALDOS
                   PERFORM 4310-SOMAR-SALDO-MES
                           VARYING WS-IND-MES FROM 1 BY 1
                           UNTIL WS-IND-MES > WS-QTD-MESES-MEDIA
                   COMPUTE WS-CPF-SALDO-MEDIO ROUNDED =
                           WS-CPF-SALDO-MEDIO +
                           WS-SOMA-SALDOS / WS-QTD-MESES-MEDIA
                   ADD WRK-VLR-REMUNERACAO TO WS-CPF-REMUNERACAO
               END-IF.

           4310-SOMAR-SALDO-MES.
               IF WRK-TEM-SALDO-MES(WS-IND-MES)
                   MOVE WRK-SALDO-MES(WS-IND-MES) TO WS-SALDO-CORRENTE
               END-IF
               ADD WS-SALDO-CORRENTE TO WS-SOMA-SALDOS.

      *----------------------------------------------------------------*
      *4400: CONTRATOS DA CONTA NO LIMWORK (CONTA + CONTRATO > ZERO).  *
      *----------------------------------------------------------------*
           4400-DIVIDA-DA-CONTA.
               MOVE 'N' TO WS-SW-FIM-LIMWORK
               MOVE CTA-NUM-CONTA TO WRK-NUM-CONTA
               MOVE 1 TO WRK-NUM-CONTRATO
               START LIMWORK KEY IS NOT LESS THAN WRK-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-LIMWORK
               END-START
               PERFORM 4410-LER-CONTRATO-CONTA
                       UNTIL WS-FIM-LIMWORK.

           4410-LER-CONTRATO-CONTA.
               READ LIMWORK NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SW-FIM-LIMWORK
               END-READ
               IF NOT WS-FIM-LIMWORK
                   IF WRK-NUM-CONTA NOT = CTA-NUM-CONTA
                       MOVE 'S' TO WS-SW-FIM-LIMWORK
                   ELSE
                       ADD WRK-SALDO-DEVEDOR TO WS-CPF-DIVIDA
                       IF WRK-PIOR-ESTAGIO > WS-CPF-PIOR-ESTAGIO
                           MOVE WRK-PIOR-ESTAGIO TO
                                WS-CPF-PIOR-ESTAGIO
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *4500: LIMITE BRUTO PELO SALDO MEDIO (SO O POSITIVO) E PELA      *
      *      REMUNERACAO MEDIA, LIMITADO AO TETO; O ESTAGIO DE         *
      *      COBRANCA VEM POR ULTIMO E PREVALECE NO MOTIVO.            *
      *----------------------------------------------------------------*
           4500-CALCULAR-LIMITE.
               MOVE ZERO TO WS-CPF-LIMITE
               MOVE "00" TO WS-CPF-MOTIVO
               IF WS-CPF-SALDO-MEDIO > ZERO
                   COMPUTE WS-CPF-LIMITE ROUNDED =
                           WS-CPF-SALDO-MEDIO * WS-FATOR-SALDO +
                           WS-CPF-REMUN-MEDIA * WS-FATOR-REMUN
               END-IF
               IF WS-CPF-LIMITE = ZERO
                   MOVE "01" TO WS-CPF-MOTIVO
               END-IF
               IF WS-CPF-LIMITE > WS-LIMITE-TETO
                   MOVE WS-LIMITE-TETO TO WS-CPF-LIMITE
                   MOVE "04" TO WS-CPF-MOTIVO
               END-IF
               EVALUATE WS-CPF-PIOR-ESTAGIO
                   WHEN '1'
                       COMPUTE WS-CPF-LIMITE ROUNDED =
                               WS-CPF-LIMITE * WS-PCT-ESTAGIO-1 / 100
                       MOVE "02" TO WS-CPF-MOTIVO
                   WHEN '2'
                       COMPUTE WS-CPF-LIMITE ROUNDED =
                               WS-CPF-LIMITE * WS-PCT-ESTAGIO-2 / 100
                       MOVE "02" TO WS-CPF-MOTIVO
                   WHEN '3'
                   WHEN '4'
                       MOVE ZERO TO WS-CPF-LIMITE
                       MOVE "03" TO WS-CPF-MOTIVO
               END-EVALUATE
               IF WS-CPF-LIMITE > WS-CPF-DIVIDA
                   COMPUTE WS-CPF-DISPONIVEL =
                           WS-CPF-LIMITE - WS-CPF-DIVIDA
               ELSE
                   MOVE ZERO TO WS-CPF-DISPONIVEL
               END-IF.

      *----------------------------------------------------------------*
      *4600: O REGISTRO DO CPF E SUBSTITUIDO A CADA APURACAO; O        *
      *      UTILIZADO VOLTA A SER A DIVIDA APURADA.                   *
      *----------------------------------------------------------------*
           4600-GRAVAR-LIMITE.
               MOVE SPACES TO LIM-REGISTRO
               MOVE CLI-CPF TO LIM-CPF
               MOVE WS-ANO-MES-REF TO LIM-ANO-MES-APURACAO
               MOVE WS-DATA-HOJE TO LIM-DATA-APURACAO
               MOVE WS-CPF-QTD-CONTAS TO LIM-QTD-CONTAS
               MOVE WS-CPF-SALDO-MEDIO TO LIM-SALDO-MEDIO
               MOVE WS-CPF-REMUN-MEDIA TO LIM-REMUN-MEDIA
               MOVE WS-CPF-DIVIDA TO LIM-DIVIDA-APURADA
               MOVE WS-CPF-PIOR-ESTAGIO TO LIM-PIOR-ESTAGIO
               MOVE WS-CPF-LIMITE TO LIM-VALOR-LIMITE
               MOVE WS-CPF-DIVIDA TO LIM-VALOR-UTILIZADO
               MOVE WS-CPF-MOTIVO TO LIM-COD-MOTIVO
               WRITE LIM-REGISTRO
                   INVALID KEY
                       REWRITE LIM-REGISTRO
               END-WRITE
               ADD 1 TO WS-QTD-CPF-APURADOS
               IF WS-CPF-LIMITE = ZERO
                   ADD 1 TO WS-QTD-CPF-ZERADOS
               END-IF
               ADD WS-CPF-LIMITE TO WS-TOTAL-LIMITES
               ADD WS-CPF-DIVIDA TO WS-TOTAL-DIVIDA
               MOVE CLI-CPF TO WS-DET-CPF
               MOVE WS-CPF-SALDO-MEDIO TO WS-DET-SALDO-MEDIO
               MOVE WS-CPF-LIMITE TO WS-DET-LIMITE
               MOVE WS-CPF-DIVIDA TO WS-DET-UTILIZADO
               MOVE WS-CPF-DISPONIVEL TO WS-DET-DISPONIVEL
               MOVE WS-CPF-PIOR-ESTAGIO TO WS-DET-ESTAGIO
               MOVE WS-CPF-MOTIVO TO WS-DET-MOTIVO
               MOVE WS-REL-DETALHE TO REL-REGISTRO
               WRITE REL-REGISTRO.

           8000-IMPRIMIR-TOTAIS.
               MOVE WS-REL-BRANCO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE WS-REL-LEGENDA TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE WS-REL-BRANCO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE "CPF APURADOS......................" TO
                    WS-QTD-ROTULO
               MOVE WS-QTD-CPF-APURADOS TO WS-QTD-VALOR
               PERFORM 8300-IMPRIMIR-QTD
               MOVE "  COM LIMITE ZERADO..............." TO
                    WS-QTD-ROTULO
               MOVE WS-QTD-CPF-ZERADOS TO WS-QTD-VALOR
               PERFORM 8300-IMPRIMIR-QTD
               MOVE "CONTRATOS EM ABERTO..............." TO
                    WS-QTD-ROTULO
               MOVE WS-QTD-CONTRATOS TO WS-QTD-VALOR
               PERFORM 8300-IMPRIMIR-QTD
               MOVE "TOTAL DE LIMITES CONCEDIDOS......." TO
                    WS-TOT-ROTULO
               MOVE WS-TOTAL-LIMITES TO WS-TOT-VALOR
               PERFORM 8200-IMPRIMIR-TOTAL
               MOVE "TOTAL DA DIVIDA APURADA..........." TO
                    WS-TOT-ROTULO
               MOVE WS-TOTAL-DIVIDA TO WS-TOT-VALOR
               PERFORM 8200-IMPRIMIR-TOTAL.

           8200-IMPRIMIR-TOTAL.
               MOVE WS-REL-TOTAL TO REL-REGISTRO
               WRITE REL-REGISTRO.

           8300-IMPRIMIR-QTD.
               MOVE WS-REL-QTD TO REL-REGISTRO
               WRITE REL-REGISTRO.

           9000-FINALIZAR.
               CLOSE CLIMESTR VINMESTR CTAMESTR CTRMESTR PARMESTR
                     LIMMESTR LIMWORK RELLIM
               DISPLAY "ARQUIVOS DE MOVIMENTO LIDOS..: "
                       WS-QTD-ARQ-LIDOS
               DISPLAY "MOVIMENTOS NA JANELA.........: "
                       WS-QTD-MOVTOS-LIDOS
               DISPLAY "CPF APURADOS.................: "
                       WS-QTD-CPF-APURADOS
               DISPLAY "CPF COM LIMITE ZERADO........: "
                       WS-QTD-CPF-ZERADOS
               DISPLAY "RELATORIO GRAVADO EM RELLIM".

           END PROGRAM RFP090.
