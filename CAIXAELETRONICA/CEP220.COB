      *----------------------------------------------------------------
      *                          CAIXA ELETRONICA
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *_______________________________________________________________
      *
       PROGRAM-ID. CEP220.
       AUTHOR. "Gabriel Dziecinny"
       DATE-WRITTEN. 14/10/2026.

      *----------------------------------------------------------------*
      *SISTEMA:     CE - CAIXA ELETRONICA
      *JOB:         22 - INFORME ANUAL DE RENDIMENTOS
      *PROGRAMA:     0 - EMITE, PARA O ANO-CALENDARIO INFORMADO, O
      *              INFORME DE RENDIMENTOS DE CADA CLIENTE (CPF DO
      *              CLIMESTR), COM TODAS AS CONTAS EM QUE ELE E
      *              TITULAR OU COTITULAR (VINMESTR): SALDO EM 31/12,
      *              REMUNERACAO BRUTA CREDITADA NO ANO (CEP110) E IR
      *              RETIDO NA FONTE, LIQUIDOS DE ESTORNOS (CEP190);
      *              E OS CONTRATOS DE EMPRESTIMO CREDITADOS NESSAS
      *              CONTAS COM SALDO DEVEDOR EM 31/12.
      *
      *              1A PASSADA: LE OS ARQUIVOS MORTOS MENSAIS DO ANO
      *              (MOVLOG-AAAAMM, GERADOS PELO CEP090) E OS DO ANO
      *              SEGUINTE, E POR FIM O MOVLOG, SO PARA OS MESES
      *              AINDA NAO ARQUIVADOS. ACUMULA POR CONTA NO
      *              ARQUIVO DE TRABALHO (INFWORK). O SALDO EM 31/12 E
      *              O SALDO RESULTANTE DO ULTIMO MOVIMENTO DO ANO; SEM
      *              MOVIMENTO NO ANO, E O SALDO ANTERIOR AO PRIMEIRO
      *              MOVIMENTO POSTERIOR; SEM NENHUM DOS DOIS, O SALDO
      *              ATUAL DO CTAMESTR.
      *              2A PASSADA: SALDO DEVEDOR DE CADA CONTRATO EM
      *              31/12 (VALOR FINANCIADO MENOS AMORTIZACAO DAS
      *              PARCELAS PAGAS ATE 31/12), GRAVADO NO INFWORK.
      *              3A PASSADA: CLIMESTR EM SEQUENCIA, CONTAS DO CPF
      *              PELA CHAVE ALTERNADA DO VINMESTR, RELATORIO NO
      *              INFREND COM TOTAIS POR CPF.
      *
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *14/10/2026 GFD  CRIACAO DO PROGRAMA
      *15/10/2026 GFD  O CREDITO DE SALARIO DA FOLHA DE PAGAMENTO
      *                (CEP230) ENTRA NOS CREDITOS DO SALDO ANTERIOR.
      *----------------------------------------------------------------*
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

           SELECT INFWORK ASSIGN TO "INFWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-CHAVE
               FILE STATUS IS WS-STATUS-INFWORK.

           SELECT INFREND ASSIGN TO "INFREND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-INFREND.

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

      *----------------------------------------------------------------*
      *INFWORK: UM REGISTRO POR CONTA (WRK-NUM-CONTRATO = ZERO) COM OS *
      *         ACUMULADOS DO MOVLOG, E UM POR CONTRATO COM SALDO      *
      *         DEVEDOR EM 31/12, LOGO ATRAS DA CONTA DE CREDITO.      *
      *----------------------------------------------------------------*
       FD  INFWORK.
       01  WRK-REGISTRO.
           05  WRK-CHAVE.
               10  WRK-NUM-CONTA        PIC 9(08).
               10  WRK-NUM-CONTRATO     PIC 9(05).
           05  WRK-SW-SALDO             PIC X(01).
               88  WRK-SALDO-DO-ANO         VALUE 'A'.
               88  WRK-SALDO-POSTERIOR      VALUE 'P'.
               88  WRK-SEM-SALDO            VALUE SPACE.
           05  WRK-DATA-HORA-SALDO      PIC 9(14).
           05  WRK-SALDO                PIC S9(10)V99.
           05  WRK-VLR-REMUNERACAO      PIC S9(10)V99.
           05  WRK-VLR-IR-RETIDO        PIC S9(10)V99.
           05  WRK-DATA-CONTRATACAO     PIC 9(08).
           05  WRK-VALOR-FINANCIADO     PIC 9(09)V99.
           05  WRK-SALDO-DEVEDOR        PIC 9(09)V99.
           05  FILLER                   PIC X(10).

       FD  INFREND.
       01  REL-REGISTRO             PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-MOVARQ      PIC X(02) VALUE SPACES.
       77 WS-STATUS-CLIMESTR    PIC X(02) VALUE SPACES.
       77 WS-STATUS-VINMESTR    PIC X(02) VALUE SPACES.
       77 WS-STATUS-CTAMESTR    PIC X(02) VALUE SPACES.
       77 WS-STATUS-CTRMESTR    PIC X(02) VALUE SPACES.
       77 WS-STATUS-PARMESTR    PIC X(02) VALUE SPACES.
       77 WS-STATUS-INFWORK     PIC X(02) VALUE SPACES.
       77 WS-STATUS-INFREND     PIC X(02) VALUE SPACES.

       77 WS-DATA-HOJE          PIC 9(08) VALUE ZERO.
       77 WS-ANO-BASE           PIC 9(04) VALUE ZERO.
       77 WS-DATA-FIM-ANO       PIC 9(08) VALUE ZERO.
       77 WS-NOME-ARQUIVO-MOV   PIC X(13) VALUE SPACES.
       77 WS-ANO-MES-ARQ        PIC 9(06) VALUE ZERO.
       77 WS-ANO-MES-MOVTO      PIC 9(06) VALUE ZERO.
       77 WS-DATA-HORA-MOVTO    PIC 9(14) VALUE ZERO.
       77 WS-SALDO-ANTERIOR     PIC S9(10)V99 VALUE ZERO.
       77 WS-SALDO-DEVEDOR      PIC S9(10)V99 VALUE ZERO.
       77 WS-VALOR-SALDO        PIC S9(10)V99 VALUE ZERO.

       77 WS-SW-FIM-MOVARQ      PIC X(01) VALUE 'N'.
           88 WS-FIM-MOVARQ         VALUE 'S'.
       77 WS-SW-FIM-CLIMESTR    PIC X(01) VALUE 'N'.
           88 WS-FIM-CLIMESTR       VALUE 'S'.
       77 WS-SW-FIM-VINMESTR    PIC X(01) VALUE 'N'.
           88 WS-FIM-VINMESTR       VALUE 'S'.
       77 WS-SW-FIM-CTRMESTR    PIC X(01) VALUE 'N'.
           88 WS-FIM-CTRMESTR       VALUE 'S'.
       77 WS-SW-FIM-PARMESTR    PIC X(01) VALUE 'N'.
           88 WS-FIM-PARMESTR       VALUE 'S'.
       77 WS-SW-FIM-INFWORK     PIC X(01) VALUE 'N'.
           88 WS-FIM-INFWORK        VALUE 'S'.
       77 WS-SW-LENDO-MOVLOG    PIC X(01) VALUE 'N'.
           88 WS-LENDO-MOVLOG       VALUE 'S'.
       77 WS-SW-ARQUIVOS-OK     PIC X(01) VALUE 'N'.
           88 WS-ARQUIVOS-OK        VALUE 'S'.

       77 WS-IND-MES            PIC 9(02) COMP VALUE ZERO.
       77 WS-QTD-ARQ-LIDOS      PIC 9(03) VALUE ZERO.
       77 WS-QTD-MOVTOS-LIDOS   PIC 9(07) VALUE ZERO.
       77 WS-QTD-CONTRATOS      PIC 9(05) VALUE ZERO.
       77 WS-QTD-INFORMES       PIC 9(05) VALUE ZERO.
       77 WS-QTD-CONTAS-CPF     PIC 9(03) VALUE ZERO.
       77 WS-TOT-REMUN-CPF      PIC S9(12)V99 VALUE ZERO.
       77 WS-TOT-IR-CPF         PIC S9(12)V99 VALUE ZERO.
       77 WS-TOT-DIVIDA-CPF     PIC S9(12)V99 VALUE ZERO.

       77 WS-FUNCAO-DIACTL      PIC X(01) VALUE 'C'.
       77 WS-COD-RETORNO-DIACTL PIC 9(02) VALUE ZERO.
       77 WS-SW-DIA-ABERTO      PIC X(01) VALUE 'N'.
           88 WS-DIA-ABERTO-OK      VALUE 'S'.

      *----------------------------------------------------------------*
      *MESES LIDOS DE ARQUIVO MORTO: 1 A 12 = JANEIRO A DEZEMBRO DO    *
      *ANO-BASE, 13 A 24 = JANEIRO A DEZEMBRO DO ANO SEGUINTE. MES     *
      *ARQUIVADO E IGNORADO NA LEITURA DO MOVLOG.                      *
      *----------------------------------------------------------------*
       01 WS-TABELA-MESES.
           05 WS-MES-ARQUIVADO  OCCURS 24 TIMES PIC X(01).
       77 WS-IND-MES-MOVTO      PIC 9(02) COMP VALUE ZERO.

       01 WS-REL-CABECALHO.
           05 FILLER            PIC X(36) VALUE
              "INFORME DE RENDIMENTOS - ANO-BASE ".
           05 WS-CAB-ANO        PIC 9(04).
           05 FILLER            PIC X(16) VALUE "  EMITIDO EM ".
           05 WS-CAB-DATA       PIC 9(08).

       01 WS-REL-CLIENTE.
           05 FILLER            PIC X(05) VALUE "CPF: ".
           05 WS-CLI-CPF        PIC 9(11).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-CLI-NOME       PIC X(40).

       01 WS-REL-TITULOS.
           05 FILLER            PIC X(40) VALUE
              "CONTA    PAPEL   SALDO EM 31/12  REMUNER".
           05 FILLER            PIC X(27) VALUE
              "ACAO BRUTA      IR RETIDO".

       01 WS-REL-CONTA.
           05 WS-DET-CONTA      PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-DET-PAPEL      PIC X(05).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DET-SALDO      PIC -(10)9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-DET-REMUN      PIC -(10)9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-DET-IR         PIC -(10)9.99.

       01 WS-REL-CONTRATO.
           05 FILLER            PIC X(12) VALUE "  CONTRATO ".
           05 WS-EMP-CONTRATO   PIC 9(05).
           05 FILLER            PIC X(05) VALUE " DE ".
           05 WS-EMP-DATA       PIC 9(08).
           05 FILLER            PIC X(06) VALUE " VLR ".
           05 WS-EMP-FINANCIADO PIC Z(8)9.99.
           05 FILLER            PIC X(10) VALUE " SALDO DEV".
           05 WS-EMP-SALDO      PIC Z(8)9.99.

       01 WS-REL-TOTAL.
           05 WS-TOT-TEXTO      PIC X(34).
           05 WS-TOT-VALOR      PIC -(12)9.99.

       01 WS-REL-BRANCO         PIC X(01) VALUE SPACE.
       01 WS-REL-TRACO          PIC X(67) VALUE ALL "-".

       COPY BATWS.

       PROCEDURE DIVISION.
           P000-INICIO.
               DISPLAY "+--------------------------------------+"
               DISPLAY "| CEP220 - INFORME DE RENDIMENTOS       |"
               DISPLAY "+--------------------------------------+"
               PERFORM P002-OBTER-DIA-PROCESSAMENTO
               IF NOT WS-DIA-ABERTO-OK
                   DISPLAY "DIA DE PROCESSAMENTO NAO ABERTO "
                           "(ABRA PELO DIA010). EXECUCAO RECUSADA."
               ELSE
                   PERFORM P003-EMITIR
               END-IF
               STOP RUN.

           P003-EMITIR.
               DISPLAY "DATA DO PROCESSAMENTO: " WS-DATA-HOJE
               DISPLAY "ANO-CALENDARIO DO INFORME (AAAA): "
               ACCEPT WS-ANO-BASE
               COMPUTE WS-DATA-FIM-ANO = WS-ANO-BASE * 10000 + 1231
               IF WS-DATA-FIM-ANO NOT < WS-DATA-HOJE
                   DISPLAY "ANO-CALENDARIO " WS-ANO-BASE
                           " AINDA NAO ENCERRADO. EXECUCAO RECUSADA."
               ELSE
                   PERFORM P005-REGISTRAR-INICIO
                   IF WS-RUN-COD-RETORNO = 10
                       DISPLAY "CEP220 JA CONCLUIDO PARA O ANO "
                               WS-ANO-BASE ". EXECUCAO RECUSADA."
                   ELSE
                       PERFORM P010-ABRIR-ARQUIVOS
                       IF WS-ARQUIVOS-OK
                           PERFORM P100-ACUMULAR-MOVIMENTOS
                           PERFORM P200-APURAR-EMPRESTIMOS
                           PERFORM P300-EMITIR-INFORMES
                           DISPLAY "ARQUIVOS DE MOVIMENTO LIDOS: "
                                   WS-QTD-ARQ-LIDOS
                           DISPLAY "MOVIMENTOS DO ANO..........: "
                                   WS-QTD-MOVTOS-LIDOS
                           DISPLAY "CONTRATOS COM SALDO DEVEDOR: "
                                   WS-QTD-CONTRATOS
                           DISPLAY "INFORMES EMITIDOS..........: "
                                   WS-QTD-INFORMES
                           DISPLAY "RELATORIO GRAVADO EM INFREND"
                           PERFORM P905-REGISTRAR-FIM
                       END-IF
                       CLOSE CLIMESTR VINMESTR CTAMESTR CTRMESTR
                             PARMESTR INFWORK INFREND
                   END-IF
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
      *P010: O INFWORK E RECRIADO VAZIO A CADA EXECUCAO.               *
      *----------------------------------------------------------------*
           P010-ABRIR-ARQUIVOS.
               MOVE 'N' TO WS-SW-ARQUIVOS-OK
               OPEN INPUT CLIMESTR
               OPEN INPUT VINMESTR
               OPEN INPUT CTAMESTR
               OPEN INPUT CTRMESTR
               OPEN INPUT PARMESTR
               OPEN OUTPUT INFWORK
               IF WS-STATUS-INFWORK = '00'
                   CLOSE INFWORK
                   OPEN I-O INFWORK
               END-IF
               OPEN OUTPUT INFREND
               IF WS-STATUS-CLIMESTR NOT = '00' OR
                  WS-STATUS-VINMESTR NOT = '00' OR
                  WS-STATUS-CTAMESTR NOT = '00' OR
                  WS-STATUS-CTRMESTR NOT = '00' OR
                  WS-STATUS-PARMESTR NOT = '00' OR
                  WS-STATUS-INFWORK NOT = '00' OR
                  WS-STATUS-INFREND NOT = '00'
                   DISPLAY "ERRO AO ABRIR ARQUIVOS. CLIMESTR: "
                           WS-STATUS-CLIMESTR " VINMESTR: "
                           WS-STATUS-VINMESTR " CTAMESTR: "
                           WS-STATUS-CTAMESTR " CTRMESTR: "
                           WS-STATUS-CTRMESTR " PARMESTR: "
                           WS-STATUS-PARMESTR " INFWORK: "
                           WS-STATUS-INFWORK " INFREND: "
                           WS-STATUS-INFREND
               ELSE
                   MOVE 'S' TO WS-SW-ARQUIVOS-OK
               END-IF.

      *----------------------------------------------------------------*
      *P100: ARQUIVOS MORTOS DOS 24 MESES (ANO-BASE E SEGUINTE) E, POR *
      *      ULTIMO, O MOVLOG -- DELE SO ENTRAM OS MESES QUE AINDA NAO *
      *      TINHAM SIDO ARQUIVADOS. ARQUIVO MORTO INEXISTENTE (35)    *
      *      SO QUER DIZER QUE O MES AINDA ESTA NO MOVLOG.             *
      *----------------------------------------------------------------*
           P100-ACUMULAR-MOVIMENTOS.
               MOVE ALL 'N' TO WS-TABELA-MESES
               MOVE 'N' TO WS-SW-LENDO-MOVLOG
               PERFORM P110-LER-ARQUIVO-MORTO
                       VARYING WS-IND-MES FROM 1 BY 1
                       UNTIL WS-IND-MES > 24
               MOVE 'S' TO WS-SW-LENDO-MOVLOG
               MOVE "MOVLOG" TO WS-NOME-ARQUIVO-MOV
               PERFORM P120-LER-ARQUIVO-MOVIMENTO.

           P110-LER-ARQUIVO-MORTO.
               IF WS-IND-MES > 12
                   COMPUTE WS-ANO-MES-ARQ =
                           (WS-ANO-BASE + 1) * 100 + WS-IND-MES - 12
               ELSE
                   COMPUTE WS-ANO-MES-ARQ =
                           WS-ANO-BASE * 100 + WS-IND-MES
               END-IF
               MOVE SPACES TO WS-NOME-ARQUIVO-MOV
               STRING "MOVLOG-" DELIMITED BY SIZE
                      WS-ANO-MES-ARQ DELIMITED BY SIZE
                      INTO WS-NOME-ARQUIVO-MOV
               PERFORM P120-LER-ARQUIVO-MOVIMENTO
               IF WS-STATUS-MOVARQ = '00'
                   MOVE 'S' TO WS-MES-ARQUIVADO(WS-IND-MES)
               END-IF.

           P120-LER-ARQUIVO-MOVIMENTO.
               OPEN INPUT MOVARQ
               IF WS-STATUS-MOVARQ = '00'
                   ADD 1 TO WS-QTD-ARQ-LIDOS
                   MOVE 'N' TO WS-SW-FIM-MOVARQ
                   PERFORM P130-LER-MOVARQ
                   PERFORM P140-CLASSIFICAR-MOVIMENTO
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

           P130-LER-MOVARQ.
               READ MOVARQ
                   AT END
                       MOVE 'S' TO WS-SW-FIM-MOVARQ
               END-READ.

      *----------------------------------------------------------------*
      *P140: POSICIONA O MOVIMENTO NA TABELA DE 24 MESES. FORA DELA (OU*
      *      MES ARQUIVADO, QUANDO LIDO DO MOVLOG) O MOVIMENTO E       *
      *      DESPREZADO.                                               *
      *----------------------------------------------------------------*
           P140-CLASSIFICAR-MOVIMENTO.
               MOVE ZERO TO WS-IND-MES-MOVTO
               DIVIDE LOG-DATA-MOVTO BY 100 GIVING WS-ANO-MES-MOVTO
               IF WS-ANO-MES-MOVTO > WS-ANO-BASE * 100 AND
                  WS-ANO-MES-MOVTO NOT > WS-ANO-BASE * 100 + 12
                   COMPUTE WS-IND-MES-MOVTO =
                           WS-ANO-MES-MOVTO - WS-ANO-BASE * 100
               END-IF
               IF WS-ANO-MES-MOVTO > (WS-ANO-BASE + 1) * 100 AND
                  WS-ANO-MES-MOVTO NOT > (WS-ANO-BASE + 1) * 100 + 12
                   COMPUTE WS-IND-MES-MOVTO =
                           WS-ANO-MES-MOVTO - (WS-ANO-BASE + 1) * 100
                           + 12
               END-IF
               IF WS-IND-MES-MOVTO > ZERO
                   IF WS-LENDO-MOVLOG AND
                      WS-MES-ARQUIVADO(WS-IND-MES-MOVTO) = 'S'
                       CONTINUE
                   ELSE
                       PERFORM P150-ACUMULAR-MOVIMENTO
                   END-IF
               END-IF
               PERFORM P130-LER-MOVARQ.

      *----------------------------------------------------------------*
      *P150: MOVIMENTO DO ANO-BASE: O DE MAIOR DATA/HORA DA O SALDO EM *
      *      31/12; REMUNERACAO E IR SOMAM, E O ESTORNO DE UM DELES    *
      *      (REFERENCIA 'R' OU 'I') SUBTRAI. MOVIMENTO DO ANO         *
      *      SEGUINTE SO SERVE PARA A CONTA SEM MOVIMENTO NO ANO-BASE: *
      *      O SALDO ANTES DO PRIMEIRO DELES E O SALDO EM 31/12.       *
      *----------------------------------------------------------------*
           P150-ACUMULAR-MOVIMENTO.
               COMPUTE WS-DATA-HORA-MOVTO =
                       LOG-DATA-MOVTO * 1000000 + LOG-HORA-MOVTO
               MOVE LOG-NUM-CONTA TO WRK-NUM-CONTA
               MOVE ZERO TO WRK-NUM-CONTRATO
               READ INFWORK
                   INVALID KEY
                       PERFORM P160-INICIAR-CONTA
               END-READ
               IF WS-IND-MES-MOVTO NOT > 12
                   ADD 1 TO WS-QTD-MOVTOS-LIDOS
                   IF NOT WRK-SALDO-DO-ANO OR
                      WS-DATA-HORA-MOVTO NOT < WRK-DATA-HORA-SALDO
                       MOVE 'A' TO WRK-SW-SALDO
                       MOVE WS-DATA-HORA-MOVTO TO WRK-DATA-HORA-SALDO
                       MOVE LOG-SALDO-RESULTANTE TO WRK-SALDO
                   END-IF
                   EVALUATE TRUE
                       WHEN LOG-TIPO-REMUNERACAO
                           ADD LOG-VALOR TO WRK-VLR-REMUNERACAO
                       WHEN LOG-TIPO-IR-RETIDO
                           ADD LOG-VALOR TO WRK-VLR-IR-RETIDO
                       WHEN LOG-TIPO-ESTORNO-DEBITO
                           IF LOG-REF-TIPO-MOVTO = 'R'
                               SUBTRACT LOG-VALOR FROM
                                        WRK-VLR-REMUNERACAO
                           END-IF
                       WHEN LOG-TIPO-ESTORNO-CREDITO
                           IF LOG-REF-TIPO-MOVTO = 'I'
                               SUBTRACT LOG-VALOR FROM
                                        WRK-VLR-IR-RETIDO
                           END-IF
                   END-EVALUATE
               ELSE
                   IF WRK-SEM-SALDO OR
                      (WRK-SALDO-POSTERIOR AND
                       WS-DATA-HORA-MOVTO < WRK-DATA-HORA-SALDO)
                       PERFORM P170-SALDO-ANTES-DO-MOVIMENTO
                       MOVE 'P' TO WRK-SW-SALDO
                       MOVE WS-DATA-HORA-MOVTO TO WRK-DATA-HORA-SALDO
                       MOVE WS-SALDO-ANTERIOR TO WRK-SALDO
                   END-IF
               END-IF
               REWRITE WRK-REGISTRO.

           P160-INICIAR-CONTA.
               MOVE LOG-NUM-CONTA TO WRK-NUM-CONTA
               MOVE ZERO TO WRK-NUM-CONTRATO
               MOVE SPACE TO WRK-SW-SALDO
               MOVE ZERO TO WRK-DATA-HORA-SALDO
               MOVE ZERO TO WRK-SALDO
               MOVE ZERO TO WRK-VLR-REMUNERACAO
               MOVE ZERO TO WRK-VLR-IR-RETIDO
               MOVE ZERO TO WRK-DATA-CONTRATACAO
               MOVE ZERO TO WRK-VALOR-FINANCIADO
               MOVE ZERO TO WRK-SALDO-DEVEDOR
               WRITE WRK-REGISTRO.

           P170-SALDO-ANTES-DO-MOVIMENTO.
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
      *P200: CONTRATO DESEMBOLSADO ATE 31/12 E NAO LIQUIDADO ATE 31/12.*
      *      SALDO DEVEDOR = VALOR FINANCIADO MENOS A AMORTIZACAO DAS  *
      *      PARCELAS PAGAS ATE 31/12 (PARCELA VENCIDA E NAO PAGA      *
      *      CONTINUA DEVIDA).                                         *
      *----------------------------------------------------------------*
           P200-APURAR-EMPRESTIMOS.
               MOVE 'N' TO WS-SW-FIM-CTRMESTR
               MOVE LOW-VALUES TO CTR-CHAVE
               START CTRMESTR KEY IS NOT LESS THAN CTR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-CTRMESTR
               END-START
               PERFORM P210-LER-CONTRATO
               PERFORM P220-APURAR-CONTRATO
                       UNTIL WS-FIM-CTRMESTR.

           P210-LER-CONTRATO.
               IF NOT WS-FIM-CTRMESTR
                   READ CTRMESTR NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SW-FIM-CTRMESTR
                   END-READ
               END-IF.

           P220-APURAR-CONTRATO.
               IF CTR-DESEMBOLSADO AND
                  CTR-DATA-CONTRATACAO NOT > WS-DATA-FIM-ANO AND
                  NOT (CTR-LIQUIDADO AND
                       CTR-DATA-LIQUIDACAO NOT > WS-DATA-FIM-ANO)
                   MOVE CTR-VALOR-FINANCIADO TO WS-SALDO-DEVEDOR
                   MOVE 'N' TO WS-SW-FIM-PARMESTR
                   MOVE CTR-NUM-CONTRATO TO PAR-NUM-CONTRATO
                   MOVE ZERO TO PAR-NUM-PARCELA
                   START PARMESTR KEY IS NOT LESS THAN PAR-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WS-SW-FIM-PARMESTR
                   END-START
                   PERFORM P230-DEDUZIR-PARCELA
                           UNTIL WS-FIM-PARMESTR
                   IF WS-SALDO-DEVEDOR > ZERO
                       PERFORM P240-GRAVAR-CONTRATO
                   END-IF
               END-IF
               PERFORM P210-LER-CONTRATO.

           P230-DEDUZIR-PARCELA.
               READ PARMESTR NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SW-FIM-PARMESTR
               END-READ
               IF NOT WS-FIM-PARMESTR
                   IF PAR-NUM-CONTRATO NOT = CTR-NUM-CONTRATO
                       MOVE 'S' TO WS-SW-FIM-PARMESTR
                   ELSE
                       IF PAR-PAGA AND
                          PAR-DATA-PGTO NOT > WS-DATA-FIM-ANO
                           SUBTRACT PAR-AMORT FROM WS-SALDO-DEVEDOR
                       END-IF
                   END-IF
               END-IF.

           P240-GRAVAR-CONTRATO.
               MOVE CTR-NUM-CONTA-CREDITO TO WRK-NUM-CONTA
               MOVE CTR-NUM-CONTRATO TO WRK-NUM-CONTRATO
               MOVE SPACE TO WRK-SW-SALDO
               MOVE ZERO TO WRK-DATA-HORA-SALDO
               MOVE ZERO TO WRK-SALDO
               MOVE ZERO TO WRK-VLR-REMUNERACAO
               MOVE ZERO TO WRK-VLR-IR-RETIDO
               MOVE CTR-DATA-CONTRATACAO TO WRK-DATA-CONTRATACAO
               MOVE CTR-VALOR-FINANCIADO TO WRK-VALOR-FINANCIADO
               MOVE WS-SALDO-DEVEDOR TO WRK-SALDO-DEVEDOR
               WRITE WRK-REGISTRO
               ADD 1 TO WS-QTD-CONTRATOS.

      *----------------------------------------------------------------*
      *P300: UM INFORME POR CPF DO CLIMESTR QUE TENHA PELO MENOS UMA   *
      *      CONTA NO VINMESTR. CONTA CONJUNTA SAI NO INFORME DE CADA  *
      *      TITULAR, COM O PAPEL DELE NA CONTA.                       *
      *----------------------------------------------------------------*
           P300-EMITIR-INFORMES.
               MOVE WS-ANO-BASE TO WS-CAB-ANO
               MOVE WS-DATA-HOJE TO WS-CAB-DATA
               MOVE WS-REL-CABECALHO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE 'N' TO WS-SW-FIM-CLIMESTR
               MOVE LOW-VALUES TO CLI-CHAVE
               START CLIMESTR KEY IS NOT LESS THAN CLI-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-CLIMESTR
               END-START
               PERFORM P310-LER-CLIENTE
               PERFORM P320-EMITIR-INFORME-CPF
                       UNTIL WS-FIM-CLIMESTR.

           P310-LER-CLIENTE.
               IF NOT WS-FIM-CLIMESTR
                   READ CLIMESTR NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SW-FIM-CLIMESTR
                   END-READ
               END-IF.

           P320-EMITIR-INFORME-CPF.
               MOVE ZERO TO WS-QTD-CONTAS-CPF
               MOVE ZERO TO WS-TOT-REMUN-CPF
               MOVE ZERO TO WS-TOT-IR-CPF
               MOVE ZERO TO WS-TOT-DIVIDA-CPF
               MOVE 'N' TO WS-SW-FIM-VINMESTR
               MOVE CLI-CPF TO VIN-CPF-BUSCA
               START VINMESTR KEY IS EQUAL TO VIN-CHAVE-CPF
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-VINMESTR
               END-START
               PERFORM P330-LER-VINCULO
               PERFORM P340-LISTAR-CONTA
                       UNTIL WS-FIM-VINMESTR
               IF WS-QTD-CONTAS-CPF > ZERO
                   PERFORM P380-TOTAIS-CPF
                   ADD 1 TO WS-QTD-INFORMES
               END-IF
               PERFORM P310-LER-CLIENTE.

           P330-LER-VINCULO.
               IF NOT WS-FIM-VINMESTR
                   READ VINMESTR NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SW-FIM-VINMESTR
                   END-READ
                   IF NOT WS-FIM-VINMESTR AND
                      VIN-CPF-BUSCA NOT = CLI-CPF
                       MOVE 'S' TO WS-SW-FIM-VINMESTR
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *P340: SALDO EM 31/12 APURADO NO P150 OU, SEM MOVIMENTO ALGUM NO *
      *      PERIODO LIDO, O SALDO ATUAL DA CONTA.                     *
      *----------------------------------------------------------------*
           P340-LISTAR-CONTA.
               IF WS-QTD-CONTAS-CPF = ZERO
                   PERFORM P350-CABECALHO-CPF
               END-IF
               ADD 1 TO WS-QTD-CONTAS-CPF
               MOVE ZERO TO WS-VALOR-SALDO
               MOVE VIN-NUM-CONTA TO CTA-NUM-CONTA
               READ CTAMESTR
                   NOT INVALID KEY
                       MOVE CTA-SALDO TO WS-VALOR-SALDO
               END-READ
               MOVE VIN-NUM-CONTA TO WRK-NUM-CONTA
               MOVE ZERO TO WRK-NUM-CONTRATO
               READ INFWORK
                   INVALID KEY
                       MOVE SPACE TO WRK-SW-SALDO
                       MOVE ZERO TO WRK-VLR-REMUNERACAO
                       MOVE ZERO TO WRK-VLR-IR-RETIDO
               END-READ
               IF NOT WRK-SEM-SALDO
                   MOVE WRK-SALDO TO WS-VALOR-SALDO
               END-IF
               MOVE VIN-NUM-CONTA TO WS-DET-CONTA
               IF VIN-COTITULAR
                   MOVE "COTIT" TO WS-DET-PAPEL
               ELSE
                   MOVE "TITUL" TO WS-DET-PAPEL
               END-IF
               MOVE WS-VALOR-SALDO TO WS-DET-SALDO
               MOVE WRK-VLR-REMUNERACAO TO WS-DET-REMUN
               MOVE WRK-VLR-IR-RETIDO TO WS-DET-IR
               MOVE WS-REL-CONTA TO REL-REGISTRO
               WRITE REL-REGISTRO
               ADD WRK-VLR-REMUNERACAO TO WS-TOT-REMUN-CPF
               ADD WRK-VLR-IR-RETIDO TO WS-TOT-IR-CPF
               PERFORM P360-LISTAR-EMPRESTIMOS
               PERFORM P330-LER-VINCULO.

           P350-CABECALHO-CPF.
               MOVE WS-REL-BRANCO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE WS-REL-TRACO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE CLI-CPF TO WS-CLI-CPF
               MOVE CLI-NOME TO WS-CLI-NOME
               MOVE WS-REL-CLIENTE TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE WS-REL-TITULOS TO REL-REGISTRO
               WRITE REL-REGISTRO.

      *----------------------------------------------------------------*
      *P360: CONTRATOS DA CONTA, GRAVADOS NO P240 LOGO ATRAS DO        *
      *      REGISTRO DA CONTA NO INFWORK.                             *
      *----------------------------------------------------------------*
           P360-LISTAR-EMPRESTIMOS.
               MOVE 'N' TO WS-SW-FIM-INFWORK
               MOVE VIN-NUM-CONTA TO WRK-NUM-CONTA
               MOVE 1 TO WRK-NUM-CONTRATO
               START INFWORK KEY IS NOT LESS THAN WRK-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-INFWORK
               END-START
               PERFORM P370-LISTAR-CONTRATO
                       UNTIL WS-FIM-INFWORK.

           P370-LISTAR-CONTRATO.
               READ INFWORK NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SW-FIM-INFWORK
               END-READ
               IF NOT WS-FIM-INFWORK
                   IF WRK-NUM-CONTA NOT = VIN-NUM-CONTA
                       MOVE 'S' TO WS-SW-FIM-INFWORK
                   ELSE
                       MOVE WRK-NUM-CONTRATO TO WS-EMP-CONTRATO
                       MOVE WRK-DATA-CONTRATACAO TO WS-EMP-DATA
                       MOVE WRK-VALOR-FINANCIADO TO WS-EMP-FINANCIADO
                       MOVE WRK-SALDO-DEVEDOR TO WS-EMP-SALDO
                       MOVE WS-REL-CONTRATO TO REL-REGISTRO
                       WRITE REL-REGISTRO
                       ADD WRK-SALDO-DEVEDOR TO WS-TOT-DIVIDA-CPF
                   END-IF
               END-IF.

           P380-TOTAIS-CPF.
               MOVE "TOTAL REMUNERACAO BRUTA NO ANO...:" TO
                    WS-TOT-TEXTO
               MOVE WS-TOT-REMUN-CPF TO WS-TOT-VALOR
               MOVE WS-REL-TOTAL TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE "TOTAL IMPOSTO DE RENDA RETIDO....:" TO
                    WS-TOT-TEXTO
               MOVE WS-TOT-IR-CPF TO WS-TOT-VALOR
               MOVE WS-REL-TOTAL TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE "TOTAL DIVIDAS EM 31/12...........:" TO
                    WS-TOT-TEXTO
               MOVE WS-TOT-DIVIDA-CPF TO WS-TOT-VALOR
               MOVE WS-REL-TOTAL TO REL-REGISTRO
               WRITE REL-REGISTRO.

      *----------------------------------------------------------------*
      *P005/P905: REGISTRO DE INICIO E FIM DA EXECUCAO NO CONTROLE DE  *
      *           BATCH (RUNCTRL, VIA BATCTL), CHAVEADO PELO ULTIMO    *
      *           DIA DO ANO-BASE -- UM INFORME POR ANO-CALENDARIO.    *
      *----------------------------------------------------------------*
           P005-REGISTRAR-INICIO.
               MOVE 'I' TO WS-RUN-FUNCAO
               MOVE "CEP220" TO WS-RUN-NOME-JOB
               MOVE WS-DATA-FIM-ANO TO WS-RUN-DATA-PROC
               CALL "BATCTL" USING WS-RUN-FUNCAO WS-RUN-NOME-JOB
                                   WS-RUN-DATA-PROC WS-RUN-QTD-PROC
                                   WS-RUN-QTD-REJ WS-RUN-COD-RETORNO.

           P905-REGISTRAR-FIM.
               MOVE 'F' TO WS-RUN-FUNCAO
               MOVE WS-QTD-INFORMES TO WS-RUN-QTD-PROC
               MOVE ZERO TO WS-RUN-QTD-REJ
               CALL "BATCTL" USING WS-RUN-FUNCAO WS-RUN-NOME-JOB
                                   WS-RUN-DATA-PROC WS-RUN-QTD-PROC
                                   WS-RUN-QTD-REJ WS-RUN-COD-RETORNO.

           END PROGRAM CEP220.
