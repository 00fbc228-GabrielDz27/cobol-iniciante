      *----------------------------------------------------------------*
      *ATHOR:          GABRIEL FERREIRA                                *
      *DATE:           15/10/2026                                      *
      *NAME PROGRAM:   CTB050 - ENCERRAMENTO DO EXERCICIO, DRE E       *
      *                BALANCO PATRIMONIAL                             *
      *----------------------------------------------------------------*
      *DESCRICAO:      O CTB030 TRANSPORTA O SALDO DE TODAS AS CONTAS  *
      *                MES A MES SEM FIM, ENTAO AS CONTAS DE RESULTADO *
      *                (GRUPO 4 RECEITAS, GRUPO 5 DESPESAS) NUNCA ERAM *
      *                ZERADAS E O BALANCETE DO ANO NOVO MISTURAVA O   *
      *                RESULTADO DE DOIS EXERCICIOS. ESTE PROGRAMA:    *
      *                                                               *
      *                1 - ENCERRAMENTO DO EXERCICIO (AAAA): COM O     *
      *                    BALANCETE DE DEZEMBRO POSTADO (CTB030 DA    *
      *                    COMPETENCIA AAAA12) E O DE JANEIRO SEGUINTE *
      *                    AINDA NAO, IMPRIME A DRE DO ANO E ZERA CADA *
      *                    CONTA DE RESULTADO CONTRA LUCROS OU         *
      *                    PREJUIZOS ACUMULADOS (31001): UMA PERNA POR *
      *                    CONTA E A CONTRAPARTIDA LIQUIDA NA 31001,   *
      *                    BALANCEADAS NO DIARIO DE                    *
      *                    ENCERRAMENTO (DIARIOEN, LAYOUT DO DIARIO DO *
      *                    CTB020, COM TRAILER), DATADO DE 31/12 DA    *
      *                    COMPETENCIA 12 E POSTADO AQUI MESMO NO      *
      *                    SDOMESTR (O CTB030 DE DEZEMBRO JA RODOU E   *
      *                    NAO POSTA A MESMA COMPETENCIA DUAS VEZES).  *
      *                    DEPOIS IMPRIME O BALANCO JA COM O RESULTADO *
      *                    APURADO. O JANEIRO SEGUINTE TRANSPORTA AS   *
      *                    CONTAS DE RESULTADO ZERADAS. A EXECUCAO E   *
      *                    REGISTRADA NO CONTROLE DE BATCH SOB 31/12   *
      *                    DO ANO E O MESMO ANO E RECUSADO DEPOIS DE   *
      *                    CONCLUIDO; UMA EXECUCAO INTERROMPIDA PODE   *
      *                    SER REINICIADA E REFAZ O DIARIOEN INTEIRO.  *
      *                2 - DRE DO MES (AAAAMM), PARA A GERENCIA: CADA  *
      *                    CONTA DE RESULTADO COM O VALOR DO MES E O   *
      *                    ACUMULADO NO ANO, TOTAIS DE RECEITAS E      *
      *                    DESPESAS E O LUCRO OU PREJUIZO (RELDRE).    *
      *                3 - BALANCO PATRIMONIAL DO MES (AAAAMM): ATIVO, *
      *                    PASSIVO E PATRIMONIO LIQUIDO POR CONTA, COM *
      *                    O TOTAL DE CADA GRUPO; ANTES DO ENCERRAMENTO*
      *                    O RESULTADO AINDA NAO APURADO SAI COMO      *
      *                    LINHA PROPRIA DO PATRIMONIO LIQUIDO         *
      *                    (RELBALP).                                  *
      *                                                               *
      *                O GRUPO E O PRIMEIRO DIGITO DA CONTA CONTABIL   *
      *                (1 ATIVO, 2 PASSIVO, 3 PATRIMONIO LIQUIDO, 4    *
      *                RECEITAS, 5 DESPESAS). CONTA DE NATUREZA        *
      *                CONTRARIA A DO GRUPO (EX: PROVISAO PDD NO       *
      *                ATIVO) ENTRA SUBTRAINDO. A CONTA 31001 PRECISA  *
      *                SER CADASTRADA NO PLANO (NATUREZA CREDORA) PELO *
      *                CTB020 ANTES DO PRIMEIRO ENCERRAMENTO. OS       *
      *                RELATORIOS SO SAEM PARA COMPETENCIA COM O       *
      *                BALANCETE (CTB030) CONCLUIDO.                   *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *15/10/2026 GFD  CRIACAO DO PROGRAMA
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTB050.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANCTAS ASSIGN TO "PLANCTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLA-CHAVE
               FILE STATUS IS WS-STATUS-PLANCTAS.

           SELECT SDOMESTR ASSIGN TO "SDOMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDO-CHAVE
               FILE STATUS IS WS-STATUS-SDOMESTR.

           SELECT DIARIO ASSIGN TO "DIARIOEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-DIARIO.

           SELECT RELDRE ASSIGN TO "RELDRE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELDRE.

           SELECT RELBALP ASSIGN TO "RELBALP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELBALP.

       DATA DIVISION.
       FILE SECTION.
       FD  PLANCTAS.
       COPY PLANCTA.

       FD  SDOMESTR.
       COPY SDOCTB.

       FD  DIARIO.
       01  DIA-REGISTRO.
           05  DIA-DATA                PIC 9(08).
           05  DIA-CONTA-CONTABIL      PIC 9(05).
           05  DIA-NATUREZA            PIC X(01).
           05  DIA-VALOR               PIC 9(10)V99.
           05  DIA-HISTORICO           PIC X(30).
       01  DIA-TRAILER.
           05  DIA-TRL-DATA            PIC 9(08).
           05  DIA-TRL-CONTA           PIC 9(05).
           05  DIA-TRL-NATUREZA        PIC X(01).
           05  DIA-TRL-VALOR           PIC 9(13)V99.
           05  DIA-TRL-HISTORICO       PIC X(27).

       FD  RELDRE.
       01  REL-DRE-REGISTRO            PIC X(80).

       FD  RELBALP.
       01  REL-BAL-REGISTRO            PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-STATUS-PLANCTAS      PIC X(02) VALUE SPACES.
       77 WS-STATUS-SDOMESTR      PIC X(02) VALUE SPACES.
       77 WS-STATUS-DIARIO        PIC X(02) VALUE SPACES.
       77 WS-STATUS-RELDRE        PIC X(02) VALUE SPACES.
       77 WS-STATUS-RELBALP       PIC X(02) VALUE SPACES.

       77 WS-OPCAO                PIC X(01) VALUE SPACE.
       77 WS-ANO-REF              PIC 9(04) VALUE ZERO.
       77 WS-ANO-MES-REF          PIC 9(06) VALUE ZERO.
       77 WS-ANO-MES-ANTERIOR     PIC 9(06) VALUE ZERO.
       77 WS-DATA-COMPETENCIA     PIC 9(08) VALUE ZERO.
       77 WS-DATA-ENCERRAMENTO    PIC 9(08) VALUE ZERO.
       77 WS-DATA-JANEIRO-SEGUINTE PIC 9(08) VALUE ZERO.

       77 WS-SW-FIM-PLANCTAS      PIC X(01) VALUE 'N'.
           88 WS-FIM-PLANCTAS         VALUE 'S'.
       77 WS-SW-SALDO-EXISTE      PIC X(01) VALUE 'N'.
           88 WS-SALDO-EXISTE         VALUE 'S'.
       77 WS-SW-LUCROS-OK         PIC X(01) VALUE 'N'.
           88 WS-LUCROS-OK            VALUE 'S'.
       77 WS-SW-DRE-ANUAL         PIC X(01) VALUE 'N'.
           88 WS-DRE-ANUAL            VALUE 'S'.

      *----------------------------------------------------------------*
      *GRUPO DA CONTA CONTABIL (PRIMEIRO DIGITO) E GRUPO DA SECAO DO   *
      *RELATORIO EM EMISSAO.                                           *
      *----------------------------------------------------------------*
       77 WS-GRUPO-CONTA          PIC 9(01) VALUE ZERO.
           88 WS-GRUPO-ATIVO          VALUE 1.
           88 WS-GRUPO-PASSIVO        VALUE 2.
           88 WS-GRUPO-PL             VALUE 3.
           88 WS-GRUPO-RECEITA        VALUE 4.
           88 WS-GRUPO-DESPESA        VALUE 5.
       77 WS-GRUPO-SECAO          PIC 9(01) VALUE ZERO.

      *----------------------------------------------------------------*
      *CONTA DE LUCROS OU PREJUIZOS ACUMULADOS (PATRIMONIO LIQUIDO).   *
      *DEVE EXISTIR NO PLANO DE CONTAS.                                *
      *----------------------------------------------------------------*
       77 WS-CTA-LUCROS-ACUM      PIC 9(05) VALUE 31001.
       77 WS-NAT-LUCROS-ACUM      PIC X(01) VALUE SPACE.

       77 WS-SALDO-ANTERIOR       PIC S9(13)V99 VALUE ZERO.
       77 WS-VALOR-MES            PIC S9(13)V99 VALUE ZERO.
       77 WS-VALOR-ACUMULADO      PIC S9(13)V99 VALUE ZERO.
       77 WS-VALOR-SALDO          PIC S9(13)V99 VALUE ZERO.
       77 WS-VALOR-NO-GRUPO       PIC S9(13)V99 VALUE ZERO.
       77 WS-TOT-SECAO-MES        PIC S9(13)V99 VALUE ZERO.
       77 WS-TOT-SECAO-ACUM       PIC S9(13)V99 VALUE ZERO.
       77 WS-TOT-RECEITAS-MES     PIC S9(13)V99 VALUE ZERO.
       77 WS-TOT-RECEITAS-ACUM    PIC S9(13)V99 VALUE ZERO.
       77 WS-TOT-DESPESAS-MES     PIC S9(13)V99 VALUE ZERO.
       77 WS-TOT-DESPESAS-ACUM    PIC S9(13)V99 VALUE ZERO.
       77 WS-RESULTADO-MES        PIC S9(13)V99 VALUE ZERO.
       77 WS-RESULTADO-ACUM       PIC S9(13)V99 VALUE ZERO.
       77 WS-TOT-ATIVO            PIC S9(13)V99 VALUE ZERO.
       77 WS-TOT-PASSIVO          PIC S9(13)V99 VALUE ZERO.
       77 WS-TOT-PL               PIC S9(13)V99 VALUE ZERO.
       77 WS-RESULTADO-A-APURAR   PIC S9(13)V99 VALUE ZERO.
       77 WS-TOT-PASSIVO-PL       PIC S9(13)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      *LANCAMENTO DE ENCERRAMENTO (UMA PERNA DA CONTA DE RESULTADO E   *
      *A CONTRAPARTIDA EM LUCROS OU PREJUIZOS ACUMULADOS).             *
      *----------------------------------------------------------------*
       77 WS-VALOR-APURACAO       PIC S9(13)V99 VALUE ZERO.
       77 WS-LANC-VALOR           PIC 9(10)V99 VALUE ZERO.
       77 WS-LANC-VALOR-MAXIMO    PIC 9(10)V99 VALUE 9999999999.99.
       77 WS-LANC-NAT-CONTA       PIC X(01) VALUE SPACE.
       77 WS-LANC-NAT-LUCROS      PIC X(01) VALUE SPACE.
       77 WS-LANC-HISTORICO       PIC X(30) VALUE SPACES.
       77 WS-TOTAL-DEBITOS        PIC 9(13)V99 VALUE ZERO.
       77 WS-TOTAL-CREDITOS       PIC 9(13)V99 VALUE ZERO.
       77 WS-QTD-CONTAS-ENCERRADAS PIC 9(05) VALUE ZERO.
       77 WS-QTD-CONTAS-REJEITADAS PIC 9(05) VALUE ZERO.
       77 WS-LUCROS-LIQUIDO       PIC S9(13)V99 VALUE ZERO.

       COPY BATWS.

      *----------------------------------------------------------------*
      *LINHAS DA DRE (RELDRE).                                         *
      *----------------------------------------------------------------*
       01 WS-DRE-CABECALHO.
           05 WS-DCB-TITULO     PIC X(41).
           05 WS-DCB-PERIODO    PIC X(06).

       01 WS-DRE-COLUNAS.
           05 FILLER            PIC X(38) VALUE "CONTA  DESCRICAO".
           05 FILLER            PIC X(17) VALUE "           NO MES".
           05 FILLER            PIC X(18) VALUE "     ACUMULADO ANO".

       01 WS-DRE-SECAO          PIC X(30).

       01 WS-DRE-DETALHE.
           05 WS-DDT-CONTA      PIC 9(05).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-DDT-DESCRICAO  PIC X(30).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DDT-MES        PIC -Z(12)9.99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DDT-ACUMULADO  PIC -Z(12)9.99.

       01 WS-DRE-TOTAL.
           05 WS-DTT-DESCRICAO  PIC X(37).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DTT-MES        PIC -Z(12)9.99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DTT-ACUMULADO  PIC -Z(12)9.99.

      *----------------------------------------------------------------*
      *LINHAS DO BALANCO PATRIMONIAL (RELBALP).                        *
      *----------------------------------------------------------------*
       01 WS-BAL-CABECALHO.
           05 FILLER            PIC X(34) VALUE
              "BALANCO PATRIMONIAL - COMPETENCIA ".
           05 WS-BCB-ANO-MES    PIC 9(06).

       01 WS-BAL-COLUNAS.
           05 FILLER            PIC X(42) VALUE
              "CONTA  NAT  DESCRICAO".
           05 FILLER            PIC X(17) VALUE "            SALDO".

       01 WS-BAL-SECAO          PIC X(30).

       01 WS-BAL-DETALHE.
           05 WS-BDT-CONTA      PIC 9(05).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-BDT-NATUREZA   PIC X(01).
           05 FILLER            PIC X(03) VALUE SPACES.
           05 WS-BDT-DESCRICAO  PIC X(30).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-BDT-SALDO      PIC -Z(12)9.99.

       01 WS-BAL-TOTAL.
           05 WS-BTT-DESCRICAO  PIC X(41).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-BTT-VALOR      PIC -Z(12)9.99.

       01 WS-BAL-AVISO          PIC X(45) VALUE
          "*** ATIVO NAO FECHA COM PASSIVO + PL + RESULT".

       01 WS-REL-BRANCO         PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
           0000-MAINLINE.
               DISPLAY "***** CONTABILIDADE - CTB050 *****"
               DISPLAY "1 - ENCERRAMENTO DO EXERCICIO (AAAA)"
               DISPLAY "2 - DRE DO MES (AAAAMM)"
               DISPLAY "3 - BALANCO PATRIMONIAL DO MES (AAAAMM)"
               DISPLAY "4 - SAIR"
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                       PERFORM 1000-ENCERRAR-EXERCICIO
                   WHEN '2'
                       PERFORM 2000-DRE-DO-MES
                   WHEN '3'
                       PERFORM 3000-BALANCO-DO-MES
                   WHEN '4'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
               IF WS-OPCAO NOT = '4'
                   PERFORM 0000-MAINLINE
               END-IF
               STOP RUN.

      *----------------------------------------------------------------*
      *0100: MES ANTERIOR A COMPETENCIA, PARA O TRANSPORTE DE SALDO    *
      *      DE CONTA SEM REGISTRO NO MES (COMO NO CTB030).            *
      *----------------------------------------------------------------*
           0100-CALCULAR-MES-ANTERIOR.
               IF WS-ANO-MES-REF(5:2) = 01
                   COMPUTE WS-ANO-MES-ANTERIOR = WS-ANO-MES-REF - 89
               ELSE
                   COMPUTE WS-ANO-MES-ANTERIOR = WS-ANO-MES-REF - 1
               END-IF.

      *----------------------------------------------------------------*
      *0200: OS RELATORIOS E O ENCERRAMENTO SO LEEM O SDOMESTR DE      *
      *      COMPETENCIA COM O BALANCETE (CTB030) CONCLUIDO.           *
      *----------------------------------------------------------------*
           0200-CONFERIR-BALANCETE.
               COMPUTE WS-DATA-COMPETENCIA = WS-ANO-MES-REF * 100 + 1
               MOVE 'P' TO WS-RUN-FUNCAO
               MOVE "CTB030" TO WS-RUN-NOME-JOB
               MOVE WS-DATA-COMPETENCIA TO WS-RUN-DATA-PROC
               CALL "BATCTL" USING WS-RUN-FUNCAO WS-RUN-NOME-JOB
                                   WS-RUN-DATA-PROC WS-RUN-QTD-PROC
                                   WS-RUN-QTD-REJ WS-RUN-COD-RETORNO
               IF WS-RUN-COD-RETORNO NOT = ZERO
                   DISPLAY "BALANCETE (CTB030) NAO CONCLUIDO PARA A "
                           "COMPETENCIA " WS-ANO-MES-REF
                           ". EXECUCAO RECUSADA."
               END-IF.

      *----------------------------------------------------------------*
      *1000: ENCERRAMENTO DO EXERCICIO. RECUSADO SEM O BALANCETE DE    *
      *      DEZEMBRO, COM O DE JANEIRO SEGUINTE JA POSTADO (ELE TERIA *
      *      TRANSPORTADO O RESULTADO SEM ZERAR) OU COM O ANO JA       *
      *      ENCERRADO. A CONTA DE LUCROS ACUMULADOS E CONFERIDA NO    *
      *      PLANO ANTES DE REGISTRAR O INICIO NO CONTROLE DE BATCH.   *
      *----------------------------------------------------------------*
           1000-ENCERRAR-EXERCICIO.
               DISPLAY "INFORME O ANO A ENCERRAR (AAAA): "
               ACCEPT WS-ANO-REF
               COMPUTE WS-ANO-MES-REF = WS-ANO-REF * 100 + 12
               COMPUTE WS-DATA-ENCERRAMENTO = WS-ANO-REF * 10000 + 1231
               COMPUTE WS-DATA-JANEIRO-SEGUINTE =
                       (WS-ANO-REF + 1) * 10000 + 0101
               PERFORM 0100-CALCULAR-MES-ANTERIOR
               PERFORM 1100-CONFERIR-SITUACAO
               IF WS-RUN-COD-RETORNO = ZERO
                   PERFORM 1200-ABRIR-ARQUIVOS
                   IF WS-STATUS-PLANCTAS = '00' AND
                      WS-STATUS-SDOMESTR = '00' AND
                      WS-STATUS-DIARIO = '00' AND
                      WS-STATUS-RELDRE = '00' AND
                      WS-STATUS-RELBALP = '00'
                       PERFORM 1300-CONFERIR-CONTA-LUCROS
                       IF WS-LUCROS-OK
                           PERFORM 1350-REGISTRAR-INICIO
                       END-IF
                       IF WS-LUCROS-OK AND WS-RUN-COD-RETORNO = ZERO
                           MOVE 'S' TO WS-SW-DRE-ANUAL
                           PERFORM 5000-EMITIR-DRE
                           PERFORM 1400-LANCAR-ENCERRAMENTO
                           PERFORM 1800-GRAVAR-TRAILER
                           PERFORM 6000-EMITIR-BALANCO
                           PERFORM 1900-REGISTRAR-FIM
                           DISPLAY "CONTAS DE RESULTADO ZERADAS: "
                                   WS-QTD-CONTAS-ENCERRADAS
                           DISPLAY "TOTAL DE DEBITOS...........: "
                                   WS-TOTAL-DEBITOS
                           DISPLAY "TOTAL DE CREDITOS..........: "
                                   WS-TOTAL-CREDITOS
                           DISPLAY "RESULTADO DO EXERCICIO.....: "
                                   WS-RESULTADO-ACUM
                           IF WS-QTD-CONTAS-REJEITADAS > ZERO
                               DISPLAY "*** CONTAS NAO ENCERRADAS: "
                                       WS-QTD-CONTAS-REJEITADAS
                           END-IF
                       END-IF
                   END-IF
                   CLOSE PLANCTAS SDOMESTR DIARIO RELDRE RELBALP
               END-IF
               MOVE 'N' TO WS-SW-DRE-ANUAL.

           1100-CONFERIR-SITUACAO.
               PERFORM 0200-CONFERIR-BALANCETE
               IF WS-RUN-COD-RETORNO = ZERO
                   MOVE 'P' TO WS-RUN-FUNCAO
                   MOVE "CTB030" TO WS-RUN-NOME-JOB
                   MOVE WS-DATA-JANEIRO-SEGUINTE TO WS-RUN-DATA-PROC
                   CALL "BATCTL" USING WS-RUN-FUNCAO WS-RUN-NOME-JOB
                                       WS-RUN-DATA-PROC
                                       WS-RUN-QTD-PROC
                                       WS-RUN-QTD-REJ
                                       WS-RUN-COD-RETORNO
                   IF WS-RUN-COD-RETORNO = ZERO
                       DISPLAY "BALANCETE DE "
                               WS-DATA-JANEIRO-SEGUINTE(1:6)
                               " JA POSTADO -- O ENCERRAMENTO "
                               "TEM DE VIR ANTES. EXECUCAO RECUSADA."
                       MOVE 10 TO WS-RUN-COD-RETORNO
                   ELSE
                       MOVE 'Q' TO WS-RUN-FUNCAO
                       MOVE "CTB050" TO WS-RUN-NOME-JOB
                       MOVE WS-DATA-ENCERRAMENTO TO WS-RUN-DATA-PROC
                       CALL "BATCTL" USING WS-RUN-FUNCAO
                                           WS-RUN-NOME-JOB
                                           WS-RUN-DATA-PROC
                                           WS-RUN-QTD-PROC
                                           WS-RUN-QTD-REJ
                                           WS-RUN-COD-RETORNO
                       IF WS-RUN-COD-RETORNO = ZERO
                           DISPLAY "EXERCICIO " WS-ANO-REF
                                   " JA ENCERRADO. EXECUCAO RECUSADA."
                           MOVE 10 TO WS-RUN-COD-RETORNO
                       ELSE
                           MOVE ZERO TO WS-RUN-COD-RETORNO
                       END-IF
                   END-IF
               END-IF.

           1200-ABRIR-ARQUIVOS.
               OPEN INPUT PLANCTAS
               OPEN I-O SDOMESTR
               OPEN OUTPUT DIARIO
               OPEN OUTPUT RELDRE
               OPEN OUTPUT RELBALP
               IF WS-STATUS-PLANCTAS NOT = '00' OR
                  WS-STATUS-SDOMESTR NOT = '00' OR
                  WS-STATUS-DIARIO NOT = '00' OR
                  WS-STATUS-RELDRE NOT = '00' OR
                  WS-STATUS-RELBALP NOT = '00'
                   DISPLAY "ERRO AO ABRIR ARQUIVOS. PLANCTAS: "
                           WS-STATUS-PLANCTAS " SDOMESTR: "
                           WS-STATUS-SDOMESTR " DIARIOEN: "
                           WS-STATUS-DIARIO " RELDRE: "
                           WS-STATUS-RELDRE " RELBALP: "
                           WS-STATUS-RELBALP
               END-IF.

           1300-CONFERIR-CONTA-LUCROS.
               MOVE 'N' TO WS-SW-LUCROS-OK
               MOVE WS-CTA-LUCROS-ACUM TO PLA-CONTA-CONTABIL
               READ PLANCTAS
                   INVALID KEY
                       DISPLAY "CONTA " WS-CTA-LUCROS-ACUM
                               " (LUCROS OU PREJUIZOS ACUMULADOS) "
                               "NAO CADASTRADA NO PLANO. CADASTRE "
                               "PELO CTB020. EXECUCAO RECUSADA."
                   NOT INVALID KEY
                       MOVE 'S' TO WS-SW-LUCROS-OK
                       MOVE PLA-SW-NATUREZA TO WS-NAT-LUCROS-ACUM
               END-READ.

      *----------------------------------------------------------------*
      *1350/1900: REGISTRO DE INICIO E FIM NO CONTROLE DE BATCH,       *
      *           CHAVEADO POR 31/12 DO ANO ENCERRADO. UMA EXECUCAO    *
      *           QUE MORREU NO MEIO PODE SER REINICIADA: CONTA JA     *
      *           ZERADA NAO E POSTADA DE NOVO, MAS A PERNA DELA E     *
      *           REMONTADA DO VALOR DA APURACAO (1420) E O DIARIOEN,  *
      *           REGRAVADO INTEIRO, FECHA COM O SDOMESTR.             *
      *----------------------------------------------------------------*
           1350-REGISTRAR-INICIO.
               MOVE 'I' TO WS-RUN-FUNCAO
               MOVE "CTB050" TO WS-RUN-NOME-JOB
               MOVE WS-DATA-ENCERRAMENTO TO WS-RUN-DATA-PROC
               CALL "BATCTL" USING WS-RUN-FUNCAO WS-RUN-NOME-JOB
                                   WS-RUN-DATA-PROC WS-RUN-QTD-PROC
                                   WS-RUN-QTD-REJ WS-RUN-COD-RETORNO
               IF WS-RUN-COD-RETORNO NOT = ZERO
                   DISPLAY "ENCERRAMENTO RECUSADO PELO CONTROLE DE "
                           "BATCH. RETORNO: " WS-RUN-COD-RETORNO
               END-IF.

           1900-REGISTRAR-FIM.
               MOVE 'F' TO WS-RUN-FUNCAO
               MOVE WS-QTD-CONTAS-ENCERRADAS TO WS-RUN-QTD-PROC
               MOVE WS-QTD-CONTAS-REJEITADAS TO WS-RUN-QTD-REJ
               CALL "BATCTL" USING WS-RUN-FUNCAO WS-RUN-NOME-JOB
                                   WS-RUN-DATA-PROC WS-RUN-QTD-PROC
                                   WS-RUN-QTD-REJ WS-RUN-COD-RETORNO.

      *----------------------------------------------------------------*
      *1400: VARRE AS CONTAS DOS GRUPOS 4 E 5 DO PLANO E ZERA O SALDO  *
      *      DE DEZEMBRO DE CADA UMA CONTRA LUCROS ACUMULADOS, QUE     *
      *      RECEBE NO FIM UMA SO PERNA PELO LIQUIDO DE TODAS (1450).  *
      *----------------------------------------------------------------*
           1400-LANCAR-ENCERRAMENTO.
               MOVE ZERO TO WS-TOTAL-DEBITOS
               MOVE ZERO TO WS-TOTAL-CREDITOS
               MOVE ZERO TO WS-QTD-CONTAS-ENCERRADAS
               MOVE ZERO TO WS-QTD-CONTAS-REJEITADAS
               MOVE ZERO TO WS-LUCROS-LIQUIDO
               STRING "APURACAO DO RESULTADO DE " DELIMITED BY SIZE
                      WS-ANO-REF DELIMITED BY SIZE
                      INTO WS-LANC-HISTORICO
               MOVE 'N' TO WS-SW-FIM-PLANCTAS
               MOVE 40000 TO PLA-CONTA-CONTABIL
               START PLANCTAS KEY IS NOT LESS THAN PLA-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-PLANCTAS
               END-START
               PERFORM 1410-LER-CONTA-RESULTADO
                       UNTIL WS-FIM-PLANCTAS
               PERFORM 1450-POSTAR-PERNA-LUCROS.

           1410-LER-CONTA-RESULTADO.
               READ PLANCTAS NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SW-FIM-PLANCTAS
               END-READ
               IF NOT WS-FIM-PLANCTAS
                   IF PLA-CONTA-CONTABIL > 59999
                       MOVE 'S' TO WS-SW-FIM-PLANCTAS
                   ELSE
                       PERFORM 1420-ENCERRAR-CONTA
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *1420: SALDO CREDOR (NA NATUREZA) DE CONTA CREDORA, OU NEGATIVO  *
      *      DE CONTA DEVEDORA, E ZERADO A DEBITO DA CONTA E CREDITO   *
      *      DE LUCROS ACUMULADOS; O CONTRARIO, A CREDITO DA CONTA E   *
      *      DEBITO DE LUCROS ACUMULADOS. O SALDO ANTES DO             *
      *      ENCERRAMENTO FICA GUARDADO NO SDOMESTR PARA A DRE. CONTA  *
      *      JA ZERADA POR UMA EXECUCAO ANTERIOR (REINICIO) NAO E      *
      *      POSTADA DE NOVO: A PERNA E REMONTADA DO VALOR GUARDADO,   *
      *      VAI PARA O DIARIO E ENTRA NO LIQUIDO DE LUCROS ACUMULADOS.*
      *----------------------------------------------------------------*
           1420-ENCERRAR-CONTA.
               MOVE PLA-CONTA-CONTABIL TO SDO-CONTA-CONTABIL
               MOVE WS-ANO-MES-REF TO SDO-ANO-MES
               READ SDOMESTR
                   INVALID KEY
                       MOVE ZERO TO SDO-SALDO-FINAL
               END-READ
               IF WS-STATUS-SDOMESTR = '00'
                   IF SDO-RESULTADO-APURADO
                       MOVE SDO-VALOR-APURACAO TO WS-VALOR-APURACAO
                       PERFORM 1425-MONTAR-LANCAMENTO
                       MOVE PLA-CONTA-CONTABIL TO DIA-CONTA-CONTABIL
                       MOVE WS-LANC-NAT-CONTA TO DIA-NATUREZA
                       PERFORM 1700-GRAVAR-PERNA
                       PERFORM 1440-ACUMULAR-LUCROS
                       ADD 1 TO WS-QTD-CONTAS-ENCERRADAS
                   ELSE
                       IF SDO-SALDO-FINAL NOT = ZERO
                           MOVE SDO-SALDO-FINAL TO WS-VALOR-APURACAO
                           PERFORM 1425-MONTAR-LANCAMENTO
                           IF WS-VALOR-SALDO > WS-LANC-VALOR-MAXIMO
                               DISPLAY "CONTA " PLA-CONTA-CONTABIL
                                       " COM SALDO ACIMA DO TAMANHO "
                                       "DA PERNA DO DIARIO -- NAO "
                                       "ENCERRADA."
                               ADD 1 TO WS-QTD-CONTAS-REJEITADAS
                           ELSE
                               PERFORM 1430-POSTAR-PERNA-CONTA
                               PERFORM 1440-ACUMULAR-LUCROS
                               ADD 1 TO WS-QTD-CONTAS-ENCERRADAS
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           1425-MONTAR-LANCAMENTO.
               IF WS-VALOR-APURACAO < ZERO
                   COMPUTE WS-VALOR-SALDO = ZERO - WS-VALOR-APURACAO
               ELSE
                   MOVE WS-VALOR-APURACAO TO WS-VALOR-SALDO
               END-IF
               IF WS-VALOR-SALDO NOT > WS-LANC-VALOR-MAXIMO
                   MOVE WS-VALOR-SALDO TO WS-LANC-VALOR
               END-IF
               IF (PLA-NAT-CREDORA AND
                   WS-VALOR-APURACAO > ZERO) OR
                  (PLA-NAT-DEVEDORA AND
                   WS-VALOR-APURACAO < ZERO)
                   MOVE 'D' TO WS-LANC-NAT-CONTA
                   MOVE 'C' TO WS-LANC-NAT-LUCROS
               ELSE
                   MOVE 'C' TO WS-LANC-NAT-CONTA
                   MOVE 'D' TO WS-LANC-NAT-LUCROS
               END-IF.

           1430-POSTAR-PERNA-CONTA.
               IF WS-LANC-NAT-CONTA = 'D'
                   ADD WS-LANC-VALOR TO SDO-TOTAL-DEBITOS
               ELSE
                   ADD WS-LANC-VALOR TO SDO-TOTAL-CREDITOS
               END-IF
               IF PLA-NAT-DEVEDORA
                   COMPUTE SDO-SALDO-FINAL = SDO-SALDO-ANTERIOR +
                           SDO-TOTAL-DEBITOS - SDO-TOTAL-CREDITOS
               ELSE
                   COMPUTE SDO-SALDO-FINAL = SDO-SALDO-ANTERIOR +
                           SDO-TOTAL-CREDITOS - SDO-TOTAL-DEBITOS
               END-IF
               SET SDO-RESULTADO-APURADO TO TRUE
               MOVE WS-VALOR-APURACAO TO SDO-VALOR-APURACAO
               REWRITE SDO-REGISTRO
               MOVE PLA-CONTA-CONTABIL TO DIA-CONTA-CONTABIL
               MOVE WS-LANC-NAT-CONTA TO DIA-NATUREZA
               PERFORM 1700-GRAVAR-PERNA.

      *----------------------------------------------------------------*
      *1440: LIQUIDO DA CONTRAPARTIDA EM LUCROS ACUMULADOS -- POSITIVO *
      *      A CREDITO (LUCRO), NEGATIVO A DEBITO (PREJUIZO).          *
      *----------------------------------------------------------------*
           1440-ACUMULAR-LUCROS.
               IF WS-LANC-NAT-LUCROS = 'C'
                   ADD WS-LANC-VALOR TO WS-LUCROS-LIQUIDO
               ELSE
                   SUBTRACT WS-LANC-VALOR FROM WS-LUCROS-LIQUIDO
               END-IF.

      *----------------------------------------------------------------*
      *1450: CONTRAPARTIDA EM LUCROS ACUMULADOS, UMA PERNA PELO        *
      *      LIQUIDO DE TODAS AS CONTAS ENCERRADAS. O VALOR POSTADO    *
      *      FICA GUARDADO NO REGISTRO (SDO-VALOR-APURACAO) E, NUM     *
      *      REINICIO, E RETIRADO DOS TOTAIS ANTES DE ENTRAR O NOVO -- *
      *      OS TOTAIS FICAM SEMPRE COM O MOVIMENTO DO MES MAIS UMA SO *
      *      CONTRAPARTIDA. SEM REGISTRO EM DEZEMBRO, A CONTA GANHA O  *
      *      DO MES COM O SALDO TRANSPORTADO DE NOVEMBRO (COMO O       *
      *      CTB030 FAZ NO 2300).                                      *
      *----------------------------------------------------------------*
           1450-POSTAR-PERNA-LUCROS.
               MOVE WS-CTA-LUCROS-ACUM TO SDO-CONTA-CONTABIL
               MOVE WS-ANO-MES-REF TO SDO-ANO-MES
               READ SDOMESTR
                   INVALID KEY
                       PERFORM 1460-CRIAR-SALDO-LUCROS
               END-READ
               IF WS-LUCROS-LIQUIDO < ZERO
                   COMPUTE WS-VALOR-SALDO = ZERO - WS-LUCROS-LIQUIDO
                   MOVE 'D' TO WS-LANC-NAT-LUCROS
               ELSE
                   MOVE WS-LUCROS-LIQUIDO TO WS-VALOR-SALDO
                   MOVE 'C' TO WS-LANC-NAT-LUCROS
               END-IF
               IF WS-VALOR-SALDO > WS-LANC-VALOR-MAXIMO
                   DISPLAY "RESULTADO LIQUIDO ACIMA DO TAMANHO DA "
                           "PERNA DO DIARIO -- CONTRAPARTIDA EM "
                           WS-CTA-LUCROS-ACUM " NAO POSTADA."
                   ADD 1 TO WS-QTD-CONTAS-REJEITADAS
               ELSE
                   IF SDO-RESULTADO-APURADO
                       IF SDO-VALOR-APURACAO < ZERO
                           ADD SDO-VALOR-APURACAO TO SDO-TOTAL-DEBITOS
                       ELSE
                           SUBTRACT SDO-VALOR-APURACAO FROM
                                    SDO-TOTAL-CREDITOS
                       END-IF
                   END-IF
                   MOVE WS-VALOR-SALDO TO WS-LANC-VALOR
                   IF WS-LANC-NAT-LUCROS = 'D'
                       ADD WS-LANC-VALOR TO SDO-TOTAL-DEBITOS
                   ELSE
                       ADD WS-LANC-VALOR TO SDO-TOTAL-CREDITOS
                   END-IF
                   IF WS-NAT-LUCROS-ACUM = 'D'
                       COMPUTE SDO-SALDO-FINAL = SDO-SALDO-ANTERIOR +
                               SDO-TOTAL-DEBITOS - SDO-TOTAL-CREDITOS
                   ELSE
                       COMPUTE SDO-SALDO-FINAL = SDO-SALDO-ANTERIOR +
                               SDO-TOTAL-CREDITOS - SDO-TOTAL-DEBITOS
                   END-IF
                   SET SDO-RESULTADO-APURADO TO TRUE
                   MOVE WS-LUCROS-LIQUIDO TO SDO-VALOR-APURACAO
                   REWRITE SDO-REGISTRO
                   IF WS-LANC-VALOR > ZERO
                       MOVE WS-CTA-LUCROS-ACUM TO DIA-CONTA-CONTABIL
                       MOVE WS-LANC-NAT-LUCROS TO DIA-NATUREZA
                       PERFORM 1700-GRAVAR-PERNA
                   END-IF
               END-IF.

           1460-CRIAR-SALDO-LUCROS.
               MOVE ZERO TO WS-SALDO-ANTERIOR
               MOVE WS-CTA-LUCROS-ACUM TO SDO-CONTA-CONTABIL
               MOVE WS-ANO-MES-ANTERIOR TO SDO-ANO-MES
               READ SDOMESTR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SDO-SALDO-FINAL TO WS-SALDO-ANTERIOR
               END-READ
               INITIALIZE SDO-REGISTRO
               MOVE WS-CTA-LUCROS-ACUM TO SDO-CONTA-CONTABIL
               MOVE WS-ANO-MES-REF TO SDO-ANO-MES
               MOVE WS-SALDO-ANTERIOR TO SDO-SALDO-ANTERIOR
               MOVE WS-SALDO-ANTERIOR TO SDO-SALDO-FINAL
               WRITE SDO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO CRIAR SALDO DA CONTA "
                               SDO-CONTA-CONTABIL
               END-WRITE
               READ SDOMESTR
                   INVALID KEY
                       CONTINUE
               END-READ.

           1700-GRAVAR-PERNA.
               MOVE WS-DATA-ENCERRAMENTO TO DIA-DATA
               MOVE WS-LANC-VALOR TO DIA-VALOR
               MOVE WS-LANC-HISTORICO TO DIA-HISTORICO
               WRITE DIA-REGISTRO
               IF DIA-NATUREZA = 'D'
                   ADD WS-LANC-VALOR TO WS-TOTAL-DEBITOS
               ELSE
                   ADD WS-LANC-VALOR TO WS-TOTAL-CREDITOS
               END-IF.

      *----------------------------------------------------------------*
      *1800: TRAILER DO DIARIO DE ENCERRAMENTO, NO MESMO FORMATO DO    *
      *      CTB020 (DATA 99999999, CONTA 99999).                      *
      *----------------------------------------------------------------*
           1800-GRAVAR-TRAILER.
               MOVE 99999999 TO DIA-TRL-DATA
               MOVE 99999 TO DIA-TRL-CONTA
               MOVE 'D' TO DIA-TRL-NATUREZA
               MOVE WS-TOTAL-DEBITOS TO DIA-TRL-VALOR
               MOVE "TRAILER - TOTAL DE DEBITOS" TO DIA-TRL-HISTORICO
               WRITE DIA-TRAILER
               MOVE 'C' TO DIA-TRL-NATUREZA
               MOVE WS-TOTAL-CREDITOS TO DIA-TRL-VALOR
               MOVE "TRAILER - TOTAL DE CREDITOS" TO
                    DIA-TRL-HISTORICO
               WRITE DIA-TRAILER.

      *----------------------------------------------------------------*
      *2000/3000: DRE E BALANCO DE UMA COMPETENCIA, SOB DEMANDA, SO    *
      *           LEITURA DO PLANCTAS E DO SDOMESTR.                   *
      *----------------------------------------------------------------*
           2000-DRE-DO-MES.
               DISPLAY "INFORME O MES/ANO DE REFERENCIA (AAAAMM): "
               ACCEPT WS-ANO-MES-REF
               PERFORM 0200-CONFERIR-BALANCETE
               IF WS-RUN-COD-RETORNO = ZERO
                   OPEN INPUT PLANCTAS
                   OPEN INPUT SDOMESTR
                   OPEN OUTPUT RELDRE
                   IF WS-STATUS-PLANCTAS NOT = '00' OR
                      WS-STATUS-SDOMESTR NOT = '00' OR
                      WS-STATUS-RELDRE NOT = '00'
                       DISPLAY "ERRO AO ABRIR ARQUIVOS. PLANCTAS: "
                               WS-STATUS-PLANCTAS " SDOMESTR: "
                               WS-STATUS-SDOMESTR " RELDRE: "
                               WS-STATUS-RELDRE
                   ELSE
                       PERFORM 5000-EMITIR-DRE
                       DISPLAY "DRE GRAVADA EM RELDRE. RESULTADO DO "
                               "MES: " WS-RESULTADO-MES
                   END-IF
                   CLOSE PLANCTAS SDOMESTR RELDRE
               END-IF.

           3000-BALANCO-DO-MES.
               DISPLAY "INFORME O MES/ANO DE REFERENCIA (AAAAMM): "
               ACCEPT WS-ANO-MES-REF
               PERFORM 0200-CONFERIR-BALANCETE
               IF WS-RUN-COD-RETORNO = ZERO
                   OPEN INPUT PLANCTAS
                   OPEN INPUT SDOMESTR
                   OPEN OUTPUT RELBALP
                   IF WS-STATUS-PLANCTAS NOT = '00' OR
                      WS-STATUS-SDOMESTR NOT = '00' OR
                      WS-STATUS-RELBALP NOT = '00'
                       DISPLAY "ERRO AO ABRIR ARQUIVOS. PLANCTAS: "
                               WS-STATUS-PLANCTAS " SDOMESTR: "
                               WS-STATUS-SDOMESTR " RELBALP: "
                               WS-STATUS-RELBALP
                   ELSE
                       PERFORM 6000-EMITIR-BALANCO
                       DISPLAY "BALANCO GRAVADO EM RELBALP"
                   END-IF
                   CLOSE PLANCTAS SDOMESTR RELBALP
               END-IF.

      *----------------------------------------------------------------*
      *5000: DRE DA COMPETENCIA -- RECEITAS (GRUPO 4), DESPESAS        *
      *      (GRUPO 5) E O RESULTADO, NO MES E ACUMULADO NO ANO. NO    *
      *      ENCERRAMENTO SAI COMO DRE DO EXERCICIO.                   *
      *----------------------------------------------------------------*
           5000-EMITIR-DRE.
               IF WS-DRE-ANUAL
                   MOVE "DEMONSTRACAO DO RESULTADO DO EXERCICIO "
                        TO WS-DCB-TITULO
                   MOVE WS-ANO-REF TO WS-DCB-PERIODO
               ELSE
                   MOVE "DEMONSTRACAO DO RESULTADO - COMPETENCIA "
                        TO WS-DCB-TITULO
                   MOVE WS-ANO-MES-REF TO WS-DCB-PERIODO
               END-IF
               MOVE WS-DRE-CABECALHO TO REL-DRE-REGISTRO
               WRITE REL-DRE-REGISTRO
               MOVE WS-DRE-COLUNAS TO REL-DRE-REGISTRO
               WRITE REL-DRE-REGISTRO
               MOVE 4 TO WS-GRUPO-SECAO
               MOVE "RECEITAS" TO WS-DRE-SECAO
               PERFORM 5100-SECAO-DRE
               MOVE WS-TOT-SECAO-MES TO WS-TOT-RECEITAS-MES
               MOVE WS-TOT-SECAO-ACUM TO WS-TOT-RECEITAS-ACUM
               MOVE 5 TO WS-GRUPO-SECAO
               MOVE "DESPESAS" TO WS-DRE-SECAO
               PERFORM 5100-SECAO-DRE
               MOVE WS-TOT-SECAO-MES TO WS-TOT-DESPESAS-MES
               MOVE WS-TOT-SECAO-ACUM TO WS-TOT-DESPESAS-ACUM
               COMPUTE WS-RESULTADO-MES =
                       WS-TOT-RECEITAS-MES - WS-TOT-DESPESAS-MES
               COMPUTE WS-RESULTADO-ACUM =
                       WS-TOT-RECEITAS-ACUM - WS-TOT-DESPESAS-ACUM
               MOVE WS-REL-BRANCO TO REL-DRE-REGISTRO
               WRITE REL-DRE-REGISTRO
               IF WS-RESULTADO-ACUM < ZERO
                   MOVE "PREJUIZO (RECEITAS - DESPESAS)" TO
                        WS-DTT-DESCRICAO
               ELSE
                   MOVE "LUCRO (RECEITAS - DESPESAS)" TO
                        WS-DTT-DESCRICAO
               END-IF
               MOVE WS-RESULTADO-MES TO WS-DTT-MES
               MOVE WS-RESULTADO-ACUM TO WS-DTT-ACUMULADO
               MOVE WS-DRE-TOTAL TO REL-DRE-REGISTRO
               WRITE REL-DRE-REGISTRO.

           5100-SECAO-DRE.
               MOVE WS-REL-BRANCO TO REL-DRE-REGISTRO
               WRITE REL-DRE-REGISTRO
               MOVE WS-DRE-SECAO TO REL-DRE-REGISTRO
               WRITE REL-DRE-REGISTRO
               MOVE ZERO TO WS-TOT-SECAO-MES
               MOVE ZERO TO WS-TOT-SECAO-ACUM
               MOVE 'N' TO WS-SW-FIM-PLANCTAS
               COMPUTE PLA-CONTA-CONTABIL = WS-GRUPO-SECAO * 10000
               START PLANCTAS KEY IS NOT LESS THAN PLA-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-PLANCTAS
               END-START
               PERFORM 5200-LINHA-DRE
                       UNTIL WS-FIM-PLANCTAS
               MOVE SPACES TO WS-DTT-DESCRICAO
               STRING "TOTAL DE " DELIMITED BY SIZE
                      WS-DRE-SECAO DELIMITED BY SPACE
                      INTO WS-DTT-DESCRICAO
               MOVE WS-TOT-SECAO-MES TO WS-DTT-MES
               MOVE WS-TOT-SECAO-ACUM TO WS-DTT-ACUMULADO
               MOVE WS-DRE-TOTAL TO REL-DRE-REGISTRO
               WRITE REL-DRE-REGISTRO.

           5200-LINHA-DRE.
               READ PLANCTAS NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SW-FIM-PLANCTAS
               END-READ
               IF NOT WS-FIM-PLANCTAS
                   MOVE PLA-CONTA-CONTABIL(1:1) TO WS-GRUPO-CONTA
                   IF WS-GRUPO-CONTA NOT = WS-GRUPO-SECAO
                       MOVE 'S' TO WS-SW-FIM-PLANCTAS
                   ELSE
                       PERFORM 7000-VALORES-DA-CONTA
                       IF (WS-GRUPO-RECEITA AND PLA-NAT-DEVEDORA) OR
                          (WS-GRUPO-DESPESA AND PLA-NAT-CREDORA)
                           COMPUTE WS-VALOR-MES = ZERO - WS-VALOR-MES
                           COMPUTE WS-VALOR-ACUMULADO =
                                   ZERO - WS-VALOR-ACUMULADO
                       END-IF
                       ADD WS-VALOR-MES TO WS-TOT-SECAO-MES
                       ADD WS-VALOR-ACUMULADO TO WS-TOT-SECAO-ACUM
                       MOVE PLA-CONTA-CONTABIL TO WS-DDT-CONTA
                       MOVE PLA-DESCRICAO TO WS-DDT-DESCRICAO
                       MOVE WS-VALOR-MES TO WS-DDT-MES
                       MOVE WS-VALOR-ACUMULADO TO WS-DDT-ACUMULADO
                       MOVE WS-DRE-DETALHE TO REL-DRE-REGISTRO
                       WRITE REL-DRE-REGISTRO
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *6000: BALANCO DA COMPETENCIA -- ATIVO (GRUPO 1), PASSIVO (2) E  *
      *      PATRIMONIO LIQUIDO (3), MAIS O RESULTADO AINDA NAO        *
      *      APURADO (SALDO DOS GRUPOS 4 E 5, ZERO DEPOIS DO           *
      *      ENCERRAMENTO). ATIVO TEM DE FECHAR COM PASSIVO + PL +     *
      *      RESULTADO.                                                *
      *----------------------------------------------------------------*
           6000-EMITIR-BALANCO.
               MOVE WS-ANO-MES-REF TO WS-BCB-ANO-MES
               MOVE WS-BAL-CABECALHO TO REL-BAL-REGISTRO
               WRITE REL-BAL-REGISTRO
               MOVE WS-BAL-COLUNAS TO REL-BAL-REGISTRO
               WRITE REL-BAL-REGISTRO
               MOVE 1 TO WS-GRUPO-SECAO
               MOVE "ATIVO" TO WS-BAL-SECAO
               PERFORM 6100-SECAO-BALANCO
               MOVE WS-TOT-SECAO-ACUM TO WS-TOT-ATIVO
               MOVE 2 TO WS-GRUPO-SECAO
               MOVE "PASSIVO" TO WS-BAL-SECAO
               PERFORM 6100-SECAO-BALANCO
               MOVE WS-TOT-SECAO-ACUM TO WS-TOT-PASSIVO
               MOVE 3 TO WS-GRUPO-SECAO
               MOVE "PATRIMONIO LIQUIDO" TO WS-BAL-SECAO
               PERFORM 6100-SECAO-BALANCO
               MOVE WS-TOT-SECAO-ACUM TO WS-TOT-PL
               PERFORM 6300-APURAR-RESULTADO-ABERTO
               COMPUTE WS-TOT-PASSIVO-PL = WS-TOT-PASSIVO +
                       WS-TOT-PL + WS-RESULTADO-A-APURAR
               MOVE WS-REL-BRANCO TO REL-BAL-REGISTRO
               WRITE REL-BAL-REGISTRO
               MOVE "RESULTADO DO EXERCICIO A APURAR" TO
                    WS-BTT-DESCRICAO
               MOVE WS-RESULTADO-A-APURAR TO WS-BTT-VALOR
               MOVE WS-BAL-TOTAL TO REL-BAL-REGISTRO
               WRITE REL-BAL-REGISTRO
               MOVE "TOTAL DO ATIVO" TO WS-BTT-DESCRICAO
               MOVE WS-TOT-ATIVO TO WS-BTT-VALOR
               MOVE WS-BAL-TOTAL TO REL-BAL-REGISTRO
               WRITE REL-BAL-REGISTRO
               MOVE "TOTAL DO PASSIVO + PL + RESULTADO" TO
                    WS-BTT-DESCRICAO
               MOVE WS-TOT-PASSIVO-PL TO WS-BTT-VALOR
               MOVE WS-BAL-TOTAL TO REL-BAL-REGISTRO
               WRITE REL-BAL-REGISTRO
               IF WS-TOT-ATIVO NOT = WS-TOT-PASSIVO-PL
                   MOVE WS-BAL-AVISO TO REL-BAL-REGISTRO
                   WRITE REL-BAL-REGISTRO
                   DISPLAY "*** BALANCO NAO FECHA -- CONFIRA OS "
                           "SALDOS DA COMPETENCIA " WS-ANO-MES-REF
               END-IF.

           6100-SECAO-BALANCO.
               MOVE WS-REL-BRANCO TO REL-BAL-REGISTRO
               WRITE REL-BAL-REGISTRO
               MOVE WS-BAL-SECAO TO REL-BAL-REGISTRO
               WRITE REL-BAL-REGISTRO
               MOVE ZERO TO WS-TOT-SECAO-ACUM
               MOVE 'N' TO WS-SW-FIM-PLANCTAS
               COMPUTE PLA-CONTA-CONTABIL = WS-GRUPO-SECAO * 10000
               START PLANCTAS KEY IS NOT LESS THAN PLA-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-PLANCTAS
               END-START
               PERFORM 6200-LINHA-BALANCO
                       UNTIL WS-FIM-PLANCTAS
               MOVE SPACES TO WS-BTT-DESCRICAO
               STRING "TOTAL DO " DELIMITED BY SIZE
                      WS-BAL-SECAO DELIMITED BY "  "
                      INTO WS-BTT-DESCRICAO
               MOVE WS-TOT-SECAO-ACUM TO WS-BTT-VALOR
               MOVE WS-BAL-TOTAL TO REL-BAL-REGISTRO
               WRITE REL-BAL-REGISTRO.

           6200-LINHA-BALANCO.
               READ PLANCTAS NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SW-FIM-PLANCTAS
               END-READ
               IF NOT WS-FIM-PLANCTAS
                   MOVE PLA-CONTA-CONTABIL(1:1) TO WS-GRUPO-CONTA
                   IF WS-GRUPO-CONTA NOT = WS-GRUPO-SECAO
                       MOVE 'S' TO WS-SW-FIM-PLANCTAS
                   ELSE
                       PERFORM 7000-VALORES-DA-CONTA
                       MOVE WS-VALOR-SALDO TO WS-VALOR-NO-GRUPO
                       IF (WS-GRUPO-ATIVO AND PLA-NAT-CREDORA) OR
                          (NOT WS-GRUPO-ATIVO AND PLA-NAT-DEVEDORA)
                           COMPUTE WS-VALOR-NO-GRUPO =
                                   ZERO - WS-VALOR-SALDO
                       END-IF
                       ADD WS-VALOR-NO-GRUPO TO WS-TOT-SECAO-ACUM
                       MOVE PLA-CONTA-CONTABIL TO WS-BDT-CONTA
                       MOVE PLA-SW-NATUREZA TO WS-BDT-NATUREZA
                       MOVE PLA-DESCRICAO TO WS-BDT-DESCRICAO
                       MOVE WS-VALOR-NO-GRUPO TO WS-BDT-SALDO
                       MOVE WS-BAL-DETALHE TO REL-BAL-REGISTRO
                       WRITE REL-BAL-REGISTRO
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *6300: RESULTADO AINDA NAO APURADO NA COMPETENCIA: SALDO DAS     *
      *      RECEITAS MENOS O DAS DESPESAS, COMO ESTA NO SDOMESTR.     *
      *----------------------------------------------------------------*
           6300-APURAR-RESULTADO-ABERTO.
               MOVE ZERO TO WS-RESULTADO-A-APURAR
               MOVE 'N' TO WS-SW-FIM-PLANCTAS
               MOVE 40000 TO PLA-CONTA-CONTABIL
               START PLANCTAS KEY IS NOT LESS THAN PLA-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-PLANCTAS
               END-START
               PERFORM 6310-SOMAR-CONTA-RESULTADO
                       UNTIL WS-FIM-PLANCTAS.

           6310-SOMAR-CONTA-RESULTADO.
               READ PLANCTAS NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SW-FIM-PLANCTAS
               END-READ
               IF NOT WS-FIM-PLANCTAS
                   IF PLA-CONTA-CONTABIL > 59999
                       MOVE 'S' TO WS-SW-FIM-PLANCTAS
                   ELSE
                       PERFORM 7000-VALORES-DA-CONTA
                       IF PLA-NAT-CREDORA
                           ADD WS-VALOR-SALDO TO WS-RESULTADO-A-APURAR
                       ELSE
                           SUBTRACT WS-VALOR-SALDO FROM
                                    WS-RESULTADO-A-APURAR
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *7000: VALORES DA CONTA NA COMPETENCIA, NA NATUREZA DELA:        *
      *      WS-VALOR-SALDO   - SALDO FINAL COMO ESTA NO SDOMESTR;     *
      *      WS-VALOR-MES     - MOVIMENTO DO MES;                      *
      *      WS-VALOR-ACUMULADO - SALDO ANTES DO ENCERRAMENTO (NA      *
      *      COMPETENCIA 12 JA ENCERRADA, O MOVIMENTO E O ACUMULADO    *
      *      DESCONTAM O LANCAMENTO DE APURACAO). CONTA SEM REGISTRO   *
      *      NO MES NAO TEVE MOVIMENTO NEM SALDO A TRANSPORTAR.        *
      *----------------------------------------------------------------*
           7000-VALORES-DA-CONTA.
               MOVE ZERO TO WS-VALOR-SALDO
               MOVE ZERO TO WS-VALOR-MES
               MOVE ZERO TO WS-VALOR-ACUMULADO
               MOVE PLA-CONTA-CONTABIL TO SDO-CONTA-CONTABIL
               MOVE WS-ANO-MES-REF TO SDO-ANO-MES
               READ SDOMESTR
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-STATUS-SDOMESTR = '00'
                   MOVE SDO-SALDO-FINAL TO WS-VALOR-SALDO
                   IF PLA-NAT-DEVEDORA
                       COMPUTE WS-VALOR-MES = SDO-TOTAL-DEBITOS -
                               SDO-TOTAL-CREDITOS
                   ELSE
                       COMPUTE WS-VALOR-MES = SDO-TOTAL-CREDITOS -
                               SDO-TOTAL-DEBITOS
                   END-IF
                   MOVE SDO-SALDO-FINAL TO WS-VALOR-ACUMULADO
                   IF SDO-RESULTADO-APURADO
                       ADD SDO-VALOR-APURACAO TO WS-VALOR-MES
                       ADD SDO-VALOR-APURACAO TO WS-VALOR-ACUMULADO
                   END-IF
               END-IF.

           END PROGRAM CTB050.
