      *PROGRAMA:     0 - RESUME, PARA A DATA INFORMADA, O DIA DO CAIXA
      *              ELETRONICO NUM RELATORIO IMPRIMIVEL (RELFECHA):
      *              QUANTIDADE E VALOR POR TIPO DE MOVIMENTO DO
      *              HISTORICO (MOVHIST), QUANTIDADE DE CONTAS DISTINTAS
      *              MOVIMENTADAS, E A POSICAO DE CAIXA POR DENOMINACAO
      *              DO CASMEST, APONTANDO AS DENOMINACOES ABAIXO DO
      *              ESTOQUE MINIMO, E A POSICAO DAS GAVETAS DO CAIXA
      *              DE BALCAO (GAVMESTR). ERA O NUMERO QUE A
      *              GERENCIA PEDIA TODA NOITE E ERA MONTADO NA MAO.
      *              SO RODA COM A CARGA DO HISTORICO DO DIA (CEP300)
      *              CONCLUIDA SEM DATA DIVERGENTE E COM TODAS AS
      *              GAVETAS DO DIA FECHADAS NO CEP290.
      *
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *                DIGITACAO DO OPERADOR -- JANELA QUE PASSA DA
      *                MEIA-NOITE CONTINUA NO MESMO DIA DE NEGOCIO E A
      *                REEXECUCAO DE MADRUGADA MANTEM A DATA ORIGINAL.
      *14/10/2026 GFD  INCLUIDOS NO RESUMO OS ESTORNOS
      *                SUPERVISIONADOS (CEP190) A DEBITO E A
      *                CREDITO.
      *14/10/2026 GFD  INCLUIDAS NO RESUMO AS TARIFAS DE SERVICO
      *                (CEP200).
      *14/10/2026 GFD  INCLUIDOS NO RESUMO OS CHEQUES DEVOLVIDOS
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
      *15/10/2026 GFD  INCLUIDA A POSICAO DE CAIXA DO BALCAO: AS
      *                GAVETAS DO DIA NO GAVMESTR (CEP290) COM
      *                TROCO, ENTRADAS, SAIDAS, ESPERADO, CONTADO
      *                E SOBRA/FALTA, APONTANDO GAVETA AINDA
      *                ABERTA. O VALOR TOTAL EM CAIXA PASSA A
      *                SOMAR O CAIXA ELETRONICO E O BALCAO.
      *15/10/2026 GFD  O FECHAMENTO PASSA A LER SO OS MOVIMENTOS
      *                DA DATA NO HISTORICO INDEXADO (MOVHIST),
      *                CONTA A CONTA PELA CHAVE CONTA + DATA, EM
      *                VEZ DE ORDENAR O MOVLOG INTEIRO.
      *15/10/2026 GFD  O FECHAMENTO SO RODA COM A CARGA DO
      *                HISTORICO DO DIA (CEP300) CONCLUIDA SEM
      *                DATA DIVERGENTE E COM TODAS AS GAVETAS DO
      *                BALCAO DA DATA FECHADAS.
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

           SELECT CASMEST ASSIGN TO "CASMEST"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CASS-CHAVE
               FILE STATUS IS WS-STATUS-CASMEST.

           SELECT GAVMESTR ASSIGN TO "GAVMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAV-CHAVE
               FILE STATUS IS WS-STATUS-GAVMESTR.

           SELECT RELFECHA ASSIGN TO "RELFECHA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELFECHA.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVHIST.
       COPY MOVHST.

       FD  CASMEST.
       COPY CASSETE.

       FD  GAVMESTR.
       COPY GAVETA.

       FD  RELFECHA.
       01  REL-REGISTRO             PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-MOVHIST     PIC X(02) VALUE SPACES.
       77 WS-STATUS-CASMEST     PIC X(02) VALUE SPACES.
       77 WS-STATUS-RELFECHA    PIC X(02) VALUE SPACES.
       77 WS-STATUS-GAVMESTR    PIC X(02) VALUE SPACES.

       77 WS-DATA-PROC          PIC 9(08) VALUE ZERO.
       77 WS-SW-FIM-HISTORICO   PIC X(01) VALUE 'N'.
           88 WS-FIM-HISTORICO      VALUE 'S'.
       77 WS-SW-FIM-CONTA       PIC X(01) VALUE 'N'.
           88 WS-FIM-CONTA          VALUE 'S'.
       77 WS-SW-CONTA-ACHADA    PIC X(01) VALUE 'N'.
           88 WS-CONTA-ACHADA       VALUE 'S'.
       77 WS-SW-FIM-CASMEST     PIC X(01) VALUE 'N'.
           88 WS-FIM-CASMEST        VALUE 'S'.
       77 WS-SW-FIM-GAVMESTR    PIC X(01) VALUE 'N'.
           88 WS-FIM-GAVMESTR       VALUE 'S'.
       77 WS-CONTA-CORRENTE     PIC 9(08) VALUE ZERO.
       77 WS-CONTA-PROXIMA      PIC 9(08) VALUE ZERO.
       77 WS-SW-CONTA-MOVIDA    PIC X(01) VALUE 'N'.
           88 WS-CONTA-MOVIDA       VALUE 'S'.
       77 WS-QTD-CONTAS-MOVIDAS PIC 9(05) VALUE ZERO.
       77 WS-VLR-DEP-CHEQUE     PIC 9(12)V99 VALUE ZERO.
       77 WS-QTD-PAGTO-PARCELA  PIC 9(05) VALUE ZERO.
       77 WS-VLR-PAGTO-PARCELA  PIC 9(12)V99 VALUE ZERO.
       77 WS-QTD-ESTORNO-DEB    PIC 9(05) VALUE ZERO.
       77 WS-VLR-ESTORNO-DEB    PIC 9(12)V99 VALUE ZERO.
       77 WS-QTD-ESTORNO-CRED   PIC 9(05) VALUE ZERO.
       77 WS-VLR-ESTORNO-CRED   PIC 9(12)V99 VALUE ZERO.
       77 WS-QTD-TARIFA         PIC 9(05) VALUE ZERO.
       77 WS-VLR-TARIFA         PIC 9(12)V99 VALUE ZERO.
       77 WS-QTD-CHEQ-DEVOLV    PIC 9(05) VALUE ZERO.
       77 WS-VLR-CHEQ-DEVOLV    PIC 9(12)V99 VALUE ZERO.
       77 WS-QTD-IR-RETIDO      PIC 9(05) VALUE ZERO.
       77 WS-VLR-IR-RETIDO      PIC 9(12)V99 VALUE ZERO.
       77 WS-QTD-CRED-SALARIO   PIC 9(05) VALUE ZERO.
       77 WS-VLR-CRED-SALARIO   PIC 9(12)V99 VALUE ZERO.
       77 WS-QTD-DEB-FOLHA      PIC 9(05) VALUE ZERO.
       77 WS-VLR-DEB-FOLHA      PIC 9(12)V99 VALUE ZERO.
       77 WS-QTD-PAGTO-CONTA    PIC 9(05) VALUE ZERO.
       77 WS-VLR-PAGTO-CONTA    PIC 9(12)V99 VALUE ZERO.
       77 WS-QTD-TRANSF-JUDIC   PIC 9(05) VALUE ZERO.
       77 WS-VLR-TRANSF-JUDIC   PIC 9(12)V99 VALUE ZERO.

       77 WS-VALOR-DENOMINACAO  PIC 9(10) VALUE ZERO.
       77 WS-VALOR-TOTAL-CAIXA  PIC 9(12) VALUE ZERO.
       77 WS-QTD-GAVETAS        PIC 9(03) VALUE ZERO.
       77 WS-QTD-GAV-ABERTAS    PIC 9(03) VALUE ZERO.
       77 WS-VALOR-GAVETA       PIC S9(10)V99 VALUE ZERO.
       77 WS-VALOR-CAIXA-BALCAO PIC S9(12)V99 VALUE ZERO.
       77 WS-VALOR-CAIXA-GERAL  PIC S9(12)V99 VALUE ZERO.

       01 WS-TABELA-TERMINAIS.
           05 WS-QTD-TERMINAIS  PIC 9(02) COMP VALUE ZERO.

       COPY BATWS.

       COPY CTALOG.

       01 WS-REL-CABECALHO.
           05 FILLER            PIC X(28) VALUE
              "FECHAMENTO DIARIO - DATA ".

       01 WS-REL-TOTAL-CAIXA.
           05 FILLER            PIC X(28) VALUE
              "TOTAL NO CAIXA ELETRONICO.: ".
           05 WS-TOT-VALOR      PIC Z(11)9.

       01 WS-REL-BALCAO         PIC X(33) VALUE
          "POSICAO DE CAIXA DO BALCAO-------".

       01 WS-REL-GAVETA-1.
           05 WS-GV1-TERMINAL   PIC X(04).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-GV1-OPERADOR   PIC X(08).
           05 FILLER            PIC X(08) VALUE "  TROCO ".
           05 WS-GV1-TROCO      PIC Z(9)9.99.
           05 FILLER            PIC X(06) VALUE " ENTR ".
           05 WS-GV1-ENTRADAS   PIC Z(9)9.99.
           05 FILLER            PIC X(06) VALUE " SAID ".
           05 WS-GV1-SAIDAS     PIC Z(9)9.99.

       01 WS-REL-GAVETA-2.
           05 FILLER            PIC X(06) VALUE SPACES.
           05 FILLER            PIC X(06) VALUE "ESPER ".
           05 WS-GV2-ESPERADO   PIC -(8)9.99.
           05 FILLER            PIC X(06) VALUE " CONT ".
           05 WS-GV2-CONTADO    PIC Z(9)9.99.
           05 FILLER            PIC X(05) VALUE " DIF ".
           05 WS-GV2-DIFERENCA  PIC -(8)9.99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-GV2-SITUACAO   PIC X(17).

       01 WS-REL-SEM-BALCAO.
           05 FILLER            PIC X(37) VALUE
              "GAVMESTR INDISPONIVEL -- CAIXA DE BAL".
           05 FILLER            PIC X(25) VALUE
              "CAO FORA DO TOTAL. STATUS".
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-SBL-STATUS     PIC X(02).

       01 WS-REL-TOTAL-BALCAO.
           05 FILLER            PIC X(28) VALUE
              "TOTAL NO CAIXA DE BALCAO..: ".
           05 WS-TBL-VALOR      PIC -(11)9.99.

       01 WS-REL-TOTAL-GERAL.
           05 FILLER            PIC X(28) VALUE
              "VALOR TOTAL EM CAIXA......: ".
           05 WS-TGR-VALOR      PIC -(11)9.99.

       01 WS-REL-BRANCO         PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
                   MOVE 90 TO WS-RUN-COD-RETORNO
               ELSE
                   DISPLAY "DATA DO FECHAMENTO: " WS-DATA-PROC
                   PERFORM P004-CONFERIR-CARGA-HISTORICO
                   IF WS-RUN-COD-RETORNO = ZERO
                       PERFORM P006-CONFERIR-GAVETAS
                   END-IF
                   IF WS-RUN-COD-RETORNO = ZERO
                       PERFORM P005-CONFERIR-E-REGISTRAR
                   END-IF
               END-IF
               IF WS-RUN-COD-RETORNO = ZERO
                   PERFORM P020-FECHAR-O-DIA
               STOP RUN.

           P020-FECHAR-O-DIA.
               OPEN INPUT MOVHIST
               OPEN INPUT CASMEST
               OPEN OUTPUT RELFECHA
               IF WS-STATUS-MOVHIST NOT = '00' OR
                  WS-STATUS-CASMEST NOT = '00' OR
                  WS-STATUS-RELFECHA NOT = '00'
                   DISPLAY "ERRO AO ABRIR ARQUIVOS. MOVHIST: "
                           WS-STATUS-MOVHIST " CASMEST: "
                           WS-STATUS-CASMEST " RELFECHA: "
                           WS-STATUS-RELFECHA
               ELSE
                   MOVE ZERO TO WS-CONTA-PROXIMA
                   PERFORM P010-LOCALIZAR-CONTA
                   PERFORM P100-TOTALIZAR-CONTA
                           UNTIL WS-FIM-HISTORICO
                   PERFORM P300-EMITIR-RESUMO
                   PERFORM P350-RESUMO-POR-TERMINAL
                   PERFORM P400-POSICAO-DE-CAIXA
                   PERFORM P450-POSICAO-DO-BALCAO
                   DISPLAY "FECHAMENTO GRAVADO EM RELFECHA"
                   PERFORM P905-REGISTRAR-FIM
               END-IF
               CLOSE MOVHIST CASMEST RELFECHA.

      *----------------------------------------------------------------*
      *P002: A DATA DE PROCESSAMENTO E O DIA DE NEGOCIO ABERTO NO      *
                   MOVE 'S' TO WS-SW-DIA-ABERTO
               END-IF.

      *----------------------------------------------------------------*
      *P004: O FECHAMENTO LE O MOVIMENTO DO DIA NO HISTORICO INDEXADO  *
      *      (MOVHIST), ENTAO SO RODA COM A CARGA DO DIA (CEP300)      *
      *      CONCLUIDA NA DATA E SEM DATA DIVERGENTE.                  *
      *----------------------------------------------------------------*
           P004-CONFERIR-CARGA-HISTORICO.
               MOVE 'Q' TO WS-RUN-FUNCAO
               MOVE "CEP300" TO WS-RUN-NOME-JOB
               MOVE WS-DATA-PROC TO WS-RUN-DATA-PROC
               CALL "BATCTL" USING WS-RUN-FUNCAO WS-RUN-NOME-JOB
                                   WS-RUN-DATA-PROC WS-RUN-QTD-PROC
                                   WS-RUN-QTD-REJ WS-RUN-COD-RETORNO
               IF WS-RUN-COD-RETORNO NOT = ZERO OR
                  WS-RUN-QTD-REJ > ZERO
                   DISPLAY "CARGA DO HISTORICO (CEP300) NAO CONCLUIDA "
                           "OU COM DATA DIVERGENTE EM " WS-DATA-PROC
                           ". EXECUCAO RECUSADA."
                   MOVE 20 TO WS-RUN-COD-RETORNO
               END-IF.

      *----------------------------------------------------------------*
      *P006: O DIA SO FECHA COM TODAS AS GAVETAS DO BALCAO DA DATA     *
      *      FECHADAS E CONFERIDAS NO CEP290 -- A SOBRA OU FALTA DE    *
      *      GAVETA ABERTA NAO CHEGARIA A CONTABILIDADE (CTB020). SEM  *
      *      O GAVMESTR NAO HA GAVETA A CONFERIR.                      *
      *----------------------------------------------------------------*
           P006-CONFERIR-GAVETAS.
               MOVE ZERO TO WS-QTD-GAV-ABERTAS
               OPEN INPUT GAVMESTR
               IF WS-STATUS-GAVMESTR = '00'
                   MOVE 'N' TO WS-SW-FIM-GAVMESTR
                   MOVE WS-DATA-PROC TO GAV-DATA
                   MOVE LOW-VALUES TO GAV-ID-OPERADOR
                   START GAVMESTR KEY IS NOT LESS THAN GAV-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WS-SW-FIM-GAVMESTR
                   END-START
                   PERFORM P007-CONTAR-GAVETA-ABERTA
                           UNTIL WS-FIM-GAVMESTR
                   CLOSE GAVMESTR
               END-IF
               IF WS-QTD-GAV-ABERTAS > ZERO
                   DISPLAY WS-QTD-GAV-ABERTAS " GAVETA(S) DO "
                           "BALCAO AINDA ABERTA(S) EM " WS-DATA-PROC
                           ". FECHE-AS PELO CEP290. EXECUCAO "
                           "RECUSADA."
                   MOVE 20 TO WS-RUN-COD-RETORNO
               END-IF.

           P007-CONTAR-GAVETA-ABERTA.
               READ GAVMESTR NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SW-FIM-GAVMESTR
               END-READ
               IF NOT WS-FIM-GAVMESTR
                   IF GAV-DATA NOT = WS-DATA-PROC
                       MOVE 'S' TO WS-SW-FIM-GAVMESTR
                   ELSE
                       IF GAV-ABERTA
                           ADD 1 TO WS-QTD-GAV-ABERTAS
                           DISPLAY "GAVETA ABERTA: CAIXA "
                                   GAV-ID-OPERADOR " TERMINAL "
                                   GAV-ID-TERMINAL
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *P005/P905: O FECHAMENTO SO RODA DEPOIS DA CONCILIACAO (CEP020)  *
      *           CONCLUIDA NA DATA, E UMA UNICA VEZ POR DATA --       *
                                   WS-RUN-DATA-PROC WS-RUN-QTD-PROC
                                   WS-RUN-QTD-REJ WS-RUN-COD-RETORNO.

      *----------------------------------------------------------------*
      *P010/P015: POSICIONA NO PRIMEIRO MOVIMENTO DA DATA DA PRIMEIRA  *
      *      CONTA, A PARTIR DE WS-CONTA-PROXIMA, QUE TEM MOVIMENTO NA *
      *      DATA (CHAVE CONTA + DATA + HORA DO MOVHIST). CONTA SEM    *
      *      MOVIMENTO NA DATA E SALTADA COM UM START SO.              *
      *----------------------------------------------------------------*
           P010-LOCALIZAR-CONTA.
               MOVE 'N' TO WS-SW-CONTA-ACHADA
               PERFORM P015-POSICIONAR-CONTA
                       UNTIL WS-FIM-HISTORICO OR WS-CONTA-ACHADA.

           P015-POSICIONAR-CONTA.
               MOVE WS-CONTA-PROXIMA TO HST-NUM-CONTA
               MOVE WS-DATA-PROC TO HST-DATA-MOVTO
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
                       IF HST-DATA-MOVTO = WS-DATA-PROC
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
      *P020: LE O PROXIMO MOVIMENTO DA CONTA NA DATA; OUTRA CONTA OU   *
      *      OUTRA DATA ENCERRA A CONTA.                               *
      *----------------------------------------------------------------*
           P020-LER-LANCAMENTO.
               IF NOT WS-FIM-CONTA
                   READ MOVHIST NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SW-FIM-CONTA
                   END-READ
                   IF NOT WS-FIM-CONTA
                       IF HST-NUM-CONTA NOT = WS-CONTA-CORRENTE OR
                          HST-DATA-MOVTO NOT = WS-DATA-PROC
                           MOVE 'S' TO WS-SW-FIM-CONTA
                       ELSE
                           MOVE HST-MOVIMENTO TO LOG-REGISTRO
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *P100: PROCESSA POR QUEBRA DE CONTA PARA CONSEGUIR CONTAR CONTAS *
      *      DISTINTAS COM MOVIMENTO NA DATA, ALEM DOS TOTAIS POR TIPO.*
      *      SO A FAIXA CONTA + DATA DO DIA E LIDA NO MOVHIST; DEPOIS  *
      *      SALTA PARA A CONTA SEGUINTE.                              *
      *----------------------------------------------------------------*
           P100-TOTALIZAR-CONTA.
               MOVE HST-NUM-CONTA TO WS-CONTA-CORRENTE
               MOVE 'N' TO WS-SW-CONTA-MOVIDA
               MOVE 'N' TO WS-SW-FIM-CONTA
               PERFORM P110-TOTALIZAR-LANCAMENTO
                       UNTIL WS-FIM-CONTA
               IF WS-CONTA-MOVIDA
                   ADD 1 TO WS-QTD-CONTAS-MOVIDAS
               END-IF
               IF WS-CONTA-CORRENTE = 99999999
                   MOVE 'S' TO WS-SW-FIM-HISTORICO
               ELSE
                   COMPUTE WS-CONTA-PROXIMA = WS-CONTA-CORRENTE + 1
                   PERFORM P010-LOCALIZAR-CONTA
               END-IF.

           P110-TOTALIZAR-LANCAMENTO.
                       WHEN LOG-TIPO-PAGTO-PARCELA
                           ADD 1 TO WS-QTD-PAGTO-PARCELA
                           ADD LOG-VALOR TO WS-VLR-PAGTO-PARCELA
                       WHEN LOG-TIPO-ESTORNO-DEBITO
                           ADD 1 TO WS-QTD-ESTORNO-DEB
                           ADD LOG-VALOR TO WS-VLR-ESTORNO-DEB
                       WHEN LOG-TIPO-ESTORNO-CREDITO
                           ADD 1 TO WS-QTD-ESTORNO-CRED
                           ADD LOG-VALOR TO WS-VLR-ESTORNO-CRED
                       WHEN LOG-TIPO-TARIFA
                           ADD 1 TO WS-QTD-TARIFA
                           ADD LOG-VALOR TO WS-VLR-TARIFA
                       WHEN LOG-TIPO-CHEQUE-DEVOLVIDO
                           ADD 1 TO WS-QTD-CHEQ-DEVOLV
                           ADD LOG-VALOR TO WS-VLR-CHEQ-DEVOLV
                       WHEN LOG-TIPO-IR-RETIDO
                           ADD 1 TO WS-QTD-IR-RETIDO
                           ADD LOG-VALOR TO WS-VLR-IR-RETIDO
                       WHEN LOG-TIPO-CREDITO-SALARIO
                           ADD 1 TO WS-QTD-CRED-SALARIO
                           ADD LOG-VALOR TO WS-VLR-CRED-SALARIO
                       WHEN LOG-TIPO-DEBITO-FOLHA
                           ADD 1 TO WS-QTD-DEB-FOLHA
                           ADD LOG-VALOR TO WS-VLR-DEB-FOLHA
                       WHEN LOG-TIPO-PAGTO-CONTA
                           ADD 1 TO WS-QTD-PAGTO-CONTA
                           ADD LOG-VALOR TO WS-VLR-PAGTO-CONTA
                       WHEN LOG-TIPO-TRANSF-JUDICIAL
                           ADD 1 TO WS-QTD-TRANSF-JUDIC
                           ADD LOG-VALOR TO WS-VLR-TRANSF-JUDIC
                   END-EVALUATE
               END-IF
               PERFORM P020-LER-LANCAMENTO.

           P300-EMITIR-RESUMO.
               MOVE WS-DATA-PROC TO WS-CAB-DATA
               MOVE WS-QTD-PAGTO-PARCELA TO WS-TIP-QTD
               MOVE WS-VLR-PAGTO-PARCELA TO WS-TIP-VALOR
               PERFORM P310-GRAVAR-LINHA-TIPO
               MOVE "ESTORNOS A DEBITO.: " TO WS-TIP-DESCRICAO
               MOVE WS-QTD-ESTORNO-DEB TO WS-TIP-QTD
               MOVE WS-VLR-ESTORNO-DEB TO WS-TIP-VALOR
               PERFORM P310-GRAVAR-LINHA-TIPO
               MOVE "ESTORNOS A CREDITO: " TO WS-TIP-DESCRICAO
               MOVE WS-QTD-ESTORNO-CRED TO WS-TIP-QTD
               MOVE WS-VLR-ESTORNO-CRED TO WS-TIP-VALOR
               PERFORM P310-GRAVAR-LINHA-TIPO
               MOVE "TARIFAS...........: " TO WS-TIP-DESCRICAO
               MOVE WS-QTD-TARIFA TO WS-TIP-QTD
               MOVE WS-VLR-TARIFA TO WS-TIP-VALOR
               PERFORM P310-GRAVAR-LINHA-TIPO
               MOVE "CHEQ DEVOLVIDOS...: " TO WS-TIP-DESCRICAO
               MOVE WS-QTD-CHEQ-DEVOLV TO WS-TIP-QTD
               MOVE WS-VLR-CHEQ-DEVOLV TO WS-TIP-VALOR
               PERFORM P310-GRAVAR-LINHA-TIPO
               MOVE "IR RETIDO NA FONTE: " TO WS-TIP-DESCRICAO
               MOVE WS-QTD-IR-RETIDO TO WS-TIP-QTD
               MOVE WS-VLR-IR-RETIDO TO WS-TIP-VALOR
               PERFORM P310-GRAVAR-LINHA-TIPO
               MOVE "CREDITOS SALARIO..: " TO WS-TIP-DESCRICAO
               MOVE WS-QTD-CRED-SALARIO TO WS-TIP-QTD
               MOVE WS-VLR-CRED-SALARIO TO WS-TIP-VALOR
               PERFORM P310-GRAVAR-LINHA-TIPO
               MOVE "DEBITOS DE FOLHA..: " TO WS-TIP-DESCRICAO
               MOVE WS-QTD-DEB-FOLHA TO WS-TIP-QTD
               MOVE WS-VLR-DEB-FOLHA TO WS-TIP-VALOR
               PERFORM P310-GRAVAR-LINHA-TIPO
               MOVE "PAGTOS DE CONTAS..: " TO WS-TIP-DESCRICAO
               MOVE WS-QTD-PAGTO-CONTA TO WS-TIP-QTD
               MOVE WS-VLR-PAGTO-CONTA TO WS-TIP-VALOR
               PERFORM P310-GRAVAR-LINHA-TIPO
               MOVE "TRANSF JUDICIAIS..: " TO WS-TIP-DESCRICAO
               MOVE WS-QTD-TRANSF-JUDIC TO WS-TIP-QTD
               MOVE WS-VLR-TRANSF-JUDIC TO WS-TIP-VALOR
               PERFORM P310-GRAVAR-LINHA-TIPO
               MOVE WS-QTD-CONTAS-MOVIDAS TO WS-CON-QTD
               MOVE WS-REL-CONTAS TO REL-REGISTRO
               WRITE REL-REGISTRO
                   WRITE REL-REGISTRO
               END-IF.

      *----------------------------------------------------------------*
      *P450: POSICAO DAS GAVETAS DO CAIXA DE BALCAO (GAVMESTR, CEP290) *
      *      NA DATA DO FECHAMENTO. GAVETA FECHADA ENTRA NO TOTAL PELO *
      *      VALOR CONTADO; GAVETA AINDA ABERTA, PELO ESPERADO (TROCO  *
      *      + ENTRADAS - SAIDAS) E SAI APONTADA. O TOTAL EM CAIXA     *
      *      SOMA O CAIXA ELETRONICO E O BALCAO. SEM O GAVMESTR O      *
      *      RELATORIO AVISA E O TOTAL FICA SO COM O CAIXA ELETRONICO. *
      *----------------------------------------------------------------*
           P450-POSICAO-DO-BALCAO.
               MOVE WS-REL-BRANCO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE WS-REL-BALCAO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE ZERO TO WS-QTD-GAVETAS
               MOVE ZERO TO WS-VALOR-CAIXA-BALCAO
               OPEN INPUT GAVMESTR
               IF WS-STATUS-GAVMESTR NOT = '00'
                   MOVE WS-STATUS-GAVMESTR TO WS-SBL-STATUS
                   MOVE WS-REL-SEM-BALCAO TO REL-REGISTRO
                   WRITE REL-REGISTRO
               ELSE
                   MOVE 'N' TO WS-SW-FIM-GAVMESTR
                   MOVE WS-DATA-PROC TO GAV-DATA
                   MOVE LOW-VALUES TO GAV-ID-OPERADOR
                   START GAVMESTR KEY IS NOT LESS THAN GAV-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WS-SW-FIM-GAVMESTR
                   END-START
                   PERFORM P460-LER-GAVMESTR
                           UNTIL WS-FIM-GAVMESTR
                   CLOSE GAVMESTR
               END-IF
               MOVE WS-VALOR-CAIXA-BALCAO TO WS-TBL-VALOR
               MOVE WS-REL-TOTAL-BALCAO TO REL-REGISTRO
               WRITE REL-REGISTRO
               COMPUTE WS-VALOR-CAIXA-GERAL =
                       WS-VALOR-TOTAL-CAIXA + WS-VALOR-CAIXA-BALCAO
               MOVE WS-VALOR-CAIXA-GERAL TO WS-TGR-VALOR
               MOVE WS-REL-TOTAL-GERAL TO REL-REGISTRO
               WRITE REL-REGISTRO.

           P460-LER-GAVMESTR.
               READ GAVMESTR NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SW-FIM-GAVMESTR
               END-READ
               IF NOT WS-FIM-GAVMESTR
                   IF GAV-DATA NOT = WS-DATA-PROC
                       MOVE 'S' TO WS-SW-FIM-GAVMESTR
                   ELSE
                       PERFORM P470-LINHA-GAVETA
                   END-IF
               END-IF.

           P470-LINHA-GAVETA.
               ADD 1 TO WS-QTD-GAVETAS
               MOVE GAV-ID-TERMINAL TO WS-GV1-TERMINAL
               MOVE GAV-ID-OPERADOR TO WS-GV1-OPERADOR
               MOVE GAV-VALOR-ABERTURA TO WS-GV1-TROCO
               MOVE GAV-VALOR-ENTRADAS TO WS-GV1-ENTRADAS
               MOVE GAV-VALOR-SAIDAS TO WS-GV1-SAIDAS
               MOVE WS-REL-GAVETA-1 TO REL-REGISTRO
               WRITE REL-REGISTRO
               IF GAV-FECHADA
                   MOVE GAV-VALOR-CONTADO TO WS-VALOR-GAVETA
                   MOVE GAV-VALOR-ESPERADO TO WS-GV2-ESPERADO
                   MOVE GAV-VALOR-CONTADO TO WS-GV2-CONTADO
                   MOVE GAV-VALOR-DIFERENCA TO WS-GV2-DIFERENCA
                   EVALUATE TRUE
                       WHEN GAV-VALOR-DIFERENCA > ZERO
                           MOVE "SOBRA" TO WS-GV2-SITUACAO
                       WHEN GAV-VALOR-DIFERENCA < ZERO
                           MOVE "FALTA" TO WS-GV2-SITUACAO
                       WHEN OTHER
                           MOVE "SEM DIFERENCA" TO WS-GV2-SITUACAO
                   END-EVALUATE
               ELSE
                   COMPUTE WS-VALOR-GAVETA = GAV-VALOR-ABERTURA +
                           GAV-VALOR-ENTRADAS - GAV-VALOR-SAIDAS
                   MOVE WS-VALOR-GAVETA TO WS-GV2-ESPERADO
                   MOVE ZERO TO WS-GV2-CONTADO
                   MOVE ZERO TO WS-GV2-DIFERENCA
                   MOVE "*** GAVETA ABERTA" TO WS-GV2-SITUACAO
               END-IF
               ADD WS-VALOR-GAVETA TO WS-VALOR-CAIXA-BALCAO
               MOVE WS-REL-GAVETA-2 TO REL-REGISTRO
               WRITE REL-REGISTRO.

           END PROGRAM CEP070.
