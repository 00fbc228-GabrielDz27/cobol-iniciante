      *----------------------------------------------------------------*
      *ATHOR:          GABRIEL FERREIRA                                *
      *DATE:           14/10/2026                                      *
      *NAME PROGRAM:   CTB040 - CONCILIACAO RAZAO X CADASTROS          *
      *----------------------------------------------------------------*
      *DESCRICAO:      CONFERE, NA COMPETENCIA INFORMADA, O SALDO DE   *
      *                FECHAMENTO DO RAZAO (SDO-SALDO-FINAL DO         *
      *                SDOMESTR, POSTADO PELO CTB030) DAS CONTAS DE    *
      *                CONTROLE CONTRA A SOMA DOS CADASTROS QUE ELAS   *
      *                REPRESENTAM:                                   *
      *                21001 DEPOSITOS..... SOMA DE CTA-SALDO          *
      *                12501 PARC RECEBER.. PARCELAS VENCIDAS ATE O    *
      *                                     FIM DO MES E EM ABERTO     *
      *                                     NELE (PARMESTR)            *
      *                12001 EMPRESTIMOS... PRINCIPAL EM ABERTO DOS    *
      *                                     CONTRATOS (CTRMESTR)       *
      *                12801 CHEQ COBRANCA. CHEQUES PENDENTES NA FILA  *
      *                                     DE FLOAT (FLTPEND)         *
      *                O RELATORIO RELCONC TRAZ, EM CADA CONTA, OS     *
      *                ITENS DO CADASTRO QUE EXPLICAM A DIFERENCA      *
      *                (CONTA, CONTRATO OU PARCELA E O VALOR QUE       *
      *                FICOU DE UM LADO SO), E DEPOIS O SALDO DO       *
      *                RAZAO, O DO CADASTRO, A DIFERENCA E A SITUACAO  *
      *                CONTRA A TOLERANCIA. A QUANTIDADE DE CONTAS     *
      *                FORA DA TOLERANCIA VAI PARA OS REJEITADOS DO    *
      *                CONTROLE DE BATCH (RUNCTRL, VIA BATCTL), ONDE O *
      *                FECHAMENTO DO ULTIMO DIA UTIL DO MES (DIA010) A *
      *                CONFERE.                                        *
      *                                                               *
      *                SO RODA COM O BALANCETE (CTB030) DA COMPETENCIA *
      *                CONCLUIDO. PODE SER REEXECUTADA ATE FECHAR SEM  *
      *                DIFERENCA (BATCTL 'R'); DEPOIS DISSO A          *
      *                COMPETENCIA FICA CONCILIADA E E RECUSADA.       *
      *                OS MOVIMENTOS DAS CONTAS SAO LIDOS DO HISTORICO *
      *                INDEXADO (MOVHIST), QUE GUARDA TAMBEM OS MESES  *
      *                JA ARQUIVADOS PELO CEP090, ENTAO A EXECUCAO SO  *
      *                ANDA COM A CARGA DO DIA (CEP300) CONCLUIDA SEM  *
      *                DATA DIVERGENTE.                                *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *14/10/2026 GFD  CRIACAO DO PROGRAMA
      *15/10/2026 GFD  INCLUIDO O TIPO DE PAGAMENTO DE
      *                CONTA/BOLETO ('G') DO CEP010/CEP240.
      *15/10/2026 GFD  INCLUIDO O TIPO DE TRANSFERENCIA JUDICIAL
      *                ('U') DO CEP270.
      *15/10/2026 GFD  INCLUIDA NO REPLACING DO LAYOUT A VISAO DE
      *                BALCAO DA AREA DE REFERENCIA (OPERADOR DO
      *                CAIXA DE BALCAO, CEP290).
      *15/10/2026 GFD  A CONCILIACAO DE DEPOSITOS PASSA A LER O
      *                HISTORICO INDEXADO (MOVHIST) NA ORDEM DA
      *                CHAVE CONTA + DATA EM VEZ DE ORDENAR O
      *                MOVLOG, E SO RODA COM A CARGA DO DIA
      *                (CEP300) CONCLUIDA SEM DATA DIVERGENTE.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTB040.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SDOMESTR ASSIGN TO "SDOMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDO-CHAVE
               FILE STATUS IS WS-STATUS-SDOMESTR.

           SELECT CTAMESTR ASSIGN TO "CTAMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CHAVE
               FILE STATUS IS WS-STATUS-CTAMESTR.

           SELECT MOVHIST ASSIGN TO "MOVHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-CHAVE
               ALTERNATE RECORD KEY IS HST-CHAVE-DATA
               FILE STATUS IS WS-STATUS-MOVHIST.

           SELECT PARMESTR ASSIGN TO "PARMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CHAVE
               ALTERNATE RECORD KEY IS PAR-CHAVE-VENCTO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-PARMESTR.

           SELECT CTRMESTR ASSIGN TO "CTRMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-CHAVE
               FILE STATUS IS WS-STATUS-CTRMESTR.

           SELECT FLTPEND ASSIGN TO "FLTPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-FLTPEND.

           SELECT RELCONC ASSIGN TO "RELCONC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELCONC.

       DATA DIVISION.
       FILE SECTION.
       FD  SDOMESTR.
       COPY SDOCTB.

       FD  CTAMESTR.
       COPY CTACAD.

       FD  MOVHIST.
       COPY MOVHST.

       FD  PARMESTR.
       COPY PARCELA.

       FD  CTRMESTR.
       COPY CONTRATO.

       FD  FLTPEND.
       COPY FLUTUA.

       FD  RELCONC.
       01  REL-REGISTRO                PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-STATUS-SDOMESTR      PIC X(02) VALUE SPACES.
       77 WS-STATUS-CTAMESTR      PIC X(02) VALUE SPACES.
       77 WS-STATUS-MOVHIST       PIC X(02) VALUE SPACES.
       77 WS-STATUS-PARMESTR      PIC X(02) VALUE SPACES.
       77 WS-STATUS-CTRMESTR      PIC X(02) VALUE SPACES.
       77 WS-STATUS-FLTPEND       PIC X(02) VALUE SPACES.
       77 WS-STATUS-RELCONC       PIC X(02) VALUE SPACES.

       77 WS-SW-FIM-CTAMESTR      PIC X(01) VALUE 'N'.
           88 WS-FIM-CTAMESTR         VALUE 'S'.
       77 WS-SW-FIM-HISTORICO     PIC X(01) VALUE 'N'.
           88 WS-FIM-HISTORICO        VALUE 'S'.
       77 WS-SW-HISTORICO-ABERTO  PIC X(01) VALUE 'N'.
           88 WS-HISTORICO-ABERTO     VALUE 'S'.
       77 WS-SW-FIM-PARMESTR      PIC X(01) VALUE 'N'.
           88 WS-FIM-PARMESTR         VALUE 'S'.
       77 WS-SW-FIM-CTRMESTR      PIC X(01) VALUE 'N'.
           88 WS-FIM-CTRMESTR         VALUE 'S'.
       77 WS-SW-FIM-FLTPEND       PIC X(01) VALUE 'N'.
           88 WS-FIM-FLTPEND          VALUE 'S'.
       77 WS-SW-TEM-MOVTO         PIC X(01) VALUE 'N'.
           88 WS-TEM-MOVTO            VALUE 'S'.
       77 WS-SW-TEM-MOVTO-MES     PIC X(01) VALUE 'N'.
           88 WS-TEM-MOVTO-MES        VALUE 'S'.
       77 WS-SW-TEM-MOVTO-APOS    PIC X(01) VALUE 'N'.
           88 WS-TEM-MOVTO-APOS       VALUE 'S'.
       77 WS-SW-LIQUIDADO-NO-MES  PIC X(01) VALUE 'N'.
           88 WS-LIQUIDADO-NO-MES     VALUE 'S'.

       77 WS-ANO-MES-REF          PIC 9(06) VALUE ZERO.
       77 WS-DATA-COMPETENCIA     PIC 9(08) VALUE ZERO.
       77 WS-DATA-FIM-COMPETENCIA PIC 9(08) VALUE ZERO.
       77 WS-DATA-HOJE            PIC 9(08) VALUE ZERO.

       77 WS-FUNCAO-DIACTL        PIC X(01) VALUE 'C'.
       77 WS-COD-RETORNO-DIACTL   PIC 9(02) VALUE ZERO.

      *----------------------------------------------------------------*
      *DIFERENCA ACEITA ENTRE RAZAO E CADASTRO, PARA ABSORVER O        *
      *ARREDONDAMENTO DA AMORTIZACAO NA TABELA PRICE.                  *
      *----------------------------------------------------------------*
       77 WS-TOLERANCIA           PIC 9(03)V99 VALUE 1.00.

       77 WS-CTA-EMPRESTIMOS      PIC 9(05) VALUE 12001.
       77 WS-CTA-PARC-RECEBER     PIC 9(05) VALUE 12501.
       77 WS-CTA-CHEQ-COBRANCA    PIC 9(05) VALUE 12801.
       77 WS-CTA-DEPOSITOS        PIC 9(05) VALUE 21001.

       77 WS-CONC-CONTA           PIC 9(05) VALUE ZERO.
       77 WS-CONC-SALDO-RAZAO     PIC S9(13)V99 VALUE ZERO.
       77 WS-CONC-SALDO-CADASTRO  PIC S9(13)V99 VALUE ZERO.
       77 WS-CONC-DIFERENCA       PIC S9(13)V99 VALUE ZERO.
       77 WS-CONC-DIF-ABSOLUTA    PIC 9(13)V99 VALUE ZERO.
       77 WS-CONC-QTD-ITENS       PIC 9(05) VALUE ZERO.

       77 WS-SALDO-ULT-MOVTO      PIC S9(10)V99 VALUE ZERO.
       77 WS-SALDO-ULT-MOVTO-MES  PIC S9(10)V99 VALUE ZERO.
       77 WS-NUM-CONTRATO-LIDO    PIC 9(05) VALUE ZERO.
       77 WS-DATA-LIQUIDACAO      PIC 9(08) VALUE ZERO.
       77 WS-AMORT-ACRESCIDA      PIC 9(11)V99 VALUE ZERO.
       77 WS-PRINCIPAL-ABERTO     PIC S9(11)V99 VALUE ZERO.
       77 WS-VALOR-ITEM           PIC S9(11)V99 VALUE ZERO.

       77 WS-QTD-CONTAS-CONFERIDAS PIC 9(05) VALUE ZERO.
       77 WS-QTD-FORA-TOLERANCIA  PIC 9(05) VALUE ZERO.

       COPY BATWS.

       COPY CTALOG.

       01 WS-REL-CABECALHO.
           05 FILLER            PIC X(44) VALUE
              "CONCILIACAO RAZAO X CADASTROS - COMPETENCIA ".
           05 WS-CAB-ANO-MES    PIC 9(06).

       01 WS-REL-SECAO.
           05 FILLER            PIC X(06) VALUE "CONTA ".
           05 WS-SEC-CONTA      PIC 9(05).
           05 FILLER            PIC X(03) VALUE " - ".
           05 WS-SEC-DESCRICAO  PIC X(50).

       01 WS-REL-COLUNAS.
           05 FILLER            PIC X(25) VALUE
              "  CONTA/CTR  PARC  MOTIVO".
           05 FILLER            PIC X(37) VALUE SPACES.
           05 FILLER            PIC X(05) VALUE "VALOR".

       01 WS-REL-ITEM.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-ITE-CHAVE      PIC 9(08).
           05 FILLER            PIC X(03) VALUE SPACES.
           05 WS-ITE-PARCELA    PIC ZZZ.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-ITE-MOTIVO     PIC X(34).
           05 WS-ITE-VALOR      PIC -Z(10)9.99.

       01 WS-REL-VALOR.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-VAL-ROTULO     PIC X(36).
           05 WS-VAL-VALOR      PIC -Z(12)9.99.

       01 WS-REL-SITUACAO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(36) VALUE
              "SITUACAO...........................:".
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-SIT-TEXTO      PIC X(30).

       01 WS-REL-RESUMO.
           05 FILLER            PIC X(19) VALUE "CONTAS CONFERIDAS: ".
           05 WS-RES-CONFERIDAS PIC ZZZZ9.
           05 FILLER            PIC X(24) VALUE
              "   FORA DA TOLERANCIA: ".
           05 WS-RES-FORA       PIC ZZZZ9.

       01 WS-REL-BRANCO         PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
           0000-MAINLINE.
               DISPLAY "***** CONTABILIDADE - CTB040 *****"
               DISPLAY "INFORME O MES/ANO DE REFERENCIA (AAAAMM): "
               ACCEPT WS-ANO-MES-REF
               COMPUTE WS-DATA-COMPETENCIA = WS-ANO-MES-REF * 100 + 1
               COMPUTE WS-DATA-FIM-COMPETENCIA =
                       WS-ANO-MES-REF * 100 + 31
               PERFORM 0300-CONFERIR-CARGA-HISTORICO
               IF WS-RUN-COD-RETORNO = ZERO
                   PERFORM 0400-CONFERIR-SITUACAO
               END-IF
               IF WS-RUN-COD-RETORNO = ZERO
                   PERFORM 1000-INICIALIZAR
                   IF WS-STATUS-SDOMESTR = '00' AND
                      WS-STATUS-CTAMESTR = '00' AND
                      WS-STATUS-PARMESTR = '00' AND
                      WS-STATUS-CTRMESTR = '00' AND
                      WS-STATUS-RELCONC = '00'
                       PERFORM 2000-CONCILIAR-DEPOSITOS
                       PERFORM 3000-CONCILIAR-PARC-RECEBER
                       PERFORM 4000-CONCILIAR-EMPRESTIMOS
                       PERFORM 5000-CONCILIAR-CHEQ-COBRANCA
                       PERFORM 8000-IMPRIMIR-RESUMO
                       PERFORM 9000-FINALIZAR
                       PERFORM 9500-REGISTRAR-FIM
                   END-IF
               END-IF
               STOP RUN.

      *----------------------------------------------------------------*
      *0300: A CONCILIACAO DE DEPOSITOS LE O HISTORICO INDEXADO        *
      *      (MOVHIST), ENTAO SO RODA NUM DIA DE PROCESSAMENTO ABERTO  *
      *      (DIAPROC, VIA DIACTL) COM A CARGA DO DIA (CEP300)         *
      *      CONCLUIDA E SEM DATA DIVERGENTE.                          *
      *----------------------------------------------------------------*
           0300-CONFERIR-CARGA-HISTORICO.
               MOVE 'C' TO WS-FUNCAO-DIACTL
               CALL "DIACTL" USING WS-FUNCAO-DIACTL WS-DATA-HOJE
                                   WS-COD-RETORNO-DIACTL
               IF WS-COD-RETORNO-DIACTL NOT = ZERO
                   DISPLAY "DIA DE PROCESSAMENTO NAO ABERTO "
                           "(ABRA PELO DIA010). EXECUCAO RECUSADA."
                   MOVE 90 TO WS-RUN-COD-RETORNO
               ELSE
                   MOVE 'Q' TO WS-RUN-FUNCAO
                   MOVE "CEP300" TO WS-RUN-NOME-JOB
                   MOVE WS-DATA-HOJE TO WS-RUN-DATA-PROC
                   CALL "BATCTL" USING WS-RUN-FUNCAO WS-RUN-NOME-JOB
                                       WS-RUN-DATA-PROC
                                       WS-RUN-QTD-PROC
                                       WS-RUN-QTD-REJ
                                       WS-RUN-COD-RETORNO
                   IF WS-RUN-COD-RETORNO NOT = ZERO OR
                      WS-RUN-QTD-REJ > ZERO
                       DISPLAY "CARGA DO HISTORICO (CEP300) NAO "
                               "CONCLUIDA OU COM DATA DIVERGENTE EM "
                               WS-DATA-HOJE ". EXECUCAO RECUSADA."
                       MOVE 20 TO WS-RUN-COD-RETORNO
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *0400: O SDOMESTR SO TEM O FECHAMENTO DA COMPETENCIA DEPOIS DO   *
      *      CTB030, ENTAO SEM ELE CONCLUIDO A EXECUCAO E RECUSADA.    *
      *      COMPETENCIA JA CONCILIADA SEM DIFERENCA TAMBEM E          *
      *      RECUSADA; COM DIFERENCA, PODE RODAR DE NOVO DEPOIS DO     *
      *      ACERTO (BATCTL 'R').                                      *
      *----------------------------------------------------------------*
           0400-CONFERIR-SITUACAO.
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
               ELSE
                   MOVE 'Q' TO WS-RUN-FUNCAO
                   MOVE "CTB040" TO WS-RUN-NOME-JOB
                   CALL "BATCTL" USING WS-RUN-FUNCAO WS-RUN-NOME-JOB
                                       WS-RUN-DATA-PROC
                                       WS-RUN-QTD-PROC
                                       WS-RUN-QTD-REJ
                                       WS-RUN-COD-RETORNO
                   IF WS-RUN-COD-RETORNO = ZERO AND
                      WS-RUN-QTD-REJ = ZERO
                       DISPLAY "COMPETENCIA " WS-ANO-MES-REF
                               " JA CONCILIADA SEM DIFERENCA. "
                               "EXECUCAO RECUSADA."
                       MOVE 10 TO WS-RUN-COD-RETORNO
                   ELSE
                       PERFORM 0500-REGISTRAR-INICIO
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *0500/9500: REGISTRO DE INICIO E FIM NO CONTROLE DE BATCH,       *
      *           CHAVEADO PELO PRIMEIRO DIA DA COMPETENCIA. O FIM     *
      *           LEVA AS CONTAS CONFERIDAS E AS FORA DA TOLERANCIA.   *
      *----------------------------------------------------------------*
           0500-REGISTRAR-INICIO.
               MOVE 'R' TO WS-RUN-FUNCAO
               MOVE "CTB040" TO WS-RUN-NOME-JOB
               MOVE WS-DATA-COMPETENCIA TO WS-RUN-DATA-PROC
               CALL "BATCTL" USING WS-RUN-FUNCAO WS-RUN-NOME-JOB
                                   WS-RUN-DATA-PROC WS-RUN-QTD-PROC
                                   WS-RUN-QTD-REJ WS-RUN-COD-RETORNO
               IF WS-RUN-COD-RETORNO NOT = ZERO
                   DISPLAY "ERRO NO CONTROLE DE BATCH. RETORNO: "
                           WS-RUN-COD-RETORNO
               END-IF.

           9500-REGISTRAR-FIM.
               MOVE 'F' TO WS-RUN-FUNCAO
               MOVE WS-QTD-CONTAS-CONFERIDAS TO WS-RUN-QTD-PROC
               MOVE WS-QTD-FORA-TOLERANCIA TO WS-RUN-QTD-REJ
               CALL "BATCTL" USING WS-RUN-FUNCAO WS-RUN-NOME-JOB
                                   WS-RUN-DATA-PROC WS-RUN-QTD-PROC
                                   WS-RUN-QTD-REJ WS-RUN-COD-RETORNO.

      *----------------------------------------------------------------*
      *1000: ABRE OS ARQUIVOS. FLTPEND E MOVHIST PODEM NAO EXISTIR     *
      *      (NENHUM CHEQUE DEPOSITADO / HISTORICO AINDA VAZIO): A     *
      *      CONTA CORRESPONDENTE E CONFERIDA COM O CADASTRO ZERADO OU *
      *      SEM A LISTA DE ITENS.                                     *
      *----------------------------------------------------------------*
           1000-INICIALIZAR.
               OPEN INPUT SDOMESTR
               OPEN INPUT CTAMESTR
               OPEN INPUT PARMESTR
               OPEN INPUT CTRMESTR
               OPEN OUTPUT RELCONC
               IF WS-STATUS-SDOMESTR NOT = '00' OR
                  WS-STATUS-CTAMESTR NOT = '00' OR
                  WS-STATUS-PARMESTR NOT = '00' OR
                  WS-STATUS-CTRMESTR NOT = '00' OR
                  WS-STATUS-RELCONC NOT = '00'
                   DISPLAY "ERRO AO ABRIR ARQUIVOS. SDOMESTR: "
                           WS-STATUS-SDOMESTR " CTAMESTR: "
                           WS-STATUS-CTAMESTR " PARMESTR: "
                           WS-STATUS-PARMESTR " CTRMESTR: "
                           WS-STATUS-CTRMESTR " RELCONC: "
                           WS-STATUS-RELCONC
               ELSE
                   MOVE WS-ANO-MES-REF TO WS-CAB-ANO-MES
                   MOVE WS-REL-CABECALHO TO REL-REGISTRO
                   WRITE REL-REGISTRO
               END-IF.

      *----------------------------------------------------------------*
      *2000: 21001 DEPOSITOS X SOMA DE CTA-SALDO. O HISTORICO         *
      *      INDEXADO (MOVHIST, QUE GUARDA TAMBEM OS MESES JA          *
      *      ARQUIVADOS PELO CEP090) E LIDO CONTA A CONTA NA ORDEM DA  *
      *      CHAVE CONTA + DATA + HORA E CASADO COM O CTAMESTR, LIDO   *
      *      NA ORDEM DA CHAVE. EXPLICAM A DIFERENCA: CONTA CUJO SALDO *
      *      NAO BATE COM O SALDO RESULTANTE DO SEU ULTIMO MOVIMENTO   *
      *      (SALDO ALTERADO SEM PASSAR PELO MOVLOG, LOGO SEM          *
      *      LANCAMENTO); CONTA COM MOVIMENTO DEPOIS DO FIM DA         *
      *      COMPETENCIA (O CADASTRO JA TEM, O RAZAO DO MES NAO); E    *
      *      MOVIMENTO DE CONTA QUE NAO EXISTE NO CTAMESTR (O RAZAO    *
      *      TEM, O CADASTRO NAO).                                     *
      *----------------------------------------------------------------*
           2000-CONCILIAR-DEPOSITOS.
               MOVE WS-CTA-DEPOSITOS TO WS-CONC-CONTA
               MOVE "DEPOSITOS A VISTA X SALDOS DAS CONTAS (CTAMESTR)"
                    TO WS-SEC-DESCRICAO
               PERFORM 7000-ABRIR-SECAO
               MOVE 'N' TO WS-SW-FIM-HISTORICO
               MOVE 'N' TO WS-SW-HISTORICO-ABERTO
               OPEN INPUT MOVHIST
               IF WS-STATUS-MOVHIST NOT = '00'
                   DISPLAY "AVISO: MOVHIST INDISPONIVEL ("
                           WS-STATUS-MOVHIST "). CONTAS SEM LISTA DE "
                           "ITENS."
                   MOVE 'S' TO WS-SW-FIM-HISTORICO
               ELSE
                   MOVE 'S' TO WS-SW-HISTORICO-ABERTO
                   MOVE ZERO TO HST-NUM-CONTA
                   MOVE ZERO TO HST-DATA-MOVTO
                   MOVE ZERO TO HST-HORA-MOVTO
                   MOVE ZERO TO HST-SEQUENCIA
                   START MOVHIST KEY IS NOT LESS THAN HST-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WS-SW-FIM-HISTORICO
                   END-START
                   PERFORM 2010-LER-HISTORICO
               END-IF
               MOVE 'N' TO WS-SW-FIM-CTAMESTR
               MOVE ZERO TO CTA-NUM-CONTA
               START CTAMESTR KEY IS NOT LESS THAN CTA-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-CTAMESTR
               END-START
               PERFORM 2020-LER-CTAMESTR
               PERFORM 2100-CONFERIR-CONTA
                       UNTIL WS-FIM-CTAMESTR
               PERFORM 2300-MOVTO-SEM-CONTA
                       UNTIL WS-FIM-HISTORICO
               IF WS-HISTORICO-ABERTO
                   CLOSE MOVHIST
               END-IF
               PERFORM 7100-FECHAR-SECAO.

           2010-LER-HISTORICO.
               IF NOT WS-FIM-HISTORICO
                   READ MOVHIST NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SW-FIM-HISTORICO
                   END-READ
                   IF NOT WS-FIM-HISTORICO
                       MOVE HST-MOVIMENTO TO LOG-REGISTRO
                   END-IF
               END-IF.

           2020-LER-CTAMESTR.
               IF NOT WS-FIM-CTAMESTR
                   READ CTAMESTR NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SW-FIM-CTAMESTR
                   END-READ
               END-IF.

           2100-CONFERIR-CONTA.
               ADD CTA-SALDO TO WS-CONC-SALDO-CADASTRO
               PERFORM 2300-MOVTO-SEM-CONTA
                       UNTIL WS-FIM-HISTORICO OR
                             LOG-NUM-CONTA NOT < CTA-NUM-CONTA
               MOVE 'N' TO WS-SW-TEM-MOVTO
               MOVE 'N' TO WS-SW-TEM-MOVTO-MES
               MOVE 'N' TO WS-SW-TEM-MOVTO-APOS
               MOVE ZERO TO WS-SALDO-ULT-MOVTO-MES
               PERFORM 2200-ACUMULAR-MOVTO-CONTA
                       UNTIL WS-FIM-HISTORICO OR
                             LOG-NUM-CONTA NOT = CTA-NUM-CONTA
               IF WS-TEM-MOVTO AND
                  WS-SALDO-ULT-MOVTO NOT = CTA-SALDO
                   MOVE CTA-NUM-CONTA TO WS-ITE-CHAVE
                   MOVE ZERO TO WS-ITE-PARCELA
                   MOVE "SALDO DIFERE DO ULTIMO MOVIMENTO" TO
                        WS-ITE-MOTIVO
                   COMPUTE WS-VALOR-ITEM =
                           WS-SALDO-ULT-MOVTO - CTA-SALDO
                   PERFORM 7200-GRAVAR-ITEM
               END-IF
               IF WS-TEM-MOVTO-APOS
                   MOVE CTA-NUM-CONTA TO WS-ITE-CHAVE
                   MOVE ZERO TO WS-ITE-PARCELA
                   MOVE "MOVIMENTO APOS A COMPETENCIA" TO
                        WS-ITE-MOTIVO
                   COMPUTE WS-VALOR-ITEM =
                           WS-SALDO-ULT-MOVTO-MES - WS-SALDO-ULT-MOVTO
                   PERFORM 7200-GRAVAR-ITEM
               END-IF
               PERFORM 2020-LER-CTAMESTR.

           2200-ACUMULAR-MOVTO-CONTA.
               MOVE 'S' TO WS-SW-TEM-MOVTO
               MOVE LOG-SALDO-RESULTANTE TO WS-SALDO-ULT-MOVTO
               IF LOG-DATA-MOVTO > WS-DATA-FIM-COMPETENCIA
                   MOVE 'S' TO WS-SW-TEM-MOVTO-APOS
               ELSE
                   MOVE 'S' TO WS-SW-TEM-MOVTO-MES
                   MOVE LOG-SALDO-RESULTANTE TO WS-SALDO-ULT-MOVTO-MES
               END-IF
               PERFORM 2010-LER-HISTORICO.

           2300-MOVTO-SEM-CONTA.
               IF LOG-DATA-MOVTO NOT > WS-DATA-FIM-COMPETENCIA
                   MOVE LOG-NUM-CONTA TO WS-ITE-CHAVE
                   MOVE ZERO TO WS-ITE-PARCELA
                   MOVE "MOVIMENTO DE CONTA INEXISTENTE" TO
                        WS-ITE-MOTIVO
                   MOVE LOG-VALOR TO WS-VALOR-ITEM
                   PERFORM 7200-GRAVAR-ITEM
               END-IF
               PERFORM 2010-LER-HISTORICO.

      *----------------------------------------------------------------*
      *3000: 12501 PARCELAS A RECEBER. O CTB020 DEBITA A PARCELA NO    *
      *      MES DO VENCIMENTO E CREDITA NO PAGAMENTO (MOVLOG), ENTAO  *
      *      O CADASTRO E A PARCELA VENCIDA ATE O FIM DO MES E AINDA   *
      *      EM ABERTO NELE (ABERTA, OU PAGA DEPOIS DO FIM DO MES).    *
      *      EXPLICAM A DIFERENCA: PARCELA PAGA ANTES DO VENCIMENTO    *
      *      (O RAZAO JA CREDITOU, O ACRESCIMO AINDA NAO VEIO) E       *
      *      PARCELA VENCIDA BAIXADA NA LIQUIDACAO OU RENEGOCIACAO DO  *
      *      CONTRATO (RFP010), QUE NAO GRAVA MOVLOG E FICA NO RAZAO.  *
      *----------------------------------------------------------------*
           3000-CONCILIAR-PARC-RECEBER.
               MOVE WS-CTA-PARC-RECEBER TO WS-CONC-CONTA
               MOVE "PARCELAS A RECEBER X PARCELAS EM ABERTO (PARMESTR)"
                    TO WS-SEC-DESCRICAO
               PERFORM 7000-ABRIR-SECAO
               MOVE ZERO TO WS-NUM-CONTRATO-LIDO
               MOVE 'N' TO WS-SW-FIM-PARMESTR
               MOVE LOW-VALUES TO PAR-CHAVE
               START PARMESTR KEY IS NOT LESS THAN PAR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-PARMESTR
               END-START
               PERFORM 3010-LER-PARMESTR
               PERFORM 3100-CONFERIR-PARCELA
                       UNTIL WS-FIM-PARMESTR
               PERFORM 7100-FECHAR-SECAO.

           3010-LER-PARMESTR.
               IF NOT WS-FIM-PARMESTR
                   READ PARMESTR NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SW-FIM-PARMESTR
                   END-READ
               END-IF.

           3100-CONFERIR-PARCELA.
               IF PAR-NUM-CONTRATO NOT = WS-NUM-CONTRATO-LIDO
                   PERFORM 3200-OBTER-LIQUIDACAO
               END-IF
               IF PAR-DATA-VENCTO NOT > WS-DATA-FIM-COMPETENCIA AND
                  (PAR-ABERTA OR
                   PAR-DATA-PGTO > WS-DATA-FIM-COMPETENCIA)
                   ADD PAR-VALOR TO WS-CONC-SALDO-CADASTRO
               END-IF
               IF PAR-PAGA AND
                  PAR-DATA-PGTO NOT > WS-DATA-FIM-COMPETENCIA
                   MOVE PAR-NUM-CONTRATO TO WS-ITE-CHAVE
                   MOVE PAR-NUM-PARCELA TO WS-ITE-PARCELA
                   IF PAR-DATA-PGTO = WS-DATA-LIQUIDACAO
                       IF PAR-DATA-VENCTO NOT >
                          WS-DATA-FIM-COMPETENCIA
                           MOVE "BAIXADA NA LIQUIDACAO DO CONTRATO"
                                TO WS-ITE-MOTIVO
                           MOVE PAR-VALOR TO WS-VALOR-ITEM
                           PERFORM 7200-GRAVAR-ITEM
                       END-IF
                   ELSE
                       IF PAR-DATA-VENCTO > WS-DATA-FIM-COMPETENCIA
                           MOVE "PAGA ANTES DO VENCIMENTO" TO
                                WS-ITE-MOTIVO
                           COMPUTE WS-VALOR-ITEM = 0 - PAR-VALOR
                           PERFORM 7200-GRAVAR-ITEM
                       END-IF
                   END-IF
               END-IF
               PERFORM 3010-LER-PARMESTR.

           3200-OBTER-LIQUIDACAO.
               MOVE PAR-NUM-CONTRATO TO WS-NUM-CONTRATO-LIDO
               MOVE ZERO TO WS-DATA-LIQUIDACAO
               MOVE PAR-NUM-CONTRATO TO CTR-NUM-CONTRATO
               READ CTRMESTR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTR-LIQUIDADO
                           MOVE CTR-DATA-LIQUIDACAO TO
                                WS-DATA-LIQUIDACAO
                       END-IF
               END-READ.

      *----------------------------------------------------------------*
      *4000: 12001 EMPRESTIMOS. O RAZAO RECEBE O VALOR FINANCIADO      *
      *      (DESEMBOLSO LIQUIDO + IOF) E BAIXA A AMORTIZACAO DE CADA  *
      *      PARCELA NO MES DO VENCIMENTO, ENTAO O PRINCIPAL EM ABERTO *
      *      DO CONTRATO DESEMBOLSADO E NAO LIQUIDADO NO FIM DO MES E  *
      *      O FINANCIADO MENOS A AMORTIZACAO VENCIDA ATE ALI.         *
      *      EXPLICAM A DIFERENCA: CONTRATO LIQUIDADO OU RENEGOCIADO   *
      *      (SEM LANCAMENTO DE BAIXA, O RESTO DO PRINCIPAL FICA NO    *
      *      RAZAO), CONTRATO NOVO DA RENEGOCIACAO (NAO TEM DESEMBOLSO,*
      *      O PRINCIPAL NUNCA ENTROU NO RAZAO) E CONTRATO AINDA NAO   *
      *      DESEMBOLSADO (O RAZAO SO TEM O IOF E AS AMORTIZACOES).    *
      *----------------------------------------------------------------*
           4000-CONCILIAR-EMPRESTIMOS.
               MOVE WS-CTA-EMPRESTIMOS TO WS-CONC-CONTA
               MOVE "EMPRESTIMOS X PRINCIPAL EM ABERTO (CTRMESTR)" TO
                    WS-SEC-DESCRICAO
               PERFORM 7000-ABRIR-SECAO
               MOVE 'N' TO WS-SW-FIM-CTRMESTR
               MOVE LOW-VALUES TO CTR-CHAVE
               START CTRMESTR KEY IS NOT LESS THAN CTR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-CTRMESTR
               END-START
               PERFORM 4010-LER-CTRMESTR
               PERFORM 4100-CONFERIR-CONTRATO
                       UNTIL WS-FIM-CTRMESTR
               PERFORM 7100-FECHAR-SECAO.

           4010-LER-CTRMESTR.
               IF NOT WS-FIM-CTRMESTR
                   READ CTRMESTR NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SW-FIM-CTRMESTR
                   END-READ
               END-IF.

           4100-CONFERIR-CONTRATO.
               IF CTR-DATA-CONTRATACAO NOT > WS-DATA-FIM-COMPETENCIA
                   PERFORM 4200-SOMAR-AMORTIZACAO
                   COMPUTE WS-PRINCIPAL-ABERTO =
                           CTR-VALOR-FINANCIADO - WS-AMORT-ACRESCIDA
                   MOVE 'N' TO WS-SW-LIQUIDADO-NO-MES
                   IF CTR-LIQUIDADO AND
                      CTR-DATA-LIQUIDACAO NOT > WS-DATA-FIM-COMPETENCIA
                       MOVE 'S' TO WS-SW-LIQUIDADO-NO-MES
                   END-IF
                   MOVE CTR-NUM-CONTRATO TO WS-ITE-CHAVE
                   MOVE ZERO TO WS-ITE-PARCELA
                   EVALUATE TRUE
                       WHEN WS-LIQUIDADO-NO-MES
                           IF WS-PRINCIPAL-ABERTO NOT = ZERO
                               MOVE "LIQUIDADO SEM BAIXA NO RAZAO" TO
                                    WS-ITE-MOTIVO
                               MOVE WS-PRINCIPAL-ABERTO TO
                                    WS-VALOR-ITEM
                               PERFORM 7200-GRAVAR-ITEM
                           END-IF
                       WHEN CTR-NAO-DESEMBOLSADO
                           MOVE "NAO DESEMBOLSADO" TO WS-ITE-MOTIVO
                           MOVE ZERO TO WS-VALOR-ITEM
                           IF CTR-IOF-DESCONTADO OR CTR-IOF-FINANCIADO
                               MOVE CTR-VALOR-IOF TO WS-VALOR-ITEM
                           END-IF
                           SUBTRACT WS-AMORT-ACRESCIDA FROM
                                    WS-VALOR-ITEM
                           IF WS-VALOR-ITEM NOT = ZERO
                               PERFORM 7200-GRAVAR-ITEM
                           END-IF
                       WHEN OTHER
                           ADD WS-PRINCIPAL-ABERTO TO
                               WS-CONC-SALDO-CADASTRO
                           IF CTR-NUM-CONTRATO-ORIGEM > ZERO
                               MOVE "RENEGOCIADO, SEM DESEMBOLSO" TO
                                    WS-ITE-MOTIVO
                               COMPUTE WS-VALOR-ITEM =
                                       0 - CTR-VALOR-FINANCIADO
                               PERFORM 7200-GRAVAR-ITEM
                           END-IF
                   END-EVALUATE
               END-IF
               PERFORM 4010-LER-CTRMESTR.

           4200-SOMAR-AMORTIZACAO.
               MOVE ZERO TO WS-AMORT-ACRESCIDA
               MOVE 'N' TO WS-SW-FIM-PARMESTR
               MOVE CTR-NUM-CONTRATO TO PAR-NUM-CONTRATO
               MOVE ZERO TO PAR-NUM-PARCELA
               START PARMESTR KEY IS NOT LESS THAN PAR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-PARMESTR
               END-START
               PERFORM 3010-LER-PARMESTR
               PERFORM 4210-ACUMULAR-AMORTIZACAO
                       UNTIL WS-FIM-PARMESTR OR
                             PAR-NUM-CONTRATO NOT = CTR-NUM-CONTRATO.

           4210-ACUMULAR-AMORTIZACAO.
               IF PAR-DATA-VENCTO NOT > WS-DATA-FIM-COMPETENCIA
                   ADD PAR-AMORT TO WS-AMORT-ACRESCIDA
               END-IF
               PERFORM 3010-LER-PARMESTR.

      *----------------------------------------------------------------*
      *5000: 12801 CHEQUES EM COBRANCA X CHEQUES DEPOSITADOS ATE O FIM *
      *      DO MES E AINDA PENDENTES NELE (PENDENTES, OU LIBERADOS/   *
      *      DEVOLVIDOS DEPOIS DO FIM DO MES). CADA CHEQUE QUE COMPOE  *
      *      O CADASTRO E LISTADO, PARA CONFERENCIA COM A COMPENSACAO. *
      *----------------------------------------------------------------*
           5000-CONCILIAR-CHEQ-COBRANCA.
               MOVE WS-CTA-CHEQ-COBRANCA TO WS-CONC-CONTA
               MOVE "CHEQUES EM COBRANCA X CHEQUES PENDENTES (FLTPEND)"
                    TO WS-SEC-DESCRICAO
               PERFORM 7000-ABRIR-SECAO
               OPEN INPUT FLTPEND
               IF WS-STATUS-FLTPEND NOT = '00'
                   DISPLAY "AVISO: FLTPEND INDISPONIVEL ("
                           WS-STATUS-FLTPEND "). CADASTRO DE CHEQUES "
                           "CONSIDERADO ZERADO."
               ELSE
                   MOVE 'N' TO WS-SW-FIM-FLTPEND
                   PERFORM 5010-LER-FLTPEND
                   PERFORM 5100-CONFERIR-CHEQUE
                           UNTIL WS-FIM-FLTPEND
                   CLOSE FLTPEND
               END-IF
               PERFORM 7100-FECHAR-SECAO.

           5010-LER-FLTPEND.
               READ FLTPEND
                   AT END
                       MOVE 'S' TO WS-SW-FIM-FLTPEND
               END-READ.

           5100-CONFERIR-CHEQUE.
               IF FLT-DATA-DEPOSITO NOT > WS-DATA-FIM-COMPETENCIA
                   IF FLT-PENDENTE OR
                      (FLT-LIBERADO AND
                       FLT-DATA-LIBERACAO > WS-DATA-FIM-COMPETENCIA) OR
                      (FLT-DEVOLVIDO AND
                       FLT-DATA-DEVOLUCAO > WS-DATA-FIM-COMPETENCIA)
                       ADD FLT-VALOR TO WS-CONC-SALDO-CADASTRO
                       MOVE FLT-NUM-CONTA TO WS-ITE-CHAVE
                       MOVE ZERO TO WS-ITE-PARCELA
                       MOVE "CHEQUE PENDENTE NO FIM DO MES" TO
                            WS-ITE-MOTIVO
                       MOVE FLT-VALOR TO WS-VALOR-ITEM
                       PERFORM 7200-GRAVAR-ITEM
                   END-IF
               END-IF
               PERFORM 5010-LER-FLTPEND.

      *----------------------------------------------------------------*
      *7000/7100: ABERTURA E FECHAMENTO DE CADA CONTA CONFERIDA. O     *
      *           FECHAMENTO LE O SALDO FINAL DA COMPETENCIA NO        *
      *           SDOMESTR (CONTA SEM REGISTRO NO MES = RAZAO ZERADO), *
      *           IMPRIME RAZAO, CADASTRO E DIFERENCA E CONFERE A      *
      *           DIFERENCA CONTRA A TOLERANCIA.                       *
      *----------------------------------------------------------------*
           7000-ABRIR-SECAO.
               MOVE ZERO TO WS-CONC-SALDO-CADASTRO
               MOVE ZERO TO WS-CONC-QTD-ITENS
               MOVE WS-CONC-CONTA TO WS-SEC-CONTA
               MOVE WS-REL-BRANCO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE WS-REL-SECAO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE WS-REL-COLUNAS TO REL-REGISTRO
               WRITE REL-REGISTRO.

           7100-FECHAR-SECAO.
               MOVE WS-CONC-CONTA TO SDO-CONTA-CONTABIL
               MOVE WS-ANO-MES-REF TO SDO-ANO-MES
               READ SDOMESTR
                   INVALID KEY
                       MOVE ZERO TO WS-CONC-SALDO-RAZAO
                   NOT INVALID KEY
                       MOVE SDO-SALDO-FINAL TO WS-CONC-SALDO-RAZAO
               END-READ
               COMPUTE WS-CONC-DIFERENCA =
                       WS-CONC-SALDO-RAZAO - WS-CONC-SALDO-CADASTRO
               IF WS-CONC-DIFERENCA < ZERO
                   COMPUTE WS-CONC-DIF-ABSOLUTA =
                           0 - WS-CONC-DIFERENCA
               ELSE
                   MOVE WS-CONC-DIFERENCA TO WS-CONC-DIF-ABSOLUTA
               END-IF
               ADD 1 TO WS-QTD-CONTAS-CONFERIDAS
               IF WS-CONC-QTD-ITENS = ZERO
                   MOVE "  (NENHUM ITEM)" TO REL-REGISTRO
                   WRITE REL-REGISTRO
               END-IF
               MOVE "SALDO NO RAZAO (SDOMESTR).........:" TO
                    WS-VAL-ROTULO
               MOVE WS-CONC-SALDO-RAZAO TO WS-VAL-VALOR
               MOVE WS-REL-VALOR TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE "SALDO NO CADASTRO.................:" TO
                    WS-VAL-ROTULO
               MOVE WS-CONC-SALDO-CADASTRO TO WS-VAL-VALOR
               MOVE WS-REL-VALOR TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE "DIFERENCA (RAZAO - CADASTRO)......:" TO
                    WS-VAL-ROTULO
               MOVE WS-CONC-DIFERENCA TO WS-VAL-VALOR
               MOVE WS-REL-VALOR TO REL-REGISTRO
               WRITE REL-REGISTRO
               IF WS-CONC-DIF-ABSOLUTA > WS-TOLERANCIA
                   ADD 1 TO WS-QTD-FORA-TOLERANCIA
                   MOVE "*** FORA DA TOLERANCIA ***" TO WS-SIT-TEXTO
               ELSE
                   MOVE "CONCILIADA" TO WS-SIT-TEXTO
               END-IF
               MOVE WS-REL-SITUACAO TO REL-REGISTRO
               WRITE REL-REGISTRO.

           7200-GRAVAR-ITEM.
               MOVE WS-VALOR-ITEM TO WS-ITE-VALOR
               MOVE WS-REL-ITEM TO REL-REGISTRO
               WRITE REL-REGISTRO
               ADD 1 TO WS-CONC-QTD-ITENS.

           8000-IMPRIMIR-RESUMO.
               MOVE WS-QTD-CONTAS-CONFERIDAS TO WS-RES-CONFERIDAS
               MOVE WS-QTD-FORA-TOLERANCIA TO WS-RES-FORA
               MOVE WS-REL-BRANCO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE WS-REL-RESUMO TO REL-REGISTRO
               WRITE REL-REGISTRO
               DISPLAY "CONTAS CONFERIDAS.........: "
                       WS-QTD-CONTAS-CONFERIDAS
               DISPLAY "FORA DA TOLERANCIA........: "
                       WS-QTD-FORA-TOLERANCIA
               IF WS-QTD-FORA-TOLERANCIA > ZERO
                   DISPLAY "*** HA DIFERENCA FORA DA TOLERANCIA -- O "
                           "FECHAMENTO DO MES (DIA010) FICA BLOQUEADO. "
                           "VEJA O RELCONC."
               END-IF.

           9000-FINALIZAR.
               CLOSE SDOMESTR CTAMESTR PARMESTR CTRMESTR RELCONC.

           END PROGRAM CTB040.
