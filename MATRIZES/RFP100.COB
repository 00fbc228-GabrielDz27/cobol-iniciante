      *----------------------------------------------------------------*
      *ATHOR:          GABRIEL FERREIRA                                *
      *DATE:           15/10/2026                                      *
      *NAME PROGRAM:   RFP100 - CARTEIRA DE EMPRESTIMOS E PROJECAO     *
      *----------------------------------------------------------------*
      *DESCRICAO:      BATCH MENSAL QUE PERCORRE O CADASTRO DE         *
      *                CONTRATOS (CTRMESTR) E AS PRESTACOES (PARMESTR) *
      *                E MONTA A POSICAO DA CARTEIRA NO DIA DE         *
      *                PROCESSAMENTO -- A GERENCIA DEIXA DE SOMAR AS   *
      *                TELAS DO CAD010 NA MAO:                         *
      *                - SALDO DE PRINCIPAL EM ABERTO (SOMA DO         *
      *                  PAR-AMORT DAS PARCELAS ABERTAS), QUANTIDADE   *
      *                  DE CONTRATOS E TAXA MEDIA MENSAL PONDERADA    *
      *                  PELO PRINCIPAL, QUEBRADOS POR TABELA (PRICE / *
      *                  SAC), POR SAFRA (MES DE CONTRATACAO) E POR    *
      *                  ORIGEM (RENEGOCIADO, COM CTR-NUM-CONTRATO-    *
      *                  ORIGEM PREENCHIDO, OU ORIGINAL);              *
      *                - PROJECAO DE RECEBIMENTOS DOS PROXIMOS 12      *
      *                  MESES PELO VENCIMENTO DAS PARCELAS ABERTAS,   *
      *                  SEPARANDO JUROS E AMORTIZACAO (O MES CORRENTE *
      *                  E O PRIMEIRO), MAIS O QUE VENCE DEPOIS DO     *
      *                  HORIZONTE;                                    *
      *                - PARCELAS VENCIDAS E AINDA ABERTAS, A PARTE.   *
      *                SO ENTRA CONTRATO DESEMBOLSADO E NAO LIQUIDADO. *
      *                SAIDAS: O RELATORIO RELCART E O EXTRATO DE      *
      *                LAYOUT FIXO EXTCART PARA A PLANILHA DO          *
      *                FINANCEIRO (UM REGISTRO POR LINHA DO RELATORIO).*
      *                                                                *
      *                A COMPETENCIA E O MES DO DIA DE PROCESSAMENTO.  *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *15/10/2026 GFD  CRIACAO DO PROGRAMA
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFP100.
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

           SELECT RELCART ASSIGN TO "RELCART"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELCART.

           SELECT EXTCART ASSIGN TO "EXTCART"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTCART.

       DATA DIVISION.
       FILE SECTION.
       FD  CTRMESTR.
       COPY CONTRATO.

       FD  PARMESTR.
       COPY PARCELA.

       FD  RELCART.
       01  REL-REGISTRO                PIC X(80).

      *----------------------------------------------------------------*
      *EXTCART: EXTRATO PARA A PLANILHA, 100 POSICOES, NUMEROS SEM     *
      *         EDICAO E SEM SINAL. EXT-TIPO-REGISTRO DIZ A LINHA:     *
      *         'T' TABELA (CHAVE PRICE/SAC), 'S' SAFRA (CHAVE AAAAMM),*
      *         'O' ORIGEM (CHAVE RENEG/ORIG), 'C' TOTAL DA CARTEIRA,  *
      *         'P' MES DA PROJECAO (CHAVE AAAAMM), 'D' DEPOIS DO      *
      *         HORIZONTE, 'V' VENCIDAS. NAS LINHAS T/S/O/C A          *
      *         QUANTIDADE E DE CONTRATOS E VALEM O PRINCIPAL E A TAXA;*
      *         NAS P/D/V A QUANTIDADE E DE PARCELAS E VALEM JUROS,    *
      *         AMORTIZACAO E TOTAL.                                   *
      *----------------------------------------------------------------*
       FD  EXTCART.
       01  EXT-REGISTRO.
           05  EXT-TIPO-REGISTRO       PIC X(01).
           05  EXT-DATA-BASE           PIC 9(08).
           05  EXT-CHAVE               PIC X(06).
           05  EXT-QTD                 PIC 9(07).
           05  EXT-VALOR-PRINCIPAL     PIC 9(11)V99.
           05  EXT-TAXA-MEDIA          PIC 9(02)V9(04).
           05  EXT-VALOR-JUROS         PIC 9(11)V99.
           05  EXT-VALOR-AMORT         PIC 9(11)V99.
           05  EXT-VALOR-TOTAL         PIC 9(11)V99.
           05  FILLER                  PIC X(20).

       WORKING-STORAGE SECTION.

       77 WS-STATUS-CTRMESTR      PIC X(02) VALUE SPACES.
       77 WS-STATUS-PARMESTR      PIC X(02) VALUE SPACES.
       77 WS-STATUS-RELCART       PIC X(02) VALUE SPACES.
       77 WS-STATUS-EXTCART       PIC X(02) VALUE SPACES.

       77 WS-SW-FIM-CTRMESTR      PIC X(01) VALUE 'N'.
           88 WS-FIM-CTRMESTR         VALUE 'S'.
       77 WS-SW-FIM-PARMESTR      PIC X(01) VALUE 'N'.
           88 WS-FIM-PARMESTR         VALUE 'S'.
       77 WS-SW-SAFRA-ACHADA      PIC X(01) VALUE 'N'.
           88 WS-SAFRA-ACHADA         VALUE 'S'.

       77 WS-DATA-HOJE            PIC 9(08) VALUE ZERO.
       77 WS-ANO-MES-REF          PIC 9(06) VALUE ZERO.
       77 WS-MESES-HOJE           PIC 9(06) VALUE ZERO.
       77 WS-MESES-VENCTO         PIC 9(06) VALUE ZERO.
       77 WS-MES-PROJECAO         PIC 9(03) VALUE ZERO.
       77 WS-IND                  PIC 9(03) VALUE ZERO.
       77 WS-IND-SAFRA            PIC 9(03) VALUE ZERO.
       77 WS-IND-TABELA           PIC 9(01) VALUE ZERO.
       77 WS-IND-ORIGEM           PIC 9(01) VALUE ZERO.
       77 WS-ANO-MES-CONTRATO     PIC 9(06) VALUE ZERO.
       77 WS-ANO-CALC             PIC 9(04) VALUE ZERO.
       77 WS-MES-CALC             PIC 9(02) VALUE ZERO.

       77 WS-PRINCIPAL-CONTRATO   PIC 9(11)V99 VALUE ZERO.
       77 WS-PESO-CONTRATO        PIC 9(13)V9(06) VALUE ZERO.
       77 WS-QTD-PARC-CONTRATO    PIC 9(05) VALUE ZERO.

       77 WS-QTD-CONTRATOS        PIC 9(07) VALUE ZERO.
       77 WS-QTD-FORA-CARTEIRA    PIC 9(07) VALUE ZERO.
       77 WS-QTD-SAFRAS           PIC 9(03) VALUE ZERO.
       77 WS-MAX-SAFRAS           PIC 9(03) VALUE 240.

       77 WS-FUNCAO-DIACTL      PIC X(01) VALUE 'C'.
       77 WS-COD-RETORNO-DIACTL PIC 9(02) VALUE ZERO.
       77 WS-SW-DIA-ABERTO      PIC X(01) VALUE 'N'.
           88 WS-DIA-ABERTO-OK      VALUE 'S'.

       COPY BATWS.

      *----------------------------------------------------------------*
      *ACUMULADORES DA CARTEIRA. CADA QUEBRA GUARDA A QUANTIDADE DE    *
      *CONTRATOS, O PRINCIPAL EM ABERTO E O PESO (PRINCIPAL X TAXA)    *
      *DA MEDIA PONDERADA. A TABELA DE SAFRAS E MANTIDA EM ORDEM DE    *
      *MES DE CONTRATACAO; SAFRA QUE NAO CABE NA TABELA SOMA NA ULTIMA *
      *LINHA ("DEMAIS").                                               *
      *----------------------------------------------------------------*
       01 WS-ACUM-CARTEIRA.
           05 WS-CART-QTD         PIC 9(07).
           05 WS-CART-PRINCIPAL   PIC 9(11)V99.
           05 WS-CART-PESO        PIC 9(13)V9(06).

       01 WS-TABELA-TABELAS.
           05 WS-TAB-OCORRENCIA   OCCURS 2 TIMES.
               10 WS-TAB-QTD      PIC 9(07).
               10 WS-TAB-PRINCIPAL PIC 9(11)V99.
               10 WS-TAB-PESO     PIC 9(13)V9(06).

       01 WS-TABELA-ORIGENS.
           05 WS-ORI-OCORRENCIA   OCCURS 2 TIMES.
               10 WS-ORI-QTD      PIC 9(07).
               10 WS-ORI-PRINCIPAL PIC 9(11)V99.
               10 WS-ORI-PESO     PIC 9(13)V9(06).

       01 WS-TABELA-SAFRAS.
           05 WS-SAF-OCORRENCIA   OCCURS 241 TIMES.
               10 WS-SAF-ANO-MES  PIC 9(06).
               10 WS-SAF-QTD      PIC 9(07).
               10 WS-SAF-PRINCIPAL PIC 9(11)V99.
               10 WS-SAF-PESO     PIC 9(13)V9(06).

      *----------------------------------------------------------------*
      *PROJECAO: MESES 1 A 12 A PARTIR DO MES DE PROCESSAMENTO E A     *
      *OCORRENCIA 13 PARA O QUE VENCE DEPOIS DO HORIZONTE.             *
      *----------------------------------------------------------------*
       01 WS-TABELA-PROJECAO.
           05 WS-PRJ-OCORRENCIA   OCCURS 13 TIMES.
               10 WS-PRJ-ANO-MES  PIC 9(06).
               10 WS-PRJ-QTD      PIC 9(07).
               10 WS-PRJ-JUROS    PIC 9(11)V99.
               10 WS-PRJ-AMORT    PIC 9(11)V99.

       01 WS-ACUM-VENCIDAS.
           05 WS-VNC-QTD          PIC 9(07).
           05 WS-VNC-JUROS        PIC 9(11)V99.
           05 WS-VNC-AMORT        PIC 9(11)V99.

      *----------------------------------------------------------------*
      *AREA DE TRABALHO DE UMA LINHA: PREENCHIDA PELO PARAGRAFO DE     *
      *CADA QUEBRA E GRAVADA NO RELATORIO E NO EXTRATO PELO 8800/8900. *
      *----------------------------------------------------------------*
       01 WS-LINHA-TRABALHO.
           05 WS-LIN-TIPO         PIC X(01).
           05 WS-LIN-CHAVE        PIC X(06).
           05 WS-LIN-ROTULO       PIC X(20).
           05 WS-LIN-QTD          PIC 9(07).
           05 WS-LIN-PRINCIPAL    PIC 9(11)V99.
           05 WS-LIN-PESO         PIC 9(13)V9(06).
           05 WS-LIN-TAXA         PIC 9(02)V9(04).
           05 WS-LIN-JUROS        PIC 9(11)V99.
           05 WS-LIN-AMORT        PIC 9(11)V99.
           05 WS-LIN-TOTAL        PIC 9(11)V99.

       01 WS-ANO-MES-ROTULO.
           05 WS-ROT-ANO          PIC 9(04).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-ROT-MES          PIC 9(02).

       01 WS-REL-TITULO.
           05 FILLER              PIC X(40) VALUE
              "RFP100 - CARTEIRA DE EMPRESTIMOS -- POSI".
           05 FILLER              PIC X(09) VALUE "CAO EM ".
           05 WS-TIT-DATA         PIC 9(08).

       01 WS-REL-SECAO            PIC X(80).

       01 WS-REL-COLUNAS-CARTEIRA.
           05 FILLER              PIC X(40) VALUE
              "                    CONTRATOS      PRINC".
           05 FILLER              PIC X(40) VALUE
              "IPAL  TAXA MES                          ".

       01 WS-REL-COLUNAS-PROJECAO.
           05 FILLER              PIC X(40) VALUE
              "                     PARCELAS          J".
           05 FILLER              PIC X(40) VALUE
              "UROS    AMORTIZACAO          TOTAL      ".

       01 WS-REL-CARTEIRA.
           05 WS-RCA-ROTULO       PIC X(20).
           05 WS-RCA-QTD          PIC Z(8)9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-RCA-PRINCIPAL    PIC Z(10)9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-RCA-TAXA         PIC Z9.9999.

       01 WS-REL-PROJECAO.
           05 WS-RPR-ROTULO       PIC X(20).
           05 WS-RPR-QTD          PIC Z(8)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RPR-JUROS        PIC Z(10)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RPR-AMORT        PIC Z(10)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RPR-TOTAL        PIC Z(10)9.99.

       01 WS-REL-QTD.
           05 WS-QTD-ROTULO       PIC X(40).
           05 WS-QTD-VALOR        PIC Z(6)9.

       01 WS-REL-BRANCO           PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
           0000-MAINLINE.
               DISPLAY "RFP100 - CARTEIRA DE EMPRESTIMOS E PROJECAO"
               PERFORM 0200-OBTER-DIA-PROCESSAMENTO
               IF NOT WS-DIA-ABERTO-OK
                   DISPLAY "DIA DE PROCESSAMENTO NAO ABERTO "
                           "(ABRA PELO DIA010). EXECUCAO RECUSADA."
                   MOVE 10 TO WS-RUN-COD-RETORNO
               ELSE
                   MOVE WS-DATA-HOJE(1:6) TO WS-ANO-MES-REF
                   PERFORM 0500-REGISTRAR-INICIO
                   IF WS-RUN-COD-RETORNO = 10
                       DISPLAY "RFP100 JA CONCLUIDO NESTA "
                               "COMPETENCIA. EXECUCAO RECUSADA."
                   END-IF
               END-IF
               IF WS-RUN-COD-RETORNO = 10
                   CONTINUE
               ELSE
                   PERFORM 1000-INICIALIZAR
                   IF WS-STATUS-CTRMESTR = '00' AND
                      WS-STATUS-PARMESTR = '00' AND
                      WS-STATUS-RELCART = '00' AND
                      WS-STATUS-EXTCART = '00'
                       PERFORM 2000-POSICIONAR-CONTRATOS
                       PERFORM 2100-PROCESSAR-CONTRATO
                               UNTIL WS-FIM-CTRMESTR
                       PERFORM 8000-IMPRIMIR-CARTEIRA
                       PERFORM 8400-IMPRIMIR-PROJECAO
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
      *0500/9500: REGISTRO DE INICIO E FIM DA EXECUCAO NO CONTROLE DE  *
      *           BATCH (RUNCTRL, VIA BATCTL), CHAVEADO PELO PRIMEIRO  *
      *           DIA DA COMPETENCIA -- UMA POSICAO POR MES.           *
      *----------------------------------------------------------------*
           0500-REGISTRAR-INICIO.
               MOVE 'I' TO WS-RUN-FUNCAO
               MOVE "RFP100" TO WS-RUN-NOME-JOB
               COMPUTE WS-RUN-DATA-PROC = WS-ANO-MES-REF * 100 + 1
               CALL "BATCTL" USING WS-RUN-FUNCAO WS-RUN-NOME-JOB
                                   WS-RUN-DATA-PROC WS-RUN-QTD-PROC
                                   WS-RUN-QTD-REJ WS-RUN-COD-RETORNO.

           9500-REGISTRAR-FIM.
               MOVE 'F' TO WS-RUN-FUNCAO
               MOVE WS-QTD-CONTRATOS TO WS-RUN-QTD-PROC
               MOVE WS-QTD-FORA-CARTEIRA TO WS-RUN-QTD-REJ
               CALL "BATCTL" USING WS-RUN-FUNCAO WS-RUN-NOME-JOB
                                   WS-RUN-DATA-PROC WS-RUN-QTD-PROC
                                   WS-RUN-QTD-REJ WS-RUN-COD-RETORNO.

      *----------------------------------------------------------------*
      *1000: ZERA OS ACUMULADORES E ROTULA OS 12 MESES DA PROJECAO A   *
      *      PARTIR DO MES DE PROCESSAMENTO.                           *
      *----------------------------------------------------------------*
           1000-INICIALIZAR.
               INITIALIZE WS-ACUM-CARTEIRA
               INITIALIZE WS-TABELA-TABELAS
               INITIALIZE WS-TABELA-ORIGENS
               INITIALIZE WS-TABELA-SAFRAS
               INITIALIZE WS-TABELA-PROJECAO
               INITIALIZE WS-ACUM-VENCIDAS
               MOVE WS-DATA-HOJE(1:4) TO WS-ANO-CALC
               MOVE WS-DATA-HOJE(5:2) TO WS-MES-CALC
               COMPUTE WS-MESES-HOJE = WS-ANO-CALC * 12 + WS-MES-CALC
               PERFORM 1100-ROTULAR-MES-PROJECAO
                       VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > 12
               OPEN INPUT CTRMESTR
               OPEN INPUT PARMESTR
               OPEN OUTPUT RELCART
               OPEN OUTPUT EXTCART
               IF WS-STATUS-CTRMESTR NOT = '00' OR
                  WS-STATUS-PARMESTR NOT = '00' OR
                  WS-STATUS-RELCART NOT = '00' OR
                  WS-STATUS-EXTCART NOT = '00'
                   DISPLAY "ERRO AO ABRIR ARQUIVOS. CTRMESTR: "
                           WS-STATUS-CTRMESTR " PARMESTR: "
                           WS-STATUS-PARMESTR " RELCART: "
                           WS-STATUS-RELCART " EXTCART: "
                           WS-STATUS-EXTCART
               ELSE
                   MOVE WS-DATA-HOJE TO WS-TIT-DATA
                   MOVE WS-REL-TITULO TO REL-REGISTRO
                   WRITE REL-REGISTRO
               END-IF.

           1100-ROTULAR-MES-PROJECAO.
               MOVE WS-ANO-CALC TO WS-PRJ-ANO-MES(WS-IND)(1:4)
               MOVE WS-MES-CALC TO WS-PRJ-ANO-MES(WS-IND)(5:2)
               ADD 1 TO WS-MES-CALC
               IF WS-MES-CALC > 12
                   MOVE 1 TO WS-MES-CALC
                   ADD 1 TO WS-ANO-CALC
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
      *2100: CONTRATO DESEMBOLSADO E NAO LIQUIDADO TEM AS PARCELAS     *
      *      ABERTAS SOMADAS (2200); COM PRINCIPAL EM ABERTO ENTRA NA  *
      *      CARTEIRA E NAS QUEBRAS (2300). OS DEMAIS (NAO             *
      *      DESEMBOLSADO, LIQUIDADO OU SEM PARCELA ABERTA) SO SAO     *
      *      CONTADOS COMO FORA DA CARTEIRA.                           *
      *----------------------------------------------------------------*
           2100-PROCESSAR-CONTRATO.
               IF CTR-DESEMBOLSADO AND NOT CTR-LIQUIDADO
                   PERFORM 2200-SOMAR-PARCELAS
                   IF WS-PRINCIPAL-CONTRATO > ZERO
                       PERFORM 2300-ACUMULAR-CONTRATO
                   ELSE
                       ADD 1 TO WS-QTD-FORA-CARTEIRA
                   END-IF
               ELSE
                   ADD 1 TO WS-QTD-FORA-CARTEIRA
               END-IF
               PERFORM 2010-LER-CTRMESTR.

      *----------------------------------------------------------------*
      *2200: LE AS PARCELAS DO CONTRATO PELA CHAVE PRIMARIA. CADA      *
      *      PARCELA ABERTA SOMA O PAR-AMORT NO PRINCIPAL DO CONTRATO  *
      *      E CAI NA PROJECAO PELO MES DO VENCIMENTO, OU NAS VENCIDAS *
      *      SE O VENCIMENTO JA PASSOU.                                *
      *----------------------------------------------------------------*
           2200-SOMAR-PARCELAS.
               MOVE ZERO TO WS-PRINCIPAL-CONTRATO
               MOVE ZERO TO WS-QTD-PARC-CONTRATO
               MOVE 'N' TO WS-SW-FIM-PARMESTR
               MOVE CTR-NUM-CONTRATO TO PAR-NUM-CONTRATO
               MOVE ZERO TO PAR-NUM-PARCELA
               START PARMESTR KEY IS NOT LESS THAN PAR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-PARMESTR
               END-START
               PERFORM 2210-LER-PARMESTR
               PERFORM 2220-TRATAR-PARCELA
                       UNTIL WS-FIM-PARMESTR.

           2210-LER-PARMESTR.
               IF NOT WS-FIM-PARMESTR
                   READ PARMESTR NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SW-FIM-PARMESTR
                   END-READ
               END-IF
               IF NOT WS-FIM-PARMESTR
                   IF PAR-NUM-CONTRATO NOT = CTR-NUM-CONTRATO
                       MOVE 'S' TO WS-SW-FIM-PARMESTR
                   END-IF
               END-IF.

           2220-TRATAR-PARCELA.
               IF PAR-ABERTA
                   ADD PAR-AMORT TO WS-PRINCIPAL-CONTRATO
                   ADD 1 TO WS-QTD-PARC-CONTRATO
                   IF PAR-DATA-VENCTO < WS-DATA-HOJE
                       ADD 1 TO WS-VNC-QTD
                       ADD PAR-JUROS TO WS-VNC-JUROS
                       ADD PAR-AMORT TO WS-VNC-AMORT
                   ELSE
                       PERFORM 2230-PROJETAR-PARCELA
                   END-IF
               END-IF
               PERFORM 2210-LER-PARMESTR.

           2230-PROJETAR-PARCELA.
               MOVE PAR-DATA-VENCTO(1:4) TO WS-ANO-CALC
               MOVE PAR-DATA-VENCTO(5:2) TO WS-MES-CALC
               COMPUTE WS-MESES-VENCTO = WS-ANO-CALC * 12 + WS-MES-CALC
               COMPUTE WS-MES-PROJECAO =
                       WS-MESES-VENCTO - WS-MESES-HOJE + 1
               IF WS-MES-PROJECAO > 12
                   MOVE 13 TO WS-MES-PROJECAO
               END-IF
               ADD 1 TO WS-PRJ-QTD(WS-MES-PROJECAO)
               ADD PAR-JUROS TO WS-PRJ-JUROS(WS-MES-PROJECAO)
               ADD PAR-AMORT TO WS-PRJ-AMORT(WS-MES-PROJECAO).

      *----------------------------------------------------------------*
      *2300: O CONTRATO ENTRA NO TOTAL DA CARTEIRA, NA TABELA (1 =     *
      *      PRICE, 2 = SAC), NA ORIGEM (1 = RENEGOCIADO, 2 = ORIGINAL)*
      *      E NA SAFRA DO MES DE CONTRATACAO.                         *
      *----------------------------------------------------------------*
           2300-ACUMULAR-CONTRATO.
               COMPUTE WS-PESO-CONTRATO =
                       WS-PRINCIPAL-CONTRATO * CTR-TAXA-JUROS-MES
               ADD 1 TO WS-QTD-CONTRATOS
               ADD 1 TO WS-CART-QTD
               ADD WS-PRINCIPAL-CONTRATO TO WS-CART-PRINCIPAL
               ADD WS-PESO-CONTRATO TO WS-CART-PESO
               IF CTR-TABELA-SAC
                   MOVE 2 TO WS-IND-TABELA
               ELSE
                   MOVE 1 TO WS-IND-TABELA
               END-IF
               ADD 1 TO WS-TAB-QTD(WS-IND-TABELA)
               ADD WS-PRINCIPAL-CONTRATO TO
                   WS-TAB-PRINCIPAL(WS-IND-TABELA)
               ADD WS-PESO-CONTRATO TO WS-TAB-PESO(WS-IND-TABELA)
               IF CTR-NUM-CONTRATO-ORIGEM > ZERO
                   MOVE 1 TO WS-IND-ORIGEM
               ELSE
                   MOVE 2 TO WS-IND-ORIGEM
               END-IF
               ADD 1 TO WS-ORI-QTD(WS-IND-ORIGEM)
               ADD WS-PRINCIPAL-CONTRATO TO
                   WS-ORI-PRINCIPAL(WS-IND-ORIGEM)
               ADD WS-PESO-CONTRATO TO WS-ORI-PESO(WS-IND-ORIGEM)
               MOVE CTR-DATA-CONTRATACAO(1:6) TO WS-ANO-MES-CONTRATO
               PERFORM 2400-LOCALIZAR-SAFRA
               ADD 1 TO WS-SAF-QTD(WS-IND-SAFRA)
               ADD WS-PRINCIPAL-CONTRATO TO
                   WS-SAF-PRINCIPAL(WS-IND-SAFRA)
               ADD WS-PESO-CONTRATO TO WS-SAF-PESO(WS-IND-SAFRA).

      *----------------------------------------------------------------*
      *2400: PROCURA A SAFRA NA TABELA ORDENADA. SAFRA NOVA E INSERIDA *
      *      NA POSICAO DELA, EMPURRANDO AS POSTERIORES UMA CASA       *
      *      (2410); COM A TABELA CHEIA VAI PARA A LINHA "DEMAIS"      *
      *      (OCORRENCIA WS-MAX-SAFRAS + 1).                           *
      *----------------------------------------------------------------*
           2400-LOCALIZAR-SAFRA.
               MOVE 'N' TO WS-SW-SAFRA-ACHADA
               MOVE 1 TO WS-IND-SAFRA
               PERFORM 2405-COMPARAR-SAFRA
                       UNTIL WS-SAFRA-ACHADA OR
                             WS-IND-SAFRA > WS-QTD-SAFRAS
               IF NOT WS-SAFRA-ACHADA
                   IF WS-QTD-SAFRAS < WS-MAX-SAFRAS
                       PERFORM 2410-ABRIR-POSICAO-SAFRA
                   ELSE
                       COMPUTE WS-IND-SAFRA = WS-MAX-SAFRAS + 1
                   END-IF
               END-IF.

           2405-COMPARAR-SAFRA.
               IF WS-SAF-ANO-MES(WS-IND-SAFRA) = WS-ANO-MES-CONTRATO
                   MOVE 'S' TO WS-SW-SAFRA-ACHADA
               ELSE
                   IF WS-SAF-ANO-MES(WS-IND-SAFRA) >
                      WS-ANO-MES-CONTRATO
                       PERFORM 2410-ABRIR-POSICAO-SAFRA
                       MOVE 'S' TO WS-SW-SAFRA-ACHADA
                   ELSE
                       ADD 1 TO WS-IND-SAFRA
                   END-IF
               END-IF.

           2410-ABRIR-POSICAO-SAFRA.
               IF WS-QTD-SAFRAS < WS-MAX-SAFRAS
                   PERFORM 2420-EMPURRAR-SAFRA
                           VARYING WS-IND FROM WS-QTD-SAFRAS BY -1
                           UNTIL WS-IND < WS-IND-SAFRA
                   ADD 1 TO WS-QTD-SAFRAS
                   INITIALIZE WS-SAF-OCORRENCIA(WS-IND-SAFRA)
                   MOVE WS-ANO-MES-CONTRATO TO
                        WS-SAF-ANO-MES(WS-IND-SAFRA)
               ELSE
                   COMPUTE WS-IND-SAFRA = WS-MAX-SAFRAS + 1
               END-IF.

           2420-EMPURRAR-SAFRA.
               MOVE WS-SAF-OCORRENCIA(WS-IND) TO
                    WS-SAF-OCORRENCIA(WS-IND + 1).

      *----------------------------------------------------------------*
      *8000: QUEBRAS DA CARTEIRA -- TABELA, ORIGEM, SAFRA E TOTAL. A   *
      *      TAXA MEDIA E O PESO DIVIDIDO PELO PRINCIPAL DA LINHA.     *
      *----------------------------------------------------------------*
           8000-IMPRIMIR-CARTEIRA.
               MOVE "POR TABELA DE AMORTIZACAO" TO WS-REL-SECAO
               PERFORM 8700-ABRIR-SECAO-CARTEIRA
               MOVE 'T' TO WS-LIN-TIPO
               MOVE "PRICE" TO WS-LIN-CHAVE
               MOVE "PRICE" TO WS-LIN-ROTULO
               MOVE WS-TAB-QTD(1) TO WS-LIN-QTD
               MOVE WS-TAB-PRINCIPAL(1) TO WS-LIN-PRINCIPAL
               MOVE WS-TAB-PESO(1) TO WS-LIN-PESO
               PERFORM 8800-GRAVAR-LINHA-CARTEIRA
               MOVE "SAC" TO WS-LIN-CHAVE
               MOVE "SAC" TO WS-LIN-ROTULO
               MOVE WS-TAB-QTD(2) TO WS-LIN-QTD
               MOVE WS-TAB-PRINCIPAL(2) TO WS-LIN-PRINCIPAL
               MOVE WS-TAB-PESO(2) TO WS-LIN-PESO
               PERFORM 8800-GRAVAR-LINHA-CARTEIRA

               MOVE "POR ORIGEM DO CONTRATO" TO WS-REL-SECAO
               PERFORM 8700-ABRIR-SECAO-CARTEIRA
               MOVE 'O' TO WS-LIN-TIPO
               MOVE "RENEG" TO WS-LIN-CHAVE
               MOVE "RENEGOCIADOS" TO WS-LIN-ROTULO
               MOVE WS-ORI-QTD(1) TO WS-LIN-QTD
               MOVE WS-ORI-PRINCIPAL(1) TO WS-LIN-PRINCIPAL
               MOVE WS-ORI-PESO(1) TO WS-LIN-PESO
               PERFORM 8800-GRAVAR-LINHA-CARTEIRA
               MOVE "ORIG" TO WS-LIN-CHAVE
               MOVE "ORIGINAIS" TO WS-LIN-ROTULO
               MOVE WS-ORI-QTD(2) TO WS-LIN-QTD
               MOVE WS-ORI-PRINCIPAL(2) TO WS-LIN-PRINCIPAL
               MOVE WS-ORI-PESO(2) TO WS-LIN-PESO
               PERFORM 8800-GRAVAR-LINHA-CARTEIRA

               MOVE "POR SAFRA (MES DE CONTRATACAO)" TO WS-REL-SECAO
               PERFORM 8700-ABRIR-SECAO-CARTEIRA
               PERFORM 8100-IMPRIMIR-SAFRA
                       VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > WS-QTD-SAFRAS
               COMPUTE WS-IND = WS-MAX-SAFRAS + 1
               IF WS-SAF-QTD(WS-IND) > ZERO
                   MOVE 'S' TO WS-LIN-TIPO
                   MOVE "DEMAIS" TO WS-LIN-CHAVE
                   MOVE "DEMAIS SAFRAS" TO WS-LIN-ROTULO
                   MOVE WS-SAF-QTD(WS-IND) TO WS-LIN-QTD
                   MOVE WS-SAF-PRINCIPAL(WS-IND) TO WS-LIN-PRINCIPAL
                   MOVE WS-SAF-PESO(WS-IND) TO WS-LIN-PESO
                   PERFORM 8800-GRAVAR-LINHA-CARTEIRA
               END-IF

               MOVE WS-REL-BRANCO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE 'C' TO WS-LIN-TIPO
               MOVE "TOTAL" TO WS-LIN-CHAVE
               MOVE "TOTAL DA CARTEIRA" TO WS-LIN-ROTULO
               MOVE WS-CART-QTD TO WS-LIN-QTD
               MOVE WS-CART-PRINCIPAL TO WS-LIN-PRINCIPAL
               MOVE WS-CART-PESO TO WS-LIN-PESO
               PERFORM 8800-GRAVAR-LINHA-CARTEIRA
               MOVE "CONTRATOS FORA DA CARTEIRA.............."
                    TO WS-QTD-ROTULO
               MOVE WS-QTD-FORA-CARTEIRA TO WS-QTD-VALOR
               MOVE WS-REL-QTD TO REL-REGISTRO
               WRITE REL-REGISTRO.

           8100-IMPRIMIR-SAFRA.
               MOVE 'S' TO WS-LIN-TIPO
               MOVE WS-SAF-ANO-MES(WS-IND) TO WS-LIN-CHAVE
               MOVE WS-SAF-ANO-MES(WS-IND)(1:4) TO WS-ROT-ANO
               MOVE WS-SAF-ANO-MES(WS-IND)(5:2) TO WS-ROT-MES
               MOVE SPACES TO WS-LIN-ROTULO
               STRING "SAFRA " WS-ANO-MES-ROTULO
                      DELIMITED BY SIZE INTO WS-LIN-ROTULO
               MOVE WS-SAF-QTD(WS-IND) TO WS-LIN-QTD
               MOVE WS-SAF-PRINCIPAL(WS-IND) TO WS-LIN-PRINCIPAL
               MOVE WS-SAF-PESO(WS-IND) TO WS-LIN-PESO
               PERFORM 8800-GRAVAR-LINHA-CARTEIRA.

      *----------------------------------------------------------------*
      *8400: PROJECAO DOS PROXIMOS 12 MESES, O QUE VENCE DEPOIS DO     *
      *      HORIZONTE E AS PARCELAS VENCIDAS EM ABERTO, A PARTE.      *
      *----------------------------------------------------------------*
           8400-IMPRIMIR-PROJECAO.
               MOVE WS-REL-BRANCO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE "PROJECAO DE RECEBIMENTOS - 12 MESES" TO
                    WS-REL-SECAO
               MOVE WS-REL-SECAO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE WS-REL-COLUNAS-PROJECAO TO REL-REGISTRO
               WRITE REL-REGISTRO
               PERFORM 8410-IMPRIMIR-MES
                       VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > 12
               MOVE 'D' TO WS-LIN-TIPO
               MOVE "DEPOIS" TO WS-LIN-CHAVE
               MOVE "APOS 12 MESES" TO WS-LIN-ROTULO
               MOVE WS-PRJ-QTD(13) TO WS-LIN-QTD
               MOVE WS-PRJ-JUROS(13) TO WS-LIN-JUROS
               MOVE WS-PRJ-AMORT(13) TO WS-LIN-AMORT
               PERFORM 8900-GRAVAR-LINHA-PROJECAO
               MOVE WS-REL-BRANCO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE 'V' TO WS-LIN-TIPO
               MOVE "VENCID" TO WS-LIN-CHAVE
               MOVE "VENCIDAS EM ABERTO" TO WS-LIN-ROTULO
               MOVE WS-VNC-QTD TO WS-LIN-QTD
               MOVE WS-VNC-JUROS TO WS-LIN-JUROS
               MOVE WS-VNC-AMORT TO WS-LIN-AMORT
               PERFORM 8900-GRAVAR-LINHA-PROJECAO.

           8410-IMPRIMIR-MES.
               MOVE 'P' TO WS-LIN-TIPO
               MOVE WS-PRJ-ANO-MES(WS-IND) TO WS-LIN-CHAVE
               MOVE WS-PRJ-ANO-MES(WS-IND)(1:4) TO WS-ROT-ANO
               MOVE WS-PRJ-ANO-MES(WS-IND)(5:2) TO WS-ROT-MES
               MOVE SPACES TO WS-LIN-ROTULO
               STRING "MES " WS-ANO-MES-ROTULO
                      DELIMITED BY SIZE INTO WS-LIN-ROTULO
               MOVE WS-PRJ-QTD(WS-IND) TO WS-LIN-QTD
               MOVE WS-PRJ-JUROS(WS-IND) TO WS-LIN-JUROS
               MOVE WS-PRJ-AMORT(WS-IND) TO WS-LIN-AMORT
               PERFORM 8900-GRAVAR-LINHA-PROJECAO.

           8700-ABRIR-SECAO-CARTEIRA.
               MOVE WS-REL-BRANCO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE WS-REL-SECAO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE WS-REL-COLUNAS-CARTEIRA TO REL-REGISTRO
               WRITE REL-REGISTRO.

      *----------------------------------------------------------------*
      *8800/8900: GRAVAM A LINHA DE TRABALHO NO RELATORIO E NO EXTRATO.*
      *----------------------------------------------------------------*
           8800-GRAVAR-LINHA-CARTEIRA.
               MOVE ZERO TO WS-LIN-TAXA
               IF WS-LIN-PRINCIPAL > ZERO
                   COMPUTE WS-LIN-TAXA ROUNDED =
                           WS-LIN-PESO / WS-LIN-PRINCIPAL
               END-IF
               MOVE ZERO TO WS-LIN-JUROS
               MOVE ZERO TO WS-LIN-AMORT
               MOVE ZERO TO WS-LIN-TOTAL
               MOVE WS-LIN-ROTULO TO WS-RCA-ROTULO
               MOVE WS-LIN-QTD TO WS-RCA-QTD
               MOVE WS-LIN-PRINCIPAL TO WS-RCA-PRINCIPAL
               MOVE WS-LIN-TAXA TO WS-RCA-TAXA
               MOVE WS-REL-CARTEIRA TO REL-REGISTRO
               WRITE REL-REGISTRO
               PERFORM 8950-GRAVAR-EXTRATO.

           8900-GRAVAR-LINHA-PROJECAO.
               MOVE ZERO TO WS-LIN-PRINCIPAL
               MOVE ZERO TO WS-LIN-TAXA
               COMPUTE WS-LIN-TOTAL = WS-LIN-JUROS + WS-LIN-AMORT
               MOVE WS-LIN-ROTULO TO WS-RPR-ROTULO
               MOVE WS-LIN-QTD TO WS-RPR-QTD
               MOVE WS-LIN-JUROS TO WS-RPR-JUROS
               MOVE WS-LIN-AMORT TO WS-RPR-AMORT
               MOVE WS-LIN-TOTAL TO WS-RPR-TOTAL
               MOVE WS-REL-PROJECAO TO REL-REGISTRO
               WRITE REL-REGISTRO
               PERFORM 8950-GRAVAR-EXTRATO.

           8950-GRAVAR-EXTRATO.
               MOVE SPACES TO EXT-REGISTRO
               MOVE WS-LIN-TIPO TO EXT-TIPO-REGISTRO
               MOVE WS-DATA-HOJE TO EXT-DATA-BASE
               MOVE WS-LIN-CHAVE TO EXT-CHAVE
               MOVE WS-LIN-QTD TO EXT-QTD
               MOVE WS-LIN-PRINCIPAL TO EXT-VALOR-PRINCIPAL
               MOVE WS-LIN-TAXA TO EXT-TAXA-MEDIA
               MOVE WS-LIN-JUROS TO EXT-VALOR-JUROS
               MOVE WS-LIN-AMORT TO EXT-VALOR-AMORT
               MOVE WS-LIN-TOTAL TO EXT-VALOR-TOTAL
               WRITE EXT-REGISTRO.

           9000-FINALIZAR.
               CLOSE CTRMESTR PARMESTR RELCART EXTCART
               DISPLAY "CONTRATOS NA CARTEIRA..........: "
                       WS-QTD-CONTRATOS
               DISPLAY "CONTRATOS FORA DA CARTEIRA.....: "
                       WS-QTD-FORA-CARTEIRA
               DISPLAY "PRINCIPAL EM ABERTO............: "
                       WS-CART-PRINCIPAL
               DISPLAY "RELATORIO EM RELCART, EXTRATO EM EXTCART".

           END PROGRAM RFP100.
