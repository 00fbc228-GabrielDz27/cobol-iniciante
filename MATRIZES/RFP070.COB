      *----------------------------------------------------------------*
      *ATHOR:          GABRIEL FERREIRA                                *
      *DATE:           14/10/2026                                      *
      *NAME PROGRAM:   RFP070 - APURACAO MENSAL DO IOF                 *
      *----------------------------------------------------------------*
      *DESCRICAO:      BATCH DE FIM DE MES QUE PERCORRE O CADASTRO DE  *
      *                CONTRATOS (CTRMESTR) E, PARA CADA CONTRATO      *
      *                CONTRATADO NA COMPETENCIA COM IOF APURADO PELO  *
      *                RFP010, IMPRIME NO RELATORIO RELIOF O VALOR     *
      *                FINANCIADO, A PARTE DIARIA, O ADICIONAL, O IOF  *
      *                TOTAL E A FORMA DE COBRANCA (D = DESCONTADO DO  *
      *                DESEMBOLSO, F = FINANCIADO NO PRINCIPAL). NO    *
      *                FIM SAEM OS TOTAIS POR DIA DE CONTRATACAO E O   *
      *                TOTAL DO MES, BASE DO RECOLHIMENTO -- A AGENCIA *
      *                DEIXA DE SOMAR O IOF CONTRATO A CONTRATO NA     *
      *                PLANILHA. CONTRATO ISENTO (RENEGOCIACAO) OU     *
      *                ANTERIOR AO IOF SO ENTRA NA CONTAGEM.           *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *14/10/2026 GFD  CRIACAO DO PROGRAMA
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFP070.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTRMESTR ASSIGN TO "CTRMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-CHAVE
               FILE STATUS IS WS-STATUS-CTRMESTR.

           SELECT RELIOF ASSIGN TO "RELIOF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELIOF.

       DATA DIVISION.
       FILE SECTION.
       FD  CTRMESTR.
       COPY CONTRATO.

       FD  RELIOF.
       01  REL-REGISTRO                PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-STATUS-CTRMESTR      PIC X(02) VALUE SPACES.
       77 WS-STATUS-RELIOF        PIC X(02) VALUE SPACES.

       77 WS-SW-FIM-CTRMESTR      PIC X(01) VALUE 'N'.
           88 WS-FIM-CTRMESTR         VALUE 'S'.

       77 WS-DATA-HOJE            PIC 9(08) VALUE ZERO.
       77 WS-ANO-MES-REF          PIC 9(06) VALUE ZERO.
       77 WS-ANO-MES-CONTRATO     PIC 9(06) VALUE ZERO.
       77 WS-DIA-CONTRATO         PIC 9(02) VALUE ZERO.
       77 WS-IND                  PIC 9(02) VALUE ZERO.
       77 WS-VALOR-IOF-DIARIO     PIC 9(07)V99 VALUE ZERO.

       77 WS-QTD-CONTRATOS-IOF    PIC 9(05) VALUE ZERO.
       77 WS-QTD-SEM-IOF          PIC 9(05) VALUE ZERO.
       77 WS-TOTAL-IOF            PIC 9(11)V99 VALUE ZERO.
       77 WS-TOTAL-IOF-DESCONTADO PIC 9(11)V99 VALUE ZERO.
       77 WS-TOTAL-IOF-FINANCIADO PIC 9(11)V99 VALUE ZERO.
       77 WS-TOTAL-ADICIONAL      PIC 9(11)V99 VALUE ZERO.

       77 WS-FUNCAO-DIACTL      PIC X(01) VALUE 'C'.
       77 WS-COD-RETORNO-DIACTL PIC 9(02) VALUE ZERO.
       77 WS-SW-DIA-ABERTO      PIC X(01) VALUE 'N'.
           88 WS-DIA-ABERTO-OK      VALUE 'S'.

       COPY BATWS.

      *----------------------------------------------------------------*
      *TOTAIS POR DIA DE CONTRATACAO DA COMPETENCIA (DIA 1 A 31).      *
      *----------------------------------------------------------------*
       01 WS-TABELA-DIAS.
           05 WS-DIA-OCORRENCIA   OCCURS 31 TIMES.
               10 WS-DIA-QTD      PIC 9(05).
               10 WS-DIA-IOF      PIC 9(11)V99.

       01 WS-REL-TITULO.
           05 FILLER              PIC X(36) VALUE
              "RFP070 - APURACAO MENSAL DO IOF -- ".
           05 FILLER              PIC X(13) VALUE "COMPETENCIA ".
           05 WS-TIT-COMPETENCIA  PIC 9(06).

       01 WS-REL-COLUNAS.
           05 FILLER              PIC X(40) VALUE
              "CONTR  CONTRATADO  VLR FINANCIADO  IOF D".
           05 FILLER              PIC X(40) VALUE
              "IARIO   ADICIONAL   IOF TOTAL  F        ".

       01 WS-REL-DETALHE.
           05 WS-DET-CONTRATO     PIC Z(4)9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-DATA         PIC 9(08).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-DET-FINANCIADO   PIC Z(8)9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-IOF-DIARIO   PIC Z(6)9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-ADICIONAL    PIC Z(6)9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-IOF-TOTAL    PIC Z(6)9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-FORMA        PIC X(01).

       01 WS-REL-TOTAL-DIA.
           05 FILLER              PIC X(13) VALUE "TOTAL DO DIA ".
           05 WS-TDI-DIA          PIC 99.
           05 FILLER              PIC X(13) VALUE "  CONTRATOS: ".
           05 WS-TDI-QTD          PIC ZZZZ9.
           05 FILLER              PIC X(07) VALUE "  IOF: ".
           05 WS-TDI-IOF          PIC Z(10)9.99.

       01 WS-REL-TOTAL.
           05 WS-TOT-ROTULO       PIC X(31).
           05 WS-TOT-VALOR        PIC Z(10)9.99.

       01 WS-REL-QTD.
           05 WS-QTD-ROTULO       PIC X(31).
           05 WS-QTD-VALOR        PIC Z(4)9.

       01 WS-REL-BRANCO           PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
           0000-MAINLINE.
               DISPLAY "RFP070 - APURACAO MENSAL DO IOF"
               PERFORM 0200-OBTER-DIA-PROCESSAMENTO
               IF NOT WS-DIA-ABERTO-OK
                   DISPLAY "DIA DE PROCESSAMENTO NAO ABERTO "
                           "(ABRA PELO DIA010). EXECUCAO RECUSADA."
                   MOVE 10 TO WS-RUN-COD-RETORNO
               ELSE
                   PERFORM 0300-OBTER-COMPETENCIA
                   PERFORM 0500-REGISTRAR-INICIO
                   IF WS-RUN-COD-RETORNO = 10
                       DISPLAY "RFP070 JA CONCLUIDO NESTA "
                               "COMPETENCIA. EXECUCAO RECUSADA."
                   END-IF
               END-IF
               IF WS-RUN-COD-RETORNO = 10
                   CONTINUE
               ELSE
                   PERFORM 1000-INICIALIZAR
                   IF WS-STATUS-CTRMESTR = '00' AND
                      WS-STATUS-RELIOF = '00'
                       PERFORM 2000-POSICIONAR-CONTRATOS
                       PERFORM 2100-PROCESSAR-CONTRATO
                               UNTIL WS-FIM-CTRMESTR
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
      *0300: A COMPETENCIA DEFAULT E O MES DO DIA DE PROCESSAMENTO; A  *
      *      APURACAO DE UM MES JA FECHADO PODE SER PEDIDA NA MAO.     *
      *----------------------------------------------------------------*
           0300-OBTER-COMPETENCIA.
               DISPLAY "COMPETENCIA (AAAAMM, 0 = MES DO DIA DE "
                       "PROCESSAMENTO): "
               ACCEPT WS-ANO-MES-REF
               IF WS-ANO-MES-REF = ZERO
                   MOVE WS-DATA-HOJE(1:6) TO WS-ANO-MES-REF
               END-IF
               DISPLAY "COMPETENCIA APURADA: " WS-ANO-MES-REF.

      *----------------------------------------------------------------*
      *0500/9500: REGISTRO DE INICIO E FIM DA EXECUCAO NO CONTROLE DE  *
      *           BATCH (RUNCTRL, VIA BATCTL), CHAVEADO PELO PRIMEIRO  *
      *           DIA DA COMPETENCIA -- UMA APURACAO POR MES.          *
      *----------------------------------------------------------------*
           0500-REGISTRAR-INICIO.
               MOVE 'I' TO WS-RUN-FUNCAO
               MOVE "RFP070" TO WS-RUN-NOME-JOB
               COMPUTE WS-RUN-DATA-PROC = WS-ANO-MES-REF * 100 + 1
               CALL "BATCTL" USING WS-RUN-FUNCAO WS-RUN-NOME-JOB
                                   WS-RUN-DATA-PROC WS-RUN-QTD-PROC
                                   WS-RUN-QTD-REJ WS-RUN-COD-RETORNO.

           9500-REGISTRAR-FIM.
               MOVE 'F' TO WS-RUN-FUNCAO
               MOVE WS-QTD-CONTRATOS-IOF TO WS-RUN-QTD-PROC
               MOVE WS-QTD-SEM-IOF TO WS-RUN-QTD-REJ
               CALL "BATCTL" USING WS-RUN-FUNCAO WS-RUN-NOME-JOB
                                   WS-RUN-DATA-PROC WS-RUN-QTD-PROC
                                   WS-RUN-QTD-REJ WS-RUN-COD-RETORNO.

           1000-INICIALIZAR.
               INITIALIZE WS-TABELA-DIAS
               OPEN INPUT CTRMESTR
               OPEN OUTPUT RELIOF
               IF WS-STATUS-CTRMESTR NOT = '00' OR
                  WS-STATUS-RELIOF NOT = '00'
                   DISPLAY "ERRO AO ABRIR ARQUIVOS. CTRMESTR: "
                           WS-STATUS-CTRMESTR " RELIOF: "
                           WS-STATUS-RELIOF
               ELSE
                   MOVE WS-ANO-MES-REF TO WS-TIT-COMPETENCIA
                   MOVE WS-REL-TITULO TO REL-REGISTRO
                   WRITE REL-REGISTRO
                   MOVE WS-REL-BRANCO TO REL-REGISTRO
                   WRITE REL-REGISTRO
                   MOVE WS-REL-COLUNAS TO REL-REGISTRO
                   WRITE REL-REGISTRO
               END-IF.

      *----------------------------------------------------------------*
      *2000/2010: PERCORRE O CTRMESTR INTEIRO PELA CHAVE -- O CADASTRO *
      *      NAO TEM CHAVE POR DATA DE CONTRATACAO.                    *
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
      *2100: CONTRATO DA COMPETENCIA COM IOF DESCONTADO OU FINANCIADO  *
      *      SAI NO DETALHE E SOMA NO DIA DA CONTRATACAO; ISENTO OU    *
      *      ANTERIOR AO IOF SO E CONTADO.                             *
      *----------------------------------------------------------------*
           2100-PROCESSAR-CONTRATO.
               MOVE CTR-DATA-CONTRATACAO(1:6) TO WS-ANO-MES-CONTRATO
               IF WS-ANO-MES-CONTRATO = WS-ANO-MES-REF
                   IF CTR-IOF-DESCONTADO OR CTR-IOF-FINANCIADO
                       PERFORM 2200-IMPRIMIR-CONTRATO
                   ELSE
                       ADD 1 TO WS-QTD-SEM-IOF
                   END-IF
               END-IF
               PERFORM 2010-LER-CTRMESTR.

           2200-IMPRIMIR-CONTRATO.
               COMPUTE WS-VALOR-IOF-DIARIO =
                       CTR-VALOR-IOF - CTR-VALOR-IOF-ADICIONAL
               MOVE CTR-NUM-CONTRATO TO WS-DET-CONTRATO
               MOVE CTR-DATA-CONTRATACAO TO WS-DET-DATA
               MOVE CTR-VALOR-FINANCIADO TO WS-DET-FINANCIADO
               MOVE WS-VALOR-IOF-DIARIO TO WS-DET-IOF-DIARIO
               MOVE CTR-VALOR-IOF-ADICIONAL TO WS-DET-ADICIONAL
               MOVE CTR-VALOR-IOF TO WS-DET-IOF-TOTAL
               MOVE CTR-SW-IOF TO WS-DET-FORMA
               MOVE WS-REL-DETALHE TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE CTR-DATA-CONTRATACAO(7:2) TO WS-DIA-CONTRATO
               ADD 1 TO WS-DIA-QTD(WS-DIA-CONTRATO)
               ADD CTR-VALOR-IOF TO WS-DIA-IOF(WS-DIA-CONTRATO)
               ADD 1 TO WS-QTD-CONTRATOS-IOF
               ADD CTR-VALOR-IOF TO WS-TOTAL-IOF
               ADD CTR-VALOR-IOF-ADICIONAL TO WS-TOTAL-ADICIONAL
               IF CTR-IOF-DESCONTADO
                   ADD CTR-VALOR-IOF TO WS-TOTAL-IOF-DESCONTADO
               ELSE
                   ADD CTR-VALOR-IOF TO WS-TOTAL-IOF-FINANCIADO
               END-IF.

      *----------------------------------------------------------------*
      *8000: TOTAIS POR DIA DE CONTRATACAO (SO OS DIAS COM CONTRATO) E *
      *      TOTAL DO MES, SEPARANDO O ADICIONAL E A FORMA DE COBRANCA.*
      *----------------------------------------------------------------*
           8000-IMPRIMIR-TOTAIS.
               MOVE WS-REL-BRANCO TO REL-REGISTRO
               WRITE REL-REGISTRO
               PERFORM 8100-IMPRIMIR-DIA
                       VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > 31
               MOVE WS-REL-BRANCO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE "CONTRATOS COM IOF.............." TO WS-QTD-ROTULO
               MOVE WS-QTD-CONTRATOS-IOF TO WS-QTD-VALOR
               MOVE WS-REL-QTD TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE "CONTRATOS ISENTOS/SEM IOF......" TO WS-QTD-ROTULO
               MOVE WS-QTD-SEM-IOF TO WS-QTD-VALOR
               MOVE WS-REL-QTD TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE "IOF DESCONTADO DO DESEMBOLSO..." TO WS-TOT-ROTULO
               MOVE WS-TOTAL-IOF-DESCONTADO TO WS-TOT-VALOR
               PERFORM 8200-IMPRIMIR-TOTAL
               MOVE "IOF FINANCIADO NO PRINCIPAL...." TO WS-TOT-ROTULO
               MOVE WS-TOTAL-IOF-FINANCIADO TO WS-TOT-VALOR
               PERFORM 8200-IMPRIMIR-TOTAL
               MOVE "DOS QUAIS ADICIONAL FIXO......." TO WS-TOT-ROTULO
               MOVE WS-TOTAL-ADICIONAL TO WS-TOT-VALOR
               PERFORM 8200-IMPRIMIR-TOTAL
               MOVE "IOF TOTAL DA COMPETENCIA......." TO WS-TOT-ROTULO
               MOVE WS-TOTAL-IOF TO WS-TOT-VALOR
               PERFORM 8200-IMPRIMIR-TOTAL.

           8100-IMPRIMIR-DIA.
               IF WS-DIA-QTD(WS-IND) > ZERO
                   MOVE WS-IND TO WS-TDI-DIA
                   MOVE WS-DIA-QTD(WS-IND) TO WS-TDI-QTD
                   MOVE WS-DIA-IOF(WS-IND) TO WS-TDI-IOF
                   MOVE WS-REL-TOTAL-DIA TO REL-REGISTRO
                   WRITE REL-REGISTRO
               END-IF.

           8200-IMPRIMIR-TOTAL.
               MOVE WS-REL-TOTAL TO REL-REGISTRO
               WRITE REL-REGISTRO.

           9000-FINALIZAR.
               CLOSE CTRMESTR RELIOF
               DISPLAY "CONTRATOS COM IOF NA COMPETENCIA: "
                       WS-QTD-CONTRATOS-IOF
               DISPLAY "CONTRATOS SEM IOF (ISENTOS).....: "
                       WS-QTD-SEM-IOF
               DISPLAY "IOF TOTAL DA COMPETENCIA........: "
                       WS-TOTAL-IOF.

           END PROGRAM RFP070.
