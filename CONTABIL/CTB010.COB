      *NAME PROGRAM:   CTB010 - EXTRATO CONTABIL DE FECHAMENTO         *
      *----------------------------------------------------------------*
      *DESCRICAO:      CONSOLIDA, PARA O MES/ANO INFORMADO, OS         *
      *                LANCAMENTOS DE CAIXA (MOVLOG, DO CEP010, LIDOS  *
      *                NO HISTORICO INDEXADO MOVHIST) E OS             *
      *                ACRESCIMOS DE PARCELA (PARMESTR, DO RFP010) NUM *
      *                UNICO EXTRATO CONTABIL (GLEXTR), UMA LINHA POR  *
      *                LANCAMENTO, PARA A CONTABILIDADE FECHAR O MES   *
      *                DIGITACAO DO OPERADOR -- JANELA QUE PASSA DA
      *                MEIA-NOITE CONTINUA NO MESMO DIA DE NEGOCIO E A
      *                REEXECUCAO DE MADRUGADA MANTEM A DATA ORIGINAL.
      *14/10/2026 GFD  INCLUIDOS OS ESTORNOS SUPERVISIONADOS
      *                (CEP190) A DEBITO E A CREDITO NO EXTRATO DE
      *                CAIXA.
      *14/10/2026 GFD  INCLUIDA A TARIFA DE SERVICO (CEP200) NO
      *                EXTRATO CONTABIL.
      *14/10/2026 GFD  INCLUIDO O CHEQUE DEVOLVIDO (CEP210) NO
      *                EXTRATO CONTABIL.
      *14/10/2026 GFD  INCLUIDO O TIPO DE IR RETIDO NA FONTE
      *                (CEP110).
      *15/10/2026 GFD  INCLUIDOS OS TIPOS DE CREDITO DE SALARIO E
      *                DE DEBITO DE FOLHA (CEP230).
      *15/10/2026 GFD  INCLUIDO O TIPO DE PAGAMENTO DE
      *                CONTA/BOLETO ('G') DO CEP010/CEP240.
      *15/10/2026 GFD  INCLUIDO O TIPO DE TRANSFERENCIA JUDICIAL
      *                ('U') DO CEP270.
      *15/10/2026 GFD  OS LANCAMENTOS DE CAIXA PASSAM A SER
      *                EXTRAIDOS DA FAIXA DO MES NA CHAVE
      *                ALTERNADA DATA + HORA DO HISTORICO INDEXADO
      *                (MOVHIST, CEP300), EM VEZ DE VARRER O
      *                MOVLOG INTEIRO. MES JA ARQUIVADO PELO
      *                CEP090 CONTINUA NO HISTORICO.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTB010.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVHIST ASSIGN TO "MOVHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-CHAVE
               ALTERNATE RECORD KEY IS HST-CHAVE-DATA
               FILE STATUS IS WS-STATUS-MOVHIST.

           SELECT PARMESTR ASSIGN TO "PARMESTR"
               ORGANIZATION IS INDEXED

       DATA DIVISION.
       FILE SECTION.
       FD  MOVHIST.
       COPY MOVHST.

       FD  PARMESTR.
       COPY PARCELA.

       WORKING-STORAGE SECTION.

       77 WS-STATUS-MOVHIST       PIC X(02) VALUE SPACES.
       77 WS-STATUS-PARMESTR      PIC X(02) VALUE SPACES.
       77 WS-STATUS-GLEXTR        PIC X(02) VALUE SPACES.

       77 WS-SW-FIM-MOVHIST       PIC X(01) VALUE 'N'.
           88 WS-FIM-MOVHIST          VALUE 'S'.
       77 WS-SW-FIM-PARMESTR      PIC X(01) VALUE 'N'.
           88 WS-FIM-PARMESTR         VALUE 'S'.
       77 WS-DATA-VENCTO-INICIO   PIC 9(08) VALUE ZERO.
       77 WS-DATA-MOVTO-INICIO    PIC 9(08) VALUE ZERO.

       77 WS-ANO-MES-REF          PIC 9(06) VALUE ZERO.
       77 WS-ANO-MES-MOVTO        PIC 9(06) VALUE ZERO.

       COPY BATWS.

       COPY CTALOG.

       PROCEDURE DIVISION.
           0000-MAINLINE.
               PERFORM 0500-CONFERIR-E-REGISTRAR
               IF WS-RUN-COD-RETORNO = ZERO
                   PERFORM 1000-INICIALIZAR
                   IF WS-STATUS-MOVHIST = '00' AND
                      WS-STATUS-PARMESTR = '00'
                      AND WS-STATUS-GLEXTR = '00'
                       PERFORM 2000-EXTRAIR-MOVHIST
                       PERFORM 3000-EXTRAIR-PARMESTR
                       PERFORM 9000-FINALIZAR
                       PERFORM 9500-REGISTRAR-FIM
               ACCEPT WS-ANO-MES-REF
               MOVE ZERO TO WS-QTD-LANC-CAIXA
               MOVE ZERO TO WS-QTD-LANC-PARCELA
               OPEN INPUT MOVHIST
               OPEN INPUT PARMESTR
               OPEN OUTPUT GLEXTR
               IF WS-STATUS-MOVHIST NOT = '00' OR
                  WS-STATUS-PARMESTR NOT = '00' OR
                  WS-STATUS-GLEXTR NOT = '00'
                   DISPLAY "ERRO AO ABRIR ARQUIVOS. MOVHIST: "
                           WS-STATUS-MOVHIST " PARMESTR: "
                           WS-STATUS-PARMESTR " GLEXTR: "
                           WS-STATUS-GLEXTR
               END-IF.
      *----------------------------------------------------------------*
      *2000: UMA LINHA DE EXTRATO PARA CADA MOVIMENTO DE CAIXA (DEPO-  *
      *      SITO, SAQUE, DESEMBOLSO CREDITADO, JUROS DE CHEQUE        *
      *      ESPECIAL) LANCADO NO MES DE REFERENCIA. OS MOVIMENTOS VEM *
      *      DA FAIXA DO MES NA CHAVE ALTERNADA DATA + HORA DO         *
      *      HISTORICO (MOVHIST), COMO AS PARCELAS NO 3000.            *
      *----------------------------------------------------------------*
           2000-EXTRAIR-MOVHIST.
               STRING WS-ANO-MES-REF DELIMITED BY SIZE
                      "01" DELIMITED BY SIZE
                      INTO WS-DATA-MOVTO-INICIO
               MOVE WS-DATA-MOVTO-INICIO TO HST-DTA-DATA-MOVTO
               MOVE ZERO TO HST-DTA-HORA-MOVTO
               MOVE ZERO TO HST-DTA-NUM-CONTA
               MOVE ZERO TO HST-DTA-SEQUENCIA
               START MOVHIST KEY IS NOT LESS THAN HST-CHAVE-DATA
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-MOVHIST
               END-START
               IF NOT WS-FIM-MOVHIST
                   PERFORM 2010-LER-MOVHIST
                   PERFORM 2020-PROCESSAR-MOVIMENTO
                           UNTIL WS-FIM-MOVHIST
               END-IF.

           2010-LER-MOVHIST.
               READ MOVHIST NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SW-FIM-MOVHIST
               END-READ
               IF NOT WS-FIM-MOVHIST
                   MOVE HST-MOVIMENTO TO LOG-REGISTRO
                   MOVE LOG-DATA-MOVTO(1:6) TO WS-ANO-MES-MOVTO
                   IF WS-ANO-MES-MOVTO > WS-ANO-MES-REF
                       MOVE 'S' TO WS-SW-FIM-MOVHIST
                   END-IF
               END-IF.

           2020-PROCESSAR-MOVIMENTO.
               MOVE LOG-DATA-MOVTO(1:6) TO WS-ANO-MES-MOVTO
               IF WS-ANO-MES-MOVTO = WS-ANO-MES-REF
                   MOVE LOG-DATA-MOVTO TO GL-DATA
                           MOVE "PAGTO PARCELA" TO GL-TIPO-LANCTO
                           MOVE "PAGAMENTO DE PARCELA NO CAIXA" TO
                                GL-HISTORICO
                       WHEN LOG-TIPO-ESTORNO-DEBITO
                           MOVE "ESTORNO DEBITO" TO GL-TIPO-LANCTO
                           MOVE "ESTORNO DE CREDITO EM CONTA" TO
                                GL-HISTORICO
                       WHEN LOG-TIPO-ESTORNO-CREDITO
                           MOVE "ESTORNO CREDITO" TO GL-TIPO-LANCTO
                           MOVE "ESTORNO DE DEBITO EM CONTA" TO
                                GL-HISTORICO
                       WHEN LOG-TIPO-TARIFA
                           MOVE "TARIFA" TO GL-TIPO-LANCTO
                           MOVE "TARIFA DE SERVICO BANCARIO" TO
                                GL-HISTORICO
                       WHEN LOG-TIPO-CHEQUE-DEVOLVIDO
                           MOVE "CHEQ DEVOLVIDO" TO GL-TIPO-LANCTO
                           MOVE "DEVOLUCAO DE CHEQUE DEPOSITADO" TO
                                GL-HISTORICO
                       WHEN LOG-TIPO-IR-RETIDO
                           MOVE "IR RETIDO" TO GL-TIPO-LANCTO
                           MOVE "IR RETIDO NA FONTE S/ REMUNERACAO" TO
                                GL-HISTORICO
                       WHEN LOG-TIPO-CREDITO-SALARIO
                           MOVE "CREDITO SALARIO" TO GL-TIPO-LANCTO
                           MOVE "CREDITO DE SALARIO (FOLHA)" TO
                                GL-HISTORICO
                       WHEN LOG-TIPO-DEBITO-FOLHA
                           MOVE "DEBITO FOLHA" TO GL-TIPO-LANCTO
                           MOVE "DEBITO DO EMPREGADOR (FOLHA)" TO
                                GL-HISTORICO
                       WHEN LOG-TIPO-PAGTO-CONTA
                           MOVE "PAGTO CONTA" TO GL-TIPO-LANCTO
                           MOVE "PAGAMENTO DE CONTA/BOLETO" TO
                                GL-HISTORICO
                       WHEN LOG-TIPO-TRANSF-JUDICIAL
                           MOVE "TRANSF JUDICIAL" TO GL-TIPO-LANCTO
                           MOVE "TRANSFERENCIA JUDICIAL" TO
                                GL-HISTORICO
                   END-EVALUATE
                   WRITE GL-REGISTRO
                   ADD 1 TO WS-QTD-LANC-CAIXA
               END-IF
               PERFORM 2010-LER-MOVHIST.

      *----------------------------------------------------------------*
      *3000: UMA LINHA DE EXTRATO PARA CADA PARCELA DE CONTRATO COM    *
               PERFORM 3010-LER-PARMESTR.

           9000-FINALIZAR.
               CLOSE MOVHIST PARMESTR GLEXTR
               DISPLAY "LANCAMENTOS DE CAIXA...: " WS-QTD-LANC-CAIXA
               DISPLAY "LANCAMENTOS DE PARCELA.: " WS-QTD-LANC-PARCELA.

