      *DESCRICAO:      MANTEM O PLANO DE CONTAS CONTABEIS (PLANCTAS) E *
      *                GERA, PARA O MES/ANO INFORMADO, O DIARIO        *
      *                CONTABIL BALANCEADO (DIARIO): CADA MOVIMENTO DO *
      *                MES NO HISTORICO (MOVHIST, CARREGADO PELO       *
      *                CEP300) VIRA UMA PERNA DE DEBITO E UMA DE       *
      *                CREDITO PELAS REGRAS DE LANCAMENTO ABAIXO, E    *
      *                CADA PARCELA DE CONTRATO COM VENCIMENTO NO MES  *
      *                VIRA O ACRESCIMO (DEBITO DE PARCELAS A RECEBER, *
      *                REMUNERACAO...... D DESP REMUN   C DEPOSITOS   *
      *                DEPOSITO CHEQUE.. D CHEQ COBRANCA C DEPOSITOS  *
      *                PAGTO PARCELA.... D DEPOSITOS    C PARC RECEBER*
      *                TARIFA........... D DEPOSITOS    C REC TARIFAS *
      *                CHEQUE DEVOLVIDO. D DEPOSITOS    C CHEQ COBRANCA*
      *                CHEQUE COMPENSADO D RESERVAS     C CHEQ COBRANCA*
      *                ESTORNO (X/Y).... A REGRA DO TIPO ORIGINAL     *
      *                                  (LOG-REF-TIPO-MOVTO) COM     *
      *                                  DEBITO E CREDITO INVERTIDOS  *
      *                PARCELA DO MES... D PARC RECEBER C REC JUROS   *
      *                                  (JUROS) E C EMPRESTIMOS      *
      *                                  (AMORTIZACAO)                *
      *                IOF DO CONTRATO.. D EMPRESTIMOS  C IOF RECOLHER*
      *                IR RETIDO FONTE.. D DEPOSITOS    C IR RECOLHER *
      *                DEBITO FOLHA..... D DEPOSITOS    C TRF LIQUIDAR*
      *                CREDITO SALARIO.. D TRF LIQUIDAR C DEPOSITOS   *
      *                PAGTO CONTA...... D DEPOSITOS    C PAGTOS LIQUID*
      *                PAGTO LIQUIDADO.. D PAGTOS LIQUID C RESERVAS   *
      *                TRANSF JUDICIAL.. D DEPOSITOS    C RESERVAS    *
      *                PDD CONSTITUICAO. D DESP PDD     C PROVISAO PDD*
      *                PDD REVERSAO..... D PROVISAO PDD C DESP PDD    *
      *                FALTA NA GAVETA.. D DIFER CAIXA  C CAIXA       *
      *                SOBRA NA GAVETA.. D CAIXA        C DIFER CAIXA *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *                DIGITACAO DO OPERADOR -- JANELA QUE PASSA DA
      *                MEIA-NOITE CONTINUA NO MESMO DIA DE NEGOCIO E A
      *                REEXECUCAO DE MADRUGADA MANTEM A DATA ORIGINAL.
      *14/10/2026 GFD  INCLUIDO O ESTORNO SUPERVISIONADO (CEP190):
      *                O LANCAMENTO DE ESTORNO APLICA A REGRA DO
      *                TIPO ORIGINAL (AREA DE REFERENCIA DO
      *                MOVLOG) COM DEBITO E CREDITO INVERTIDOS, E
      *                O PAR ORIGINAL + ESTORNO ZERA NO DIARIO. A
      *                ESCOLHA DA REGRA FOI SEPARADA EM 3310 PARA
      *                SER REAPROVEITADA.
      *14/10/2026 GFD  INCLUIDA A TARIFA DE SERVICO (LOG-TIPO-
      *                TARIFA, COBRADA PELO CEP200): DEBITA
      *                DEPOSITOS E CREDITA A NOVA CONTA DE RECEITA
      *                DE TARIFAS (42001), QUE PRECISA SER
      *                CADASTRADA NO PLANO DE CONTAS.
      *14/10/2026 GFD  INCLUIDO O CHEQUE DEVOLVIDO (CEP210):
      *                DEBITA DEPOSITOS E CREDITA CHEQUES EM
      *                COBRANCA (12801), DESFAZENDO O LANCAMENTO
      *                DO DEPOSITO EM CHEQUE.
      *14/10/2026 GFD  INCLUIDO O IOF DA OPERACAO DE CREDITO (RFP010):
      *                CADA CONTRATO CONTRATADO NO MES COM IOF
      *                DESCONTADO OU FINANCIADO DEBITA EMPRESTIMOS E
      *                CREDITA A NOVA CONTA DE IOF A RECOLHER (29101),
      *                QUE PRECISA SER CADASTRADA NO PLANO DE CONTAS.
      *                O DESEMBOLSO (E) SAI PELO VALOR LIQUIDO DO IOF,
      *                ENTAO EMPRESTIMOS FECHA NO VALOR FINANCIADO.
      *14/10/2026 GFD  INCLUIDO O IR RETIDO NA FONTE SOBRE A
      *                REMUNERACAO (CEP110): DEBITA DEPOSITOS E
      *                CREDITA A NOVA CONTA DE IR A RECOLHER
      *                (29201), QUE PRECISA SER CADASTRADA NO
      *                PLANO DE CONTAS.
      *14/10/2026 GFD  INCLUIDA A PROVISAO PARA DEVEDORES
      *                DUVIDOSOS (RFP080): A VARIACAO DA PROVISAO
      *                EXIGIDA CONTRA O MES ANTERIOR DEBITA A NOVA
      *                DESPESA DE PDD (51201) E CREDITA A NOVA
      *                PROVISAO (12901, REDUTORA DO ATIVO), OU O
      *                INVERSO NA REVERSAO. AS DUAS CONTAS
      *                PRECISAM SER CADASTRADAS NO PLANO DE
      *                CONTAS.
      *14/10/2026 GFD  INCLUIDA A COMPENSACAO DO CHEQUE DEPOSITADO
      *                LIBERADO PELO CEP140 (LIDA DA FILA
      *                FLTPEND): DEBITA A NOVA CONTA DE RESERVAS
      *                BANCARIAS (11101), QUE PRECISA SER
      *                CADASTRADA NO PLANO DE CONTAS, E CREDITA
      *                CHEQUES EM COBRANCA (12801), QUE ANTES SO
      *                CRESCIA.
      *15/10/2026 GFD  INCLUIDA A FOLHA DE PAGAMENTO (CEP230): O
      *                DEBITO DO EMPREGADOR (K) CREDITA
      *                TRANSFERENCIAS A LIQUIDAR (29001) E CADA
      *                CREDITO DE SALARIO (L) DEBITA A MESMA
      *                CONTA, QUE ZERA QUANDO O LOTE TERMINA.
      *15/10/2026 GFD  INCLUIDO O PAGAMENTO DE CONTA/BOLETO
      *                (CEP010/CEP240): O DEBITO NA CONTA (G)
      *                CREDITA A NOVA CONTA DE PAGAMENTOS A
      *                LIQUIDAR (29301), QUE PRECISA SER
      *                CADASTRADA NO PLANO DE CONTAS, E O ENVIO A
      *                CAMARA (PAGMESTR LIQUIDADO NO MES) A DEBITA
      *                CONTRA RESERVAS BANCARIAS (11101).
      *15/10/2026 GFD  INCLUIDA A TRANSFERENCIA JUDICIAL (CEP270):
      *                O DEBITO NA CONTA (U) SAI DE DEPOSITOS A
      *                VISTA CONTRA RESERVAS BANCARIAS (11101),
      *                POIS O VALOR E ENVIADO AO JUIZO NO MESMO
      *                DIA.
      *15/10/2026 GFD  INCLUIDO O CAIXA DE BALCAO (CEP290):
      *                DEPOSITO E SAQUE EM TERMINAL DE BALCAO
      *                ('B') SEGUEM A REGRA DO CAIXA COM HISTORICO
      *                PROPRIO, E A SOBRA OU FALTA DAS GAVETAS
      *                FECHADAS NO MES (GAVMESTR) E LANCADA CONTRA
      *                A NOVA CONTA DE DIFERENCAS DE CAIXA
      *                (51301), QUE PRECISA SER CADASTRADA NO
      *                PLANO DE CONTAS.
      *15/10/2026 GFD  OS MOVIMENTOS DO MES PASSAM A VIR DO
      *                HISTORICO INDEXADO (MOVHIST, CARGA DO
      *                CEP300) PELA CHAVE ALTERNADA DE DATA, EM
      *                VEZ DA LEITURA INTEIRA DO MOVLOG -- O
      *                DIARIO DE MES JA ARQUIVADO PELO CEP090
      *                VOLTA A SAIR COMPLETO.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTB020.
               RECORD KEY IS PLA-CHAVE
               FILE STATUS IS WS-STATUS-PLANCTAS.

           SELECT MOVHIST ASSIGN TO "MOVHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-CHAVE
               ALTERNATE RECORD KEY IS HST-CHAVE-DATA
               FILE STATUS IS WS-STATUS-MOVHIST.

           SELECT PARMESTR ASSIGN TO "PARMESTR"
               ORGANIZATION IS INDEXED
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-PARMESTR.

           SELECT CTRMESTR ASSIGN TO "CTRMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-CHAVE
               FILE STATUS IS WS-STATUS-CTRMESTR.

           SELECT PDDHIST ASSIGN TO "PDDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDD-CHAVE
               FILE STATUS IS WS-STATUS-PDDHIST.

           SELECT FLTPEND ASSIGN TO "FLTPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-FLTPEND.

           SELECT PAGMESTR ASSIGN TO "PAGMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PGT-CHAVE
               FILE STATUS IS WS-STATUS-PAGMESTR.

           SELECT GAVMESTR ASSIGN TO "GAVMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GAV-CHAVE
               FILE STATUS IS WS-STATUS-GAVMESTR.

           SELECT DIARIO ASSIGN TO "DIARIO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-DIARIO.
       FD  PLANCTAS.
       COPY PLANCTA.

       FD  MOVHIST.
       COPY MOVHST.

       FD  PARMESTR.
       COPY PARCELA.

       FD  CTRMESTR.
       COPY CONTRATO.

       FD  PDDHIST.
       COPY PROVIS.

       FD  FLTPEND.
       COPY FLUTUA.

       FD  PAGMESTR.
       COPY PAGCTA.

       FD  GAVMESTR.
       COPY GAVETA.

       FD  DIARIO.
       01  DIA-REGISTRO.
           05  DIA-DATA                PIC 9(08).
       WORKING-STORAGE SECTION.

       77 WS-STATUS-PLANCTAS      PIC X(02) VALUE SPACES.
       77 WS-STATUS-MOVHIST       PIC X(02) VALUE SPACES.
       77 WS-STATUS-PARMESTR      PIC X(02) VALUE SPACES.
       77 WS-STATUS-DIARIO        PIC X(02) VALUE SPACES.
       77 WS-STATUS-CTRMESTR      PIC X(02) VALUE SPACES.
       77 WS-STATUS-PDDHIST       PIC X(02) VALUE SPACES.
       77 WS-STATUS-FLTPEND       PIC X(02) VALUE SPACES.
       77 WS-STATUS-PAGMESTR      PIC X(02) VALUE SPACES.
       77 WS-STATUS-GAVMESTR      PIC X(02) VALUE SPACES.

       77 WS-OPCAO                PIC X(01) VALUE SPACE.
       77 WS-ANO-MES-REF          PIC 9(06) VALUE ZERO.
       77 WS-ANO-MES-MOVTO        PIC 9(06) VALUE ZERO.
       77 WS-ANO-MES-VENCTO       PIC 9(06) VALUE ZERO.
       77 WS-ANO-MES-CONTRATO     PIC 9(06) VALUE ZERO.
       77 WS-ANO-MES-LIBERACAO    PIC 9(06) VALUE ZERO.
       77 WS-ANO-MES-LIQUIDACAO   PIC 9(06) VALUE ZERO.
       77 WS-ANO-MES-PDD          PIC 9(06) VALUE ZERO.
       77 WS-ANO-MES-GAVETA       PIC 9(06) VALUE ZERO.
       77 WS-ANO-MES-PDD-ANTERIOR PIC 9(06) VALUE ZERO.
       77 WS-DATA-APURACAO-PDD    PIC 9(08) VALUE ZERO.
       77 WS-QTD-PDD-MES          PIC 9(05) VALUE ZERO.
       77 WS-TOTAL-PDD            PIC 9(11)V99 VALUE ZERO.
       77 WS-TOTAL-PDD-MES        PIC 9(11)V99 VALUE ZERO.
       77 WS-TOTAL-PDD-ANTERIOR   PIC 9(11)V99 VALUE ZERO.
       77 WS-VARIACAO-PDD         PIC S9(11)V99 VALUE ZERO.
       77 WS-DATA-VENCTO-INICIO   PIC 9(08) VALUE ZERO.
       77 WS-DATA-MOVTO-INICIO    PIC 9(08) VALUE ZERO.
       77 WS-IND                  PIC 9(03).
       77 WS-SW-FIM-ARQUIVO       PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQUIVO          VALUE 'S'.
      *PLANO DE CONTAS; CONTA SEM CADASTRO E APONTADA NO RESUMO.      *
      *----------------------------------------------------------------*
       77 WS-CTA-CAIXA            PIC 9(05) VALUE 11001.
       77 WS-CTA-RESERVAS         PIC 9(05) VALUE 11101.
       77 WS-CTA-EMPRESTIMOS      PIC 9(05) VALUE 12001.
       77 WS-CTA-PARC-RECEBER     PIC 9(05) VALUE 12501.
       77 WS-CTA-CHEQ-COBRANCA    PIC 9(05) VALUE 12801.
       77 WS-CTA-PROVISAO-PDD     PIC 9(05) VALUE 12901.
       77 WS-CTA-DEPOSITOS        PIC 9(05) VALUE 21001.
       77 WS-CTA-TRF-LIQUIDAR     PIC 9(05) VALUE 29001.
       77 WS-CTA-IOF-RECOLHER     PIC 9(05) VALUE 29101.
       77 WS-CTA-IR-RECOLHER      PIC 9(05) VALUE 29201.
       77 WS-CTA-PAGTOS-LIQUIDAR  PIC 9(05) VALUE 29301.
       77 WS-CTA-REC-JUROS        PIC 9(05) VALUE 41001.
       77 WS-CTA-REC-TARIFAS      PIC 9(05) VALUE 42001.
       77 WS-CTA-DESP-REMUN       PIC 9(05) VALUE 51001.
       77 WS-CTA-DESP-PDD         PIC 9(05) VALUE 51201.
       77 WS-CTA-DIFER-CAIXA      PIC 9(05) VALUE 51301.

       77 WS-LANC-DATA            PIC 9(08) VALUE ZERO.
       77 WS-LANC-CONTA-DEB       PIC 9(05) VALUE ZERO.
       77 WS-LANC-CONTA-CRED      PIC 9(05) VALUE ZERO.
       77 WS-LANC-VALOR           PIC 9(10)V99 VALUE ZERO.
       77 WS-LANC-HISTORICO       PIC X(30) VALUE SPACES.
       77 WS-LANC-HIST-ORIGINAL   PIC X(30) VALUE SPACES.
       77 WS-LANC-CONTA-TROCA     PIC 9(05) VALUE ZERO.

       77 WS-TOTAL-DEBITOS        PIC 9(13)V99 VALUE ZERO.
       77 WS-TOTAL-CREDITOS       PIC 9(13)V99 VALUE ZERO.

       COPY BATWS.

       COPY CTALOG.

       PROCEDURE DIVISION.
           0000-MAINLINE.
               DISPLAY "***** CONTABILIDADE - CTB020 *****"
                           WS-STATUS-PLANCTAS "). CONTAS NAO SERAO "
                           "VALIDADAS."
               END-IF
               OPEN INPUT MOVHIST
               OPEN INPUT PARMESTR
               OPEN OUTPUT DIARIO
               IF WS-STATUS-MOVHIST NOT = '00' OR
                  WS-STATUS-PARMESTR NOT = '00' OR
                  WS-STATUS-DIARIO NOT = '00'
                   DISPLAY "ERRO AO ABRIR ARQUIVOS. MOVHIST: "
                           WS-STATUS-MOVHIST " PARMESTR: "
                           WS-STATUS-PARMESTR " DIARIO: "
                           WS-STATUS-DIARIO
               ELSE
                   MOVE 'N' TO WS-SW-FIM-ARQUIVO
                   PERFORM 3150-POSICIONAR-MOVIMENTOS
                   PERFORM 3300-LANCAR-MOVIMENTO
                           UNTIL WS-FIM-ARQUIVO
                   MOVE 'N' TO WS-SW-FIM-ARQUIVO
                   PERFORM 3550-POSICIONAR-PARCELAS
                   PERFORM 3600-LANCAR-PARCELA
                           UNTIL WS-FIM-ARQUIVO
                   PERFORM 3700-LANCAR-IOF-CONTRATOS
                   PERFORM 3730-LANCAR-COMPENSACAO
                   PERFORM 3750-LANCAR-PDD
                   PERFORM 3790-LANCAR-LIQUIDACAO-PAGTOS
                   PERFORM 3820-LANCAR-DIFERENCAS-CAIXA
                   PERFORM 3800-GRAVAR-TRAILER
                   DISPLAY "LANCAMENTOS GRAVADOS....: "
                           WS-QTD-LANCAMENTOS
                                       WS-RUN-QTD-REJ
                                       WS-RUN-COD-RETORNO
               END-IF
               CLOSE MOVHIST PARMESTR DIARIO
               IF WS-PLANO-EXISTE
                   CLOSE PLANCTAS
               END-IF.

      *----------------------------------------------------------------*
      *3150: A FAIXA DO MES VEM DA CHAVE ALTERNADA DE DATA DO          *
      *      HISTORICO; A LEITURA PARA NO PRIMEIRO MOVIMENTO DO MES    *
      *      SEGUINTE.                                                 *
      *----------------------------------------------------------------*
           3150-POSICIONAR-MOVIMENTOS.
               STRING WS-ANO-MES-REF DELIMITED BY SIZE
                      "01" DELIMITED BY SIZE
                      INTO WS-DATA-MOVTO-INICIO
               MOVE WS-DATA-MOVTO-INICIO TO HST-DTA-DATA-MOVTO
               MOVE ZERO TO HST-DTA-HORA-MOVTO
               MOVE ZERO TO HST-DTA-NUM-CONTA
               MOVE ZERO TO HST-DTA-SEQUENCIA
               START MOVHIST KEY IS NOT LESS THAN HST-CHAVE-DATA
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-ARQUIVO
               END-START
               PERFORM 3200-LER-MOVHIST.

           3200-LER-MOVHIST.
               IF NOT WS-FIM-ARQUIVO
                   READ MOVHIST NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SW-FIM-ARQUIVO
                   END-READ
               END-IF
               IF NOT WS-FIM-ARQUIVO
                   MOVE HST-MOVIMENTO TO LOG-REGISTRO
                   MOVE LOG-DATA-MOVTO(1:6) TO WS-ANO-MES-MOVTO
                   IF WS-ANO-MES-MOVTO > WS-ANO-MES-REF
                       MOVE 'S' TO WS-SW-FIM-ARQUIVO
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *3300: CADA MOVIMENTO DO MES VIRA UMA PERNA DE DEBITO E UMA DE   *
               IF WS-ANO-MES-MOVTO = WS-ANO-MES-REF
                   MOVE LOG-DATA-MOVTO TO WS-LANC-DATA
                   MOVE LOG-VALOR TO WS-LANC-VALOR
                   IF LOG-TIPO-ESTORNO-DEBITO OR
                      LOG-TIPO-ESTORNO-CREDITO
                       PERFORM 3400-REGRA-ESTORNO
                   ELSE
                       PERFORM 3310-APLICAR-REGRA
                   END-IF
                   IF WS-LANC-CONTA-DEB > ZERO
                       PERFORM 4000-GRAVAR-PERNA-DEBITO
                       PERFORM 4100-GRAVAR-PERNA-CREDITO
                   END-IF
               END-IF
               PERFORM 3200-LER-MOVHIST.

           3310-APLICAR-REGRA.
               EVALUATE TRUE
                   WHEN LOG-TIPO-DEPOSITO
                       MOVE WS-CTA-CAIXA TO WS-LANC-CONTA-DEB
                       MOVE WS-CTA-DEPOSITOS TO WS-LANC-CONTA-CRED
                       IF LOG-ID-TERMINAL(1:1) = 'B'
                           MOVE "DEPOSITO NO BALCAO" TO
                                WS-LANC-HISTORICO
                       ELSE
                           MOVE "DEPOSITO EM CONTA" TO
                                WS-LANC-HISTORICO
                       END-IF
                   WHEN LOG-TIPO-SAQUE
                       MOVE WS-CTA-DEPOSITOS TO WS-LANC-CONTA-DEB
                       MOVE WS-CTA-CAIXA TO WS-LANC-CONTA-CRED
                       IF LOG-ID-TERMINAL(1:1) = 'B'
                           MOVE "SAQUE NO BALCAO" TO
                                WS-LANC-HISTORICO
                       ELSE
                           MOVE "SAQUE EM CONTA" TO WS-LANC-HISTORICO
                       END-IF
                   WHEN LOG-TIPO-DESEMBOLSO
                       MOVE WS-CTA-EMPRESTIMOS TO
                            WS-LANC-CONTA-DEB
                       MOVE WS-CTA-DEPOSITOS TO WS-LANC-CONTA-CRED
                       MOVE "DESEMBOLSO DE CONTRATO" TO
                            WS-LANC-HISTORICO
                   WHEN LOG-TIPO-JUROS-CHEQUE
                       MOVE WS-CTA-DEPOSITOS TO WS-LANC-CONTA-DEB
                       MOVE WS-CTA-REC-JUROS TO WS-LANC-CONTA-CRED
                       MOVE "JUROS DE CHEQUE ESPECIAL" TO
                            WS-LANC-HISTORICO
                   WHEN LOG-TIPO-TRANSF-DEBITO
                       MOVE WS-CTA-DEPOSITOS TO WS-LANC-CONTA-DEB
                       MOVE WS-CTA-TRF-LIQUIDAR TO
                            WS-LANC-CONTA-CRED
                       MOVE "TRANSFERENCIA ENVIADA" TO
                            WS-LANC-HISTORICO
                   WHEN LOG-TIPO-TRANSF-CREDITO
                       MOVE WS-CTA-TRF-LIQUIDAR TO
                            WS-LANC-CONTA-DEB
                       MOVE WS-CTA-DEPOSITOS TO WS-LANC-CONTA-CRED
                       MOVE "TRANSFERENCIA RECEBIDA" TO
                            WS-LANC-HISTORICO
                   WHEN LOG-TIPO-DEBITO-PARCELA
                       MOVE WS-CTA-DEPOSITOS TO WS-LANC-CONTA-DEB
                       MOVE WS-CTA-PARC-RECEBER TO
                            WS-LANC-CONTA-CRED
                       MOVE "DEBITO AUTOMATICO DE PARCELA" TO
                            WS-LANC-HISTORICO
                   WHEN LOG-TIPO-REMUNERACAO
                       MOVE WS-CTA-DESP-REMUN TO
                            WS-LANC-CONTA-DEB
                       MOVE WS-CTA-DEPOSITOS TO WS-LANC-CONTA-CRED
                       MOVE "REMUNERACAO DE SALDO CREDOR" TO
                            WS-LANC-HISTORICO
                   WHEN LOG-TIPO-DEPOSITO-CHEQUE
                       MOVE WS-CTA-CHEQ-COBRANCA TO
                            WS-LANC-CONTA-DEB
                       MOVE WS-CTA-DEPOSITOS TO WS-LANC-CONTA-CRED
                       MOVE "DEPOSITO EM CHEQUE" TO
                            WS-LANC-HISTORICO
                   WHEN LOG-TIPO-PAGTO-PARCELA
                       MOVE WS-CTA-DEPOSITOS TO WS-LANC-CONTA-DEB
                       MOVE WS-CTA-PARC-RECEBER TO
                            WS-LANC-CONTA-CRED
                       MOVE "PAGAMENTO DE PARCELA NO CAIXA" TO
                            WS-LANC-HISTORICO
                   WHEN LOG-TIPO-TARIFA
                       MOVE WS-CTA-DEPOSITOS TO WS-LANC-CONTA-DEB
                       MOVE WS-CTA-REC-TARIFAS TO WS-LANC-CONTA-CRED
                       MOVE "TARIFA DE SERVICO BANCARIO" TO
                            WS-LANC-HISTORICO
                   WHEN LOG-TIPO-CHEQUE-DEVOLVIDO
                       MOVE WS-CTA-DEPOSITOS TO WS-LANC-CONTA-DEB
                       MOVE WS-CTA-CHEQ-COBRANCA TO
                            WS-LANC-CONTA-CRED
                       MOVE "DEVOLUCAO DE CHEQUE DEPOSITADO" TO
                            WS-LANC-HISTORICO
                   WHEN LOG-TIPO-IR-RETIDO
                       MOVE WS-CTA-DEPOSITOS TO WS-LANC-CONTA-DEB
                       MOVE WS-CTA-IR-RECOLHER TO WS-LANC-CONTA-CRED
                       MOVE "IR RETIDO S/ REMUNERACAO" TO
                            WS-LANC-HISTORICO
                   WHEN LOG-TIPO-DEBITO-FOLHA
                       MOVE WS-CTA-DEPOSITOS TO WS-LANC-CONTA-DEB
                       MOVE WS-CTA-TRF-LIQUIDAR TO
                            WS-LANC-CONTA-CRED
                       MOVE "DEBITO DE FOLHA DO EMPREGADOR" TO
                            WS-LANC-HISTORICO
                   WHEN LOG-TIPO-CREDITO-SALARIO
                       MOVE WS-CTA-TRF-LIQUIDAR TO
                            WS-LANC-CONTA-DEB
                       MOVE WS-CTA-DEPOSITOS TO WS-LANC-CONTA-CRED
                       MOVE "CREDITO DE SALARIO (FOLHA)" TO
                            WS-LANC-HISTORICO
                   WHEN LOG-TIPO-PAGTO-CONTA
                       MOVE WS-CTA-DEPOSITOS TO WS-LANC-CONTA-DEB
                       MOVE WS-CTA-PAGTOS-LIQUIDAR TO
                            WS-LANC-CONTA-CRED
                       MOVE "PAGAMENTO DE CONTA/BOLETO" TO
                            WS-LANC-HISTORICO
                   WHEN LOG-TIPO-TRANSF-JUDICIAL
                       MOVE WS-CTA-DEPOSITOS TO WS-LANC-CONTA-DEB
                       MOVE WS-CTA-RESERVAS TO WS-LANC-CONTA-CRED
                       MOVE "TRANSFERENCIA JUDICIAL" TO
                            WS-LANC-HISTORICO
                   WHEN OTHER
                       MOVE ZERO TO WS-LANC-CONTA-DEB
                       MOVE ZERO TO WS-LANC-CONTA-CRED
               END-EVALUATE.

      *----------------------------------------------------------------*
      *3400: ESTORNO SUPERVISIONADO (CEP190): APLICA A REGRA DO TIPO   *
      *      ORIGINAL GRAVADO NA AREA DE REFERENCIA E INVERTE DEBITO   *
      *      E CREDITO, PARA O PAR ORIGINAL + ESTORNO ZERAR NO DIARIO. *
      *----------------------------------------------------------------*
           3400-REGRA-ESTORNO.
               MOVE LOG-REF-TIPO-MOVTO TO LOG-TIPO-MOVTO
               PERFORM 3310-APLICAR-REGRA
               IF WS-LANC-CONTA-DEB > ZERO
                   MOVE WS-LANC-CONTA-DEB TO WS-LANC-CONTA-TROCA
                   MOVE WS-LANC-CONTA-CRED TO WS-LANC-CONTA-DEB
                   MOVE WS-LANC-CONTA-TROCA TO WS-LANC-CONTA-CRED
                   MOVE WS-LANC-HISTORICO TO WS-LANC-HIST-ORIGINAL
                   MOVE SPACES TO WS-LANC-HISTORICO
                   STRING "ESTORNO " DELIMITED BY SIZE
                          WS-LANC-HIST-ORIGINAL DELIMITED BY SIZE
                          INTO WS-LANC-HISTORICO
                   END-STRING
               END-IF.

           3550-POSICIONAR-PARCELAS.
               STRING WS-ANO-MES-REF DELIMITED BY SIZE
                   END-READ
               END-IF.

      *----------------------------------------------------------------*
      *3700: IOF DOS CONTRATOS CONTRATADOS NO MES (RFP010): DEBITO DE  *
      *      EMPRESTIMOS E CREDITO DE IOF A RECOLHER PELO IOF GRAVADO  *
      *      NO CONTRATO, NA DATA DA CONTRATACAO. O CTRMESTR NAO TEM   *
      *      CHAVE POR DATA E E PERCORRIDO INTEIRO. SEM CTRMESTR       *
      *      (NENHUM CONTRATO AINDA) A ETAPA SO AVISA.                 *
      *----------------------------------------------------------------*
           3700-LANCAR-IOF-CONTRATOS.
               OPEN INPUT CTRMESTR
               IF WS-STATUS-CTRMESTR NOT = '00'
                   DISPLAY "AVISO: CTRMESTR INDISPONIVEL ("
                           WS-STATUS-CTRMESTR "). IOF DE CONTRATOS "
                           "NAO LANCADO."
               ELSE
                   MOVE 'N' TO WS-SW-FIM-ARQUIVO
                   MOVE LOW-VALUES TO CTR-CHAVE
                   START CTRMESTR KEY IS NOT LESS THAN CTR-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WS-SW-FIM-ARQUIVO
                   END-START
                   PERFORM 3710-LER-CTRMESTR
                   PERFORM 3720-LANCAR-IOF
                           UNTIL WS-FIM-ARQUIVO
                   CLOSE CTRMESTR
               END-IF.

           3710-LER-CTRMESTR.
               IF NOT WS-FIM-ARQUIVO
                   READ CTRMESTR NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SW-FIM-ARQUIVO
                   END-READ
               END-IF.

           3720-LANCAR-IOF.
               MOVE CTR-DATA-CONTRATACAO(1:6) TO WS-ANO-MES-CONTRATO
               IF WS-ANO-MES-CONTRATO = WS-ANO-MES-REF AND
                  (CTR-IOF-DESCONTADO OR CTR-IOF-FINANCIADO) AND
                  CTR-VALOR-IOF > ZERO
                   MOVE CTR-DATA-CONTRATACAO TO WS-LANC-DATA
                   MOVE WS-CTA-EMPRESTIMOS TO WS-LANC-CONTA-DEB
                   MOVE WS-CTA-IOF-RECOLHER TO WS-LANC-CONTA-CRED
                   MOVE CTR-VALOR-IOF TO WS-LANC-VALOR
                   MOVE "IOF SOBRE OPERACAO DE CREDITO" TO
                        WS-LANC-HISTORICO
                   PERFORM 4000-GRAVAR-PERNA-DEBITO
                   PERFORM 4100-GRAVAR-PERNA-CREDITO
               END-IF
               PERFORM 3710-LER-CTRMESTR.

      *----------------------------------------------------------------*
      *3730: CHEQUE DEPOSITADO (FLOAT) LIBERADO NO MES PELO CEP140: O  *
      *      VALOR FOI RECEBIDO NA COMPENSACAO -- DEBITO DE RESERVAS   *
      *      BANCARIAS E CREDITO DE CHEQUES EM COBRANCA, NA DATA DA    *
      *      LIBERACAO. A LIBERACAO NAO GRAVA MOVLOG (O SALDO DA CONTA *
      *      NAO MUDA), ENTAO O FATO VEM DA PROPRIA FILA FLTPEND. SEM  *
      *      ESTE LANCAMENTO O 12801 SO CRESCIA E NUNCA BATIA COM OS   *
      *      CHEQUES PENDENTES.                                        *
      *----------------------------------------------------------------*
           3730-LANCAR-COMPENSACAO.
               OPEN INPUT FLTPEND
               IF WS-STATUS-FLTPEND NOT = '00'
                   DISPLAY "AVISO: FLTPEND INDISPONIVEL ("
                           WS-STATUS-FLTPEND "). COMPENSACAO DE "
                           "CHEQUES NAO LANCADA."
               ELSE
                   MOVE 'N' TO WS-SW-FIM-ARQUIVO
                   PERFORM 3735-LER-FLTPEND
                   PERFORM 3740-LANCAR-CHEQUE-COMPENSADO
                           UNTIL WS-FIM-ARQUIVO
                   CLOSE FLTPEND
               END-IF.

           3735-LER-FLTPEND.
               READ FLTPEND
                   AT END
                       MOVE 'S' TO WS-SW-FIM-ARQUIVO
               END-READ.

           3740-LANCAR-CHEQUE-COMPENSADO.
               MOVE FLT-DATA-LIBERACAO(1:6) TO WS-ANO-MES-LIBERACAO
               IF FLT-LIBERADO AND
                  WS-ANO-MES-LIBERACAO = WS-ANO-MES-REF
                   MOVE FLT-DATA-LIBERACAO TO WS-LANC-DATA
                   MOVE WS-CTA-RESERVAS TO WS-LANC-CONTA-DEB
                   MOVE WS-CTA-CHEQ-COBRANCA TO WS-LANC-CONTA-CRED
                   MOVE FLT-VALOR TO WS-LANC-VALOR
                   MOVE "COMPENSACAO DE CHEQUE EM FLOAT" TO
                        WS-LANC-HISTORICO
                   PERFORM 4000-GRAVAR-PERNA-DEBITO
                   PERFORM 4100-GRAVAR-PERNA-CREDITO
               END-IF
               PERFORM 3735-LER-FLTPEND.

      *----------------------------------------------------------------*
      *3750: PROVISAO PARA DEVEDORES DUVIDOSOS (RFP080). A PROVISAO    *
      *      EXIGIDA NA COMPETENCIA E COMPARADA COM A DO MES ANTERIOR, *
      *      AMBAS SOMADAS DO HISTORICO PDDHIST; SO A VARIACAO E       *
      *      LANCADA, NA DATA DA APURACAO. AUMENTO CONSTITUI (DEBITO   *
      *      DE DESPESA DE PDD, CREDITO DA PROVISAO, CONTA REDUTORA DO *
      *      ATIVO); QUEDA REVERTE COM AS PERNAS INVERTIDAS. SE O      *
      *      RFP080 NAO RODOU PARA A COMPETENCIA A ETAPA SO AVISA --   *
      *      LANCAR A VARIACAO CONTRA ZERO REVERTERIA A PROVISAO TODA. *
      *----------------------------------------------------------------*
           3750-LANCAR-PDD.
               OPEN INPUT PDDHIST
               IF WS-STATUS-PDDHIST NOT = '00'
                   DISPLAY "AVISO: PDDHIST INDISPONIVEL ("
                           WS-STATUS-PDDHIST "). PDD NAO LANCADA."
               ELSE
                   MOVE WS-ANO-MES-REF TO WS-ANO-MES-PDD
                   PERFORM 3760-SOMAR-PDD-COMPETENCIA
                   MOVE WS-TOTAL-PDD TO WS-TOTAL-PDD-MES
                   IF WS-QTD-PDD-MES = ZERO
                       DISPLAY "AVISO: RFP080 NAO APURADO PARA "
                               WS-ANO-MES-REF ". PDD NAO LANCADA."
                   ELSE
                       IF WS-ANO-MES-REF(5:2) = '01'
                           COMPUTE WS-ANO-MES-PDD-ANTERIOR =
                                   WS-ANO-MES-REF - 89
                       ELSE
                           COMPUTE WS-ANO-MES-PDD-ANTERIOR =
                                   WS-ANO-MES-REF - 1
                       END-IF
                       MOVE WS-ANO-MES-PDD-ANTERIOR TO WS-ANO-MES-PDD
                       PERFORM 3760-SOMAR-PDD-COMPETENCIA
                       MOVE WS-TOTAL-PDD TO WS-TOTAL-PDD-ANTERIOR
                       PERFORM 3780-GRAVAR-VARIACAO-PDD
                   END-IF
                   CLOSE PDDHIST
               END-IF.

           3760-SOMAR-PDD-COMPETENCIA.
               MOVE ZERO TO WS-TOTAL-PDD
               MOVE ZERO TO WS-QTD-PDD-MES
               MOVE 'N' TO WS-SW-FIM-ARQUIVO
               MOVE WS-ANO-MES-PDD TO PDD-ANO-MES
               MOVE ZERO TO PDD-NUM-CONTRATO
               START PDDHIST KEY IS NOT LESS THAN PDD-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-ARQUIVO
               END-START
               PERFORM 3770-LER-PDDHIST
                       UNTIL WS-FIM-ARQUIVO.

           3770-LER-PDDHIST.
               READ PDDHIST NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SW-FIM-ARQUIVO
               END-READ
               IF NOT WS-FIM-ARQUIVO
                   IF PDD-ANO-MES NOT = WS-ANO-MES-PDD
                       MOVE 'S' TO WS-SW-FIM-ARQUIVO
                   ELSE
                       ADD 1 TO WS-QTD-PDD-MES
                       ADD PDD-VALOR-PROVISAO TO WS-TOTAL-PDD
                       IF WS-ANO-MES-PDD = WS-ANO-MES-REF
                           MOVE PDD-DATA-APURACAO TO
                                WS-DATA-APURACAO-PDD
                       END-IF
                   END-IF
               END-IF.

           3780-GRAVAR-VARIACAO-PDD.
               COMPUTE WS-VARIACAO-PDD =
                       WS-TOTAL-PDD-MES - WS-TOTAL-PDD-ANTERIOR
               MOVE WS-DATA-APURACAO-PDD TO WS-LANC-DATA
               IF WS-VARIACAO-PDD > ZERO
                   MOVE WS-CTA-DESP-PDD TO WS-LANC-CONTA-DEB
                   MOVE WS-CTA-PROVISAO-PDD TO WS-LANC-CONTA-CRED
                   MOVE WS-VARIACAO-PDD TO WS-LANC-VALOR
                   MOVE "CONSTITUICAO DE PROVISAO PDD" TO
                        WS-LANC-HISTORICO
                   PERFORM 4000-GRAVAR-PERNA-DEBITO
                   PERFORM 4100-GRAVAR-PERNA-CREDITO
               END-IF
               IF WS-VARIACAO-PDD < ZERO
                   MOVE WS-CTA-PROVISAO-PDD TO WS-LANC-CONTA-DEB
                   MOVE WS-CTA-DESP-PDD TO WS-LANC-CONTA-CRED
                   COMPUTE WS-LANC-VALOR = 0 - WS-VARIACAO-PDD
                   MOVE "REVERSAO DE PROVISAO PDD" TO
                        WS-LANC-HISTORICO
                   PERFORM 4000-GRAVAR-PERNA-DEBITO
                   PERFORM 4100-GRAVAR-PERNA-CREDITO
               END-IF.

      *----------------------------------------------------------------*
      *3790: PAGAMENTO DE CONTA/BOLETO ENVIADO A CAMARA NO MES PELO    *
      *      CEP240: O DINHEIRO SAI DAS RESERVAS BANCARIAS E BAIXA     *
      *      PAGAMENTOS A LIQUIDAR (29301), NA DATA DA LIQUIDACAO. O   *
      *      ENVIO NAO GRAVA MOVLOG (O DEBITO NA CONTA JA FOI FEITO),  *
      *      ENTAO O FATO VEM DO PROPRIO PAGMESTR. SEM O ARQUIVO       *
      *      (NENHUM PAGAMENTO FEITO AINDA) A ETAPA SO AVISA.          *
      *----------------------------------------------------------------*
           3790-LANCAR-LIQUIDACAO-PAGTOS.
               OPEN INPUT PAGMESTR
               IF WS-STATUS-PAGMESTR NOT = '00'
                   DISPLAY "AVISO: PAGMESTR INDISPONIVEL ("
                           WS-STATUS-PAGMESTR "). LIQUIDACAO DE "
                           "PAGAMENTOS NAO LANCADA."
               ELSE
                   MOVE 'N' TO WS-SW-FIM-ARQUIVO
                   PERFORM 3793-LER-PAGMESTR
                   PERFORM 3796-LANCAR-PAGTO-LIQUIDADO
                           UNTIL WS-FIM-ARQUIVO
                   CLOSE PAGMESTR
               END-IF.

           3793-LER-PAGMESTR.
               READ PAGMESTR
                   AT END
                       MOVE 'S' TO WS-SW-FIM-ARQUIVO
               END-READ.

           3796-LANCAR-PAGTO-LIQUIDADO.
               MOVE PGT-DATA-LIQUIDACAO(1:6) TO WS-ANO-MES-LIQUIDACAO
               IF PGT-LIQUIDADO AND
                  WS-ANO-MES-LIQUIDACAO = WS-ANO-MES-REF
                   MOVE PGT-DATA-LIQUIDACAO TO WS-LANC-DATA
                   MOVE WS-CTA-PAGTOS-LIQUIDAR TO WS-LANC-CONTA-DEB
                   MOVE WS-CTA-RESERVAS TO WS-LANC-CONTA-CRED
                   MOVE PGT-VALOR TO WS-LANC-VALOR
                   MOVE "LIQUIDACAO DE PAGTOS NA CAMARA" TO
                        WS-LANC-HISTORICO
                   PERFORM 4000-GRAVAR-PERNA-DEBITO
                   PERFORM 4100-GRAVAR-PERNA-CREDITO
               END-IF
               PERFORM 3793-LER-PAGMESTR.

      *----------------------------------------------------------------*
      *3820: SOBRA OU FALTA DAS GAVETAS DO CAIXA DE BALCAO FECHADAS NO *
      *      MES (GAVMESTR, CEP290). OS DEPOSITOS E SAQUES DO BALCAO   *
      *      JA ENTRARAM NO CAIXA PELO MOVLOG (3310); AQUI SO ENTRA A  *
      *      DIFERENCA ENTRE O CONTADO E O ESPERADO, CONTRA A CONTA DE *
      *      DIFERENCAS DE CAIXA (51301). GAVETA AINDA ABERTA NAO TEM  *
      *      DIFERENCA APURADA. SEM O ARQUIVO A ETAPA SO AVISA.        *
      *----------------------------------------------------------------*
           3820-LANCAR-DIFERENCAS-CAIXA.
               OPEN INPUT GAVMESTR
               IF WS-STATUS-GAVMESTR NOT = '00'
                   DISPLAY "AVISO: GAVMESTR INDISPONIVEL ("
                           WS-STATUS-GAVMESTR "). DIFERENCAS DE "
                           "CAIXA DO BALCAO NAO LANCADAS."
               ELSE
                   MOVE 'N' TO WS-SW-FIM-ARQUIVO
                   PERFORM 3823-LER-GAVMESTR
                   PERFORM 3826-LANCAR-DIFERENCA-GAVETA
                           UNTIL WS-FIM-ARQUIVO
                   CLOSE GAVMESTR
               END-IF.

           3823-LER-GAVMESTR.
               READ GAVMESTR
                   AT END
                       MOVE 'S' TO WS-SW-FIM-ARQUIVO
               END-READ.

           3826-LANCAR-DIFERENCA-GAVETA.
               MOVE GAV-DATA(1:6) TO WS-ANO-MES-GAVETA
               IF GAV-FECHADA AND
                  WS-ANO-MES-GAVETA = WS-ANO-MES-REF AND
                  GAV-VALOR-DIFERENCA NOT = ZERO
                   MOVE GAV-DATA TO WS-LANC-DATA
                   IF GAV-VALOR-DIFERENCA < ZERO
                       MOVE WS-CTA-DIFER-CAIXA TO WS-LANC-CONTA-DEB
                       MOVE WS-CTA-CAIXA TO WS-LANC-CONTA-CRED
                       COMPUTE WS-LANC-VALOR =
                               ZERO - GAV-VALOR-DIFERENCA
                       MOVE "FALTA NA GAVETA DO BALCAO" TO
                            WS-LANC-HISTORICO
                   ELSE
                       MOVE WS-CTA-CAIXA TO WS-LANC-CONTA-DEB
                       MOVE WS-CTA-DIFER-CAIXA TO WS-LANC-CONTA-CRED
                       MOVE GAV-VALOR-DIFERENCA TO WS-LANC-VALOR
                       MOVE "SOBRA NA GAVETA DO BALCAO" TO
                            WS-LANC-HISTORICO
                   END-IF
                   PERFORM 4000-GRAVAR-PERNA-DEBITO
                   PERFORM 4100-GRAVAR-PERNA-CREDITO
               END-IF
               PERFORM 3823-LER-GAVMESTR.

      *----------------------------------------------------------------*
      *3800: TRAILER DO DIARIO COM OS TOTAIS DE DEBITO E CREDITO --    *
      *      DUAS LINHAS COM DATA 99999999 E CONTA 99999, QUE A        *
