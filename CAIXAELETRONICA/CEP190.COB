      *----------------------------------------------------------------
      *                          CAIXA ELETRONICA
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *_______________________________________________________________
      *
       PROGRAM-ID. CEP190.
       AUTHOR. "Gabriel Dziecinny"
       DATE-WRITTEN. 14/10/2026.

      *----------------------------------------------------------------*
      *SISTEMA:     CE - CAIXA ELETRONICA
      *JOB:         19 - ESTORNO SUPERVISIONADO DE MOVIMENTO
      *PROGRAMA:     0 - DESFAZ UM MOVIMENTO DO MOVLOG (DEPOSITO
      *              DIGITADO DUAS VEZES, TRANSFERENCIA PARA A CONTA
      *              ERRADA, SAQUE REGISTRADO SEM DISPENSA DE
      *              CEDULAS...) SEM MEXER NO CTA-SALDO NA MAO: O
      *              SUPERVISOR (NIVEL 2 NO OPRCTL) LOCALIZA O
      *              MOVIMENTO PELA CONTA, DATA, HORA E TERMINAL, E O
      *              PROGRAMA GRAVA UM LANCAMENTO DE ESTORNO ('X'
      *              DEBITA DESFAZENDO UM CREDITO, 'Y' CREDITA
      *              DESFAZENDO UM DEBITO) QUE APONTA PARA O ORIGINAL.
      *              NA TRANSFERENCIA AS DUAS PERNAS SAO ESTORNADAS
      *              JUNTAS; NO SAQUE AS CEDULAS BAIXADAS VOLTAM AO
      *              CASSETE (CASMEST) COM REGISTRO NO DIARIO DE
      *              CASSETE (CASJRNL). TODO ESTORNO LEVA UM MOTIVO,
      *              FICA NO REGISTRO DE ESTORNOS (ESTMEST) -- QUE
      *              IMPEDE ESTORNAR O MESMO MOVIMENTO DUAS VEZES -- E
      *              VAI PARA O DIARIO DE SEGURANCA (SEGLOG).
      *
      *              TIPOS ESTORNAVEIS: DEPOSITO, SAQUE, TRANSFERENCIA
      *              (QUALQUER PERNA), JUROS DE CHEQUE ESPECIAL,
      *              REMUNERACAO E TARIFA. DEPOSITO EM CHEQUE (FLOAT),
      *              CHEQUE DEVOLVIDO E OS MOVIMENTOS DE CONTRATO
      *              (DESEMBOLSO E PARCELAS) TEM CONTRAPARTIDA FORA DO
      *              CTAMESTR E NAO SAO ESTORNADOS AQUI; ESTORNO NAO
      *              SE ESTORNA. OS MOVIMENTOS DA FOLHA DE PAGAMENTO
      *              (CEP230) FECHAM DENTRO DO LOTE DO EMPREGADOR E
      *              TAMBEM NAO SAO ESTORNADOS AQUI, NEM O PAGAMENTO
      *              DE CONTA/BOLETO, QUE VAI PARA A CAMARA PELO
      *              CEP240, NEM A TRANSFERENCIA JUDICIAL, CUMPRIDA
      *              POR ORDEM DO JUIZO (CEP270). DEPOSITO E SAQUE
      *              DO CAIXA DE BALCAO (CEP290) SO SAO ESTORNADOS
      *              COM A GAVETA DO CAIXA AINDA ABERTA, PARA O
      *              FECHAMENTO DELA DESCONTAR O ESTORNO. CONTA
      *              ENCERRADA (EM QUALQUER PERNA) NAO RECEBE ESTORNO.
      *
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *14/10/2026 GFD  CRIACAO DO PROGRAMA
      *14/10/2026 GFD  A TARIFA DE SERVICO (CEP200) PASSA A SER
      *                ESTORNAVEL; O CHEQUE DEVOLVIDO (CEP210) E
      *                RECUSADO COMO O DEPOSITO EM CHEQUE.
      *14/10/2026 GFD  O IR RETIDO NA FONTE (CEP110) PASSA A SER
      *                ESTORNAVEL COMO DEBITO, PARA ACOMPANHAR O
      *                ESTORNO DA REMUNERACAO DE ONDE FOI RETIDO.
      *15/10/2026 GFD  O CREDITO DE SALARIO E O DEBITO DE FOLHA DO
      *                CEP230 SAO RECUSADOS COM MENSAGEM PROPRIA,
      *                EM VEZ DE CAIR NA DE MOVIMENTO DE CONTRATO.
      *15/10/2026 GFD  O PAGAMENTO DE CONTA/BOLETO (G) E RECUSADO
      *                COM MENSAGEM PROPRIA: O VALOR JA FOI OU
      *                SERA ENVIADO A CAMARA PELO CEP240.
      *15/10/2026 GFD  A TRANSFERENCIA JUDICIAL (U) DO CEP270 E
      *                RECUSADA COM MENSAGEM PROPRIA: O VALOR JA
      *                FOI ENVIADO AO JUIZO.
      *15/10/2026 GFD  O ESTORNO DE SAQUE FEITO NO CAIXA DE BALCAO
      *                (TERMINAL 'B', CEP290) NAO DEVOLVE CEDULAS
      *                AO CASMEST -- O DINHEIRO SAIU DA GAVETA DO
      *                CAIXA, NAO DE UM CASSETE.
      *15/10/2026 GFD  DEPOSITO E SAQUE DO CAIXA DE BALCAO SO SAO
      *                ESTORNADOS COM A GAVETA (GAVMESTR) DO CAIXA
      *                QUE ATENDEU AINDA ABERTA; O ESTORNO EM
      *                CONTA ENCERRADA E RECUSADO NAS DUAS PERNAS.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTAMESTR ASSIGN TO "CTAMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CHAVE
               FILE STATUS IS WS-STATUS-CTAMESTR.

           SELECT MOVLOG ASSIGN TO "MOVLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOVLOG.

           SELECT CASMEST ASSIGN TO "CASMEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASS-CHAVE
               FILE STATUS IS WS-STATUS-CASMEST.

           SELECT CASJRNL ASSIGN TO "CASJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CASJRNL.

           SELECT ESTMEST ASSIGN TO "ESTMEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WS-STATUS-ESTMEST.

           SELECT SEGLOG ASSIGN TO "SEGLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SEGLOG.

           SELECT GAVMESTR ASSIGN TO "GAVMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAV-CHAVE
               FILE STATUS IS WS-STATUS-GAVMESTR.

       DATA DIVISION.
       FILE SECTION.
       FD  CTAMESTR.
       COPY CTACAD.

       FD  MOVLOG.
       COPY CTALOG.

       FD  CASMEST.
       COPY CASSETE.

       FD  CASJRNL.
       COPY CASJRN.

       FD  ESTMEST.
       COPY ESTORN.

       FD  SEGLOG.
       COPY SEGJRN.

       FD  GAVMESTR.
       COPY GAVETA.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-CTAMESTR    PIC X(02) VALUE SPACES.
       77 WS-STATUS-MOVLOG      PIC X(02) VALUE SPACES.
       77 WS-STATUS-CASMEST     PIC X(02) VALUE SPACES.
       77 WS-STATUS-CASJRNL     PIC X(02) VALUE SPACES.
       77 WS-STATUS-ESTMEST     PIC X(02) VALUE SPACES.
       77 WS-STATUS-SEGLOG      PIC X(02) VALUE SPACES.
       77 WS-STATUS-GAVMESTR    PIC X(02) VALUE SPACES.

       77 WS-DATA-HOJE          PIC 9(08) VALUE ZERO.
       77 WS-HORA-AGORA         PIC 9(06) VALUE ZERO.
       77 WS-OPERADOR           PIC X(08) VALUE SPACES.
       77 WS-SENHA-OPERADOR     PIC X(08) VALUE SPACES.
       77 WS-NIVEL-EXIGIDO      PIC 9(01) VALUE 1.
       77 WS-NIVEL-OPERADOR     PIC 9(01) VALUE ZERO.
       77 WS-COD-RETORNO-OPR    PIC 9(02) VALUE ZERO.

       77 WS-RESP-CONTINUAR     PIC X(01) VALUE 'S'.
           88 WS-CONTINUA-ESTORNO   VALUE 'S'.
       77 WS-RESP-CONFIRMA      PIC X(01) VALUE 'N'.
           88 WS-CONFIRMOU          VALUE 'S'.
       77 WS-SW-FIM-MOVLOG      PIC X(01) VALUE 'N'.
           88 WS-FIM-MOVLOG         VALUE 'S'.
       77 WS-SW-FIM-CASJRNL     PIC X(01) VALUE 'N'.
           88 WS-FIM-CASJRNL        VALUE 'S'.
       77 WS-SW-MOVTO-ESCOLHIDO PIC X(01) VALUE 'N'.
           88 WS-MOVTO-ESCOLHIDO    VALUE 'S'.
       77 WS-SW-ESTORNAVEL      PIC X(01) VALUE 'N'.
           88 WS-ESTORNAVEL         VALUE 'S'.
       77 WS-SW-ACHOU-CONTRAPARTE PIC X(01) VALUE 'N'.
           88 WS-ACHOU-CONTRAPARTE  VALUE 'S'.
       77 WS-SW-VIROU-O-DIA     PIC X(01) VALUE 'N'.
           88 WS-VIROU-O-DIA        VALUE 'S'.
       77 WS-VALOR-JUROS-CHEQUE PIC 9(10)V99 VALUE ZERO.
       77 WS-ID-TERMINAL        PIC X(04) VALUE SPACES.
       77 WS-VALOR-DISPONIVEL   PIC S9(10)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      *MOVIMENTO ORIGINAL INFORMADO PELO SUPERVISOR E A OCORRENCIA     *
      *ESCOLHIDA DENTRO DA MESMA CHAVE.                                *
      *----------------------------------------------------------------*
       77 WS-ORIG-CONTA         PIC 9(08) VALUE ZERO.
       77 WS-ORIG-DATA          PIC 9(08) VALUE ZERO.
       77 WS-ORIG-HORA          PIC 9(06) VALUE ZERO.
       77 WS-ORIG-TERMINAL      PIC X(04) VALUE SPACES.
       77 WS-ORIG-OPERADOR      PIC X(08) VALUE SPACES.
       77 WS-ORIG-OCORRENCIA    PIC 9(03) VALUE ZERO.
       77 WS-ORIG-POSICAO       PIC 9(09) VALUE ZERO.
       77 WS-ORIG-VALOR         PIC 9(10)V99 VALUE ZERO.
       77 WS-ORIG-TIPO          PIC X(01) VALUE SPACE.
           88 WS-ORIG-CREDITO       VALUES 'D' 'C' 'R'.
           88 WS-ORIG-DEBITO        VALUES 'S' 'T' 'J' 'F' 'I'.
           88 WS-ORIG-ESTORNO       VALUES 'X' 'Y'.
           88 WS-ORIG-CHEQUE        VALUES 'Q' 'V'.
           88 WS-ORIG-FOLHA         VALUES 'L' 'K'.
           88 WS-ORIG-PAGTO-CONTA   VALUE 'G'.
           88 WS-ORIG-JUDICIAL      VALUE 'U'.
           88 WS-ORIG-TRANSFERENCIA VALUES 'T' 'C'.
           88 WS-ORIG-SAQUE         VALUE 'S'.
           88 WS-ORIG-DINHEIRO      VALUES 'D' 'S'.
       77 WS-TIPO-ESTORNO       PIC X(01) VALUE SPACE.

      *----------------------------------------------------------------*
      *OUTRA PERNA DA TRANSFERENCIA: MESMA DATA, HORA, TERMINAL E      *
      *VALOR, TIPO OPOSTO, OUTRA CONTA -- A PERNA DE CREDITO E GRAVADA *
      *DEPOIS DA DE DEBITO (CEP010/CEP120/CEP180).                     *
      *----------------------------------------------------------------*
       77 WS-CP-CONTA           PIC 9(08) VALUE ZERO.
       77 WS-CP-POSICAO         PIC 9(09) VALUE ZERO.
       77 WS-CP-OCORRENCIA      PIC 9(03) VALUE ZERO.
       77 WS-CP-TIPO            PIC X(01) VALUE SPACE.
       77 WS-CP-TIPO-ESTORNO    PIC X(01) VALUE SPACE.

      *----------------------------------------------------------------*
      *PERNA EM LANCAMENTO (ORIGINAL OU CONTRAPARTE).                  *
      *----------------------------------------------------------------*
       77 WS-LEG-CONTA          PIC 9(08) VALUE ZERO.
       77 WS-LEG-OCORRENCIA     PIC 9(03) VALUE ZERO.
       77 WS-LEG-TIPO-ORIGINAL  PIC X(01) VALUE SPACE.
       77 WS-LEG-TIPO-ESTORNO   PIC X(01) VALUE SPACE.
       77 WS-LEG-CONTRAPARTE    PIC 9(08) VALUE ZERO.

       77 WS-MOTIVO             PIC X(02) VALUE SPACES.
       77 WS-POS-LEITURA        PIC 9(09) VALUE ZERO.
       77 WS-QTD-ACHADOS        PIC 9(03) VALUE ZERO.
       77 WS-QTD-CONTADOS       PIC 9(03) VALUE ZERO.
       77 WS-IND-ESCOLHIDO      PIC 9(03) VALUE ZERO.
       77 WS-IND                PIC 9(03) COMP VALUE ZERO.

       01 WS-TABELA-ACHADOS.
           05 WS-ACH-ITEM OCCURS 20 TIMES.
               10 WS-ACH-POSICAO    PIC 9(09).
               10 WS-ACH-TIPO       PIC X(01).
               10 WS-ACH-VALOR      PIC 9(10)V99.
               10 WS-ACH-OPERADOR   PIC X(08).

      *----------------------------------------------------------------*
      *CEDULAS DO SAQUE A DEVOLVER AO CASSETE, LIDAS DO CASJRNL.       *
      *SAQUES ANTERIORES DA MESMA SESSAO (MESMA CHAVE) SAO PULADOS     *
      *PELO VALOR.                                                     *
      *----------------------------------------------------------------*
       77 WS-VALOR-PULAR        PIC 9(10)V99 VALUE ZERO.
       77 WS-VALOR-PULADO       PIC 9(10)V99 VALUE ZERO.
       77 WS-VALOR-DEVOLVER     PIC 9(10)V99 VALUE ZERO.
       77 WS-VALOR-NOTAS        PIC 9(10)V99 VALUE ZERO.
       01 WS-TABELA-CEDULAS.
           05 WS-QTD-CEDULAS    PIC 9(02) COMP VALUE ZERO.
           05 WS-CED-ITEM OCCURS 10 TIMES.
               10 WS-CED-DENOMINACAO PIC 9(03).
               10 WS-CED-QTD-NOTAS   PIC 9(05).

       01 WS-SEG-ANTES.
           05 WS-SGA-TIPO       PIC X(01).
           05 FILLER            PIC X(01) VALUE "/".
           05 WS-SGA-VALOR      PIC 9(10)V99.
       01 WS-SEG-DEPOIS.
           05 WS-SGD-TIPO       PIC X(01).
           05 FILLER            PIC X(08) VALUE "/MOTIVO ".
           05 WS-SGD-MOTIVO     PIC X(02).
           05 FILLER            PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.
           P000-INICIO.
               DISPLAY "+--------------------------------------+"
               DISPLAY "| CEP190 - ESTORNO DE MOVIMENTO         |"
               DISPLAY "+--------------------------------------+"
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               ACCEPT WS-HORA-AGORA FROM TIME
               DISPLAY "IDENTIFICACAO DO OPERADOR: "
               ACCEPT WS-OPERADOR
               DISPLAY "SENHA DO OPERADOR: "
               ACCEPT WS-SENHA-OPERADOR
               MOVE 2 TO WS-NIVEL-EXIGIDO
               CALL "OPRCTL" USING WS-OPERADOR WS-SENHA-OPERADOR
                                   WS-NIVEL-EXIGIDO WS-NIVEL-OPERADOR
                                   WS-COD-RETORNO-OPR
               IF WS-COD-RETORNO-OPR NOT = ZERO
                   DISPLAY "ACESSO NEGADO -- O ESTORNO EXIGE "
                           "SUPERVISOR. ENCERRANDO."
               ELSE
                   OPEN I-O CTAMESTR
                   OPEN I-O CASMEST
                   OPEN EXTEND SEGLOG
                   OPEN I-O ESTMEST
                   IF WS-STATUS-ESTMEST = '35'
                       OPEN OUTPUT ESTMEST
                       IF WS-STATUS-ESTMEST = '00'
                           CLOSE ESTMEST
                           OPEN I-O ESTMEST
                       END-IF
                   END-IF
                   IF WS-STATUS-CTAMESTR NOT = '00' OR
                      WS-STATUS-CASMEST NOT = '00' OR
                      WS-STATUS-SEGLOG NOT = '00' OR
                      WS-STATUS-ESTMEST NOT = '00'
                       DISPLAY "ERRO AO ABRIR ARQUIVOS. CTAMESTR: "
                               WS-STATUS-CTAMESTR " CASMEST: "
                               WS-STATUS-CASMEST " SEGLOG: "
                               WS-STATUS-SEGLOG " ESTMEST: "
                               WS-STATUS-ESTMEST
                   ELSE
                       PERFORM P050-LACO-ESTORNO
                               UNTIL NOT WS-CONTINUA-ESTORNO
                   END-IF
                   CLOSE CTAMESTR CASMEST SEGLOG ESTMEST
               END-IF
               STOP RUN.

           P050-LACO-ESTORNO.
               PERFORM P100-LOCALIZAR-MOVIMENTO
               IF WS-MOVTO-ESCOLHIDO
                   PERFORM P200-CONFERIR-ESTORNAVEL
                   IF WS-ESTORNAVEL
                       PERFORM P300-CONFIRMAR-E-ESTORNAR
                   END-IF
               END-IF
               DISPLAY "ESTORNAR OUTRO MOVIMENTO (S/N)? "
               ACCEPT WS-RESP-CONTINUAR.

      *----------------------------------------------------------------*
      *P100: LOCALIZA O MOVIMENTO PELA CONTA, DATA, HORA E TERMINAL    *
      *      (ESPACOS = MOVIMENTO DE BATCH). SAQUES DA MESMA SESSAO DO *
      *      CAIXA ELETRONICO DIVIDEM A HORA: TODOS OS MOVIMENTOS DA   *
      *      CHAVE SAO LISTADOS POR OCORRENCIA E O SUPERVISOR ESCOLHE. *
      *----------------------------------------------------------------*
           P100-LOCALIZAR-MOVIMENTO.
               MOVE 'N' TO WS-SW-MOVTO-ESCOLHIDO
               DISPLAY "CONTA DO MOVIMENTO: "
               ACCEPT WS-ORIG-CONTA
               DISPLAY "DATA DO MOVIMENTO (AAAAMMDD): "
               ACCEPT WS-ORIG-DATA
               DISPLAY "HORA DO MOVIMENTO (HHMMSS): "
               ACCEPT WS-ORIG-HORA
               DISPLAY "TERMINAL (EM BRANCO = MOVIMENTO DE BATCH): "
               ACCEPT WS-ORIG-TERMINAL
               MOVE ZERO TO WS-QTD-ACHADOS
               OPEN INPUT MOVLOG
               IF WS-STATUS-MOVLOG NOT = '00'
                   DISPLAY "ERRO AO ABRIR MOVLOG. STATUS: "
                           WS-STATUS-MOVLOG
               ELSE
                   MOVE ZERO TO WS-POS-LEITURA
                   MOVE 'N' TO WS-SW-FIM-MOVLOG
                   DISPLAY "MOVIMENTOS DA CHAVE-------------------"
                   PERFORM P110-LER-MOVLOG
                   PERFORM P120-CONFERIR-LANCAMENTO
                           UNTIL WS-FIM-MOVLOG
                   CLOSE MOVLOG
                   PERFORM P130-ESCOLHER-OCORRENCIA
               END-IF.

           P110-LER-MOVLOG.
               READ MOVLOG
                   AT END
                       MOVE 'S' TO WS-SW-FIM-MOVLOG
                   NOT AT END
                       ADD 1 TO WS-POS-LEITURA
               END-READ.

           P120-CONFERIR-LANCAMENTO.
               IF LOG-NUM-CONTA = WS-ORIG-CONTA AND
                  LOG-DATA-MOVTO = WS-ORIG-DATA AND
                  LOG-HORA-MOVTO = WS-ORIG-HORA AND
                  LOG-ID-TERMINAL = WS-ORIG-TERMINAL
                   ADD 1 TO WS-QTD-ACHADOS
                   IF WS-QTD-ACHADOS NOT > 20
                       MOVE WS-POS-LEITURA TO
                            WS-ACH-POSICAO(WS-QTD-ACHADOS)
                       MOVE LOG-TIPO-MOVTO TO
                            WS-ACH-TIPO(WS-QTD-ACHADOS)
                       MOVE LOG-VALOR TO WS-ACH-VALOR(WS-QTD-ACHADOS)
                       MOVE LOG-REF-ID-OPERADOR TO
                            WS-ACH-OPERADOR(WS-QTD-ACHADOS)
                       DISPLAY "  OCORRENCIA " WS-QTD-ACHADOS
                               " TIPO " LOG-TIPO-MOVTO
                               " VALOR " LOG-VALOR
                               " SALDO " LOG-SALDO-RESULTANTE
                   END-IF
               END-IF
               PERFORM P110-LER-MOVLOG.

           P130-ESCOLHER-OCORRENCIA.
               MOVE ZERO TO WS-IND-ESCOLHIDO
               EVALUATE TRUE
                   WHEN WS-QTD-ACHADOS = ZERO
                       DISPLAY "NENHUM MOVIMENTO COM ESTA CONTA, "
                               "DATA, HORA E TERMINAL."
                   WHEN WS-QTD-ACHADOS = 1
                       MOVE 1 TO WS-IND-ESCOLHIDO
                   WHEN OTHER
                       IF WS-QTD-ACHADOS > 20
                           DISPLAY "MAIS DE 20 MOVIMENTOS NA CHAVE -- "
                                   "SO OS 20 PRIMEIROS PODEM SER "
                                   "ESCOLHIDOS."
                           MOVE 20 TO WS-QTD-ACHADOS
                       END-IF
                       DISPLAY "OCORRENCIA A ESTORNAR (0 = NENHUMA): "
                       ACCEPT WS-IND-ESCOLHIDO
                       IF WS-IND-ESCOLHIDO > WS-QTD-ACHADOS
                           DISPLAY "OCORRENCIA INVALIDA"
                           MOVE ZERO TO WS-IND-ESCOLHIDO
                       END-IF
               END-EVALUATE
               IF WS-IND-ESCOLHIDO > ZERO
                   MOVE WS-IND-ESCOLHIDO TO WS-ORIG-OCORRENCIA
                   MOVE WS-ACH-POSICAO(WS-IND-ESCOLHIDO) TO
                        WS-ORIG-POSICAO
                   MOVE WS-ACH-TIPO(WS-IND-ESCOLHIDO) TO WS-ORIG-TIPO
                   MOVE WS-ACH-VALOR(WS-IND-ESCOLHIDO) TO
                        WS-ORIG-VALOR
                   MOVE WS-ACH-OPERADOR(WS-IND-ESCOLHIDO) TO
                        WS-ORIG-OPERADOR
                   MOVE 'S' TO WS-SW-MOVTO-ESCOLHIDO
               END-IF.

      *----------------------------------------------------------------*
      *P200: SO SEGUE SE O TIPO FOR ESTORNAVEL, SE O MOVIMENTO (E, NA  *
      *      TRANSFERENCIA, A OUTRA PERNA) AINDA NAO ESTIVER NO        *
      *      REGISTRO DE ESTORNOS E SE AS CONTAS EXISTIREM E NAO       *
      *      ESTIVEREM ENCERRADAS. DEPOSITO E SAQUE DO CAIXA DE BALCAO *
      *      SO SE ESTORNAM COM A GAVETA AINDA ABERTA (P240).          *
      *----------------------------------------------------------------*
           P200-CONFERIR-ESTORNAVEL.
               MOVE 'N' TO WS-SW-ESTORNAVEL
               EVALUATE TRUE
                   WHEN WS-ORIG-CREDITO
                       MOVE 'X' TO WS-TIPO-ESTORNO
                       MOVE 'S' TO WS-SW-ESTORNAVEL
                   WHEN WS-ORIG-DEBITO
                       MOVE 'Y' TO WS-TIPO-ESTORNO
                       MOVE 'S' TO WS-SW-ESTORNAVEL
                   WHEN WS-ORIG-ESTORNO
                       DISPLAY "O MOVIMENTO JA E UM ESTORNO E NAO "
                               "PODE SER ESTORNADO."
                   WHEN WS-ORIG-CHEQUE
                       DISPLAY "DEPOSITO OU DEVOLUCAO DE CHEQUE TEM "
                               "FLOAT NO FLTPEND -- NAO E ESTORNADO "
                               "POR ESTE PROGRAMA."
                   WHEN WS-ORIG-FOLHA
                       DISPLAY "MOVIMENTO DE FOLHA DE PAGAMENTO TEM "
                               "CONTRAPARTIDA NO LOTE DO CEP230 -- "
                               "NAO E ESTORNADO POR ESTE PROGRAMA."
                   WHEN WS-ORIG-PAGTO-CONTA
                       DISPLAY "PAGAMENTO DE CONTA TEM CONTRAPARTIDA "
                               "NO ARQUIVO DE LIQUIDACAO (CEP240) -- "
                               "NAO E ESTORNADO POR ESTE PROGRAMA."
                   WHEN WS-ORIG-JUDICIAL
                       DISPLAY "TRANSFERENCIA JUDICIAL CUMPRE ORDEM "
                               "DO JUIZO (CEP270) -- NAO E ESTORNADA "
                               "POR ESTE PROGRAMA."
                   WHEN OTHER
                       DISPLAY "MOVIMENTO DE CONTRATO (DESEMBOLSO OU "
                               "PARCELA) NAO E ESTORNADO POR ESTE "
                               "PROGRAMA."
               END-EVALUATE
               IF WS-ESTORNAVEL
                   MOVE WS-ORIG-CONTA TO WS-LEG-CONTA
                   MOVE WS-ORIG-OCORRENCIA TO WS-LEG-OCORRENCIA
                   PERFORM P250-CONFERIR-JA-ESTORNADO
               END-IF
               IF WS-ESTORNAVEL
                   MOVE WS-ORIG-CONTA TO CTA-NUM-CONTA
                   READ CTAMESTR
                       INVALID KEY
                           DISPLAY "CONTA " WS-ORIG-CONTA
                                   " NAO ENCONTRADA NO CADASTRO."
                           MOVE 'N' TO WS-SW-ESTORNAVEL
                   END-READ
                   IF WS-ESTORNAVEL AND CTA-ENCERRADA
                       DISPLAY "CONTA " WS-ORIG-CONTA " ENCERRADA. "
                               "ESTORNO RECUSADO."
                       MOVE 'N' TO WS-SW-ESTORNAVEL
                   END-IF
               END-IF
               IF WS-ESTORNAVEL AND WS-ORIG-DINHEIRO AND
                  WS-ORIG-TERMINAL(1:1) = 'B'
                   PERFORM P240-CONFERIR-GAVETA
               END-IF
               IF WS-ESTORNAVEL AND WS-ORIG-TRANSFERENCIA
                   PERFORM P210-LOCALIZAR-CONTRAPARTE
                   IF NOT WS-ACHOU-CONTRAPARTE
                       DISPLAY "OUTRA PERNA DA TRANSFERENCIA NAO "
                               "LOCALIZADA NO MOVLOG. ESTORNO "
                               "RECUSADO."
                       MOVE 'N' TO WS-SW-ESTORNAVEL
                   ELSE
                       MOVE WS-CP-CONTA TO WS-LEG-CONTA
                       MOVE WS-CP-OCORRENCIA TO WS-LEG-OCORRENCIA
                       PERFORM P250-CONFERIR-JA-ESTORNADO
                   END-IF
                   IF WS-ESTORNAVEL
                       MOVE WS-CP-CONTA TO CTA-NUM-CONTA
                       READ CTAMESTR
                           INVALID KEY
                               DISPLAY "CONTA " WS-CP-CONTA
                                       " DA OUTRA PERNA NAO "
                                       "ENCONTRADA NO CADASTRO."
                               MOVE 'N' TO WS-SW-ESTORNAVEL
                       END-READ
                       IF WS-ESTORNAVEL AND CTA-ENCERRADA
                           DISPLAY "CONTA " WS-CP-CONTA
                                   " DA OUTRA PERNA ENCERRADA. "
                                   "ESTORNO RECUSADO."
                           MOVE 'N' TO WS-SW-ESTORNAVEL
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *P210: A PERNA DE CREDITO E A PRIMEIRA 'C' DEPOIS DA 'T' COM A   *
      *      MESMA DATA, HORA, TERMINAL E VALOR EM OUTRA CONTA (ENTRE  *
      *      AS DUAS PODE HAVER O JUROS DO ROLLOVER DA CONTA DESTINO); *
      *      A PERNA DE DEBITO E A ULTIMA 'T' ANTES DA 'C'.            *
      *----------------------------------------------------------------*
           P210-LOCALIZAR-CONTRAPARTE.
               MOVE 'N' TO WS-SW-ACHOU-CONTRAPARTE
               MOVE ZERO TO WS-CP-CONTA
               MOVE ZERO TO WS-CP-POSICAO
               IF WS-ORIG-TIPO = 'T'
                   MOVE 'C' TO WS-CP-TIPO
                   MOVE 'X' TO WS-CP-TIPO-ESTORNO
               ELSE
                   MOVE 'T' TO WS-CP-TIPO
                   MOVE 'Y' TO WS-CP-TIPO-ESTORNO
               END-IF
               OPEN INPUT MOVLOG
               IF WS-STATUS-MOVLOG = '00'
                   MOVE ZERO TO WS-POS-LEITURA
                   MOVE 'N' TO WS-SW-FIM-MOVLOG
                   PERFORM P110-LER-MOVLOG
                   PERFORM P220-CONFERIR-CONTRAPARTE
                           UNTIL WS-FIM-MOVLOG
                   CLOSE MOVLOG
               END-IF
               IF WS-ACHOU-CONTRAPARTE
                   PERFORM P230-CONTAR-OCORRENCIA-CP
               END-IF.

           P220-CONFERIR-CONTRAPARTE.
               IF LOG-DATA-MOVTO = WS-ORIG-DATA AND
                  LOG-HORA-MOVTO = WS-ORIG-HORA AND
                  LOG-ID-TERMINAL = WS-ORIG-TERMINAL AND
                  LOG-VALOR = WS-ORIG-VALOR AND
                  LOG-TIPO-MOVTO = WS-CP-TIPO AND
                  LOG-NUM-CONTA NOT = WS-ORIG-CONTA
                   IF WS-ORIG-TIPO = 'T'
                       IF WS-POS-LEITURA > WS-ORIG-POSICAO AND
                          NOT WS-ACHOU-CONTRAPARTE
                           MOVE LOG-NUM-CONTA TO WS-CP-CONTA
                           MOVE WS-POS-LEITURA TO WS-CP-POSICAO
                           MOVE 'S' TO WS-SW-ACHOU-CONTRAPARTE
                       END-IF
                   ELSE
                       IF WS-POS-LEITURA < WS-ORIG-POSICAO
                           MOVE LOG-NUM-CONTA TO WS-CP-CONTA
                           MOVE WS-POS-LEITURA TO WS-CP-POSICAO
                           MOVE 'S' TO WS-SW-ACHOU-CONTRAPARTE
                       END-IF
                   END-IF
               END-IF
               PERFORM P110-LER-MOVLOG.

      *----------------------------------------------------------------*
      *P230: OCORRENCIA DA OUTRA PERNA DENTRO DA PROPRIA CHAVE (CONTA, *
      *      DATA, HORA, TERMINAL), PARA O REGISTRO DE ESTORNOS.       *
      *----------------------------------------------------------------*
           P230-CONTAR-OCORRENCIA-CP.
               MOVE ZERO TO WS-QTD-CONTADOS
               OPEN INPUT MOVLOG
               IF WS-STATUS-MOVLOG = '00'
                   MOVE ZERO TO WS-POS-LEITURA
                   MOVE 'N' TO WS-SW-FIM-MOVLOG
                   PERFORM P110-LER-MOVLOG
                   PERFORM P235-CONTAR-UM-LANCAMENTO
                           UNTIL WS-FIM-MOVLOG OR
                                 WS-POS-LEITURA > WS-CP-POSICAO
                   CLOSE MOVLOG
               END-IF
               MOVE WS-QTD-CONTADOS TO WS-CP-OCORRENCIA.

           P235-CONTAR-UM-LANCAMENTO.
               IF LOG-NUM-CONTA = WS-CP-CONTA AND
                  LOG-DATA-MOVTO = WS-ORIG-DATA AND
                  LOG-HORA-MOVTO = WS-ORIG-HORA AND
                  LOG-ID-TERMINAL = WS-ORIG-TERMINAL
                   ADD 1 TO WS-QTD-CONTADOS
               END-IF
               PERFORM P110-LER-MOVLOG.

      *----------------------------------------------------------------*
      *P240: O DINHEIRO DO DEPOSITO OU SAQUE DE BALCAO PASSOU PELA     *
      *      GAVETA DO CAIXA QUE ATENDEU (DATA DO MOVIMENTO + OPERADOR *
      *      NA AREA DE REFERENCIA). COM A GAVETA ABERTA O FECHAMENTO  *
      *      DO CEP290 DESCONTA O ESTORNO DO ESPERADO; COM ELA FECHADA *
      *      A DIFERENCA JA FOI APURADA E O ESTORNO E RECUSADO.        *
      *----------------------------------------------------------------*
           P240-CONFERIR-GAVETA.
               OPEN INPUT GAVMESTR
               IF WS-STATUS-GAVMESTR NOT = '00'
                   DISPLAY "ERRO AO ABRIR GAVMESTR. STATUS: "
                           WS-STATUS-GAVMESTR ". ESTORNO RECUSADO."
                   MOVE 'N' TO WS-SW-ESTORNAVEL
               ELSE
                   MOVE WS-ORIG-DATA TO GAV-DATA
                   MOVE WS-ORIG-OPERADOR TO GAV-ID-OPERADOR
                   READ GAVMESTR
                       INVALID KEY
                           DISPLAY "GAVETA DO CAIXA " WS-ORIG-OPERADOR
                                   " DE " WS-ORIG-DATA " NAO "
                                   "ENCONTRADA. ESTORNO RECUSADO."
                           MOVE 'N' TO WS-SW-ESTORNAVEL
                   END-READ
                   IF WS-ESTORNAVEL AND NOT GAV-ABERTA
                       DISPLAY "GAVETA DO CAIXA " WS-ORIG-OPERADOR
                               " DE " WS-ORIG-DATA " JA FECHADA -- "
                               "A DIFERENCA FOI APURADA NO "
                               "FECHAMENTO. ESTORNO RECUSADO."
                       MOVE 'N' TO WS-SW-ESTORNAVEL
                   END-IF
                   CLOSE GAVMESTR
               END-IF.

           P250-CONFERIR-JA-ESTORNADO.
               MOVE WS-LEG-CONTA TO EST-NUM-CONTA
               MOVE WS-ORIG-DATA TO EST-DATA-MOVTO
               MOVE WS-ORIG-HORA TO EST-HORA-MOVTO
               MOVE WS-ORIG-TERMINAL TO EST-ID-TERMINAL
               MOVE WS-LEG-OCORRENCIA TO EST-OCORRENCIA
               READ ESTMEST
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-STATUS-ESTMEST = '00'
                   DISPLAY "MOVIMENTO DA CONTA " WS-LEG-CONTA
                           " JA ESTORNADO EM " EST-DATA-ESTORNO
                           " PELO OPERADOR " EST-OPERADOR
                           ". ESTORNO RECUSADO."
                   MOVE 'N' TO WS-SW-ESTORNAVEL
               END-IF.

      *----------------------------------------------------------------*
      *P300: MOSTRA O QUE SERA FEITO, PEDE O MOTIVO E A CONFIRMACAO E  *
      *      GRAVA O(S) LANCAMENTO(S) DE ESTORNO, A DEVOLUCAO DAS      *
      *      CEDULAS NO SAQUE, O REGISTRO DE ESTORNOS E O SEGLOG.      *
      *----------------------------------------------------------------*
           P300-CONFIRMAR-E-ESTORNAR.
               DISPLAY "ESTORNO DO MOVIMENTO TIPO " WS-ORIG-TIPO
                       " DE " WS-ORIG-VALOR " DA CONTA " WS-ORIG-CONTA
               IF WS-ORIG-TRANSFERENCIA
                   DISPLAY "OUTRA PERNA: CONTA " WS-CP-CONTA
                           " TIPO " WS-CP-TIPO
               END-IF
               DISPLAY "MOTIVO DO ESTORNO:"
               DISPLAY "  01 - ERRO OPERACIONAL"
               DISPLAY "  02 - FALHA NA DISPENSA DE CEDULAS"
               DISPLAY "  03 - LANCAMENTO EM DUPLICIDADE"
               DISPLAY "  04 - CONTESTACAO DO CLIENTE"
               DISPLAY "  05 - CONTA ERRADA"
               ACCEPT WS-MOTIVO
               MOVE WS-MOTIVO TO EST-MOTIVO
               IF NOT EST-MOTIVO-VALIDO
                   DISPLAY "MOTIVO INVALIDO. NADA FOI ESTORNADO."
               ELSE
                   DISPLAY "CONFIRMA O ESTORNO (S/N)? "
                   ACCEPT WS-RESP-CONFIRMA
                   IF NOT WS-CONFIRMOU
                       DISPLAY "ESTORNO CANCELADO."
                   ELSE
                       PERFORM P310-EFETUAR-ESTORNO
                   END-IF
               END-IF.

           P310-EFETUAR-ESTORNO.
               ACCEPT WS-HORA-AGORA FROM TIME
               MOVE WS-ORIG-TERMINAL TO WS-ID-TERMINAL
               OPEN EXTEND MOVLOG
               IF WS-STATUS-MOVLOG NOT = '00'
                   DISPLAY "ERRO AO ABRIR MOVLOG. STATUS: "
                           WS-STATUS-MOVLOG ". NADA FOI ESTORNADO."
               ELSE
                   MOVE WS-ORIG-CONTA TO WS-LEG-CONTA
                   MOVE WS-ORIG-OCORRENCIA TO WS-LEG-OCORRENCIA
                   MOVE WS-ORIG-TIPO TO WS-LEG-TIPO-ORIGINAL
                   MOVE WS-TIPO-ESTORNO TO WS-LEG-TIPO-ESTORNO
                   MOVE WS-CP-CONTA TO WS-LEG-CONTRAPARTE
                   PERFORM P320-LANCAR-PERNA
                   IF WS-ORIG-TRANSFERENCIA
                       MOVE WS-CP-CONTA TO WS-LEG-CONTA
                       MOVE WS-CP-OCORRENCIA TO WS-LEG-OCORRENCIA
                       MOVE WS-CP-TIPO TO WS-LEG-TIPO-ORIGINAL
                       MOVE WS-CP-TIPO-ESTORNO TO WS-LEG-TIPO-ESTORNO
                       MOVE WS-ORIG-CONTA TO WS-LEG-CONTRAPARTE
                       PERFORM P320-LANCAR-PERNA
                   END-IF
                   CLOSE MOVLOG
                   IF WS-ORIG-SAQUE AND WS-ORIG-TERMINAL NOT = SPACES
                      AND WS-ORIG-TERMINAL(1:1) NOT = 'B'
                       PERFORM P400-DEVOLVER-CEDULAS
                   END-IF
                   DISPLAY "ESTORNO EFETUADO."
               END-IF.

      *----------------------------------------------------------------*
      *P320: LANCA O ESTORNO DE UMA PERNA NA CONTA. O ESTORNO DE UM    *
      *      CREDITO DEBITA MESMO SEM DISPONIVEL (O DINHEIRO NAO ERA   *
      *      DO CLIENTE) E PODE LEVAR A CONTA AO CHEQUE ESPECIAL. O    *
      *      ESTORNO DE SAQUE/TRANSFERENCIA DO PROPRIO DIA DEVOLVE O   *
      *      VALOR AO LIMITE DIARIO CONSUMIDO.                         *
      *----------------------------------------------------------------*
           P320-LANCAR-PERNA.
               MOVE WS-LEG-CONTA TO CTA-NUM-CONTA
               READ CTAMESTR
                   INVALID KEY
                       DISPLAY "ERRO AO RELER A CONTA " WS-LEG-CONTA
                               " -- TRATE MANUALMENTE."
               END-READ
               IF WS-STATUS-CTAMESTR = '00'
                   PERFORM P015-ATUALIZAR-DIA-CORRENTE
                   IF WS-LEG-TIPO-ESTORNO = 'Y'
                       ADD WS-ORIG-VALOR TO CTA-SALDO
                       PERFORM P330-DEVOLVER-LIMITE-DIA
                   ELSE
                       SUBTRACT WS-ORIG-VALOR FROM CTA-SALDO
                   END-IF
                   IF CTA-SALDO < ZERO
                       COMPUTE CTA-VALOR-USO-CHEQUE-ESP =
                               ZERO - CTA-SALDO
                   ELSE
                       MOVE ZERO TO CTA-VALOR-USO-CHEQUE-ESP
                   END-IF
                   MOVE WS-DATA-HOJE TO CTA-DATA-ULT-MOVTO
                   REWRITE CTA-REGISTRO
                   COMPUTE WS-VALOR-DISPONIVEL =
                           CTA-SALDO + CTA-LIMITE-CHEQUE-ESP
                   IF WS-VALOR-DISPONIVEL < ZERO
                       DISPLAY "ATENCAO: A CONTA " WS-LEG-CONTA
                               " FICOU ALEM DO LIMITE DE CHEQUE "
                               "ESPECIAL. SALDO: " CTA-SALDO
                   END-IF
                   MOVE SPACES TO LOG-REGISTRO
                   MOVE CTA-NUM-CONTA TO LOG-NUM-CONTA
                   MOVE WS-LEG-TIPO-ESTORNO TO LOG-TIPO-MOVTO
                   MOVE WS-ORIG-VALOR TO LOG-VALOR
                   MOVE WS-DATA-HOJE TO LOG-DATA-MOVTO
                   MOVE WS-HORA-AGORA TO LOG-HORA-MOVTO
                   MOVE CTA-SALDO TO LOG-SALDO-RESULTANTE
                   MOVE WS-ID-TERMINAL TO LOG-ID-TERMINAL
                   MOVE WS-ORIG-DATA TO LOG-REF-DATA-MOVTO
                   MOVE WS-ORIG-HORA TO LOG-REF-HORA-MOVTO
                   MOVE WS-LEG-TIPO-ORIGINAL TO LOG-REF-TIPO-MOVTO
                   WRITE LOG-REGISTRO
                   PERFORM P500-GRAVAR-REGISTRO-ESTORNO
                   PERFORM P510-GRAVAR-ESTORNO-SEGLOG
               END-IF.

           P330-DEVOLVER-LIMITE-DIA.
               IF WS-ORIG-DATA = WS-DATA-HOJE
                   IF WS-LEG-TIPO-ORIGINAL = 'S' AND
                      CTA-VALOR-SACADO-DIA NOT < WS-ORIG-VALOR
                       SUBTRACT WS-ORIG-VALOR FROM CTA-VALOR-SACADO-DIA
                   END-IF
                   IF WS-LEG-TIPO-ORIGINAL = 'T' AND
                      CTA-VALOR-TRANSF-DIA NOT < WS-ORIG-VALOR
                       SUBTRACT WS-ORIG-VALOR FROM CTA-VALOR-TRANSF-DIA
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *P400: DEVOLVE AO CASSETE AS CEDULAS DO SAQUE ESTORNADO. AS      *
      *      BAIXAS DO CASJRNL COM A MESMA DATA, HORA E TERMINAL SAO   *
      *      LIDAS NA ORDEM; AS DE SAQUES ANTERIORES DA MESMA SESSAO   *
      *      SAO PULADAS PELO VALOR. SE AS BAIXAS NAO FECHAREM COM O   *
      *      VALOR DO SAQUE NADA E DEVOLVIDO E O ESTOQUE FICA PARA     *
      *      ACERTO PELO CEP040.                                       *
      *----------------------------------------------------------------*
           P400-DEVOLVER-CEDULAS.
               MOVE ZERO TO WS-VALOR-PULAR
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND NOT < WS-ORIG-OCORRENCIA
                   IF WS-ACH-TIPO(WS-IND) = 'S'
                       ADD WS-ACH-VALOR(WS-IND) TO WS-VALOR-PULAR
                   END-IF
               END-PERFORM
               MOVE ZERO TO WS-VALOR-PULADO
               MOVE ZERO TO WS-VALOR-DEVOLVER
               MOVE ZERO TO WS-QTD-CEDULAS
               OPEN INPUT CASJRNL
               IF WS-STATUS-CASJRNL = '00'
                   MOVE 'N' TO WS-SW-FIM-CASJRNL
                   PERFORM P410-LER-CASJRNL
                   PERFORM P420-SEPARAR-BAIXA
                           UNTIL WS-FIM-CASJRNL
                   CLOSE CASJRNL
               END-IF
               IF WS-VALOR-DEVOLVER NOT = WS-ORIG-VALOR
                   DISPLAY "CEDULAS DO SAQUE NAO LOCALIZADAS POR "
                           "INTEIRO NO DIARIO DE CASSETE -- ACERTE O "
                           "ESTOQUE DO TERMINAL " WS-ORIG-TERMINAL
                           " PELO CEP040."
               ELSE
                   OPEN EXTEND CASJRNL
                   IF WS-STATUS-CASJRNL NOT = '00'
                       DISPLAY "ERRO AO ABRIR CASJRNL. STATUS: "
                               WS-STATUS-CASJRNL " -- ACERTE O "
                               "ESTOQUE PELO CEP040."
                   ELSE
                       PERFORM VARYING WS-IND FROM 1 BY 1
                               UNTIL WS-IND > WS-QTD-CEDULAS
                           PERFORM P430-DEVOLVER-DENOMINACAO
                       END-PERFORM
                       CLOSE CASJRNL
                   END-IF
               END-IF.

           P410-LER-CASJRNL.
               READ CASJRNL
                   AT END
                       MOVE 'S' TO WS-SW-FIM-CASJRNL
               END-READ.

           P420-SEPARAR-BAIXA.
               IF CAJ-OPER-BAIXA AND
                  CAJ-DATA = WS-ORIG-DATA AND
                  CAJ-HORA = WS-ORIG-HORA AND
                  CAJ-ID-TERMINAL = WS-ORIG-TERMINAL
                   COMPUTE WS-VALOR-NOTAS =
                           CAJ-DENOMINACAO * CAJ-QTD-NOTAS
                   IF WS-VALOR-PULADO < WS-VALOR-PULAR
                       ADD WS-VALOR-NOTAS TO WS-VALOR-PULADO
                   ELSE
                       IF WS-VALOR-DEVOLVER < WS-ORIG-VALOR AND
                          WS-QTD-CEDULAS < 10
                           ADD 1 TO WS-QTD-CEDULAS
                           MOVE CAJ-DENOMINACAO TO
                                WS-CED-DENOMINACAO(WS-QTD-CEDULAS)
                           MOVE CAJ-QTD-NOTAS TO
                                WS-CED-QTD-NOTAS(WS-QTD-CEDULAS)
                           ADD WS-VALOR-NOTAS TO WS-VALOR-DEVOLVER
                       END-IF
                   END-IF
               END-IF
               PERFORM P410-LER-CASJRNL.

           P430-DEVOLVER-DENOMINACAO.
               MOVE WS-ORIG-TERMINAL TO CASS-ID-TERMINAL
               MOVE WS-CED-DENOMINACAO(WS-IND) TO CASS-DENOMINACAO
               READ CASMEST
                   INVALID KEY
                       DISPLAY "CASSETE " WS-ORIG-TERMINAL "/"
                               WS-CED-DENOMINACAO(WS-IND)
                               " NAO ENCONTRADO -- ACERTE PELO CEP040."
               END-READ
               IF WS-STATUS-CASMEST = '00'
                   ADD WS-CED-QTD-NOTAS(WS-IND) TO CASS-QTD-NOTAS
                   REWRITE CASS-REGISTRO
                   MOVE WS-DATA-HOJE TO CAJ-DATA
                   MOVE WS-HORA-AGORA TO CAJ-HORA
                   MOVE CASS-DENOMINACAO TO CAJ-DENOMINACAO
                   MOVE WS-CED-QTD-NOTAS(WS-IND) TO CAJ-QTD-NOTAS
                   SET CAJ-OPER-ESTORNO TO TRUE
                   MOVE WS-ORIG-TERMINAL TO CAJ-ID-TERMINAL
                   WRITE CAJ-REGISTRO
                   DISPLAY "  " WS-CED-QTD-NOTAS(WS-IND)
                           " NOTA(S) DE R$ " CASS-DENOMINACAO
                           " DEVOLVIDA(S) AO CASSETE"
               END-IF.

      *----------------------------------------------------------------*
      *P500: O REGISTRO DE ESTORNOS E CHAVEADO PELO MOVIMENTO ORIGINAL *
      *      DA PERNA -- E ELE QUE BARRA O SEGUNDO ESTORNO.            *
      *----------------------------------------------------------------*
           P500-GRAVAR-REGISTRO-ESTORNO.
               MOVE SPACES TO EST-REGISTRO
               MOVE WS-LEG-CONTA TO EST-NUM-CONTA
               MOVE WS-ORIG-DATA TO EST-DATA-MOVTO
               MOVE WS-ORIG-HORA TO EST-HORA-MOVTO
               MOVE WS-ORIG-TERMINAL TO EST-ID-TERMINAL
               MOVE WS-LEG-OCORRENCIA TO EST-OCORRENCIA
               MOVE WS-LEG-TIPO-ORIGINAL TO EST-TIPO-ORIGINAL
               MOVE WS-ORIG-VALOR TO EST-VALOR
               MOVE WS-LEG-TIPO-ESTORNO TO EST-TIPO-ESTORNO
               MOVE WS-MOTIVO TO EST-MOTIVO
               MOVE WS-DATA-HOJE TO EST-DATA-ESTORNO
               MOVE WS-HORA-AGORA TO EST-HORA-ESTORNO
               MOVE WS-OPERADOR TO EST-OPERADOR
               MOVE WS-LEG-CONTRAPARTE TO EST-NUM-CONTA-CONTRAPARTE
               WRITE EST-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O REGISTRO DE ESTORNO "
                               "DA CONTA " WS-LEG-CONTA ". STATUS: "
                               WS-STATUS-ESTMEST
               END-WRITE.

      *----------------------------------------------------------------*
      *P510: TODO ESTORNO VAI PARA O DIARIO DE SEGURANCA COM O         *
      *      OPERADOR: ANTES = TIPO/VALOR DO ORIGINAL, DEPOIS = TIPO   *
      *      DO ESTORNO E O MOTIVO.                                    *
      *----------------------------------------------------------------*
           P510-GRAVAR-ESTORNO-SEGLOG.
               MOVE WS-DATA-HOJE TO SEG-DATA
               MOVE WS-HORA-AGORA TO SEG-HORA
               MOVE WS-LEG-CONTA TO SEG-NUM-CONTA
               SET SEG-EVT-ALTERACAO TO TRUE
               MOVE WS-OPERADOR TO SEG-OPERADOR
               MOVE "ESTORNO" TO SEG-CAMPO
               MOVE WS-LEG-TIPO-ORIGINAL TO WS-SGA-TIPO
               MOVE WS-ORIG-VALOR TO WS-SGA-VALOR
               MOVE WS-SEG-ANTES TO SEG-VALOR-ANTES
               MOVE WS-LEG-TIPO-ESTORNO TO WS-SGD-TIPO
               MOVE WS-MOTIVO TO WS-SGD-MOTIVO
               MOVE WS-SEG-DEPOIS TO SEG-VALOR-DEPOIS
               WRITE SEG-REGISTRO.

      *----------------------------------------------------------------*
      *P015/P016: ROLLOVER DE DIA E COBRANCA DE JUROS DE CHEQUE        *
      *           ESPECIAL, COMPARTILHADOS VIA DIAROLL, COMO EM TODO   *
      *           PONTO QUE MOVIMENTA CTAMESTR.                        *
      *----------------------------------------------------------------*
       COPY DIAROLL.

           END PROGRAM CEP190.
