      *----------------------------------------------------------------
      *                          CAIXA ELETRONICA
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *_______________________________________________________________
      *
       PROGRAM-ID. CEP240.
       AUTHOR. "Gabriel Dziecinny"
       DATE-WRITTEN. 15/10/2026.

      *----------------------------------------------------------------*
      *SISTEMA:     CE - CAIXA ELETRONICA
      *JOB:         24 - LIQUIDACAO DE PAGAMENTOS DE CONTAS
      *PROGRAMA:     0 - RECOLHE OS PAGAMENTOS DE CONTAS E BOLETOS
      *              FEITOS NO CAIXA ELETRONICO (PAGMESTR, COPY
      *              PAGCTA) E GERA O ARQUIVO DE LIQUIDACAO PARA A
      *              CAMARA DE COMPENSACAO (LIQPAGT), COM HEADER,
      *              UM DETALHE POR PAGAMENTO E TRAILER COM A
      *              QUANTIDADE E O VALOR DE CONTROLE, MAIS O
      *              RELATORIO DE LIQUIDACAO (RELPAGT):
      *              - PAGAMENTO AGENDADO (FEITO EM FIM DE SEMANA OU
      *                FERIADO) COM DATA EFETIVA ATE HOJE E DEBITADO
      *                AGORA (MOVLOG TIPO 'G'), DENTRO DO SALDO MAIS
      *                CHEQUE ESPECIAL MENOS O BLOQUEADO; SEM
      *                DISPONIVEL, OU COM A CONTA ENCERRADA, E
      *                RECUSADO E NAO VAI A CAMARA;
      *              - TODO PAGAMENTO DEBITADO E AINDA NAO ENVIADO VAI
      *                NO ARQUIVO E E MARCADO LIQUIDADO NA DATA.
      *              A REEXECUCAO NA MESMA DATA (DEPOIS DE UMA QUEDA)
      *              REMONTA O ARQUIVO INTEIRO DO DIA: OS JA MARCADOS
      *              LIQUIDADOS HOJE VOLTAM AO ARQUIVO E NENHUM
      *              AGENDADO E DEBITADO DUAS VEZES.
      *
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *15/10/2026 GFD  CRIACAO DO PROGRAMA
      *15/10/2026 GFD  O DISPONIVEL PASSA A DESCONTAR TAMBEM O
      *                BLOQUEIO JUDICIAL
      *                (CTA-VALOR-BLOQ-JUDICIAL), ALEM DO VALOR
      *                RETIDO POR FLOAT.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGMESTR ASSIGN TO "PAGMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PGT-CHAVE
               FILE STATUS IS WS-STATUS-PAGMESTR.

           SELECT CTAMESTR ASSIGN TO "CTAMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CHAVE
               FILE STATUS IS WS-STATUS-CTAMESTR.

           SELECT MOVLOG ASSIGN TO "MOVLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOVLOG.

           SELECT LIQPAGT ASSIGN TO "LIQPAGT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-LIQPAGT.

           SELECT RELPAGT ASSIGN TO "RELPAGT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELPAGT.

       DATA DIVISION.
       FILE SECTION.
       FD  PAGMESTR.
       COPY PAGCTA.

       FD  CTAMESTR.
       COPY CTACAD.

       FD  MOVLOG.
       COPY CTALOG.

      *----------------------------------------------------------------*
      *LIQPAGT: ARQUIVO DE LIQUIDACAO PARA A CAMARA. 'H' COM A DATA DO *
      *         MOVIMENTO E O REMETENTE, UMA 'D' POR PAGAMENTO (CODIGO *
      *         DE BARRAS DE 44 POSICOES, VALOR, VENCIMENTO E DATA DO  *
      *         PAGAMENTO) E 'T' COM A QUANTIDADE E O VALOR TOTAL DOS  *
      *         DETALHES.                                              *
      *----------------------------------------------------------------*
       FD  LIQPAGT.
       01  LIQ-REGISTRO.
           05  LIQ-TIPO-REGISTRO       PIC X(01).
               88  LIQ-HEADER              VALUE 'H'.
               88  LIQ-DETALHE             VALUE 'D'.
               88  LIQ-TRAILER             VALUE 'T'.
           05  LIQ-DADOS               PIC X(99).
           05  LIQ-DADOS-HEADER REDEFINES LIQ-DADOS.
               10  LIQ-H-DATA-MOVIMENTO PIC 9(08).
               10  LIQ-H-HORA-GERACAO  PIC 9(06).
               10  LIQ-H-NOME-REMETENTE PIC X(30).
               10  FILLER              PIC X(55).
           05  LIQ-DADOS-DETALHE REDEFINES LIQ-DADOS.
               10  LIQ-D-NUM-SEQUENCIA PIC 9(06).
               10  LIQ-D-TIPO-DOCUMENTO PIC X(01).
               10  LIQ-D-CODIGO-BARRAS PIC X(44).
               10  LIQ-D-VALOR         PIC 9(10)V99.
               10  LIQ-D-DATA-VENCTO   PIC 9(08).
               10  LIQ-D-DATA-PAGTO    PIC 9(08).
               10  FILLER              PIC X(20).
           05  LIQ-DADOS-TRAILER REDEFINES LIQ-DADOS.
               10  LIQ-T-QTD-DETALHES  PIC 9(06).
               10  LIQ-T-VALOR-TOTAL   PIC 9(12)V99.
               10  FILLER              PIC X(79).

       FD  RELPAGT.
       01  REL-REGISTRO             PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-PAGMESTR   PIC X(02) VALUE SPACES.
       77 WS-STATUS-CTAMESTR   PIC X(02) VALUE SPACES.
       77 WS-STATUS-MOVLOG     PIC X(02) VALUE SPACES.
       77 WS-STATUS-LIQPAGT    PIC X(02) VALUE SPACES.
       77 WS-STATUS-RELPAGT    PIC X(02) VALUE SPACES.
       77 WS-SW-FIM-PAGMESTR   PIC X(01) VALUE 'N'.
           88 WS-FIM-PAGMESTR      VALUE 'S'.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZERO.
       77 WS-HORA-AGORA        PIC 9(06) VALUE ZERO.
       77 WS-NOME-REMETENTE    PIC X(30) VALUE "BANCO CODE MEU".
       77 WS-QTD-PROCESSADOS   PIC 9(05) VALUE ZERO.
       77 WS-QTD-REJEITADOS    PIC 9(05) VALUE ZERO.
       77 WS-QTD-DEBITADOS     PIC 9(05) VALUE ZERO.
       77 WS-QTD-ENVIADOS      PIC 9(06) VALUE ZERO.
       77 WS-VLR-ENVIADO       PIC 9(12)V99 VALUE ZERO.
       77 WS-QTD-RECUSADOS     PIC 9(05) VALUE ZERO.
       77 WS-VLR-RECUSADO      PIC 9(12)V99 VALUE ZERO.
       77 WS-VALOR-DISPONIVEL  PIC S9(11)V99 VALUE ZERO.
       77 WS-SW-VIROU-O-DIA    PIC X(01) VALUE 'N'.
           88 WS-VIROU-O-DIA       VALUE 'S'.
       77 WS-VALOR-JUROS-CHEQUE PIC 9(10)V99 VALUE ZERO.
       77 WS-ID-TERMINAL        PIC X(04) VALUE SPACES.

       77 WS-FUNCAO-DIACTL      PIC X(01) VALUE 'C'.
       77 WS-COD-RETORNO-DIACTL PIC 9(02) VALUE ZERO.
       77 WS-SW-DIA-ABERTO      PIC X(01) VALUE 'N'.
           88 WS-DIA-ABERTO-OK      VALUE 'S'.

       01 WS-REL-CABECALHO.
           05 FILLER            PIC X(35) VALUE
              "LIQUIDACAO DE PAGAMENTOS DE CONTAS".
           05 FILLER            PIC X(13) VALUE " - MOVIMENTO ".
           05 WS-CAB-DATA       PIC 9(08).

       01 WS-REL-TITULOS.
           05 FILLER            PIC X(40) VALUE
              "CONTA    DATA EFET VENCTO   DOC         ".
           05 FILLER            PIC X(23) VALUE
              "  VALOR  SITUACAO".

       01 WS-REL-PAGAMENTO.
           05 WS-PAG-CONTA      PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-PAG-DATA-EFETIVA PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-PAG-VENCTO     PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-PAG-DOCUMENTO  PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-PAG-VALOR      PIC Z(9)9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-PAG-SITUACAO   PIC X(25).

       01 WS-REL-RODAPE.
           05 WS-ROD-TEXTO      PIC X(28).
           05 WS-ROD-VALOR      PIC Z(11)9.99.

       01 WS-REL-RODAPE-QTD.
           05 WS-RDQ-TEXTO      PIC X(28).
           05 WS-RDQ-QTD        PIC Z(5)9.

       01 WS-REL-BRANCO         PIC X(01) VALUE SPACE.

       COPY BATWS.

       PROCEDURE DIVISION.
           P000-INICIO.
               DISPLAY "+--------------------------------------+"
               DISPLAY "| CEP240 - LIQUIDACAO DE PAGAMENTOS     |"
               DISPLAY "+--------------------------------------+"
               PERFORM P002-OBTER-DIA-PROCESSAMENTO
               IF NOT WS-DIA-ABERTO-OK
                   DISPLAY "DIA DE PROCESSAMENTO NAO ABERTO "
                           "(ABRA PELO DIA010). EXECUCAO RECUSADA."
               ELSE
                   PERFORM P003-EXECUTAR
               END-IF
               STOP RUN.

           P003-EXECUTAR.
               ACCEPT WS-HORA-AGORA FROM TIME
               DISPLAY "DATA DO PROCESSAMENTO: " WS-DATA-HOJE
               PERFORM P005-REGISTRAR-INICIO
               IF WS-RUN-COD-RETORNO = 10
                   DISPLAY "EXECUCAO JA CONCLUIDA NESTA DATA. "
                           "EXECUCAO RECUSADA."
               ELSE
                   PERFORM P020-PROCESSAR-PAGAMENTOS
               END-IF.

           P020-PROCESSAR-PAGAMENTOS.
               PERFORM P030-ABRIR-PAGMESTR
               OPEN I-O CTAMESTR
               OPEN EXTEND MOVLOG
               OPEN OUTPUT LIQPAGT
               OPEN OUTPUT RELPAGT
               IF WS-STATUS-PAGMESTR NOT = '00' OR
                  WS-STATUS-CTAMESTR NOT = '00' OR
                  WS-STATUS-MOVLOG NOT = '00' OR
                  WS-STATUS-LIQPAGT NOT = '00' OR
                  WS-STATUS-RELPAGT NOT = '00'
                   DISPLAY "ERRO AO ABRIR ARQUIVOS. PAGMESTR: "
                           WS-STATUS-PAGMESTR " CTAMESTR: "
                           WS-STATUS-CTAMESTR " MOVLOG: "
                           WS-STATUS-MOVLOG " LIQPAGT: "
                           WS-STATUS-LIQPAGT " RELPAGT: "
                           WS-STATUS-RELPAGT
               ELSE
                   PERFORM P040-GRAVAR-HEADER
                   PERFORM P050-POSICIONAR-PAGMESTR
                   PERFORM P100-TRATAR-PAGAMENTO
                           UNTIL WS-FIM-PAGMESTR
                   PERFORM P300-GRAVAR-TRAILER
                   PERFORM P800-RODAPE
                   DISPLAY "AGENDADOS DEBITADOS........: "
                           WS-QTD-DEBITADOS
                   DISPLAY "AGENDADOS RECUSADOS........: "
                           WS-QTD-RECUSADOS
                   DISPLAY "PAGAMENTOS ENVIADOS........: "
                           WS-QTD-ENVIADOS
                   DISPLAY "VALOR ENVIADO A CAMARA.....: "
                           WS-VLR-ENVIADO
                   DISPLAY "ARQUIVO GRAVADO EM LIQPAGT, RELATORIO EM "
                           "RELPAGT"
                   MOVE WS-QTD-ENVIADOS TO WS-QTD-PROCESSADOS
                   MOVE WS-QTD-RECUSADOS TO WS-QTD-REJEITADOS
                   PERFORM P905-REGISTRAR-FIM
               END-IF
               CLOSE PAGMESTR CTAMESTR MOVLOG LIQPAGT RELPAGT.

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
      *P005/P905: REGISTRO DE INICIO E FIM DA EXECUCAO NO CONTROLE DE  *
      *           BATCH (RUNCTRL, VIA BATCTL). A EXECUCAO QUE MORREU   *
      *           NO MEIO PODE SER REINICIADA NA MESMA DATA; A         *
      *           SITUACAO NO PAGMESTR GARANTE QUE NENHUM AGENDADO     *
      *           SEJA DEBITADO DUAS VEZES.                            *
      *----------------------------------------------------------------*
           P005-REGISTRAR-INICIO.
               MOVE 'I' TO WS-RUN-FUNCAO
               MOVE "CEP240" TO WS-RUN-NOME-JOB
               MOVE WS-DATA-HOJE TO WS-RUN-DATA-PROC
               CALL "BATCTL" USING WS-RUN-FUNCAO WS-RUN-NOME-JOB
                                   WS-RUN-DATA-PROC WS-RUN-QTD-PROC
                                   WS-RUN-QTD-REJ WS-RUN-COD-RETORNO.

           P905-REGISTRAR-FIM.
               MOVE 'F' TO WS-RUN-FUNCAO
               MOVE WS-QTD-PROCESSADOS TO WS-RUN-QTD-PROC
               MOVE WS-QTD-REJEITADOS TO WS-RUN-QTD-REJ
               CALL "BATCTL" USING WS-RUN-FUNCAO WS-RUN-NOME-JOB
                                   WS-RUN-DATA-PROC WS-RUN-QTD-PROC
                                   WS-RUN-QTD-REJ WS-RUN-COD-RETORNO.

      *----------------------------------------------------------------*
      *P030: SEM NENHUM PAGAMENTO AINDA O PAGMESTR NAO EXISTE; E       *
      *      CRIADO VAZIO E O ARQUIVO SAI SO COM HEADER E TRAILER.     *
      *----------------------------------------------------------------*
           P030-ABRIR-PAGMESTR.
               OPEN I-O PAGMESTR
               IF WS-STATUS-PAGMESTR = '35'
                   OPEN OUTPUT PAGMESTR
                   IF WS-STATUS-PAGMESTR = '00'
                       CLOSE PAGMESTR
                       OPEN I-O PAGMESTR
                   END-IF
               END-IF.

           P040-GRAVAR-HEADER.
               MOVE SPACES TO LIQ-REGISTRO
               SET LIQ-HEADER TO TRUE
               MOVE WS-DATA-HOJE TO LIQ-H-DATA-MOVIMENTO
               MOVE WS-HORA-AGORA TO LIQ-H-HORA-GERACAO
               MOVE WS-NOME-REMETENTE TO LIQ-H-NOME-REMETENTE
               WRITE LIQ-REGISTRO
               MOVE WS-DATA-HOJE TO WS-CAB-DATA
               MOVE WS-REL-CABECALHO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE WS-REL-BRANCO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE WS-REL-TITULOS TO REL-REGISTRO
               WRITE REL-REGISTRO.

      *----------------------------------------------------------------*
      *P050: O PAGMESTR E LIDO PELA CHAVE (DATA EFETIVA PRIMEIRO) DO   *
      *      INICIO ATE A DATA DE HOJE: O QUE TEM DATA EFETIVA FUTURA  *
      *      (AGENDADO PARA OUTRO DIA) FICA PARA A EXECUCAO DAQUELE    *
      *      DIA.                                                      *
      *----------------------------------------------------------------*
           P050-POSICIONAR-PAGMESTR.
               MOVE 'N' TO WS-SW-FIM-PAGMESTR
               MOVE ZERO TO PGT-DATA-EFETIVA
               MOVE ZERO TO PGT-NUM-CONTA
               MOVE ZERO TO PGT-HORA-REGISTRO
               START PAGMESTR KEY IS NOT LESS THAN PGT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-PAGMESTR
               END-START
               PERFORM P060-LER-PAGMESTR.

           P060-LER-PAGMESTR.
               IF NOT WS-FIM-PAGMESTR
                   READ PAGMESTR NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SW-FIM-PAGMESTR
                   END-READ
               END-IF
               IF NOT WS-FIM-PAGMESTR
                   IF PGT-DATA-EFETIVA > WS-DATA-HOJE
                       MOVE 'S' TO WS-SW-FIM-PAGMESTR
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *P100: AGENDADO E DEBITADO (OU RECUSADO) PRIMEIRO; DEPOIS TODO   *
      *      DEBITADO AINDA NAO ENVIADO -- E, NA REEXECUCAO, O QUE JA  *
      *      FOI MARCADO LIQUIDADO HOJE -- VAI PARA O ARQUIVO. O QUE   *
      *      FOI RECUSADO HOJE SAI SO NO RELATORIO.                    *
      *----------------------------------------------------------------*
           P100-TRATAR-PAGAMENTO.
               IF PGT-AGENDADO
                   PERFORM P200-DEBITAR-AGENDADO
               END-IF
               IF PGT-DEBITADO OR
                  (PGT-LIQUIDADO AND
                   PGT-DATA-LIQUIDACAO = WS-DATA-HOJE)
                   PERFORM P250-LIQUIDAR-PAGAMENTO
               ELSE
                   IF PGT-RECUSADO AND
                      PGT-DATA-RECUSA = WS-DATA-HOJE
                       PERFORM P280-LISTAR-RECUSADO
                   END-IF
               END-IF
               PERFORM P060-LER-PAGMESTR.

      *----------------------------------------------------------------*
      *P200: DEBITO DO PAGAMENTO AGENDADO NA DATA EFETIVA, COM O       *
      *      ROLLOVER DE DIA DA CONTA (DIAROLL) E A MESMA CONFERENCIA  *
      *      DE DISPONIVEL DO CAIXA ELETRONICO. O PAGMESTR E MARCADO   *
      *      DEBITADO LOGO APOS O REWRITE DA CONTA E O MOVLOG TIPO     *
      *      'G', CUJA AREA DE REFERENCIA APONTA A DATA E A HORA EM    *
      *      QUE O PAGAMENTO FOI REGISTRADO NO CAIXA ('A' = AGENDADO). *
      *----------------------------------------------------------------*
           P200-DEBITAR-AGENDADO.
               MOVE PGT-NUM-CONTA TO CTA-NUM-CONTA
               READ CTAMESTR
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-STATUS-CTAMESTR NOT = '00'
                   PERFORM P230-RECUSAR-CONTA
               ELSE
                   IF CTA-ENCERRADA
                       PERFORM P230-RECUSAR-CONTA
                   ELSE
                       PERFORM P015-ATUALIZAR-DIA-CORRENTE
                       COMPUTE WS-VALOR-DISPONIVEL =
                               CTA-SALDO + CTA-LIMITE-CHEQUE-ESP -
                               CTA-VALOR-BLOQUEADO -
                               CTA-VALOR-BLOQ-JUDICIAL
                       IF PGT-VALOR > WS-VALOR-DISPONIVEL
                           PERFORM P220-RECUSAR-SALDO
                       ELSE
                           PERFORM P210-LANCAR-DEBITO
                       END-IF
                   END-IF
               END-IF.

           P210-LANCAR-DEBITO.
               SUBTRACT PGT-VALOR FROM CTA-SALDO
               IF CTA-SALDO < ZERO
                   COMPUTE CTA-VALOR-USO-CHEQUE-ESP = ZERO - CTA-SALDO
               ELSE
                   MOVE ZERO TO CTA-VALOR-USO-CHEQUE-ESP
               END-IF
               MOVE WS-DATA-HOJE TO CTA-DATA-ULT-MOVTO
               REWRITE CTA-REGISTRO
               MOVE CTA-NUM-CONTA TO LOG-NUM-CONTA
               SET LOG-TIPO-PAGTO-CONTA TO TRUE
               MOVE PGT-VALOR TO LOG-VALOR
               MOVE WS-DATA-HOJE TO LOG-DATA-MOVTO
               MOVE WS-HORA-AGORA TO LOG-HORA-MOVTO
               MOVE CTA-SALDO TO LOG-SALDO-RESULTANTE
               MOVE WS-ID-TERMINAL TO LOG-ID-TERMINAL
               MOVE PGT-DATA-REGISTRO TO LOG-REF-DATA-MOVTO
               MOVE PGT-HORA-REGISTRO TO LOG-REF-HORA-MOVTO
               MOVE 'A' TO LOG-REF-TIPO-MOVTO
               WRITE LOG-REGISTRO
               SET PGT-DEBITADO TO TRUE
               MOVE WS-HORA-AGORA TO PGT-HORA-DEBITO
               REWRITE PGT-REGISTRO
               ADD 1 TO WS-QTD-DEBITADOS.

           P220-RECUSAR-SALDO.
               SET PGT-REC-SALDO TO TRUE
               PERFORM P240-GRAVAR-RECUSA.

           P230-RECUSAR-CONTA.
               SET PGT-REC-CONTA TO TRUE
               PERFORM P240-GRAVAR-RECUSA.

           P240-GRAVAR-RECUSA.
               ADD 1 TO WS-QTD-RECUSADOS
               SET PGT-RECUSADO TO TRUE
               MOVE WS-DATA-HOJE TO PGT-DATA-RECUSA
               REWRITE PGT-REGISTRO
               DISPLAY "  PAGAMENTO AGENDADO RECUSADO. CONTA "
                       PGT-NUM-CONTA " VALOR " PGT-VALOR
                       " MOTIVO " PGT-COD-RECUSA.

      *----------------------------------------------------------------*
      *P250: UM DETALHE NO ARQUIVO DA CAMARA E UMA LINHA NO RELATORIO  *
      *      POR PAGAMENTO; O PAGAMENTO FICA LIQUIDADO NA DATA.        *
      *----------------------------------------------------------------*
           P250-LIQUIDAR-PAGAMENTO.
               ADD 1 TO WS-QTD-ENVIADOS
               ADD PGT-VALOR TO WS-VLR-ENVIADO
               MOVE SPACES TO LIQ-REGISTRO
               SET LIQ-DETALHE TO TRUE
               MOVE WS-QTD-ENVIADOS TO LIQ-D-NUM-SEQUENCIA
               MOVE PGT-SW-DOCUMENTO TO LIQ-D-TIPO-DOCUMENTO
               MOVE PGT-CODIGO-BARRAS TO LIQ-D-CODIGO-BARRAS
               MOVE PGT-VALOR TO LIQ-D-VALOR
               MOVE PGT-DATA-VENCTO TO LIQ-D-DATA-VENCTO
               MOVE PGT-DATA-EFETIVA TO LIQ-D-DATA-PAGTO
               WRITE LIQ-REGISTRO
               IF PGT-DEBITADO
                   SET PGT-LIQUIDADO TO TRUE
                   MOVE WS-DATA-HOJE TO PGT-DATA-LIQUIDACAO
                   REWRITE PGT-REGISTRO
               END-IF
               MOVE "LIQUIDADO" TO WS-PAG-SITUACAO
               PERFORM P290-GRAVAR-LINHA.

           P280-LISTAR-RECUSADO.
               ADD PGT-VALOR TO WS-VLR-RECUSADO
               IF PGT-REC-SALDO
                   MOVE "RECUSADO - SEM SALDO" TO WS-PAG-SITUACAO
               ELSE
                   MOVE "RECUSADO - CONTA INVALIDA" TO WS-PAG-SITUACAO
               END-IF
               PERFORM P290-GRAVAR-LINHA.

           P290-GRAVAR-LINHA.
               MOVE PGT-NUM-CONTA TO WS-PAG-CONTA
               MOVE PGT-DATA-EFETIVA TO WS-PAG-DATA-EFETIVA
               MOVE PGT-DATA-VENCTO TO WS-PAG-VENCTO
               MOVE PGT-SW-DOCUMENTO TO WS-PAG-DOCUMENTO
               MOVE PGT-VALOR TO WS-PAG-VALOR
               MOVE WS-REL-PAGAMENTO TO REL-REGISTRO
               WRITE REL-REGISTRO.

           P300-GRAVAR-TRAILER.
               MOVE SPACES TO LIQ-REGISTRO
               SET LIQ-TRAILER TO TRUE
               MOVE WS-QTD-ENVIADOS TO LIQ-T-QTD-DETALHES
               MOVE WS-VLR-ENVIADO TO LIQ-T-VALOR-TOTAL
               WRITE LIQ-REGISTRO.

           P800-RODAPE.
               MOVE WS-REL-BRANCO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE "PAGAMENTOS ENVIADOS........:" TO WS-RDQ-TEXTO
               MOVE WS-QTD-ENVIADOS TO WS-RDQ-QTD
               MOVE WS-REL-RODAPE-QTD TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE "VALOR ENVIADO A CAMARA.....:" TO WS-ROD-TEXTO
               MOVE WS-VLR-ENVIADO TO WS-ROD-VALOR
               MOVE WS-REL-RODAPE TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE "AGENDADOS DEBITADOS........:" TO WS-RDQ-TEXTO
               MOVE WS-QTD-DEBITADOS TO WS-RDQ-QTD
               MOVE WS-REL-RODAPE-QTD TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE "AGENDADOS RECUSADOS........:" TO WS-RDQ-TEXTO
               MOVE WS-QTD-RECUSADOS TO WS-RDQ-QTD
               MOVE WS-REL-RODAPE-QTD TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE "VALOR RECUSADO.............:" TO WS-ROD-TEXTO
               MOVE WS-VLR-RECUSADO TO WS-ROD-VALOR
               MOVE WS-REL-RODAPE TO REL-REGISTRO
               WRITE REL-REGISTRO.

      *----------------------------------------------------------------*
      *P015/P016: ROLLOVER DE DIA E COBRANCA DE JUROS DE CHEQUE        *
      *           ESPECIAL, COMPARTILHADOS COM O CAIXA                 *
      *           ELETRONICO (CEP010) ATRAVES DO COPYBOOK DIAROLL.     *
      *----------------------------------------------------------------*
       COPY DIAROLL.

           END PROGRAM CEP240.
