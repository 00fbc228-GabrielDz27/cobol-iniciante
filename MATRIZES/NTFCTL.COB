      *----------------------------------------------------------------*
      *ATHOR:          GABRIEL FERREIRA                                *
      *DATE:           15/10/2026                                      *
      *NAME PROGRAM:   NTFCTL - GRAVACAO DE NOTIFICACOES AO CLIENTE    *
      *----------------------------------------------------------------*
      *DESCRICAO:      UTILITARIO CHAMADO PELO CAIXA ELETRONICO E PELOS*
      *                JOBS BATCH PARA GRAVAR UM EVENTO NA CAIXA DE    *
      *                SAIDA DE NOTIFICACOES (NOTMESTR), DE ONDE O     *
      *                GATEWAY DE SMS/E-MAIL RETIRA AS PENDENTES. O    *
      *                EVENTO E RESOLVIDO PARA TODO TITULAR DA CONTA   *
      *                NO VINMESTR (MAIS O TITULAR PRINCIPAL INFORMADO *
      *                PELO CHAMADOR, PARA CONTA SEM VINCULO GRAVADO); *
      *                CADA TITULAR COM TELEFONE NO CLIMESTR RECEBE UM *
      *                REGISTRO COM A MENSAGEM JA MONTADA. O EVENTO JA *
      *                GRAVADO (MESMA CHAVE -- REEXECUCAO DE UM JOB NA *
      *                MESMA DATA) E SUPRIMIDO E NAO SAI DE NOVO. OS   *
      *                CONTADORES DO DIA POR TIPO FICAM NO NTFCTRL     *
      *                PARA O RELATORIO DE CONTROLE (CEP250).          *
      *                                                                *
      *                TIPOS DE EVENTO (LK-TIPO-EVENTO):               *
      *                'B' - CONTA BLOQUEADA POR SENHA (CEP010)        *
      *                'S' - SAQUE ACIMA DO VALOR DE AVISO (CEP010 E   *
      *                      CEP290)                                   *
      *                'O' - ORDEM AGENDADA SEM SALDO (CEP120)         *
      *                'D' - DEBITO AUTOMATICO DE PARCELA NAO          *
      *                      EFETUADO (RFP040)                         *
      *                'V' - PARCELA A VENCER (RFP030)                 *
      *                'C' - PARCELA VENCIDA QUE MUDOU DE ESTAGIO DE   *
      *                      COBRANCA (RFP050)                         *
      *                'A' - TRANSFERENCIA PENDENTE APROVADA (CEP180)  *
      *                'R' - TRANSFERENCIA PENDENTE REJEITADA (CEP180) *
      *                                                                *
      *                RETORNO 00: EVENTO GRAVADO (OU JA EXISTENTE)    *
      *                PARA AO MENOS UM TITULAR. 20: NENHUM TITULAR    *
      *                COM TELEFONE. 90: ERRO DE ARQUIVO. O CHAMADOR   *
      *                NUNCA DEIXA DE PROCESSAR POR CAUSA DO AVISO.    *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *15/10/2026 GFD  CRIACAO DO PROGRAMA
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTFCTL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTMESTR ASSIGN TO "NOTMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTF-CHAVE
               FILE STATUS IS WS-STATUS-NOTMESTR.

           SELECT NTFCTRL ASSIGN TO "NTFCTRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NCT-CHAVE
               FILE STATUS IS WS-STATUS-NTFCTRL.

           SELECT VINMESTR ASSIGN TO "VINMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIN-CHAVE
               ALTERNATE RECORD KEY IS VIN-CHAVE-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-VINMESTR.

           SELECT CLIMESTR ASSIGN TO "CLIMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CHAVE
               FILE STATUS IS WS-STATUS-CLIMESTR.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTMESTR.
       COPY NOTIFI.

       FD  NTFCTRL.
       COPY NTFCNT.

       FD  VINMESTR.
       COPY TITULAR.

       FD  CLIMESTR.
       COPY CLIENTE.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-NOTMESTR    PIC X(02) VALUE SPACES.
       77 WS-STATUS-NTFCTRL     PIC X(02) VALUE SPACES.
       77 WS-STATUS-VINMESTR    PIC X(02) VALUE SPACES.
       77 WS-STATUS-CLIMESTR    PIC X(02) VALUE SPACES.
       77 WS-DATA-AGORA         PIC 9(08) VALUE ZERO.
       77 WS-HORA-AGORA         PIC 9(06) VALUE ZERO.
       77 WS-SW-FIM-VINMESTR    PIC X(01) VALUE 'N'.
           88 WS-FIM-VINMESTR       VALUE 'S'.
       77 WS-SW-VINMESTR-ABERTO PIC X(01) VALUE 'N'.
           88 WS-VINMESTR-ABERTO    VALUE 'S'.
       77 WS-SW-PRINCIPAL-VISTO PIC X(01) VALUE 'N'.
           88 WS-PRINCIPAL-VISTO    VALUE 'S'.
       77 WS-SW-CONTADOR-EXISTE PIC X(01) VALUE 'N'.
           88 WS-CONTADOR-EXISTE    VALUE 'S'.
       77 WS-CPF-NOTIFICAR      PIC 9(11) VALUE ZERO.
       77 WS-QTD-TITULARES      PIC 9(03) VALUE ZERO.
       77 WS-QTD-SEM-CONTATO    PIC 9(03) VALUE ZERO.
       77 WS-MENSAGEM           PIC X(120) VALUE SPACES.
       77 WS-MSG-CONTA          PIC 9(08) VALUE ZERO.
       77 WS-MSG-VALOR          PIC Z(9)9.99.
       77 WS-POS-VALOR          PIC 9(02) VALUE ZERO.
       77 WS-QTD-BRANCOS        PIC 9(02) VALUE ZERO.

       01 WS-DATA-EVENTO.
           05 WS-EVT-ANO        PIC 9(04).
           05 WS-EVT-MES        PIC 9(02).
           05 WS-EVT-DIA        PIC 9(02).

       01 WS-MSG-DATA.
           05 WS-MSG-DIA        PIC 9(02).
           05 FILLER            PIC X(01) VALUE '/'.
           05 WS-MSG-MES        PIC 9(02).
           05 FILLER            PIC X(01) VALUE '/'.
           05 WS-MSG-ANO        PIC 9(04).

       01 WS-REFERENCIA         PIC X(14) VALUE SPACES.
       01 WS-REF-PARCELA REDEFINES WS-REFERENCIA.
           05 WS-REF-CONTRATO   PIC X(05).
           05 WS-REF-NUM-PARCELA PIC X(03).
           05 WS-REF-ESTAGIO    PIC X(01).
               88 WS-REF-PROTESTO   VALUE '4'.
           05 FILLER            PIC X(05).

       LINKAGE SECTION.
       01 LK-TIPO-EVENTO        PIC X(01).
       01 LK-NUM-CONTA          PIC 9(08).
       01 LK-CPF-TITULAR        PIC 9(11).
       01 LK-DATA-PROC          PIC 9(08).
       01 LK-DATA-EVENTO        PIC 9(08).
       01 LK-REFERENCIA         PIC X(14).
       01 LK-VALOR              PIC 9(10)V99.
       01 LK-QTD-GERADAS        PIC 9(03).
       01 LK-QTD-SUPRIMIDAS     PIC 9(03).
       01 LK-COD-RETORNO        PIC 9(02).

       PROCEDURE DIVISION USING LK-TIPO-EVENTO LK-NUM-CONTA
                                LK-CPF-TITULAR LK-DATA-PROC
                                LK-DATA-EVENTO LK-REFERENCIA
                                LK-VALOR LK-QTD-GERADAS
                                LK-QTD-SUPRIMIDAS LK-COD-RETORNO.
           0000-MAINLINE.
               MOVE ZERO TO LK-COD-RETORNO
               MOVE ZERO TO LK-QTD-GERADAS
               MOVE ZERO TO LK-QTD-SUPRIMIDAS
               MOVE ZERO TO WS-QTD-TITULARES
               MOVE ZERO TO WS-QTD-SEM-CONTATO
               ACCEPT WS-DATA-AGORA FROM DATE YYYYMMDD
               ACCEPT WS-HORA-AGORA FROM TIME
               PERFORM 1000-ABRIR-ARQUIVOS
               IF WS-STATUS-NOTMESTR = '00' AND
                  WS-STATUS-NTFCTRL = '00' AND
                  WS-STATUS-CLIMESTR = '00'
                   PERFORM 2000-MONTAR-MENSAGEM
                   PERFORM 3000-RESOLVER-TITULARES
                   IF LK-QTD-GERADAS = ZERO AND
                      LK-QTD-SUPRIMIDAS = ZERO
                       MOVE 20 TO LK-COD-RETORNO
                   END-IF
                   PERFORM 5000-ATUALIZAR-CONTADORES
               ELSE
                   MOVE 90 TO LK-COD-RETORNO
               END-IF
               CLOSE NOTMESTR NTFCTRL CLIMESTR
               IF WS-VINMESTR-ABERTO
                   CLOSE VINMESTR
               END-IF
               GOBACK.

      *----------------------------------------------------------------*
      *1000: A CAIXA DE SAIDA E OS CONTADORES SAO CRIADOS VAZIOS NA    *
      *      PRIMEIRA CHAMADA (STATUS 35). SEM VINMESTR (NENHUM        *
      *      VINCULO GRAVADO AINDA) SO O TITULAR INFORMADO E AVISADO.  *
      *----------------------------------------------------------------*
           1000-ABRIR-ARQUIVOS.
               OPEN I-O NOTMESTR
               IF WS-STATUS-NOTMESTR = '35'
                   OPEN OUTPUT NOTMESTR
                   IF WS-STATUS-NOTMESTR = '00'
                       CLOSE NOTMESTR
                       OPEN I-O NOTMESTR
                   END-IF
               END-IF
               OPEN I-O NTFCTRL
               IF WS-STATUS-NTFCTRL = '35'
                   OPEN OUTPUT NTFCTRL
                   IF WS-STATUS-NTFCTRL = '00'
                       CLOSE NTFCTRL
                       OPEN I-O NTFCTRL
                   END-IF
               END-IF
               OPEN INPUT CLIMESTR
               MOVE 'N' TO WS-SW-VINMESTR-ABERTO
               OPEN INPUT VINMESTR
               IF WS-STATUS-VINMESTR = '00'
                   MOVE 'S' TO WS-SW-VINMESTR-ABERTO
               END-IF
               IF WS-STATUS-NOTMESTR NOT = '00' OR
                  WS-STATUS-NTFCTRL NOT = '00' OR
                  WS-STATUS-CLIMESTR NOT = '00'
                   DISPLAY "NTFCTL: ERRO AO ABRIR ARQUIVOS. NOTMESTR: "
                           WS-STATUS-NOTMESTR " NTFCTRL: "
                           WS-STATUS-NTFCTRL " CLIMESTR: "
                           WS-STATUS-CLIMESTR
               END-IF.

      *----------------------------------------------------------------*
      *2000: MONTA O TEXTO DO AVISO PELO TIPO DO EVENTO. O VALOR SAI   *
      *      SEM OS BRANCOS A ESQUERDA E A DATA EM DD/MM/AAAA.         *
      *----------------------------------------------------------------*
           2000-MONTAR-MENSAGEM.
               MOVE LK-NUM-CONTA TO WS-MSG-CONTA
               MOVE LK-VALOR TO WS-MSG-VALOR
               MOVE ZERO TO WS-QTD-BRANCOS
               INSPECT WS-MSG-VALOR TALLYING WS-QTD-BRANCOS
                       FOR LEADING SPACES
               COMPUTE WS-POS-VALOR = WS-QTD-BRANCOS + 1
               MOVE LK-DATA-EVENTO TO WS-DATA-EVENTO
               MOVE WS-EVT-DIA TO WS-MSG-DIA
               MOVE WS-EVT-MES TO WS-MSG-MES
               MOVE WS-EVT-ANO TO WS-MSG-ANO
               MOVE LK-REFERENCIA TO WS-REFERENCIA
               MOVE SPACES TO WS-MENSAGEM
               EVALUATE LK-TIPO-EVENTO
                   WHEN 'B'
                       STRING "BANCO CODE MEU: A CONTA " WS-MSG-CONTA
                              " FOI BLOQUEADA EM " WS-MSG-DATA
                              " POR SENHA INCORRETA. PROCURE SUA "
                              "AGENCIA."
                              DELIMITED BY SIZE INTO WS-MENSAGEM
                   WHEN 'S'
                       STRING "BANCO CODE MEU: SAQUE DE R$ "
                              WS-MSG-VALOR(WS-POS-VALOR:)
                              " NA CONTA " WS-MSG-CONTA " EM "
                              WS-MSG-DATA ". SE NAO RECONHECER, "
                              "PROCURE SUA AGENCIA."
                              DELIMITED BY SIZE INTO WS-MENSAGEM
                   WHEN 'O'
                       STRING "BANCO CODE MEU: TRANSFERENCIA AGENDADA"
                              " DE R$ " WS-MSG-VALOR(WS-POS-VALOR:)
                              " DA CONTA " WS-MSG-CONTA
                              " NAO EXECUTADA EM " WS-MSG-DATA
                              " POR SALDO INSUFICIENTE."
                              DELIMITED BY SIZE INTO WS-MENSAGEM
                   WHEN 'D'
                       STRING "BANCO CODE MEU: DEBITO DA PARCELA "
                              WS-REF-NUM-PARCELA " DO CONTRATO "
                              WS-REF-CONTRATO " (R$ "
                              WS-MSG-VALOR(WS-POS-VALOR:)
                              ") NAO EFETUADO NA CONTA " WS-MSG-CONTA
                              " EM " WS-MSG-DATA "."
                              DELIMITED BY SIZE INTO WS-MENSAGEM
                   WHEN 'V'
                       STRING "BANCO CODE MEU: A PARCELA "
                              WS-REF-NUM-PARCELA " DO CONTRATO "
                              WS-REF-CONTRATO " (R$ "
                              WS-MSG-VALOR(WS-POS-VALOR:)
                              ") VENCE EM " WS-MSG-DATA
                              ". DEBITO NA CONTA " WS-MSG-CONTA "."
                              DELIMITED BY SIZE INTO WS-MENSAGEM
                   WHEN 'C'
                       IF WS-REF-PROTESTO
                           STRING "BANCO CODE MEU: A PARCELA "
                                  WS-REF-NUM-PARCELA " DO CONTRATO "
                                  WS-REF-CONTRATO ", VENCIDA EM "
                                  WS-MSG-DATA ", FOI ENCAMINHADA A "
                                  "PROTESTO. VALOR ATUALIZADO R$ "
                                  WS-MSG-VALOR(WS-POS-VALOR:) "."
                                  DELIMITED BY SIZE INTO WS-MENSAGEM
                       ELSE
                           STRING "BANCO CODE MEU: A PARCELA "
                                  WS-REF-NUM-PARCELA " DO CONTRATO "
                                  WS-REF-CONTRATO " VENCEU EM "
                                  WS-MSG-DATA ". VALOR ATUALIZADO R$ "
                                  WS-MSG-VALOR(WS-POS-VALOR:)
                                  ". REGULARIZE NA AGENCIA."
                                  DELIMITED BY SIZE INTO WS-MENSAGEM
                       END-IF
                   WHEN 'A'
                       STRING "BANCO CODE MEU: TRANSFERENCIA DE R$ "
                              WS-MSG-VALOR(WS-POS-VALOR:)
                              " DA CONTA " WS-MSG-CONTA
                              " APROVADA E EFETUADA EM " WS-MSG-DATA
                              "."
                              DELIMITED BY SIZE INTO WS-MENSAGEM
                   WHEN 'R'
                       STRING "BANCO CODE MEU: TRANSFERENCIA DE R$ "
                              WS-MSG-VALOR(WS-POS-VALOR:)
                              " DA CONTA " WS-MSG-CONTA
                              " NAO FOI APROVADA (" WS-MSG-DATA
                              "). NADA FOI DEBITADO."
                              DELIMITED BY SIZE INTO WS-MENSAGEM
                   WHEN OTHER
                       STRING "BANCO CODE MEU: AVISO SOBRE A CONTA "
                              WS-MSG-CONTA " EM " WS-MSG-DATA "."
                              DELIMITED BY SIZE INTO WS-MENSAGEM
               END-EVALUATE.

      *----------------------------------------------------------------*
      *3000: TODO VINCULO DA CONTA NO VINMESTR (PRINCIPAL E           *
      *      COTITULARES) E AVISADO. O TITULAR PRINCIPAL INFORMADO PELO*
      *      CHAMADOR (CTA-CPF-TITULAR) SO E AVISADO A PARTE QUANDO A  *
      *      CONTA NAO TEM O VINCULO DELE GRAVADO.                     *
      *----------------------------------------------------------------*
           3000-RESOLVER-TITULARES.
               MOVE 'N' TO WS-SW-PRINCIPAL-VISTO
               MOVE 'S' TO WS-SW-FIM-VINMESTR
               IF WS-VINMESTR-ABERTO
                   MOVE 'N' TO WS-SW-FIM-VINMESTR
                   MOVE LK-NUM-CONTA TO VIN-NUM-CONTA
                   MOVE ZERO TO VIN-CPF
                   START VINMESTR KEY IS NOT LESS THAN VIN-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WS-SW-FIM-VINMESTR
                   END-START
                   PERFORM 3100-LER-VINMESTR
               END-IF
               PERFORM 3200-TRATAR-VINCULO
                       UNTIL WS-FIM-VINMESTR
               IF LK-CPF-TITULAR > ZERO AND NOT WS-PRINCIPAL-VISTO
                   MOVE LK-CPF-TITULAR TO WS-CPF-NOTIFICAR
                   PERFORM 4000-NOTIFICAR-TITULAR
               END-IF.

           3100-LER-VINMESTR.
               IF NOT WS-FIM-VINMESTR
                   READ VINMESTR NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SW-FIM-VINMESTR
                   END-READ
               END-IF
               IF NOT WS-FIM-VINMESTR
                   IF VIN-NUM-CONTA NOT = LK-NUM-CONTA
                       MOVE 'S' TO WS-SW-FIM-VINMESTR
                   END-IF
               END-IF.

           3200-TRATAR-VINCULO.
               IF VIN-CPF = LK-CPF-TITULAR
                   MOVE 'S' TO WS-SW-PRINCIPAL-VISTO
               END-IF
               MOVE VIN-CPF TO WS-CPF-NOTIFICAR
               PERFORM 4000-NOTIFICAR-TITULAR
               PERFORM 3100-LER-VINMESTR.

      *----------------------------------------------------------------*
      *4000: UM REGISTRO NA CAIXA DE SAIDA POR TITULAR COM TELEFONE.   *
      *      CHAVE JA EXISTENTE (STATUS 22) E O MESMO EVENTO GRAVADO   *
      *      ANTES -- SUPRIMIDO, NAO E ERRO.                           *
      *----------------------------------------------------------------*
           4000-NOTIFICAR-TITULAR.
               ADD 1 TO WS-QTD-TITULARES
               MOVE WS-CPF-NOTIFICAR TO CLI-CPF
               READ CLIMESTR
                   INVALID KEY
                       MOVE SPACES TO CLI-TELEFONE
               END-READ
               IF WS-STATUS-CLIMESTR NOT = '00' OR
                  CLI-TELEFONE = SPACES
                   ADD 1 TO WS-QTD-SEM-CONTATO
               ELSE
                   INITIALIZE NTF-REGISTRO
                   MOVE LK-DATA-EVENTO TO NTF-DATA-EVENTO
                   MOVE LK-TIPO-EVENTO TO NTF-TIPO-EVENTO
                   MOVE LK-NUM-CONTA TO NTF-NUM-CONTA
                   MOVE LK-REFERENCIA TO NTF-REFERENCIA
                   MOVE WS-CPF-NOTIFICAR TO NTF-CPF
                   SET NTF-CANAL-SMS TO TRUE
                   MOVE CLI-TELEFONE TO NTF-TELEFONE
                   MOVE CLI-NOME TO NTF-NOME-CLIENTE
                   MOVE LK-VALOR TO NTF-VALOR
                   MOVE WS-MENSAGEM TO NTF-MENSAGEM
                   MOVE WS-DATA-AGORA TO NTF-DATA-GERACAO
                   MOVE WS-HORA-AGORA TO NTF-HORA-GERACAO
                   SET NTF-PENDENTE TO TRUE
                   WRITE NTF-REGISTRO
                       INVALID KEY
                           ADD 1 TO LK-QTD-SUPRIMIDAS
                       NOT INVALID KEY
                           ADD 1 TO LK-QTD-GERADAS
                   END-WRITE
               END-IF.

      *----------------------------------------------------------------*
      *5000: SOMA O EVENTO NOS CONTADORES DO DIA DE PROCESSAMENTO DO   *
      *      CHAMADOR, POR TIPO.                                       *
      *----------------------------------------------------------------*
           5000-ATUALIZAR-CONTADORES.
               MOVE 'N' TO WS-SW-CONTADOR-EXISTE
               MOVE LK-DATA-PROC TO NCT-DATA-PROC
               MOVE LK-TIPO-EVENTO TO NCT-TIPO-EVENTO
               READ NTFCTRL
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-STATUS-NTFCTRL = '00'
                   MOVE 'S' TO WS-SW-CONTADOR-EXISTE
               ELSE
                   INITIALIZE NCT-REGISTRO
                   MOVE LK-DATA-PROC TO NCT-DATA-PROC
                   MOVE LK-TIPO-EVENTO TO NCT-TIPO-EVENTO
               END-IF
               ADD 1 TO NCT-QTD-EVENTOS
               ADD LK-QTD-GERADAS TO NCT-QTD-GERADAS
               ADD LK-QTD-SUPRIMIDAS TO NCT-QTD-SUPRIMIDAS
               ADD WS-QTD-SEM-CONTATO TO NCT-QTD-SEM-CONTATO
               IF WS-QTD-TITULARES = ZERO
                   ADD 1 TO NCT-QTD-SEM-TITULAR
               END-IF
               IF WS-CONTADOR-EXISTE
                   REWRITE NCT-REGISTRO
               ELSE
                   WRITE NCT-REGISTRO
               END-IF
               IF WS-STATUS-NTFCTRL NOT = '00'
                   DISPLAY "NTFCTL: ERRO AO GRAVAR NTFCTRL: "
                           WS-STATUS-NTFCTRL
               END-IF.

           END PROGRAM NTFCTL.
