      *----------------------------------------------------------------
      *                          CAIXA ELETRONICA
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *_______________________________________________________________
      *
       PROGRAM-ID. CEP250.
       AUTHOR. "Gabriel Dziecinny"
       DATE-WRITTEN. 15/10/2026.

      *----------------------------------------------------------------*
      *SISTEMA:     CE - CAIXA ELETRONICA
      *JOB:         25 - CONTROLE DE NOTIFICACOES AO CLIENTE
      *PROGRAMA:     0 - RELATORIO DIARIO DE CONTROLE DA CAIXA DE
      *              SAIDA DE NOTIFICACOES (RELNOTIF): POR TIPO DE
      *              EVENTO, A QUANTIDADE DE EVENTOS RECEBIDOS NA
      *              DATA DE PROCESSAMENTO, AS NOTIFICACOES GERADAS,
      *              AS DUPLICADAS SUPRIMIDAS, OS TITULARES SEM
      *              TELEFONE NO CADASTRO E OS EVENTOS DE CONTA SEM
      *              NENHUM TITULAR (CONTADORES DO NTFCTRL, MANTIDOS
      *              PELO UTILITARIO NTFCTL), MAIS A QUANTIDADE DE
      *              NOTIFICACOES AINDA PENDENTES DE ENVIO PELO
      *              GATEWAY E AS QUE FALHARAM NO ENVIO (NOTMESTR).
      *              SO LE ARQUIVOS E PODE SER REEXECUTADO NA MESMA
      *              DATA QUANTAS VEZES FOR PRECISO.
      *
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *15/10/2026 GFD  CRIACAO DO PROGRAMA
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NTFCTRL ASSIGN TO "NTFCTRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NCT-CHAVE
               FILE STATUS IS WS-STATUS-NTFCTRL.

           SELECT NOTMESTR ASSIGN TO "NOTMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NTF-CHAVE
               FILE STATUS IS WS-STATUS-NOTMESTR.

           SELECT RELNOTIF ASSIGN TO "RELNOTIF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELNOTIF.

       DATA DIVISION.
       FILE SECTION.
       FD  NTFCTRL.
       COPY NTFCNT.

       FD  NOTMESTR.
       COPY NOTIFI.

       FD  RELNOTIF.
       01  REL-REGISTRO             PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-NTFCTRL    PIC X(02) VALUE SPACES.
       77 WS-STATUS-NOTMESTR   PIC X(02) VALUE SPACES.
       77 WS-STATUS-RELNOTIF   PIC X(02) VALUE SPACES.
       77 WS-SW-FIM-NTFCTRL    PIC X(01) VALUE 'N'.
           88 WS-FIM-NTFCTRL       VALUE 'S'.
       77 WS-SW-FIM-NOTMESTR   PIC X(01) VALUE 'N'.
           88 WS-FIM-NOTMESTR      VALUE 'S'.
       77 WS-SW-NTFCTRL-ABERTO PIC X(01) VALUE 'N'.
           88 WS-NTFCTRL-ABERTO    VALUE 'S'.
       77 WS-SW-NOTMESTR-ABERTO PIC X(01) VALUE 'N'.
           88 WS-NOTMESTR-ABERTO   VALUE 'S'.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZERO.
       77 WS-HORA-AGORA        PIC 9(06) VALUE ZERO.
       77 WS-QTD-PROCESSADOS   PIC 9(07) VALUE ZERO.
       77 WS-QTD-REJEITADOS    PIC 9(07) VALUE ZERO.
       77 WS-TOT-EVENTOS       PIC 9(07) VALUE ZERO.
       77 WS-TOT-GERADAS       PIC 9(07) VALUE ZERO.
       77 WS-TOT-SUPRIMIDAS    PIC 9(07) VALUE ZERO.
       77 WS-TOT-SEM-CONTATO   PIC 9(07) VALUE ZERO.
       77 WS-TOT-SEM-TITULAR   PIC 9(07) VALUE ZERO.
       77 WS-QTD-PENDENTES     PIC 9(07) VALUE ZERO.
       77 WS-QTD-FALHAS        PIC 9(07) VALUE ZERO.

       77 WS-FUNCAO-DIACTL      PIC X(01) VALUE 'C'.
       77 WS-COD-RETORNO-DIACTL PIC 9(02) VALUE ZERO.
       77 WS-SW-DIA-ABERTO      PIC X(01) VALUE 'N'.
           88 WS-DIA-ABERTO-OK      VALUE 'S'.

       01 WS-REL-CABECALHO.
           05 FILLER            PIC X(35) VALUE
              "CONTROLE DE NOTIFICACOES AO CLIENTE".
           05 FILLER            PIC X(13) VALUE " - MOVIMENTO ".
           05 WS-CAB-DATA       PIC 9(08).

       01 WS-REL-TITULOS.
           05 FILLER            PIC X(40) VALUE
              "TIPO DE EVENTO            EVENTOS  GERAD".
           05 FILLER            PIC X(35) VALUE
              "AS  SUPRIM  S/CONTATO  S/TITULAR".

       01 WS-REL-TIPO.
           05 WS-TIP-DESCRICAO  PIC X(24).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-TIP-EVENTOS    PIC Z(6)9.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-TIP-GERADAS    PIC Z(6)9.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-TIP-SUPRIMIDAS PIC Z(6)9.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 WS-TIP-SEM-CONTATO PIC Z(6)9.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 WS-TIP-SEM-TITULAR PIC Z(6)9.

       01 WS-REL-RODAPE-QTD.
           05 WS-RDQ-TEXTO      PIC X(40).
           05 WS-RDQ-QTD        PIC Z(6)9.

       01 WS-REL-BRANCO         PIC X(01) VALUE SPACE.

       COPY BATWS.

       PROCEDURE DIVISION.
           P000-INICIO.
               DISPLAY "+--------------------------------------+"
               DISPLAY "| CEP250 - CONTROLE DE NOTIFICACOES     |"
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
               PERFORM P020-EMITIR-CONTROLE.

           P020-EMITIR-CONTROLE.
               OPEN INPUT NTFCTRL
               IF WS-STATUS-NTFCTRL = '00'
                   MOVE 'S' TO WS-SW-NTFCTRL-ABERTO
               END-IF
               OPEN INPUT NOTMESTR
               IF WS-STATUS-NOTMESTR = '00'
                   MOVE 'S' TO WS-SW-NOTMESTR-ABERTO
               END-IF
               OPEN OUTPUT RELNOTIF
               IF (WS-STATUS-NTFCTRL NOT = '00' AND
                   WS-STATUS-NTFCTRL NOT = '35') OR
                  (WS-STATUS-NOTMESTR NOT = '00' AND
                   WS-STATUS-NOTMESTR NOT = '35') OR
                  WS-STATUS-RELNOTIF NOT = '00'
                   DISPLAY "ERRO AO ABRIR ARQUIVOS. NTFCTRL: "
                           WS-STATUS-NTFCTRL " NOTMESTR: "
                           WS-STATUS-NOTMESTR " RELNOTIF: "
                           WS-STATUS-RELNOTIF
               ELSE
                   PERFORM P040-CABECALHO
                   PERFORM P050-POSICIONAR-NTFCTRL
                   PERFORM P100-LISTAR-TIPO
                           UNTIL WS-FIM-NTFCTRL
                   PERFORM P200-CONTAR-PENDENTES
                   PERFORM P800-RODAPE
                   DISPLAY "EVENTOS RECEBIDOS NO DIA...: "
                           WS-TOT-EVENTOS
                   DISPLAY "NOTIFICACOES GERADAS.......: "
                           WS-TOT-GERADAS
                   DISPLAY "PENDENTES DE ENVIO.........: "
                           WS-QTD-PENDENTES
                   DISPLAY "RELATORIO GRAVADO EM RELNOTIF"
                   MOVE WS-TOT-GERADAS TO WS-QTD-PROCESSADOS
                   COMPUTE WS-QTD-REJEITADOS = WS-TOT-SEM-CONTATO +
                                               WS-TOT-SEM-TITULAR
                   PERFORM P905-REGISTRAR-FIM
               END-IF
               IF WS-NTFCTRL-ABERTO
                   CLOSE NTFCTRL
               END-IF
               IF WS-NOTMESTR-ABERTO
                   CLOSE NOTMESTR
               END-IF
               CLOSE RELNOTIF.

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
      *           BATCH (RUNCTRL, VIA BATCTL). O JOB SO LE ARQUIVOS:   *
      *           O INICIO E REGISTRADO COMO REEXECUCAO ('R'), QUE     *
      *           ACEITA A DATA JA CONCLUIDA.                          *
      *----------------------------------------------------------------*
           P005-REGISTRAR-INICIO.
               MOVE 'R' TO WS-RUN-FUNCAO
               MOVE "CEP250" TO WS-RUN-NOME-JOB
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

           P040-CABECALHO.
               MOVE WS-DATA-HOJE TO WS-CAB-DATA
               MOVE WS-REL-CABECALHO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE WS-REL-BRANCO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE WS-REL-TITULOS TO REL-REGISTRO
               WRITE REL-REGISTRO.

      *----------------------------------------------------------------*
      *P050: OS CONTADORES SAO LIDOS PELA CHAVE (DATA + TIPO) SO NA    *
      *      DATA DE PROCESSAMENTO. SEM NENHUM EVENTO AINDA O NTFCTRL  *
      *      E O NOTMESTR NAO EXISTEM (STATUS 35) E O RELATORIO SAI    *
      *      ZERADO.                                                   *
      *----------------------------------------------------------------*
           P050-POSICIONAR-NTFCTRL.
               MOVE 'S' TO WS-SW-FIM-NTFCTRL
               IF WS-NTFCTRL-ABERTO
                   MOVE 'N' TO WS-SW-FIM-NTFCTRL
                   MOVE WS-DATA-HOJE TO NCT-DATA-PROC
                   MOVE LOW-VALUES TO NCT-TIPO-EVENTO
                   START NTFCTRL KEY IS NOT LESS THAN NCT-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WS-SW-FIM-NTFCTRL
                   END-START
                   PERFORM P060-LER-NTFCTRL
               END-IF.

           P060-LER-NTFCTRL.
               IF NOT WS-FIM-NTFCTRL
                   READ NTFCTRL NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SW-FIM-NTFCTRL
                   END-READ
               END-IF
               IF NOT WS-FIM-NTFCTRL
                   IF NCT-DATA-PROC NOT = WS-DATA-HOJE
                       MOVE 'S' TO WS-SW-FIM-NTFCTRL
                   END-IF
               END-IF.

           P100-LISTAR-TIPO.
               EVALUATE NCT-TIPO-EVENTO
                   WHEN 'B'
                       MOVE "B CONTA BLOQUEADA" TO WS-TIP-DESCRICAO
                   WHEN 'S'
                       MOVE "S SAQUE ACIMA AVISO" TO WS-TIP-DESCRICAO
                   WHEN 'O'
                       MOVE "O ORDEM SEM SALDO" TO WS-TIP-DESCRICAO
                   WHEN 'D'
                       MOVE "D DEBITO DE PARCELA" TO WS-TIP-DESCRICAO
                   WHEN 'V'
                       MOVE "V PARCELA A VENCER" TO WS-TIP-DESCRICAO
                   WHEN 'C'
                       MOVE "C COBRANCA/PROTESTO" TO WS-TIP-DESCRICAO
                   WHEN 'A'
                       MOVE "A TRANSF. APROVADA" TO WS-TIP-DESCRICAO
                   WHEN 'R'
                       MOVE "R TRANSF. REJEITADA" TO WS-TIP-DESCRICAO
                   WHEN OTHER
                       MOVE SPACES TO WS-TIP-DESCRICAO
                       MOVE NCT-TIPO-EVENTO TO WS-TIP-DESCRICAO
               END-EVALUATE
               MOVE NCT-QTD-EVENTOS TO WS-TIP-EVENTOS
               MOVE NCT-QTD-GERADAS TO WS-TIP-GERADAS
               MOVE NCT-QTD-SUPRIMIDAS TO WS-TIP-SUPRIMIDAS
               MOVE NCT-QTD-SEM-CONTATO TO WS-TIP-SEM-CONTATO
               MOVE NCT-QTD-SEM-TITULAR TO WS-TIP-SEM-TITULAR
               MOVE WS-REL-TIPO TO REL-REGISTRO
               WRITE REL-REGISTRO
               ADD NCT-QTD-EVENTOS TO WS-TOT-EVENTOS
               ADD NCT-QTD-GERADAS TO WS-TOT-GERADAS
               ADD NCT-QTD-SUPRIMIDAS TO WS-TOT-SUPRIMIDAS
               ADD NCT-QTD-SEM-CONTATO TO WS-TOT-SEM-CONTATO
               ADD NCT-QTD-SEM-TITULAR TO WS-TOT-SEM-TITULAR
               PERFORM P060-LER-NTFCTRL.

      *----------------------------------------------------------------*
      *P200: A CAIXA DE SAIDA INTEIRA E PERCORRIDA: O QUE O GATEWAY    *
      *      AINDA NAO ENVIOU (DE QUALQUER DATA) E O QUE FALHOU NO     *
      *      ENVIO FICAM NO RODAPE PARA ACOMPANHAMENTO.                *
      *----------------------------------------------------------------*
           P200-CONTAR-PENDENTES.
               MOVE 'S' TO WS-SW-FIM-NOTMESTR
               IF WS-NOTMESTR-ABERTO
                   MOVE 'N' TO WS-SW-FIM-NOTMESTR
                   PERFORM P210-LER-NOTMESTR
               END-IF
               PERFORM P220-CONTAR-NOTIFICACAO
                       UNTIL WS-FIM-NOTMESTR.

           P210-LER-NOTMESTR.
               READ NOTMESTR NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SW-FIM-NOTMESTR
               END-READ.

           P220-CONTAR-NOTIFICACAO.
               IF NTF-PENDENTE
                   ADD 1 TO WS-QTD-PENDENTES
               END-IF
               IF NTF-FALHA-ENVIO
                   ADD 1 TO WS-QTD-FALHAS
               END-IF
               PERFORM P210-LER-NOTMESTR.

           P800-RODAPE.
               MOVE WS-REL-BRANCO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE "TOTAL" TO WS-TIP-DESCRICAO
               MOVE WS-TOT-EVENTOS TO WS-TIP-EVENTOS
               MOVE WS-TOT-GERADAS TO WS-TIP-GERADAS
               MOVE WS-TOT-SUPRIMIDAS TO WS-TIP-SUPRIMIDAS
               MOVE WS-TOT-SEM-CONTATO TO WS-TIP-SEM-CONTATO
               MOVE WS-TOT-SEM-TITULAR TO WS-TIP-SEM-TITULAR
               MOVE WS-REL-TIPO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE WS-REL-BRANCO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE "PENDENTES DE ENVIO NA CAIXA DE SAIDA...:"
                    TO WS-RDQ-TEXTO
               MOVE WS-QTD-PENDENTES TO WS-RDQ-QTD
               MOVE WS-REL-RODAPE-QTD TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE "FALHAS DE ENVIO NA CAIXA DE SAIDA......:"
                    TO WS-RDQ-TEXTO
               MOVE WS-QTD-FALHAS TO WS-RDQ-QTD
               MOVE WS-REL-RODAPE-QTD TO REL-REGISTRO
               WRITE REL-REGISTRO.

           END PROGRAM CEP250.
