      *----------------------------------------------------------------
      *                          CAIXA ELETRONICA
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *_______________________________________________________________
      *
       PROGRAM-ID. CEP230.
       AUTHOR. "Gabriel Dziecinny"
       DATE-WRITTEN. 15/10/2026.

      *----------------------------------------------------------------*
      *SISTEMA:     CE - CAIXA ELETRONICA
      *JOB:         23 - CREDITO DE FOLHA DE PAGAMENTO
      *PROGRAMA:     0 - LE O ARQUIVO DE FOLHA ENTREGUE PELOS
      *              EMPREGADORES (FOLHAPAG, COPY FOLPAG) E CREDITA O
      *              SALARIO DE CADA FUNCIONARIO, EM VEZ DE A AGENCIA
      *              DIGITAR CREDITO POR CREDITO. CADA LOTE (HEADER,
      *              DETALHES E TRAILER) E DE UM EMPREGADOR:
      *              - CADA LINHA E CONFERIDA CONTRA O CTAMESTR E O
      *                VINMESTR (CONTA EXISTENTE E ATIVA, CPF TITULAR
      *                OU COTITULAR DA CONTA; SEM CONTA, A CONTA
      *                PRINCIPAL ATIVA DO CPF) E REGISTRADA NO
      *                CONTROLE DA FOLHA (FOLCTRL, COPY FOLCTL);
      *              - SE OS TOTAIS DO TRAILER (OU DO HEADER) NAO
      *                BATEREM COM AS LINHAS LIDAS, O LOTE INTEIRO E
      *                REJEITADO E NADA E LANCADO;
      *              - O EMPREGADOR PRECISA TER SALDO MAIS LIMITE DE
      *                CHEQUE ESPECIAL PARA O TOTAL ACEITO;
      *              - CADA LINHA ACEITA E CREDITADA NA CONTA DO
      *                FUNCIONARIO (MOVLOG TIPO 'L') E, NO FIM DO
      *                LOTE, A CONTA DO EMPREGADOR E DEBITADA UMA SO
      *                VEZ PELO TOTAL CREDITADO (MOVLOG TIPO 'K').
      *              O FOLCTRL GUARDA A SITUACAO DE CADA LINHA E DO
      *              LOTE: A REEXECUCAO DEPOIS DE UMA QUEDA (OU O
      *              REENVIO DA MESMA REMESSA) RETOMA DE ONDE PAROU E
      *              NUNCA CREDITA UMA LINHA DUAS VEZES NEM DEBITA O
      *              EMPREGADOR DE NOVO. LOTE REJEITADO NAO LANCOU
      *              NADA E PODE SER REENVIADO CORRIGIDO COM A MESMA
      *              REMESSA. O ARQUIVO DE RETORNO (FOLRET) DEVOLVE AO
      *              EMPREGADOR A SITUACAO E O MOTIVO DE CADA LINHA.
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
           SELECT FOLHAPAG ASSIGN TO "FOLHAPAG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-FOLHAPAG.

           SELECT FOLCTRL ASSIGN TO "FOLCTRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCT-CHAVE
               FILE STATUS IS WS-STATUS-FOLCTRL.

           SELECT CTAMESTR ASSIGN TO "CTAMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CHAVE
               FILE STATUS IS WS-STATUS-CTAMESTR.

           SELECT VINMESTR ASSIGN TO "VINMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIN-CHAVE
               ALTERNATE RECORD KEY IS VIN-CHAVE-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-VINMESTR.

           SELECT MOVLOG ASSIGN TO "MOVLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOVLOG.

           SELECT FOLRET ASSIGN TO "FOLRET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-FOLRET.

       DATA DIVISION.
       FILE SECTION.
       FD  FOLHAPAG.
       COPY FOLPAG.

       FD  FOLCTRL.
       COPY FOLCTL.

       FD  CTAMESTR.
       COPY CTACAD.

       FD  VINMESTR.
       COPY TITULAR.

       FD  MOVLOG.
       COPY CTALOG.

      *----------------------------------------------------------------*
      *FOLRET: RETORNO AO EMPREGADOR, NO MESMO DESENHO DE LOTE DA      *
      *        ENTRADA -- 'H' COM A SITUACAO DO LOTE, UMA 'D' POR      *
      *        LINHA COM SITUACAO (C=CREDITADA, R=REJEITADA,           *
      *        P=AGUARDANDO CREDITO) E MOTIVO, E 'T' COM OS TOTAIS.    *
      *----------------------------------------------------------------*
       FD  FOLRET.
       01  RET-REGISTRO.
           05  RET-TIPO-REGISTRO       PIC X(01).
           05  RET-CONTA-EMPREGADOR    PIC 9(08).
           05  RET-NUM-REMESSA         PIC 9(06).
           05  RET-DADOS               PIC X(65).
           05  RET-DADOS-LINHA REDEFINES RET-DADOS.
               10  RET-NUM-SEQUENCIA   PIC 9(06).
               10  RET-NUM-CONTA       PIC 9(08).
               10  RET-CPF             PIC 9(11).
               10  RET-VALOR           PIC 9(10)V99.
               10  RET-SITUACAO        PIC X(01).
               10  RET-COD-REJEICAO    PIC X(02).
               10  RET-MOTIVO          PIC X(25).
           05  RET-DADOS-LOTE REDEFINES RET-DADOS.
               10  RET-L-SITUACAO      PIC X(01).
               10  RET-L-COD-REJEICAO  PIC X(02).
               10  RET-L-QTD-CREDITADAS PIC 9(06).
               10  RET-L-VLR-CREDITADO PIC 9(12)V99.
               10  RET-L-QTD-REJEITADAS PIC 9(06).
               10  RET-L-VLR-REJEITADO PIC 9(12)V99.
               10  RET-L-DATA-PROCESSAMENTO PIC 9(08).
               10  FILLER              PIC X(14).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FOLHAPAG   PIC X(02) VALUE SPACES.
       77 WS-STATUS-FOLCTRL    PIC X(02) VALUE SPACES.
       77 WS-STATUS-CTAMESTR   PIC X(02) VALUE SPACES.
       77 WS-STATUS-VINMESTR   PIC X(02) VALUE SPACES.
       77 WS-STATUS-MOVLOG     PIC X(02) VALUE SPACES.
       77 WS-STATUS-FOLRET     PIC X(02) VALUE SPACES.
       77 WS-SW-FIM-FOLHAPAG   PIC X(01) VALUE 'N'.
           88 WS-FIM-FOLHAPAG      VALUE 'S'.
       77 WS-SW-FIM-LOTE       PIC X(01) VALUE 'N'.
           88 WS-FIM-LOTE          VALUE 'S'.
       77 WS-SW-FIM-VINMESTR   PIC X(01) VALUE 'N'.
           88 WS-FIM-VINMESTR      VALUE 'S'.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZERO.
       77 WS-HORA-AGORA        PIC 9(06) VALUE ZERO.
       77 WS-QTD-PROCESSADOS   PIC 9(05) VALUE ZERO.
       77 WS-QTD-REJEITADOS    PIC 9(05) VALUE ZERO.
       77 WS-QTD-LOTES         PIC 9(05) VALUE ZERO.
       77 WS-QTD-LOTES-CONCLUIDOS PIC 9(05) VALUE ZERO.
       77 WS-QTD-LOTES-REJEITADOS PIC 9(05) VALUE ZERO.
       77 WS-QTD-LOTES-JA-PROCESS PIC 9(05) VALUE ZERO.
       77 WS-QTD-FORA-DE-LOTE  PIC 9(05) VALUE ZERO.
       77 WS-VLR-TOTAL-CREDITO PIC 9(12)V99 VALUE ZERO.
       77 WS-VLR-TOTAL-DEBITO  PIC 9(12)V99 VALUE ZERO.
       77 WS-SW-VIROU-O-DIA    PIC X(01) VALUE 'N'.
           88 WS-VIROU-O-DIA       VALUE 'S'.
       77 WS-VALOR-JUROS-CHEQUE PIC 9(10)V99 VALUE ZERO.
       77 WS-ID-TERMINAL        PIC X(04) VALUE SPACES.

      *----------------------------------------------------------------*
      *LOTE CORRENTE: DADOS DO HEADER, O QUE FOI LIDO DAS LINHAS (PARA *
      *CONFERIR COM O TRAILER) E O QUE FOI ACEITO/CREDITADO.           *
      *----------------------------------------------------------------*
       77 WS-SW-LOTE-ABERTO    PIC X(01) VALUE 'N'.
           88 WS-LOTE-ABERTO       VALUE 'S'.
       77 WS-MODO-LOTE         PIC X(01) VALUE 'N'.
           88 WS-LOTE-NOVO         VALUE 'N'.
           88 WS-LOTE-RETOMADO     VALUE 'E'.
           88 WS-LOTE-JA-PROCESSADO VALUE 'J'.
       77 WS-SW-ERRO-ESTRUTURA PIC X(01) VALUE 'N'.
           88 WS-ERRO-ESTRUTURA    VALUE 'S'.
       77 WS-SW-TEM-TRAILER    PIC X(01) VALUE 'N'.
           88 WS-TEM-TRAILER       VALUE 'S'.
       77 WS-SW-LINHA-EM-ORDEM PIC X(01) VALUE 'S'.
           88 WS-LINHA-EM-ORDEM    VALUE 'S'.
       77 WS-LOTE-CONTA        PIC 9(08) VALUE ZERO.
       77 WS-LOTE-REMESSA      PIC 9(06) VALUE ZERO.
       77 WS-LOTE-QTD-CONTROLE PIC 9(06) VALUE ZERO.
       77 WS-LOTE-VLR-CONTROLE PIC 9(12)V99 VALUE ZERO.
       77 WS-LOTE-QTD-LIDAS    PIC 9(06) VALUE ZERO.
       77 WS-LOTE-VLR-LIDO     PIC 9(12)V99 VALUE ZERO.
       77 WS-LOTE-QTD-ACEITAS  PIC 9(06) VALUE ZERO.
       77 WS-LOTE-VLR-ACEITO   PIC 9(12)V99 VALUE ZERO.
       77 WS-LOTE-VLR-CREDITADO PIC 9(12)V99 VALUE ZERO.
       77 WS-LOTE-COD-REJEICAO PIC X(02) VALUE SPACES.
       77 WS-ULTIMA-SEQUENCIA  PIC 9(06) VALUE ZERO.
       77 WS-VALOR-DISPONIVEL  PIC S9(11)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      *LINHA CORRENTE: CONTA DE CREDITO RESOLVIDA E MOTIVO DE REJEICAO *
      *(ESPACOS = ACEITA).                                             *
      *----------------------------------------------------------------*
       77 WS-CONTA-CREDITO     PIC 9(08) VALUE ZERO.
       77 WS-COD-REJ-LINHA     PIC X(02) VALUE SPACES.
       77 WS-DESC-MOTIVO       PIC X(25) VALUE SPACES.
       77 WS-RET-QTD-CREDITADAS PIC 9(06) VALUE ZERO.
       77 WS-RET-VLR-CREDITADO PIC 9(12)V99 VALUE ZERO.
       77 WS-RET-QTD-REJEITADAS PIC 9(06) VALUE ZERO.
       77 WS-RET-VLR-REJEITADO PIC 9(12)V99 VALUE ZERO.

       77 WS-FUNCAO-DIACTL      PIC X(01) VALUE 'C'.
       77 WS-COD-RETORNO-DIACTL PIC 9(02) VALUE ZERO.
       77 WS-SW-DIA-ABERTO      PIC X(01) VALUE 'N'.
           88 WS-DIA-ABERTO-OK      VALUE 'S'.

       COPY BATWS.

       PROCEDURE DIVISION.
           P000-INICIO.
               DISPLAY "+--------------------------------------+"
               DISPLAY "| CEP230 - CREDITO DE FOLHA DE PAGAMENTO|"
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
                   PERFORM P020-PROCESSAR-FOLHA
               END-IF.

           P020-PROCESSAR-FOLHA.
               OPEN INPUT FOLHAPAG
               PERFORM P030-ABRIR-FOLCTRL
               OPEN I-O CTAMESTR
               OPEN INPUT VINMESTR
               OPEN EXTEND MOVLOG
               OPEN OUTPUT FOLRET
               IF WS-STATUS-FOLHAPAG NOT = '00' OR
                  WS-STATUS-FOLCTRL NOT = '00' OR
                  WS-STATUS-CTAMESTR NOT = '00' OR
                  WS-STATUS-VINMESTR NOT = '00' OR
                  WS-STATUS-MOVLOG NOT = '00' OR
                  WS-STATUS-FOLRET NOT = '00'
                   DISPLAY "ERRO AO ABRIR ARQUIVOS. FOLHAPAG: "
                           WS-STATUS-FOLHAPAG " FOLCTRL: "
                           WS-STATUS-FOLCTRL " CTAMESTR: "
                           WS-STATUS-CTAMESTR " VINMESTR: "
                           WS-STATUS-VINMESTR " MOVLOG: "
                           WS-STATUS-MOVLOG " FOLRET: "
                           WS-STATUS-FOLRET
               ELSE
                   PERFORM P010-LER-FOLHAPAG
                   PERFORM P100-TRATAR-REGISTRO
                           UNTIL WS-FIM-FOLHAPAG
                   IF WS-LOTE-ABERTO
                       PERFORM P150-FECHAR-LOTE
                   END-IF
                   DISPLAY "LOTES LIDOS................: "
                           WS-QTD-LOTES
                   DISPLAY "LOTES CONCLUIDOS...........: "
                           WS-QTD-LOTES-CONCLUIDOS
                   DISPLAY "LOTES REJEITADOS...........: "
                           WS-QTD-LOTES-REJEITADOS
                   DISPLAY "LOTES JA PROCESSADOS.......: "
                           WS-QTD-LOTES-JA-PROCESS
                   DISPLAY "REGISTROS FORA DE LOTE.....: "
                           WS-QTD-FORA-DE-LOTE
                   DISPLAY "SALARIOS CREDITADOS........: "
                           WS-QTD-PROCESSADOS
                   DISPLAY "LINHAS REJEITADAS..........: "
                           WS-QTD-REJEITADOS
                   DISPLAY "VALOR TOTAL CREDITADO......: "
                           WS-VLR-TOTAL-CREDITO
                   DISPLAY "VALOR DEBITADO EMPREGADORES: "
                           WS-VLR-TOTAL-DEBITO
                   PERFORM P905-REGISTRAR-FIM
               END-IF
               CLOSE FOLHAPAG FOLCTRL CTAMESTR VINMESTR MOVLOG FOLRET.

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
      *           NO MEIO PODE SER REINICIADA NA MESMA DATA; O FOLCTRL *
      *           GARANTE QUE NADA SEJA LANCADO DUAS VEZES.            *
      *----------------------------------------------------------------*
           P005-REGISTRAR-INICIO.
               MOVE 'I' TO WS-RUN-FUNCAO
               MOVE "CEP230" TO WS-RUN-NOME-JOB
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
      *P030: O CONTROLE DA FOLHA E CRIADO NA PRIMEIRA EXECUCAO.        *
      *----------------------------------------------------------------*
           P030-ABRIR-FOLCTRL.
               OPEN I-O FOLCTRL
               IF WS-STATUS-FOLCTRL = '35'
                   OPEN OUTPUT FOLCTRL
                   IF WS-STATUS-FOLCTRL = '00'
                       CLOSE FOLCTRL
                       OPEN I-O FOLCTRL
                   END-IF
               END-IF.

           P010-LER-FOLHAPAG.
               READ FOLHAPAG
                   AT END
                       MOVE 'S' TO WS-SW-FIM-FOLHAPAG
               END-READ.

      *----------------------------------------------------------------*
      *P100: HEADER ABRE UM LOTE (FECHANDO O ANTERIOR, SE FICOU SEM    *
      *      TRAILER), DETALHE E REGISTRADO NO LOTE ABERTO E TRAILER   *
      *      FECHA O LOTE. REGISTRO FORA DE UM LOTE NAO TEM            *
      *      EMPREGADOR A QUEM DEVOLVER E SO E CONTADO.                *
      *----------------------------------------------------------------*
           P100-TRATAR-REGISTRO.
               EVALUATE TRUE
                   WHEN FOL-HEADER
                       IF WS-LOTE-ABERTO
                           PERFORM P150-FECHAR-LOTE
                       END-IF
                       PERFORM P110-ABRIR-LOTE
                   WHEN FOL-DETALHE AND WS-LOTE-ABERTO
                       PERFORM P120-REGISTRAR-LINHA
                   WHEN FOL-TRAILER AND WS-LOTE-ABERTO
                       MOVE 'S' TO WS-SW-TEM-TRAILER
                       PERFORM P150-FECHAR-LOTE
                   WHEN FOL-DETALHE OR FOL-TRAILER
                       ADD 1 TO WS-QTD-FORA-DE-LOTE
                       DISPLAY "REGISTRO " FOL-TIPO-REGISTRO
                               " SEM HEADER DE LOTE -- IGNORADO."
                   WHEN OTHER
                       ADD 1 TO WS-QTD-FORA-DE-LOTE
                       DISPLAY "TIPO DE REGISTRO INVALIDO: "
                               FOL-TIPO-REGISTRO
                       IF WS-LOTE-ABERTO
                           MOVE 'S' TO WS-SW-ERRO-ESTRUTURA
                       END-IF
               END-EVALUATE
               PERFORM P010-LER-FOLHAPAG.

      *----------------------------------------------------------------*
      *P110: ABRE O LOTE PELO HEADER E DECIDE, PELO REGISTRO DO LOTE NO*
      *      FOLCTRL, O QUE FAZER COM ELE:                             *
      *      - NAO EXISTE, SO REGISTRADO OU REJEITADO: NADA FOI        *
      *        LANCADO -- AS LINHAS DE UMA TENTATIVA ANTERIOR SAO      *
      *        APAGADAS E O LOTE E CONFERIDO DE NOVO;                  *
      *      - EM CREDITO: UMA EXECUCAO CAIU NO MEIO -- AS LINHAS JA   *
      *        REGISTRADAS VALEM E O CREDITO E RETOMADO;               *
      *      - CONCLUIDO: SO O RETORNO E EMITIDO DE NOVO.              *
      *----------------------------------------------------------------*
           P110-ABRIR-LOTE.
               ADD 1 TO WS-QTD-LOTES
               MOVE 'S' TO WS-SW-LOTE-ABERTO
               MOVE 'N' TO WS-SW-ERRO-ESTRUTURA
               MOVE 'N' TO WS-SW-TEM-TRAILER
               MOVE SPACES TO WS-LOTE-COD-REJEICAO
               MOVE ZERO TO WS-LOTE-CONTA WS-LOTE-REMESSA
                            WS-LOTE-QTD-CONTROLE WS-LOTE-VLR-CONTROLE
               IF FOL-H-CONTA-EMPREGADOR NUMERIC AND
                  FOL-H-NUM-REMESSA NUMERIC
                   MOVE FOL-H-CONTA-EMPREGADOR TO WS-LOTE-CONTA
                   MOVE FOL-H-NUM-REMESSA TO WS-LOTE-REMESSA
               ELSE
                   MOVE 'S' TO WS-SW-ERRO-ESTRUTURA
               END-IF
               IF FOL-H-QTD-CONTROLE NUMERIC AND
                  FOL-H-VALOR-CONTROLE NUMERIC
                   MOVE FOL-H-QTD-CONTROLE TO WS-LOTE-QTD-CONTROLE
                   MOVE FOL-H-VALOR-CONTROLE TO WS-LOTE-VLR-CONTROLE
               ELSE
                   MOVE 'S' TO WS-SW-ERRO-ESTRUTURA
               END-IF
               MOVE ZERO TO WS-LOTE-QTD-LIDAS WS-LOTE-VLR-LIDO
                            WS-LOTE-QTD-ACEITAS WS-LOTE-VLR-ACEITO
                            WS-LOTE-VLR-CREDITADO WS-ULTIMA-SEQUENCIA
               DISPLAY "LOTE - EMPREGADOR " WS-LOTE-CONTA
                       " REMESSA " WS-LOTE-REMESSA
               MOVE WS-LOTE-CONTA TO FCT-CONTA-EMPREGADOR
               MOVE WS-LOTE-REMESSA TO FCT-NUM-REMESSA
               MOVE ZERO TO FCT-NUM-SEQUENCIA
               READ FOLCTRL
                   INVALID KEY
                       PERFORM P115-CRIAR-REGISTRO-LOTE
               END-READ
               EVALUATE TRUE
                   WHEN FCT-LOTE-CONCLUIDO
                       MOVE 'J' TO WS-MODO-LOTE
                       DISPLAY "  LOTE JA CONCLUIDO EM "
                               FCT-DATA-SITUACAO
                               " -- NADA SERA LANCADO."
                   WHEN FCT-LOTE-EM-CREDITO
                       MOVE 'E' TO WS-MODO-LOTE
                       DISPLAY "  LOTE INTERROMPIDO -- RETOMANDO "
                               "O CREDITO."
                   WHEN OTHER
                       MOVE 'N' TO WS-MODO-LOTE
                       PERFORM P116-APAGAR-LINHAS-ANTERIORES
               END-EVALUATE.

           P115-CRIAR-REGISTRO-LOTE.
               MOVE WS-LOTE-CONTA TO FCT-CONTA-EMPREGADOR
               MOVE WS-LOTE-REMESSA TO FCT-NUM-REMESSA
               MOVE ZERO TO FCT-NUM-SEQUENCIA
               SET FCT-LOTE-REGISTRADO TO TRUE
               MOVE SPACES TO FCT-COD-REJEICAO
               MOVE WS-LOTE-CONTA TO FCT-NUM-CONTA-CREDITO
               MOVE ZERO TO FCT-CPF FCT-VALOR FCT-QTD-LINHAS
               MOVE WS-DATA-HOJE TO FCT-DATA-RECEBIMENTO
                                    FCT-DATA-SITUACAO
               MOVE WS-HORA-AGORA TO FCT-HORA-SITUACAO
               WRITE FCT-REGISTRO.

           P116-APAGAR-LINHAS-ANTERIORES.
               PERFORM P400-POSICIONAR-LINHAS
               PERFORM P117-APAGAR-LINHA
                       UNTIL WS-FIM-LOTE.

           P117-APAGAR-LINHA.
               PERFORM P410-LER-LINHA-DO-LOTE
               IF NOT WS-FIM-LOTE
                   DELETE FOLCTRL RECORD
               END-IF.

      *----------------------------------------------------------------*
      *P120: TODA LINHA ENTRA NOS TOTAIS LIDOS (PARA A CONFERENCIA COM *
      *      O TRAILER). NO LOTE NOVO A LINHA E CONFERIDA E GRAVADA NO *
      *      FOLCTRL COMO ACEITA OU REJEITADA; NO LOTE RETOMADO OU JA  *
      *      CONCLUIDO VALE O QUE ESTA GRAVADO. SEQUENCIA FORA DE      *
      *      ORDEM (REPETIDA OU DECRESCENTE) INVALIDA O LOTE.          *
      *----------------------------------------------------------------*
           P120-REGISTRAR-LINHA.
               ADD 1 TO WS-LOTE-QTD-LIDAS
               IF FOL-D-VALOR NUMERIC
                   ADD FOL-D-VALOR TO WS-LOTE-VLR-LIDO
               END-IF
               MOVE 'S' TO WS-SW-LINHA-EM-ORDEM
               IF FOL-D-NUM-SEQUENCIA NOT NUMERIC
                   MOVE 'N' TO WS-SW-LINHA-EM-ORDEM
               ELSE
                   IF FOL-D-NUM-SEQUENCIA NOT > WS-ULTIMA-SEQUENCIA
                       MOVE 'N' TO WS-SW-LINHA-EM-ORDEM
                   ELSE
                       MOVE FOL-D-NUM-SEQUENCIA TO WS-ULTIMA-SEQUENCIA
                   END-IF
               END-IF
               IF NOT WS-LINHA-EM-ORDEM
                   MOVE 'S' TO WS-SW-ERRO-ESTRUTURA
                   DISPLAY "  SEQUENCIA FORA DE ORDEM APOS A LINHA "
                           WS-ULTIMA-SEQUENCIA
               END-IF
               IF WS-LOTE-NOVO AND WS-LINHA-EM-ORDEM
                   PERFORM P130-CONFERIR-LINHA
                   PERFORM P140-GRAVAR-LINHA
               END-IF.

      *----------------------------------------------------------------*
      *P130: RESOLVE A CONTA DE CREDITO DA LINHA. COM CONTA INFORMADA, *
      *      ELA PRECISA EXISTIR, ESTAR ATIVA E TER O CPF INFORMADO    *
      *      COMO TITULAR OU COTITULAR; SO COM O CPF, VALE A CONTA EM  *
      *      QUE ELE E O TITULAR PRINCIPAL (VINMESTR) E QUE ESTA       *
      *      ATIVA. A CONTA DO PROPRIO EMPREGADOR NAO RECEBE CREDITO.  *
      *----------------------------------------------------------------*
           P130-CONFERIR-LINHA.
               MOVE SPACES TO WS-COD-REJ-LINHA
               MOVE ZERO TO WS-CONTA-CREDITO
               EVALUATE TRUE
                   WHEN FOL-D-VALOR NOT NUMERIC
                       MOVE '05' TO WS-COD-REJ-LINHA
                   WHEN FOL-D-VALOR = ZERO
                       MOVE '05' TO WS-COD-REJ-LINHA
                   WHEN FOL-D-NUM-CONTA NOT NUMERIC OR
                        FOL-D-CPF NOT NUMERIC
                       MOVE '01' TO WS-COD-REJ-LINHA
                   WHEN FOL-D-NUM-CONTA = ZERO AND FOL-D-CPF = ZERO
                       MOVE '03' TO WS-COD-REJ-LINHA
                   WHEN FOL-D-NUM-CONTA = ZERO
                       PERFORM P135-BUSCAR-CONTA-PRINCIPAL
                   WHEN OTHER
                       PERFORM P132-CONFERIR-CONTA
               END-EVALUATE
               IF WS-COD-REJ-LINHA = SPACES AND
                  WS-CONTA-CREDITO = WS-LOTE-CONTA
                   MOVE '06' TO WS-COD-REJ-LINHA
               END-IF.

           P132-CONFERIR-CONTA.
               MOVE FOL-D-NUM-CONTA TO CTA-NUM-CONTA
               READ CTAMESTR
                   INVALID KEY
                       MOVE '01' TO WS-COD-REJ-LINHA
               END-READ
               IF WS-STATUS-CTAMESTR = '00'
                   IF CTA-ENCERRADA
                       MOVE '02' TO WS-COD-REJ-LINHA
                   ELSE
                       MOVE FOL-D-NUM-CONTA TO WS-CONTA-CREDITO
                       IF FOL-D-CPF > ZERO
                           PERFORM P133-CONFERIR-TITULAR
                       END-IF
                   END-IF
               END-IF.

           P133-CONFERIR-TITULAR.
               IF CTA-TITULAR-NAO-INICIADO OR
                  CTA-CPF-TITULAR NOT = FOL-D-CPF
                   MOVE FOL-D-NUM-CONTA TO VIN-NUM-CONTA
                   MOVE FOL-D-CPF TO VIN-CPF
                   READ VINMESTR
                       INVALID KEY
                           MOVE '04' TO WS-COD-REJ-LINHA
                   END-READ
               END-IF.

           P135-BUSCAR-CONTA-PRINCIPAL.
               MOVE '03' TO WS-COD-REJ-LINHA
               MOVE 'N' TO WS-SW-FIM-VINMESTR
               MOVE FOL-D-CPF TO VIN-CPF-BUSCA
               START VINMESTR KEY IS NOT LESS THAN VIN-CHAVE-CPF
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-VINMESTR
               END-START
               PERFORM P136-LER-VINCULO-CPF
                       UNTIL WS-FIM-VINMESTR.

           P136-LER-VINCULO-CPF.
               READ VINMESTR NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SW-FIM-VINMESTR
               END-READ
               IF NOT WS-FIM-VINMESTR
                   IF VIN-CPF-BUSCA NOT = FOL-D-CPF
                       MOVE 'S' TO WS-SW-FIM-VINMESTR
                   ELSE
                       IF VIN-TITULAR-PRINCIPAL
                           MOVE VIN-NUM-CONTA TO CTA-NUM-CONTA
                           READ CTAMESTR
                               INVALID KEY
                                   CONTINUE
                           END-READ
                           IF WS-STATUS-CTAMESTR = '00' AND CTA-ATIVA
                               MOVE VIN-NUM-CONTA TO WS-CONTA-CREDITO
                               MOVE SPACES TO WS-COD-REJ-LINHA
                               MOVE 'S' TO WS-SW-FIM-VINMESTR
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           P140-GRAVAR-LINHA.
               MOVE WS-LOTE-CONTA TO FCT-CONTA-EMPREGADOR
               MOVE WS-LOTE-REMESSA TO FCT-NUM-REMESSA
               MOVE FOL-D-NUM-SEQUENCIA TO FCT-NUM-SEQUENCIA
               MOVE WS-CONTA-CREDITO TO FCT-NUM-CONTA-CREDITO
               MOVE ZERO TO FCT-CPF FCT-VALOR FCT-QTD-LINHAS
               IF FOL-D-CPF NUMERIC
                   MOVE FOL-D-CPF TO FCT-CPF
               END-IF
               IF FOL-D-VALOR NUMERIC
                   MOVE FOL-D-VALOR TO FCT-VALOR
               END-IF
               IF WS-CONTA-CREDITO = ZERO AND FOL-D-NUM-CONTA NUMERIC
                   MOVE FOL-D-NUM-CONTA TO FCT-NUM-CONTA-CREDITO
               END-IF
               MOVE WS-DATA-HOJE TO FCT-DATA-RECEBIMENTO
                                    FCT-DATA-SITUACAO
               MOVE WS-HORA-AGORA TO FCT-HORA-SITUACAO
               MOVE WS-COD-REJ-LINHA TO FCT-COD-REJEICAO
               IF WS-COD-REJ-LINHA = SPACES
                   SET FCT-LINHA-ACEITA TO TRUE
                   ADD 1 TO WS-LOTE-QTD-ACEITAS
                   ADD FCT-VALOR TO WS-LOTE-VLR-ACEITO
               ELSE
                   SET FCT-LINHA-REJEITADA TO TRUE
               END-IF
               WRITE FCT-REGISTRO
                   INVALID KEY
                       REWRITE FCT-REGISTRO
               END-WRITE.

      *----------------------------------------------------------------*
      *P150: FECHA O LOTE (NO TRAILER, OU NO HEADER SEGUINTE/FIM DO    *
      *      ARQUIVO QUANDO O TRAILER FALTOU). NO LOTE NOVO CONFERE OS *
      *      TOTAIS E A CONTA DO EMPREGADOR ANTES DE LANCAR QUALQUER   *
      *      COISA; NO RETOMADO SEGUE O QUE ESTA NO FOLCTRL. EM TODOS  *
      *      OS CASOS O RETORNO DO LOTE E GRAVADO NO FOLRET.           *
      *----------------------------------------------------------------*
           P150-FECHAR-LOTE.
               MOVE 'N' TO WS-SW-LOTE-ABERTO
               EVALUATE TRUE
                   WHEN WS-LOTE-JA-PROCESSADO
                       ADD 1 TO WS-QTD-LOTES-JA-PROCESS
                   WHEN WS-LOTE-RETOMADO
                       PERFORM P200-CREDITAR-LOTE
                   WHEN OTHER
                       PERFORM P160-CONFERIR-TOTAIS
                       IF WS-LOTE-COD-REJEICAO = SPACES
                           PERFORM P165-CONFERIR-EMPREGADOR
                       END-IF
                       IF WS-LOTE-COD-REJEICAO = SPACES
                           PERFORM P180-LIBERAR-LOTE
                           PERFORM P200-CREDITAR-LOTE
                       ELSE
                           PERFORM P170-REJEITAR-LOTE
                       END-IF
               END-EVALUATE
               PERFORM P300-GRAVAR-RETORNO-LOTE.

           P160-CONFERIR-TOTAIS.
               EVALUATE TRUE
                   WHEN WS-ERRO-ESTRUTURA OR NOT WS-TEM-TRAILER
                       MOVE '13' TO WS-LOTE-COD-REJEICAO
                   WHEN FOL-T-QTD-DETALHES NOT NUMERIC OR
                        FOL-T-VALOR-TOTAL NOT NUMERIC
                       MOVE '10' TO WS-LOTE-COD-REJEICAO
                   WHEN FOL-T-QTD-DETALHES NOT = WS-LOTE-QTD-LIDAS OR
                        FOL-T-VALOR-TOTAL NOT = WS-LOTE-VLR-LIDO OR
                        WS-LOTE-QTD-CONTROLE NOT = WS-LOTE-QTD-LIDAS OR
                        WS-LOTE-VLR-CONTROLE NOT = WS-LOTE-VLR-LIDO
                       MOVE '10' TO WS-LOTE-COD-REJEICAO
               END-EVALUATE
               IF WS-LOTE-COD-REJEICAO NOT = SPACES
                   DISPLAY "  TOTAIS DO LOTE NAO CONFEREM. LIDAS: "
                           WS-LOTE-QTD-LIDAS " VALOR: "
                           WS-LOTE-VLR-LIDO
               END-IF.

      *----------------------------------------------------------------*
      *P165: A CONTA DO EMPREGADOR PRECISA EXISTIR, ESTAR ATIVA E TER  *
      *      SALDO MAIS LIMITE DE CHEQUE ESPECIAL (MENOS O BLOQUEADO)  *
      *      PARA O TOTAL ACEITO, COMO NO DEBITO DE ORDEM AGENDADA     *
      *      (CEP120) -- SENAO O LOTE INTEIRO VOLTA.                   *
      *----------------------------------------------------------------*
           P165-CONFERIR-EMPREGADOR.
               MOVE WS-LOTE-CONTA TO CTA-NUM-CONTA
               READ CTAMESTR
                   INVALID KEY
                       MOVE '12' TO WS-LOTE-COD-REJEICAO
               END-READ
               IF WS-STATUS-CTAMESTR = '00'
                   IF CTA-ENCERRADA
                       MOVE '12' TO WS-LOTE-COD-REJEICAO
                   ELSE
                       COMPUTE WS-VALOR-DISPONIVEL =
                               CTA-SALDO + CTA-LIMITE-CHEQUE-ESP -
                               CTA-VALOR-BLOQUEADO -
                               CTA-VALOR-BLOQ-JUDICIAL
                       IF WS-LOTE-VLR-ACEITO > WS-VALOR-DISPONIVEL
                           MOVE '11' TO WS-LOTE-COD-REJEICAO
                           DISPLAY "  SALDO INSUFICIENTE DO "
                                   "EMPREGADOR PARA "
                                   WS-LOTE-VLR-ACEITO
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *P170: LOTE REJEITADO -- NADA E LANCADO. AS LINHAS ACEITAS       *
      *      RECEBEM O MOTIVO DO LOTE; AS JA REJEITADAS FICAM COM O    *
      *      MOTIVO PROPRIO.                                           *
      *----------------------------------------------------------------*
           P170-REJEITAR-LOTE.
               ADD 1 TO WS-QTD-LOTES-REJEITADOS
               PERFORM P420-LER-REGISTRO-LOTE
               SET FCT-LOTE-REJEITADO TO TRUE
               MOVE WS-LOTE-COD-REJEICAO TO FCT-COD-REJEICAO
               MOVE WS-LOTE-QTD-LIDAS TO FCT-QTD-LINHAS
               MOVE ZERO TO FCT-VALOR
               MOVE WS-DATA-HOJE TO FCT-DATA-SITUACAO
               MOVE WS-HORA-AGORA TO FCT-HORA-SITUACAO
               REWRITE FCT-REGISTRO
               PERFORM P400-POSICIONAR-LINHAS
               PERFORM P175-REJEITAR-LINHA
                       UNTIL WS-FIM-LOTE.

           P175-REJEITAR-LINHA.
               PERFORM P410-LER-LINHA-DO-LOTE
               IF NOT WS-FIM-LOTE AND FCT-LINHA-ACEITA
                   SET FCT-LINHA-REJEITADA TO TRUE
                   MOVE WS-LOTE-COD-REJEICAO TO FCT-COD-REJEICAO
                   REWRITE FCT-REGISTRO
               END-IF.

      *----------------------------------------------------------------*
      *P180: LOTE CONFERIDO -- MARCA O INICIO DO CREDITO. A PARTIR     *
      *      DAQUI AS LINHAS GRAVADAS NAO SAO MAIS CONFERIDAS DE NOVO. *
      *----------------------------------------------------------------*
           P180-LIBERAR-LOTE.
               PERFORM P420-LER-REGISTRO-LOTE
               SET FCT-LOTE-EM-CREDITO TO TRUE
               MOVE SPACES TO FCT-COD-REJEICAO
               MOVE WS-LOTE-QTD-LIDAS TO FCT-QTD-LINHAS
               MOVE WS-LOTE-VLR-ACEITO TO FCT-VALOR
               MOVE WS-DATA-HOJE TO FCT-DATA-SITUACAO
               MOVE WS-HORA-AGORA TO FCT-HORA-SITUACAO
               REWRITE FCT-REGISTRO.

      *----------------------------------------------------------------*
      *P200: CREDITA AS LINHAS ACEITAS AINDA NAO CREDITADAS E SOMA    *
      *      TUDO O QUE O LOTE JA CREDITOU (NESTA OU EM EXECUCAO       *
      *      ANTERIOR); O EMPREGADOR E DEBITADO UMA VEZ POR ESSA SOMA  *
      *      (P230).                                                   *
      *----------------------------------------------------------------*
           P200-CREDITAR-LOTE.
               MOVE ZERO TO WS-LOTE-VLR-CREDITADO
               PERFORM P400-POSICIONAR-LINHAS
               PERFORM P210-CREDITAR-LINHA
                       UNTIL WS-FIM-LOTE
               PERFORM P230-DEBITAR-EMPREGADOR.

           P210-CREDITAR-LINHA.
               PERFORM P410-LER-LINHA-DO-LOTE
               IF NOT WS-FIM-LOTE
                   IF FCT-LINHA-ACEITA
                       PERFORM P220-CREDITAR-FUNCIONARIO
                   END-IF
                   IF FCT-LINHA-CREDITADA
                       ADD FCT-VALOR TO WS-LOTE-VLR-CREDITADO
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *P220: CREDITO DE SALARIO NA CONTA DO FUNCIONARIO, COMO O        *
      *      CREDITO DE DESEMBOLSO DO CEP030. A LINHA SO E MARCADA     *
      *      COMO CREDITADA DEPOIS DO MOVLOG GRAVADO. CONTA QUE SUMIU  *
      *      OU FOI ENCERRADA ENTRE A CONFERENCIA E A RETOMADA DO LOTE *
      *      E REJEITADA AQUI E NAO ENTRA NO DEBITO DO EMPREGADOR.     *
      *----------------------------------------------------------------*
           P220-CREDITAR-FUNCIONARIO.
               MOVE FCT-NUM-CONTA-CREDITO TO CTA-NUM-CONTA
               READ CTAMESTR
                   INVALID KEY
                       MOVE '01' TO FCT-COD-REJEICAO
               END-READ
               IF WS-STATUS-CTAMESTR = '00' AND CTA-ENCERRADA
                   MOVE '02' TO FCT-COD-REJEICAO
               END-IF
               IF WS-STATUS-CTAMESTR = '00' AND CTA-ATIVA
                   PERFORM P015-ATUALIZAR-DIA-CORRENTE
                   ADD FCT-VALOR TO CTA-SALDO
                   IF CTA-SALDO < ZERO
                       COMPUTE CTA-VALOR-USO-CHEQUE-ESP =
                               ZERO - CTA-SALDO
                   ELSE
                       MOVE ZERO TO CTA-VALOR-USO-CHEQUE-ESP
                   END-IF
                   MOVE WS-DATA-HOJE TO CTA-DATA-ULT-MOVTO
                   REWRITE CTA-REGISTRO
                   MOVE CTA-NUM-CONTA TO LOG-NUM-CONTA
                   SET LOG-TIPO-CREDITO-SALARIO TO TRUE
                   MOVE FCT-VALOR TO LOG-VALOR
                   MOVE WS-DATA-HOJE TO LOG-DATA-MOVTO
                   MOVE WS-HORA-AGORA TO LOG-HORA-MOVTO
                   MOVE CTA-SALDO TO LOG-SALDO-RESULTANTE
                   MOVE WS-ID-TERMINAL TO LOG-ID-TERMINAL
                   WRITE LOG-REGISTRO
                   SET FCT-LINHA-CREDITADA TO TRUE
                   ADD 1 TO WS-QTD-PROCESSADOS
                   ADD FCT-VALOR TO WS-VLR-TOTAL-CREDITO
               ELSE
                   SET FCT-LINHA-REJEITADA TO TRUE
                   DISPLAY "  CONTA " FCT-NUM-CONTA-CREDITO
                           " INDISPONIVEL NA RETOMADA. LINHA "
                           FCT-NUM-SEQUENCIA " REJEITADA."
               END-IF
               MOVE WS-DATA-HOJE TO FCT-DATA-SITUACAO
               MOVE WS-HORA-AGORA TO FCT-HORA-SITUACAO
               REWRITE FCT-REGISTRO.

      *----------------------------------------------------------------*
      *P230: DEBITA O EMPREGADOR UMA UNICA VEZ PELO TOTAL CREDITADO E  *
      *      CONCLUI O LOTE. SE A CONTA NAO PUDER SER LIDA O LOTE FICA *
      *      EM CREDITO E O DEBITO E TENTADO DE NOVO NA REEXECUCAO.    *
      *----------------------------------------------------------------*
           P230-DEBITAR-EMPREGADOR.
               MOVE WS-LOTE-CONTA TO CTA-NUM-CONTA
               IF WS-LOTE-VLR-CREDITADO > ZERO
                   READ CTAMESTR
                       INVALID KEY
                           DISPLAY "  ERRO AO DEBITAR O EMPREGADOR "
                                   WS-LOTE-CONTA " -- LOTE FICA EM "
                                   "CREDITO PARA A REEXECUCAO."
                   END-READ
               ELSE
                   MOVE '00' TO WS-STATUS-CTAMESTR
               END-IF
               IF WS-STATUS-CTAMESTR = '00'
                   IF WS-LOTE-VLR-CREDITADO > ZERO
                       PERFORM P015-ATUALIZAR-DIA-CORRENTE
                       SUBTRACT WS-LOTE-VLR-CREDITADO FROM CTA-SALDO
                       IF CTA-SALDO < ZERO
                           COMPUTE CTA-VALOR-USO-CHEQUE-ESP =
                                   ZERO - CTA-SALDO
                       ELSE
                           MOVE ZERO TO CTA-VALOR-USO-CHEQUE-ESP
                       END-IF
                       MOVE WS-DATA-HOJE TO CTA-DATA-ULT-MOVTO
                       REWRITE CTA-REGISTRO
                       MOVE CTA-NUM-CONTA TO LOG-NUM-CONTA
                       SET LOG-TIPO-DEBITO-FOLHA TO TRUE
                       MOVE WS-LOTE-VLR-CREDITADO TO LOG-VALOR
                       MOVE WS-DATA-HOJE TO LOG-DATA-MOVTO
                       MOVE WS-HORA-AGORA TO LOG-HORA-MOVTO
                       MOVE CTA-SALDO TO LOG-SALDO-RESULTANTE
                       MOVE WS-ID-TERMINAL TO LOG-ID-TERMINAL
                       WRITE LOG-REGISTRO
                       ADD WS-LOTE-VLR-CREDITADO TO WS-VLR-TOTAL-DEBITO
                   END-IF
                   PERFORM P420-LER-REGISTRO-LOTE
                   SET FCT-LOTE-CONCLUIDO TO TRUE
                   MOVE WS-LOTE-VLR-CREDITADO TO FCT-VALOR
                   MOVE WS-DATA-HOJE TO FCT-DATA-SITUACAO
                   MOVE WS-HORA-AGORA TO FCT-HORA-SITUACAO
                   REWRITE FCT-REGISTRO
                   ADD 1 TO WS-QTD-LOTES-CONCLUIDOS
                   DISPLAY "  LOTE CONCLUIDO. DEBITADO DO "
                           "EMPREGADOR: " WS-LOTE-VLR-CREDITADO
               END-IF.

      *----------------------------------------------------------------*
      *P300: RETORNO DO LOTE AO EMPREGADOR: HEADER COM A SITUACAO DO   *
      *      LOTE, UMA LINHA POR DETALHE REGISTRADO E TRAILER COM OS   *
      *      TOTAIS CREDITADOS E REJEITADOS.                           *
      *----------------------------------------------------------------*
           P300-GRAVAR-RETORNO-LOTE.
               MOVE ZERO TO WS-RET-QTD-CREDITADAS WS-RET-VLR-CREDITADO
                            WS-RET-QTD-REJEITADAS WS-RET-VLR-REJEITADO
               PERFORM P420-LER-REGISTRO-LOTE
               MOVE SPACES TO RET-REGISTRO
               MOVE 'H' TO RET-TIPO-REGISTRO
               MOVE WS-LOTE-CONTA TO RET-CONTA-EMPREGADOR
               MOVE WS-LOTE-REMESSA TO RET-NUM-REMESSA
               MOVE FCT-SW-SITUACAO TO RET-L-SITUACAO
               MOVE FCT-COD-REJEICAO TO RET-L-COD-REJEICAO
               MOVE ZERO TO RET-L-QTD-CREDITADAS RET-L-VLR-CREDITADO
                            RET-L-QTD-REJEITADAS RET-L-VLR-REJEITADO
               MOVE FCT-DATA-SITUACAO TO RET-L-DATA-PROCESSAMENTO
               WRITE RET-REGISTRO
               PERFORM P400-POSICIONAR-LINHAS
               PERFORM P310-GRAVAR-RETORNO-LINHA
                       UNTIL WS-FIM-LOTE
               MOVE SPACES TO RET-REGISTRO
               MOVE 'T' TO RET-TIPO-REGISTRO
               MOVE WS-LOTE-CONTA TO RET-CONTA-EMPREGADOR
               MOVE WS-LOTE-REMESSA TO RET-NUM-REMESSA
               MOVE SPACE TO RET-L-SITUACAO
               MOVE SPACES TO RET-L-COD-REJEICAO
               MOVE WS-RET-QTD-CREDITADAS TO RET-L-QTD-CREDITADAS
               MOVE WS-RET-VLR-CREDITADO TO RET-L-VLR-CREDITADO
               MOVE WS-RET-QTD-REJEITADAS TO RET-L-QTD-REJEITADAS
               MOVE WS-RET-VLR-REJEITADO TO RET-L-VLR-REJEITADO
               MOVE WS-DATA-HOJE TO RET-L-DATA-PROCESSAMENTO
               WRITE RET-REGISTRO.

           P310-GRAVAR-RETORNO-LINHA.
               PERFORM P410-LER-LINHA-DO-LOTE
               IF NOT WS-FIM-LOTE
                   MOVE SPACES TO RET-REGISTRO
                   MOVE 'D' TO RET-TIPO-REGISTRO
                   MOVE WS-LOTE-CONTA TO RET-CONTA-EMPREGADOR
                   MOVE WS-LOTE-REMESSA TO RET-NUM-REMESSA
                   MOVE FCT-NUM-SEQUENCIA TO RET-NUM-SEQUENCIA
                   MOVE FCT-NUM-CONTA-CREDITO TO RET-NUM-CONTA
                   MOVE FCT-CPF TO RET-CPF
                   MOVE FCT-VALOR TO RET-VALOR
                   MOVE FCT-SW-SITUACAO TO RET-SITUACAO
                   MOVE FCT-COD-REJEICAO TO RET-COD-REJEICAO
                   PERFORM P320-DESCREVER-MOTIVO
                   MOVE WS-DESC-MOTIVO TO RET-MOTIVO
                   WRITE RET-REGISTRO
                   IF FCT-LINHA-CREDITADA
                       ADD 1 TO WS-RET-QTD-CREDITADAS
                       ADD FCT-VALOR TO WS-RET-VLR-CREDITADO
                   END-IF
                   IF FCT-LINHA-REJEITADA
                       ADD 1 TO WS-RET-QTD-REJEITADAS
                       ADD FCT-VALOR TO WS-RET-VLR-REJEITADO
                       IF NOT WS-LOTE-JA-PROCESSADO
                           ADD 1 TO WS-QTD-REJEITADOS
                       END-IF
                   END-IF
               END-IF.

           P320-DESCREVER-MOTIVO.
               EVALUATE TRUE
                   WHEN FCT-LINHA-CREDITADA
                       MOVE "CREDITADO" TO WS-DESC-MOTIVO
                   WHEN FCT-LINHA-ACEITA
                       MOVE "AGUARDANDO CREDITO" TO WS-DESC-MOTIVO
                   WHEN FCT-REJ-CONTA-INEXISTENTE
                       MOVE "CONTA INEXISTENTE" TO WS-DESC-MOTIVO
                   WHEN FCT-REJ-CONTA-ENCERRADA
                       MOVE "CONTA ENCERRADA" TO WS-DESC-MOTIVO
                   WHEN FCT-REJ-CPF-SEM-CONTA
                       MOVE "CPF SEM CONTA PRINCIPAL" TO WS-DESC-MOTIVO
                   WHEN FCT-REJ-CPF-NAO-TITULAR
                       MOVE "CPF NAO E TITULAR" TO WS-DESC-MOTIVO
                   WHEN FCT-REJ-VALOR-INVALIDO
                       MOVE "VALOR INVALIDO" TO WS-DESC-MOTIVO
                   WHEN FCT-REJ-CONTA-EMPREGADOR
                       MOVE "CONTA DO EMPREGADOR" TO WS-DESC-MOTIVO
                   WHEN FCT-REJ-LOTE-TOTAIS
                       MOVE "LOTE: TOTAIS NAO CONFEREM" TO
                            WS-DESC-MOTIVO
                   WHEN FCT-REJ-LOTE-SALDO
                       MOVE "LOTE: SALDO INSUFICIENTE" TO
                            WS-DESC-MOTIVO
                   WHEN FCT-REJ-LOTE-EMPREGADOR
                       MOVE "LOTE: CONTA PAGADORA" TO WS-DESC-MOTIVO
                   WHEN FCT-REJ-LOTE-ESTRUTURA
                       MOVE "LOTE: ESTRUTURA INVALIDA" TO
                            WS-DESC-MOTIVO
                   WHEN OTHER
                       MOVE SPACES TO WS-DESC-MOTIVO
               END-EVALUATE.

      *----------------------------------------------------------------*
      *P400/P410/P420: LEITURA DAS LINHAS DE UM LOTE NO FOLCTRL (DA    *
      *                SEQUENCIA 1 ATE TROCAR DE EMPREGADOR/REMESSA) E *
      *                DO REGISTRO DO LOTE (SEQUENCIA ZERO).           *
      *----------------------------------------------------------------*
           P400-POSICIONAR-LINHAS.
               MOVE 'N' TO WS-SW-FIM-LOTE
               MOVE WS-LOTE-CONTA TO FCT-CONTA-EMPREGADOR
               MOVE WS-LOTE-REMESSA TO FCT-NUM-REMESSA
               MOVE ZERO TO FCT-NUM-SEQUENCIA
               START FOLCTRL KEY IS GREATER THAN FCT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-LOTE
               END-START.

           P410-LER-LINHA-DO-LOTE.
               READ FOLCTRL NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SW-FIM-LOTE
               END-READ
               IF NOT WS-FIM-LOTE
                   IF FCT-CONTA-EMPREGADOR NOT = WS-LOTE-CONTA OR
                      FCT-NUM-REMESSA NOT = WS-LOTE-REMESSA
                       MOVE 'S' TO WS-SW-FIM-LOTE
                   END-IF
               END-IF.

           P420-LER-REGISTRO-LOTE.
               MOVE WS-LOTE-CONTA TO FCT-CONTA-EMPREGADOR
               MOVE WS-LOTE-REMESSA TO FCT-NUM-REMESSA
               MOVE ZERO TO FCT-NUM-SEQUENCIA
               READ FOLCTRL
                   INVALID KEY
                       DISPLAY "REGISTRO DO LOTE NAO ENCONTRADO NO "
                               "FOLCTRL: " WS-LOTE-CONTA "/"
                               WS-LOTE-REMESSA
               END-READ.

      *----------------------------------------------------------------*
      *P015/P016: ROLLOVER DE DIA E COBRANCA DE JUROS DE CHEQUE        *
      *           ESPECIAL, COMPARTILHADO COM O LOGON DO CAIXA         *
      *           ELETRONICO (CEP010) ATRAVES DO COPYBOOK DIAROLL.     *
      *----------------------------------------------------------------*
       COPY DIAROLL.

           END PROGRAM CEP230.
