      *----------------------------------------------------------------
      *                          CAIXA ELETRONICA
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *_______________________________________________________________
      *
       PROGRAM-ID. CEP270.
       AUTHOR. "Gabriel Dziecinny"
       DATE-WRITTEN. 15/10/2026.

      *----------------------------------------------------------------*
      *SISTEMA:     CE - CAIXA ELETRONICA
      *JOB:         27 - BLOQUEIO JUDICIAL
      *PROGRAMA:     0 - CUMPRE AS ORDENS DE BLOQUEIO JUDICIAL DO
      *              ORJMESTR (COPY ORDJUD) NAS CONTAS DO CPF:
      *              - CARREGA O ARQUIVO DO TRIBUNAL (ORDJUDIN), SE
      *                HOUVER: HEADER, UMA 'D' POR ORDEM NOVA ('N')
      *                OU POR INSTRUCAO DE LIBERAR ('L') OU DE
      *                TRANSFERIR ('T') UMA ORDEM JA CADASTRADA, E
      *                TRAILER COM A QUANTIDADE E O VALOR DE
      *                CONTROLE. TRAILER QUE NAO CONFERE REJEITA O
      *                ARQUIVO INTEIRO; LINHA INVALIDA E REJEITADA
      *                SOZINHA E SAI NO RELATORIO. A LINHA JA
      *                CARREGADA (REEXECUCAO OU REENVIO DO MESMO
      *                ARQUIVO) E IGNORADA;
      *              - ORDEM COM INSTRUCAO DE LIBERAR: DEVOLVE AO
      *                DISPONIVEL DE CADA CONTA O QUE A ORDEM RETEM
      *                E ENCERRA A ORDEM (LIBERADA);
      *              - ORDEM COM INSTRUCAO DE TRANSFERIR: DEBITA DE
      *                CADA CONTA O QUE A ORDEM RETEM (MOVLOG TIPO
      *                'U'), MANDA O VALOR NO ARQUIVO DE
      *                TRANSFERENCIAS AO JUIZO (TRFJUD) E ENCERRA A
      *                ORDEM (TRANSFERIDA). O QUE AINDA FALTAVA
      *                BLOQUEAR NAO E MAIS PERSEGUIDO;
      *              - ORDEM EM ABERTO (PENDENTE OU PARCIAL): PERCORRE
      *                AS CONTAS DO CPF NO VINMESTR (TITULAR OU
      *                COTITULAR, CONTA ENCERRADA FICA DE FORA) E
      *                BLOQUEIA O SALDO LIVRE (SALDO MENOS O RETIDO
      *                POR FLOAT MENOS O QUE OUTRAS ORDENS JA
      *                BLOQUEIAM; O LIMITE DE CHEQUE ESPECIAL NAO
      *                ENTRA) ATE ATINGIR O VALOR DA ORDEM. O QUE
      *                NAO COUBER HOJE FICA PARA O CREDITO QUE ENTRAR
      *                NOS PROXIMOS DIAS: A ORDEM SO DEIXA DE SER
      *                PERSEGUIDA QUANDO FICA CUMPRIDA.
      *              O BLOQUEIO DE CADA CONTA FICA NO BLJMESTR (COPY
      *              BLQJUD), E A SOMA DAS ORDENS DA CONTA NO
      *              CTA-VALOR-BLOQ-JUDICIAL, QUE O CAIXA ELETRONICO E
      *              OS DEBITOS EM LOTE DESCONTAM DO DISPONIVEL. OS
      *              TOTAIS DA ORDEM SAO SEMPRE REFEITOS A PARTIR DO
      *              BLJMESTR, E A REEXECUCAO NA MESMA DATA REMONTA O
      *              TRFJUD COM AS TRANSFERENCIAS JA FEITAS NO DIA.
      *
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *15/10/2026 GFD  CRIACAO DO PROGRAMA
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDJUDIN ASSIGN TO "ORDJUDIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORDJUDIN.

           SELECT ORJMESTR ASSIGN TO "ORJMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORJ-CHAVE
               FILE STATUS IS WS-STATUS-ORJMESTR.

           SELECT BLJMESTR ASSIGN TO "BLJMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLJ-CHAVE
               FILE STATUS IS WS-STATUS-BLJMESTR.

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

           SELECT TRFJUD ASSIGN TO "TRFJUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRFJUD.

           SELECT RELBJUD ASSIGN TO "RELBJUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELBJUD.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *ORDJUDIN: ARQUIVO DO TRIBUNAL. 'H' COM A DATA DE GERACAO E O    *
      *          REMETENTE, UMA 'D' POR ORDEM OU INSTRUCAO E 'T' COM A *
      *          QUANTIDADE DE DETALHES E A SOMA DOS VALORES.          *
      *----------------------------------------------------------------*
       FD  ORDJUDIN.
       01  OJI-REGISTRO.
           05  OJI-TIPO-REGISTRO       PIC X(01).
               88  OJI-HEADER              VALUE 'H'.
               88  OJI-DETALHE             VALUE 'D'.
               88  OJI-TRAILER             VALUE 'T'.
           05  OJI-DADOS               PIC X(79).
           05  OJI-DADOS-HEADER REDEFINES OJI-DADOS.
               10  OJI-H-DATA-GERACAO  PIC 9(08).
               10  OJI-H-NOME-TRIBUNAL PIC X(30).
               10  FILLER              PIC X(41).
           05  OJI-DADOS-DETALHE REDEFINES OJI-DADOS.
               10  OJI-D-TIPO-INSTRUCAO PIC X(01).
                   88  OJI-D-NOVA          VALUE 'N'.
                   88  OJI-D-LIBERAR       VALUE 'L'.
                   88  OJI-D-TRANSFERIR    VALUE 'T'.
               10  OJI-D-NUM-ORDEM     PIC X(20).
               10  OJI-D-CPF           PIC 9(11).
               10  OJI-D-VALOR         PIC 9(10)V99.
               10  OJI-D-DATA-ORDEM    PIC 9(08).
               10  FILLER              PIC X(27).
           05  OJI-DADOS-TRAILER REDEFINES OJI-DADOS.
               10  OJI-T-QTD-DETALHES  PIC 9(06).
               10  OJI-T-VALOR-TOTAL   PIC 9(12)V99.
               10  FILLER              PIC X(59).

       FD  ORJMESTR.
       COPY ORDJUD.

       FD  BLJMESTR.
       COPY BLQJUD.

       FD  CTAMESTR.
       COPY CTACAD.

       FD  VINMESTR.
       COPY TITULAR.

       FD  MOVLOG.
       COPY CTALOG.

      *----------------------------------------------------------------*
      *TRFJUD: TRANSFERENCIAS AO JUIZO. 'H' COM A DATA DO MOVIMENTO E  *
      *        O REMETENTE, UMA 'D' POR CONTA TRANSFERIDA (ORDEM, CPF, *
      *        CONTA, VALOR E DATA DA ORDEM) E 'T' COM A QUANTIDADE E  *
      *        O VALOR TOTAL DOS DETALHES.                             *
      *----------------------------------------------------------------*
       FD  TRFJUD.
       01  TRJ-REGISTRO.
           05  TRJ-TIPO-REGISTRO       PIC X(01).
               88  TRJ-HEADER              VALUE 'H'.
               88  TRJ-DETALHE             VALUE 'D'.
               88  TRJ-TRAILER             VALUE 'T'.
           05  TRJ-DADOS               PIC X(99).
           05  TRJ-DADOS-HEADER REDEFINES TRJ-DADOS.
               10  TRJ-H-DATA-MOVIMENTO PIC 9(08).
               10  TRJ-H-HORA-GERACAO  PIC 9(06).
               10  TRJ-H-NOME-REMETENTE PIC X(30).
               10  FILLER              PIC X(55).
           05  TRJ-DADOS-DETALHE REDEFINES TRJ-DADOS.
               10  TRJ-D-NUM-SEQUENCIA PIC 9(06).
               10  TRJ-D-NUM-ORDEM     PIC X(20).
               10  TRJ-D-CPF           PIC 9(11).
               10  TRJ-D-NUM-CONTA     PIC 9(08).
               10  TRJ-D-VALOR         PIC 9(10)V99.
               10  TRJ-D-DATA-ORDEM    PIC 9(08).
               10  FILLER              PIC X(34).
           05  TRJ-DADOS-TRAILER REDEFINES TRJ-DADOS.
               10  TRJ-T-QTD-DETALHES  PIC 9(06).
               10  TRJ-T-VALOR-TOTAL   PIC 9(12)V99.
               10  FILLER              PIC X(79).

       FD  RELBJUD.
       01  REL-REGISTRO             PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-ORDJUDIN   PIC X(02) VALUE SPACES.
       77 WS-STATUS-ORJMESTR   PIC X(02) VALUE SPACES.
       77 WS-STATUS-BLJMESTR   PIC X(02) VALUE SPACES.
       77 WS-STATUS-CTAMESTR   PIC X(02) VALUE SPACES.
       77 WS-STATUS-VINMESTR   PIC X(02) VALUE SPACES.
       77 WS-STATUS-MOVLOG     PIC X(02) VALUE SPACES.
       77 WS-STATUS-TRFJUD     PIC X(02) VALUE SPACES.
       77 WS-STATUS-RELBJUD    PIC X(02) VALUE SPACES.
       77 WS-SW-FIM-ORDJUDIN   PIC X(01) VALUE 'N'.
           88 WS-FIM-ORDJUDIN      VALUE 'S'.
       77 WS-SW-FIM-ORJMESTR   PIC X(01) VALUE 'N'.
           88 WS-FIM-ORJMESTR      VALUE 'S'.
       77 WS-SW-FIM-BLJMESTR   PIC X(01) VALUE 'N'.
           88 WS-FIM-BLJMESTR      VALUE 'S'.
       77 WS-SW-FIM-VINMESTR   PIC X(01) VALUE 'N'.
           88 WS-FIM-VINMESTR      VALUE 'S'.
       77 WS-SW-ARQUIVO-OK     PIC X(01) VALUE 'N'.
           88 WS-ARQUIVO-OK        VALUE 'S'.
       77 WS-SW-TRF-COMPLETA   PIC X(01) VALUE 'S'.
           88 WS-TRF-COMPLETA      VALUE 'S'.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZERO.
       77 WS-HORA-AGORA        PIC 9(06) VALUE ZERO.
       77 WS-NOME-REMETENTE    PIC X(30) VALUE "BANCO CODE MEU".
       77 WS-OPERADOR-BATCH    PIC X(08) VALUE "CEP270".
       77 WS-SW-VIROU-O-DIA    PIC X(01) VALUE 'N'.
           88 WS-VIROU-O-DIA       VALUE 'S'.
       77 WS-VALOR-JUROS-CHEQUE PIC 9(10)V99 VALUE ZERO.
       77 WS-ID-TERMINAL        PIC X(04) VALUE SPACES.

       77 WS-FUNCAO-DIACTL      PIC X(01) VALUE 'C'.
       77 WS-COD-RETORNO-DIACTL PIC 9(02) VALUE ZERO.
       77 WS-SW-DIA-ABERTO      PIC X(01) VALUE 'N'.
           88 WS-DIA-ABERTO-OK      VALUE 'S'.

      *----------------------------------------------------------------*
      *CONFERENCIA DO ARQUIVO DO TRIBUNAL CONTRA O TRAILER.            *
      *----------------------------------------------------------------*
       77 WS-ARQ-QTD-HEADER    PIC 9(03) VALUE ZERO.
       77 WS-ARQ-QTD-TRAILER   PIC 9(03) VALUE ZERO.
       77 WS-ARQ-QTD-INVALIDOS PIC 9(06) VALUE ZERO.
       77 WS-ARQ-QTD-DETALHES  PIC 9(06) VALUE ZERO.
       77 WS-ARQ-VLR-DETALHES  PIC 9(12)V99 VALUE ZERO.
       77 WS-ARQ-QTD-TRAILER-INF PIC 9(06) VALUE ZERO.
       77 WS-ARQ-VLR-TRAILER-INF PIC 9(12)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      *ORDEM E CONTA EM TRATAMENTO.                                    *
      *----------------------------------------------------------------*
       77 WS-SITUACAO-ANTERIOR PIC X(01) VALUE SPACE.
       77 WS-VALOR-FALTA       PIC 9(10)V99 VALUE ZERO.
       77 WS-VALOR-LIVRE       PIC S9(11)V99 VALUE ZERO.
       77 WS-VALOR-MOVIDO      PIC 9(10)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      *TOTAIS DO DIA.                                                  *
      *----------------------------------------------------------------*
       77 WS-QTD-PROCESSADOS   PIC 9(05) VALUE ZERO.
       77 WS-QTD-REJEITADOS    PIC 9(05) VALUE ZERO.
       77 WS-QTD-CARREGADAS    PIC 9(05) VALUE ZERO.
       77 WS-QTD-INSTRUCOES    PIC 9(05) VALUE ZERO.
       77 WS-QTD-JA-CARREGADAS PIC 9(05) VALUE ZERO.
       77 WS-QTD-BLOQUEIOS     PIC 9(05) VALUE ZERO.
       77 WS-VLR-BLOQUEADO     PIC 9(12)V99 VALUE ZERO.
       77 WS-QTD-LIBERACOES    PIC 9(05) VALUE ZERO.
       77 WS-VLR-LIBERADO      PIC 9(12)V99 VALUE ZERO.
       77 WS-QTD-ENVIADOS      PIC 9(06) VALUE ZERO.
       77 WS-VLR-ENVIADO       PIC 9(12)V99 VALUE ZERO.
       77 WS-QTD-CUMPRIDAS     PIC 9(05) VALUE ZERO.

       01 WS-REL-CABECALHO.
           05 FILLER            PIC X(35) VALUE
              "BLOQUEIO JUDICIAL - PROCESSAMENTO".
           05 FILLER            PIC X(13) VALUE " - MOVIMENTO ".
           05 WS-CAB-DATA       PIC 9(08).

       01 WS-REL-TITULOS.
           05 FILLER            PIC X(42) VALUE
              "ORDEM                CPF         CONTA    ".
           05 FILLER            PIC X(25) VALUE
              "        VALOR  OCORRENCIA".

       01 WS-REL-DETALHE.
           05 WS-DET-ORDEM      PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DET-CPF        PIC 9(11).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DET-CONTA      PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DET-VALOR      PIC Z(9)9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-DET-OCORRENCIA PIC X(22).

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
               DISPLAY "| CEP270 - BLOQUEIO JUDICIAL            |"
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
                   PERFORM P020-PROCESSAR-ORDENS
               END-IF.

           P020-PROCESSAR-ORDENS.
               PERFORM P030-ABRIR-MESTRES
               OPEN I-O CTAMESTR
               OPEN INPUT VINMESTR
               OPEN EXTEND MOVLOG
               OPEN OUTPUT TRFJUD
               OPEN OUTPUT RELBJUD
               IF WS-STATUS-ORJMESTR NOT = '00' OR
                  WS-STATUS-BLJMESTR NOT = '00' OR
                  WS-STATUS-CTAMESTR NOT = '00' OR
                  WS-STATUS-VINMESTR NOT = '00' OR
                  WS-STATUS-MOVLOG NOT = '00' OR
                  WS-STATUS-TRFJUD NOT = '00' OR
                  WS-STATUS-RELBJUD NOT = '00'
                   DISPLAY "ERRO AO ABRIR ARQUIVOS. ORJMESTR: "
                           WS-STATUS-ORJMESTR " BLJMESTR: "
                           WS-STATUS-BLJMESTR " CTAMESTR: "
                           WS-STATUS-CTAMESTR " VINMESTR: "
                           WS-STATUS-VINMESTR " MOVLOG: "
                           WS-STATUS-MOVLOG " TRFJUD: "
                           WS-STATUS-TRFJUD " RELBJUD: "
                           WS-STATUS-RELBJUD
               ELSE
                   PERFORM P040-GRAVAR-CABECALHOS
                   PERFORM P100-CARREGAR-ARQUIVO
                   PERFORM P300-VARRER-ORDENS
                   PERFORM P700-GRAVAR-TRAILER
                   PERFORM P800-RODAPE
                   DISPLAY "ORDENS CARREGADAS..........: "
                           WS-QTD-CARREGADAS
                   DISPLAY "INSTRUCOES CARREGADAS......: "
                           WS-QTD-INSTRUCOES
                   DISPLAY "LINHAS REJEITADAS..........: "
                           WS-QTD-REJEITADOS
                   DISPLAY "ORDENS ATIVAS TRATADAS.....: "
                           WS-QTD-PROCESSADOS
                   DISPLAY "VALOR BLOQUEADO NO DIA.....: "
                           WS-VLR-BLOQUEADO
                   DISPLAY "VALOR LIBERADO NO DIA......: "
                           WS-VLR-LIBERADO
                   DISPLAY "VALOR TRANSFERIDO AO JUIZO.: "
                           WS-VLR-ENVIADO
                   DISPLAY "ARQUIVO GRAVADO EM TRFJUD, RELATORIO EM "
                           "RELBJUD"
                   PERFORM P905-REGISTRAR-FIM
               END-IF
               CLOSE ORJMESTR BLJMESTR CTAMESTR VINMESTR MOVLOG
                     TRFJUD RELBJUD.

      *----------------------------------------------------------------*
      *P002: A DATA DE PROCESSAMENTO E O DIA DE NEGOCIO ABERTO NO      *
      *      MESTRE DE DATA (DIAPROC, VIA DIACTL) -- NAO O RELOGIO     *
      *      DA MAQUINA. SEM DIA ABERTO O JOB E RECUSADO.              *
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
      *           NO MEIO PODE SER REINICIADA NA MESMA DATA: O         *
      *           BLJMESTR DIZ O QUE CADA ORDEM JA RETEM, LIBEROU OU   *
      *           TRANSFERIU EM CADA CONTA.                            *
      *----------------------------------------------------------------*
           P005-REGISTRAR-INICIO.
               MOVE 'I' TO WS-RUN-FUNCAO
               MOVE "CEP270" TO WS-RUN-NOME-JOB
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
      *P030: ANTES DA PRIMEIRA ORDEM O ORJMESTR E O BLJMESTR NAO       *
      *      EXISTEM; SAO CRIADOS VAZIOS.                              *
      *----------------------------------------------------------------*
           P030-ABRIR-MESTRES.
               OPEN I-O ORJMESTR
               IF WS-STATUS-ORJMESTR = '35'
                   OPEN OUTPUT ORJMESTR
                   IF WS-STATUS-ORJMESTR = '00'
                       CLOSE ORJMESTR
                       OPEN I-O ORJMESTR
                   END-IF
               END-IF
               OPEN I-O BLJMESTR
               IF WS-STATUS-BLJMESTR = '35'
                   OPEN OUTPUT BLJMESTR
                   IF WS-STATUS-BLJMESTR = '00'
                       CLOSE BLJMESTR
                       OPEN I-O BLJMESTR
                   END-IF
               END-IF.

           P040-GRAVAR-CABECALHOS.
               MOVE SPACES TO TRJ-REGISTRO
               SET TRJ-HEADER TO TRUE
               MOVE WS-DATA-HOJE TO TRJ-H-DATA-MOVIMENTO
               MOVE WS-HORA-AGORA TO TRJ-H-HORA-GERACAO
               MOVE WS-NOME-REMETENTE TO TRJ-H-NOME-REMETENTE
               WRITE TRJ-REGISTRO
               MOVE WS-DATA-HOJE TO WS-CAB-DATA
               MOVE WS-REL-CABECALHO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE WS-REL-BRANCO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE WS-REL-TITULOS TO REL-REGISTRO
               WRITE REL-REGISTRO.

      *----------------------------------------------------------------*
      *P100: ARQUIVO DO TRIBUNAL. SEM ARQUIVO NO DIA (STATUS 35) O JOB *
      *      SEGUE SO COM AS ORDENS JA CADASTRADAS. O ARQUIVO E LIDO   *
      *      DUAS VEZES: A PRIMEIRA CONFERE HEADER, TRAILER E TOTAIS,  *
      *      E SO SE TUDO BATER A SEGUNDA CARREGA AS LINHAS.           *
      *----------------------------------------------------------------*
           P100-CARREGAR-ARQUIVO.
               OPEN INPUT ORDJUDIN
               EVALUATE TRUE
                   WHEN WS-STATUS-ORDJUDIN = '35'
                       DISPLAY "SEM ARQUIVO DO TRIBUNAL NESTA DATA."
                   WHEN WS-STATUS-ORDJUDIN NOT = '00'
                       DISPLAY "ERRO AO ABRIR ORDJUDIN. STATUS: "
                               WS-STATUS-ORDJUDIN
                               ". ARQUIVO NAO CARREGADO."
                   WHEN OTHER
                       PERFORM P110-CONFERIR-ARQUIVO
                       CLOSE ORDJUDIN
                       IF WS-ARQUIVO-OK
                           OPEN INPUT ORDJUDIN
                           MOVE 'N' TO WS-SW-FIM-ORDJUDIN
                           PERFORM P120-LER-ORDJUDIN
                           PERFORM P150-CARREGAR-REGISTRO
                                   UNTIL WS-FIM-ORDJUDIN
                           CLOSE ORDJUDIN
                       ELSE
                           PERFORM P140-REJEITAR-ARQUIVO
                       END-IF
               END-EVALUATE.

           P110-CONFERIR-ARQUIVO.
               MOVE ZERO TO WS-ARQ-QTD-HEADER WS-ARQ-QTD-TRAILER
                            WS-ARQ-QTD-INVALIDOS WS-ARQ-QTD-DETALHES
                            WS-ARQ-VLR-DETALHES WS-ARQ-QTD-TRAILER-INF
                            WS-ARQ-VLR-TRAILER-INF
               MOVE 'N' TO WS-SW-FIM-ORDJUDIN
               PERFORM P120-LER-ORDJUDIN
               PERFORM P130-CONFERIR-REGISTRO
                       UNTIL WS-FIM-ORDJUDIN
               MOVE 'N' TO WS-SW-ARQUIVO-OK
               IF WS-ARQ-QTD-HEADER = 1 AND
                  WS-ARQ-QTD-TRAILER = 1 AND
                  WS-ARQ-QTD-INVALIDOS = ZERO AND
                  WS-ARQ-QTD-TRAILER-INF = WS-ARQ-QTD-DETALHES AND
                  WS-ARQ-VLR-TRAILER-INF = WS-ARQ-VLR-DETALHES
                   MOVE 'S' TO WS-SW-ARQUIVO-OK
               END-IF.

           P120-LER-ORDJUDIN.
               READ ORDJUDIN
                   AT END
                       MOVE 'S' TO WS-SW-FIM-ORDJUDIN
               END-READ.

           P130-CONFERIR-REGISTRO.
               EVALUATE TRUE
                   WHEN OJI-HEADER
                       ADD 1 TO WS-ARQ-QTD-HEADER
                   WHEN OJI-DETALHE
                       ADD 1 TO WS-ARQ-QTD-DETALHES
                       IF OJI-D-VALOR IS NUMERIC
                           ADD OJI-D-VALOR TO WS-ARQ-VLR-DETALHES
                       ELSE
                           ADD 1 TO WS-ARQ-QTD-INVALIDOS
                       END-IF
                   WHEN OJI-TRAILER
                       ADD 1 TO WS-ARQ-QTD-TRAILER
                       IF OJI-T-QTD-DETALHES IS NUMERIC AND
                          OJI-T-VALOR-TOTAL IS NUMERIC
                           MOVE OJI-T-QTD-DETALHES TO
                                WS-ARQ-QTD-TRAILER-INF
                           MOVE OJI-T-VALOR-TOTAL TO
                                WS-ARQ-VLR-TRAILER-INF
                       ELSE
                           ADD 1 TO WS-ARQ-QTD-INVALIDOS
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-ARQ-QTD-INVALIDOS
               END-EVALUATE
               PERFORM P120-LER-ORDJUDIN.

           P140-REJEITAR-ARQUIVO.
               ADD WS-ARQ-QTD-DETALHES TO WS-QTD-REJEITADOS
               DISPLAY "ARQUIVO DO TRIBUNAL REJEITADO. DETALHES LIDOS: "
                       WS-ARQ-QTD-DETALHES " NO TRAILER: "
                       WS-ARQ-QTD-TRAILER-INF " VALOR LIDO: "
                       WS-ARQ-VLR-DETALHES " NO TRAILER: "
                       WS-ARQ-VLR-TRAILER-INF
               MOVE SPACES TO WS-DET-ORDEM
               MOVE ZERO TO WS-DET-CPF WS-DET-CONTA
               MOVE WS-ARQ-VLR-DETALHES TO WS-DET-VALOR
               MOVE "ARQUIVO REJEITADO" TO WS-DET-OCORRENCIA
               PERFORM P290-GRAVAR-LINHA.

      *----------------------------------------------------------------*
      *P150: CARGA DE UMA LINHA DO TRIBUNAL -- ORDEM NOVA OU INSTRUCAO *
      *      SOBRE ORDEM JA CADASTRADA.                                *
      *----------------------------------------------------------------*
           P150-CARREGAR-REGISTRO.
               IF OJI-DETALHE
                   MOVE OJI-D-NUM-ORDEM TO WS-DET-ORDEM
                   MOVE ZERO TO WS-DET-CPF WS-DET-CONTA
                   MOVE ZERO TO WS-DET-VALOR
                   IF OJI-D-CPF IS NUMERIC
                       MOVE OJI-D-CPF TO WS-DET-CPF
                   END-IF
                   IF OJI-D-VALOR IS NUMERIC
                       MOVE OJI-D-VALOR TO WS-DET-VALOR
                   END-IF
                   EVALUATE TRUE
                       WHEN OJI-D-NUM-ORDEM = SPACES
                           MOVE "REJ: ORDEM EM BRANCO" TO
                                WS-DET-OCORRENCIA
                           PERFORM P190-REJEITAR-LINHA
                       WHEN OJI-D-NOVA
                           PERFORM P160-CARREGAR-ORDEM
                       WHEN OJI-D-LIBERAR OR OJI-D-TRANSFERIR
                           PERFORM P170-CARREGAR-INSTRUCAO
                       WHEN OTHER
                           MOVE "REJ: TIPO INVALIDO" TO
                                WS-DET-OCORRENCIA
                           PERFORM P190-REJEITAR-LINHA
                   END-EVALUATE
               END-IF
               PERFORM P120-LER-ORDJUDIN.

           P160-CARREGAR-ORDEM.
               MOVE OJI-D-NUM-ORDEM TO ORJ-NUM-ORDEM
               READ ORJMESTR
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN WS-STATUS-ORJMESTR = '00' AND
                        ORJ-ORIGEM-TRIBUNAL AND
                        ORJ-CPF = OJI-D-CPF AND
                        ORJ-VALOR-ORDEM = OJI-D-VALOR
                       ADD 1 TO WS-QTD-JA-CARREGADAS
                   WHEN WS-STATUS-ORJMESTR = '00'
                       MOVE "REJ: ORDEM DUPLICADA" TO WS-DET-OCORRENCIA
                       PERFORM P190-REJEITAR-LINHA
                   WHEN OJI-D-CPF NOT NUMERIC OR
                        OJI-D-DATA-ORDEM NOT NUMERIC
                       MOVE "REJ: DADOS INVALIDOS" TO WS-DET-OCORRENCIA
                       PERFORM P190-REJEITAR-LINHA
                   WHEN OJI-D-CPF = ZERO OR
                        OJI-D-VALOR = ZERO OR
                        OJI-D-DATA-ORDEM = ZERO OR
                        OJI-D-DATA-ORDEM > WS-DATA-HOJE
                       MOVE "REJ: DADOS INVALIDOS" TO WS-DET-OCORRENCIA
                       PERFORM P190-REJEITAR-LINHA
                   WHEN OTHER
                       INITIALIZE ORJ-REGISTRO
                       MOVE OJI-D-NUM-ORDEM TO ORJ-NUM-ORDEM
                       MOVE OJI-D-CPF TO ORJ-CPF
                       MOVE OJI-D-VALOR TO ORJ-VALOR-ORDEM
                       MOVE OJI-D-DATA-ORDEM TO ORJ-DATA-ORDEM
                       SET ORJ-ORIGEM-TRIBUNAL TO TRUE
                       MOVE WS-OPERADOR-BATCH TO ORJ-ID-OPERADOR
                       MOVE WS-DATA-HOJE TO ORJ-DATA-REGISTRO
                       SET ORJ-PENDENTE TO TRUE
                       MOVE WS-DATA-HOJE TO ORJ-DATA-SITUACAO
                       SET ORJ-SEM-INSTRUCAO TO TRUE
                       WRITE ORJ-REGISTRO
                       ADD 1 TO WS-QTD-CARREGADAS
                       MOVE "ORDEM CARREGADA" TO WS-DET-OCORRENCIA
                       PERFORM P290-GRAVAR-LINHA
               END-EVALUATE.

      *----------------------------------------------------------------*
      *P170: INSTRUCAO SOBRE ORDEM CADASTRADA. A MESMA INSTRUCAO JA    *
      *      REGISTRADA (OU JA CUMPRIDA) E IGNORADA; ORDEM ENCERRADA   *
      *      DE OUTRO JEITO NAO ACEITA INSTRUCAO.                      *
      *----------------------------------------------------------------*
           P170-CARREGAR-INSTRUCAO.
               MOVE OJI-D-NUM-ORDEM TO ORJ-NUM-ORDEM
               READ ORJMESTR
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN WS-STATUS-ORJMESTR NOT = '00'
                       MOVE "REJ: ORDEM INEXISTENTE" TO
                            WS-DET-OCORRENCIA
                       PERFORM P190-REJEITAR-LINHA
                   WHEN ORJ-SW-INSTRUCAO = OJI-D-TIPO-INSTRUCAO
                       ADD 1 TO WS-QTD-JA-CARREGADAS
                   WHEN NOT ORJ-ATIVA
                       MOVE "REJ: ORDEM ENCERRADA" TO WS-DET-OCORRENCIA
                       PERFORM P190-REJEITAR-LINHA
                   WHEN OTHER
                       MOVE OJI-D-TIPO-INSTRUCAO TO ORJ-SW-INSTRUCAO
                       MOVE WS-DATA-HOJE TO ORJ-DATA-INSTRUCAO
                       MOVE WS-OPERADOR-BATCH TO ORJ-ID-OPER-INSTRUCAO
                       REWRITE ORJ-REGISTRO
                       ADD 1 TO WS-QTD-INSTRUCOES
                       MOVE ORJ-CPF TO WS-DET-CPF
                       IF ORJ-INSTR-LIBERAR
                           MOVE "INSTRUCAO: LIBERAR" TO
                                WS-DET-OCORRENCIA
                       ELSE
                           MOVE "INSTRUCAO: TRANSFERIR" TO
                                WS-DET-OCORRENCIA
                       END-IF
                       PERFORM P290-GRAVAR-LINHA
               END-EVALUATE.

           P190-REJEITAR-LINHA.
               ADD 1 TO WS-QTD-REJEITADOS
               PERFORM P290-GRAVAR-LINHA.

           P290-GRAVAR-LINHA.
               MOVE WS-REL-DETALHE TO REL-REGISTRO
               WRITE REL-REGISTRO.

      *----------------------------------------------------------------*
      *P300: VARREDURA DO ORJMESTR. ORDEM ATIVA E CUMPRIDA CONFORME A  *
      *      INSTRUCAO (OU BLOQUEADA, SE EM ABERTO); ORDEM TRANSFERIDA *
      *      HOJE (REEXECUCAO) SO VOLTA AO TRFJUD.                     *
      *----------------------------------------------------------------*
           P300-VARRER-ORDENS.
               MOVE 'N' TO WS-SW-FIM-ORJMESTR
               MOVE LOW-VALUES TO ORJ-CHAVE
               START ORJMESTR KEY IS NOT LESS THAN ORJ-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-ORJMESTR
               END-START
               PERFORM P305-LER-ORJMESTR
               PERFORM P310-TRATAR-ORDEM
                       UNTIL WS-FIM-ORJMESTR.

           P305-LER-ORJMESTR.
               IF NOT WS-FIM-ORJMESTR
                   READ ORJMESTR NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SW-FIM-ORJMESTR
                   END-READ
               END-IF.

           P310-TRATAR-ORDEM.
               MOVE ORJ-NUM-ORDEM TO WS-DET-ORDEM
               MOVE ORJ-CPF TO WS-DET-CPF
               EVALUATE TRUE
                   WHEN ORJ-ATIVA
                       ADD 1 TO WS-QTD-PROCESSADOS
                       MOVE ORJ-SW-SITUACAO TO WS-SITUACAO-ANTERIOR
                       PERFORM P320-SOMAR-CONTAS
                       EVALUATE TRUE
                           WHEN ORJ-INSTR-LIBERAR
                               PERFORM P400-LIBERAR-ORDEM
                           WHEN ORJ-INSTR-TRANSFERIR
                               PERFORM P500-TRANSFERIR-ORDEM
                           WHEN ORJ-EM-ABERTO
                               PERFORM P600-BLOQUEAR-ORDEM
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                       PERFORM P390-ATUALIZAR-ORDEM
                   WHEN ORJ-TRANSFERIDA AND
                        ORJ-DATA-SITUACAO = WS-DATA-HOJE
                       PERFORM P500-TRANSFERIR-ORDEM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM P305-LER-ORJMESTR.

      *----------------------------------------------------------------*
      *P320: REFAZ OS TOTAIS DA ORDEM (RETIDO, TRANSFERIDO, LIBERADO E *
      *      CONTAS ATINGIDAS) A PARTIR DAS LINHAS DO BLJMESTR.        *
      *----------------------------------------------------------------*
           P320-SOMAR-CONTAS.
               MOVE ZERO TO ORJ-VALOR-BLOQUEADO ORJ-VALOR-TRANSFERIDO
                            ORJ-VALOR-LIBERADO ORJ-QTD-CONTAS
               PERFORM P340-POSICIONAR-BLJMESTR
               PERFORM P330-SOMAR-CONTA
                       UNTIL WS-FIM-BLJMESTR.

           P330-SOMAR-CONTA.
               ADD BLJ-VALOR-BLOQUEADO TO ORJ-VALOR-BLOQUEADO
               ADD BLJ-VALOR-TRANSFERIDO TO ORJ-VALOR-TRANSFERIDO
               ADD BLJ-VALOR-LIBERADO TO ORJ-VALOR-LIBERADO
               ADD 1 TO ORJ-QTD-CONTAS
               PERFORM P345-LER-BLJMESTR.

      *----------------------------------------------------------------*
      *P340/P345: LINHAS DO BLJMESTR DA ORDEM CORRENTE, PELA CHAVE     *
      *           (ORDEM + CONTA).                                     *
      *----------------------------------------------------------------*
           P340-POSICIONAR-BLJMESTR.
               MOVE 'N' TO WS-SW-FIM-BLJMESTR
               MOVE ORJ-NUM-ORDEM TO BLJ-NUM-ORDEM
               MOVE ZERO TO BLJ-NUM-CONTA
               START BLJMESTR KEY IS NOT LESS THAN BLJ-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-BLJMESTR
               END-START
               PERFORM P345-LER-BLJMESTR.

           P345-LER-BLJMESTR.
               IF NOT WS-FIM-BLJMESTR
                   READ BLJMESTR NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SW-FIM-BLJMESTR
                   END-READ
               END-IF
               IF NOT WS-FIM-BLJMESTR
                   IF BLJ-NUM-ORDEM NOT = ORJ-NUM-ORDEM
                       MOVE 'S' TO WS-SW-FIM-BLJMESTR
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *P390: ORDEM QUE CONTINUA ATIVA TEM A SITUACAO REFEITA PELO      *
      *      VALOR RETIDO: CUMPRIDA QUANDO ALCANCA O VALOR DA ORDEM,   *
      *      PARCIAL QUANDO RETEM ALGUMA COISA, PENDENTE QUANDO NADA.  *
      *----------------------------------------------------------------*
           P390-ATUALIZAR-ORDEM.
               PERFORM P320-SOMAR-CONTAS
               IF ORJ-ATIVA
                   EVALUATE TRUE
                       WHEN ORJ-VALOR-BLOQUEADO NOT < ORJ-VALOR-ORDEM
                           SET ORJ-CUMPRIDA TO TRUE
                       WHEN ORJ-VALOR-BLOQUEADO > ZERO
                           SET ORJ-PARCIAL TO TRUE
                       WHEN OTHER
                           SET ORJ-PENDENTE TO TRUE
                   END-EVALUATE
               END-IF
               IF ORJ-SW-SITUACAO NOT = WS-SITUACAO-ANTERIOR
                   MOVE WS-DATA-HOJE TO ORJ-DATA-SITUACAO
                   MOVE ZERO TO WS-DET-CONTA
                   EVALUATE TRUE
                       WHEN ORJ-CUMPRIDA
                           ADD 1 TO WS-QTD-CUMPRIDAS
                           MOVE ORJ-VALOR-BLOQUEADO TO WS-DET-VALOR
                           MOVE "ORDEM CUMPRIDA" TO WS-DET-OCORRENCIA
                       WHEN ORJ-PARCIAL
                           MOVE ORJ-VALOR-BLOQUEADO TO WS-DET-VALOR
                           MOVE "ORDEM PARCIAL" TO WS-DET-OCORRENCIA
                       WHEN ORJ-PENDENTE
                           MOVE ZERO TO WS-DET-VALOR
                           MOVE "ORDEM PENDENTE" TO WS-DET-OCORRENCIA
                       WHEN ORJ-LIBERADA
                           MOVE ORJ-VALOR-LIBERADO TO WS-DET-VALOR
                           MOVE "ORDEM LIBERADA" TO WS-DET-OCORRENCIA
                       WHEN OTHER
                           MOVE ORJ-VALOR-TRANSFERIDO TO WS-DET-VALOR
                           MOVE "ORDEM TRANSFERIDA" TO
                                WS-DET-OCORRENCIA
                   END-EVALUATE
                   PERFORM P290-GRAVAR-LINHA
               END-IF
               REWRITE ORJ-REGISTRO.

      *----------------------------------------------------------------*
      *P400: INSTRUCAO DE LIBERAR -- CADA CONTA DEVOLVE AO DISPONIVEL  *
      *      O QUE ESTA ORDEM RETEM. CONTA QUE NAO EXISTE MAIS SO TEM  *
      *      A LINHA BAIXADA.                                          *
      *----------------------------------------------------------------*
           P400-LIBERAR-ORDEM.
               PERFORM P340-POSICIONAR-BLJMESTR
               PERFORM P410-LIBERAR-CONTA
                       UNTIL WS-FIM-BLJMESTR
               SET ORJ-LIBERADA TO TRUE.

           P410-LIBERAR-CONTA.
               IF BLJ-VALOR-BLOQUEADO > ZERO
                   MOVE BLJ-VALOR-BLOQUEADO TO WS-VALOR-MOVIDO
                   MOVE BLJ-NUM-CONTA TO CTA-NUM-CONTA
                   READ CTAMESTR
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-STATUS-CTAMESTR = '00'
                       PERFORM P015-ATUALIZAR-DIA-CORRENTE
                       PERFORM P420-REDUZIR-BLOQ-CONTA
                       REWRITE CTA-REGISTRO
                       MOVE "LIBERADO" TO WS-DET-OCORRENCIA
                   ELSE
                       MOVE "LIBERADO (SEM CONTA)" TO
                            WS-DET-OCORRENCIA
                   END-IF
                   ADD WS-VALOR-MOVIDO TO BLJ-VALOR-LIBERADO
                   MOVE ZERO TO BLJ-VALOR-BLOQUEADO
                   MOVE WS-DATA-HOJE TO BLJ-DATA-BAIXA
                   REWRITE BLJ-REGISTRO
                   ADD 1 TO WS-QTD-LIBERACOES
                   ADD WS-VALOR-MOVIDO TO WS-VLR-LIBERADO
                   MOVE BLJ-NUM-CONTA TO WS-DET-CONTA
                   MOVE WS-VALOR-MOVIDO TO WS-DET-VALOR
                   PERFORM P290-GRAVAR-LINHA
               END-IF
               PERFORM P345-LER-BLJMESTR.

           P420-REDUZIR-BLOQ-CONTA.
               IF WS-VALOR-MOVIDO > CTA-VALOR-BLOQ-JUDICIAL
                   MOVE ZERO TO CTA-VALOR-BLOQ-JUDICIAL
               ELSE
                   SUBTRACT WS-VALOR-MOVIDO FROM
                            CTA-VALOR-BLOQ-JUDICIAL
               END-IF.

      *----------------------------------------------------------------*
      *P500: INSTRUCAO DE TRANSFERIR -- CADA CONTA E DEBITADA DO QUE   *
      *      ESTA ORDEM RETEM, E TODA CONTA BAIXADA HOJE POR           *
      *      TRANSFERENCIA VAI AO TRFJUD (O QUE TAMBEM REMONTA O       *
      *      ARQUIVO NA REEXECUCAO). SE ALGUMA CONTA NAO PUDER SER     *
      *      DEBITADA, A ORDEM FICA COM A INSTRUCAO PARA O PROXIMO DIA.*
      *----------------------------------------------------------------*
           P500-TRANSFERIR-ORDEM.
               MOVE 'S' TO WS-SW-TRF-COMPLETA
               PERFORM P340-POSICIONAR-BLJMESTR
               PERFORM P510-TRANSFERIR-CONTA
                       UNTIL WS-FIM-BLJMESTR
               IF ORJ-ATIVA AND WS-TRF-COMPLETA
                   SET ORJ-TRANSFERIDA TO TRUE
               END-IF.

           P510-TRANSFERIR-CONTA.
               IF ORJ-ATIVA AND BLJ-VALOR-BLOQUEADO > ZERO
                   PERFORM P520-DEBITAR-CONTA
               END-IF
               IF BLJ-DATA-BAIXA = WS-DATA-HOJE AND
                  BLJ-VALOR-TRANSFERIDO > ZERO
                   PERFORM P530-GRAVAR-DETALHE-TRF
               END-IF
               PERFORM P345-LER-BLJMESTR.

      *----------------------------------------------------------------*
      *P520: DEBITO DA TRANSFERENCIA JUDICIAL. O VALOR JA ESTAVA FORA  *
      *      DO DISPONIVEL, ENTAO O SALDO NAO PASSA DO LIMITE DE       *
      *      CHEQUE ESPECIAL. MOVLOG TIPO 'U', SEM REFERENCIA.         *
      *----------------------------------------------------------------*
           P520-DEBITAR-CONTA.
               MOVE BLJ-VALOR-BLOQUEADO TO WS-VALOR-MOVIDO
               MOVE BLJ-NUM-CONTA TO CTA-NUM-CONTA
               READ CTAMESTR
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-STATUS-CTAMESTR NOT = '00'
                   MOVE 'N' TO WS-SW-TRF-COMPLETA
                   MOVE BLJ-NUM-CONTA TO WS-DET-CONTA
                   MOVE WS-VALOR-MOVIDO TO WS-DET-VALOR
                   MOVE "ERRO: CONTA NAO ACHADA" TO WS-DET-OCORRENCIA
                   PERFORM P290-GRAVAR-LINHA
               ELSE
                   PERFORM P015-ATUALIZAR-DIA-CORRENTE
                   SUBTRACT WS-VALOR-MOVIDO FROM CTA-SALDO
                   PERFORM P420-REDUZIR-BLOQ-CONTA
                   IF CTA-SALDO < ZERO
                       COMPUTE CTA-VALOR-USO-CHEQUE-ESP =
                               ZERO - CTA-SALDO
                   ELSE
                       MOVE ZERO TO CTA-VALOR-USO-CHEQUE-ESP
                   END-IF
                   MOVE WS-DATA-HOJE TO CTA-DATA-ULT-MOVTO
                   REWRITE CTA-REGISTRO
                   MOVE CTA-NUM-CONTA TO LOG-NUM-CONTA
                   SET LOG-TIPO-TRANSF-JUDICIAL TO TRUE
                   MOVE WS-VALOR-MOVIDO TO LOG-VALOR
                   MOVE WS-DATA-HOJE TO LOG-DATA-MOVTO
                   MOVE WS-HORA-AGORA TO LOG-HORA-MOVTO
                   MOVE CTA-SALDO TO LOG-SALDO-RESULTANTE
                   MOVE WS-ID-TERMINAL TO LOG-ID-TERMINAL
                   MOVE ZERO TO LOG-REF-DATA-MOVTO
                   MOVE ZERO TO LOG-REF-HORA-MOVTO
                   MOVE SPACE TO LOG-REF-TIPO-MOVTO
                   WRITE LOG-REGISTRO
                   ADD WS-VALOR-MOVIDO TO BLJ-VALOR-TRANSFERIDO
                   MOVE ZERO TO BLJ-VALOR-BLOQUEADO
                   MOVE WS-DATA-HOJE TO BLJ-DATA-BAIXA
                   REWRITE BLJ-REGISTRO
               END-IF.

           P530-GRAVAR-DETALHE-TRF.
               ADD 1 TO WS-QTD-ENVIADOS
               ADD BLJ-VALOR-TRANSFERIDO TO WS-VLR-ENVIADO
               MOVE SPACES TO TRJ-REGISTRO
               SET TRJ-DETALHE TO TRUE
               MOVE WS-QTD-ENVIADOS TO TRJ-D-NUM-SEQUENCIA
               MOVE ORJ-NUM-ORDEM TO TRJ-D-NUM-ORDEM
               MOVE ORJ-CPF TO TRJ-D-CPF
               MOVE BLJ-NUM-CONTA TO TRJ-D-NUM-CONTA
               MOVE BLJ-VALOR-TRANSFERIDO TO TRJ-D-VALOR
               MOVE ORJ-DATA-ORDEM TO TRJ-D-DATA-ORDEM
               WRITE TRJ-REGISTRO
               MOVE BLJ-NUM-CONTA TO WS-DET-CONTA
               MOVE BLJ-VALOR-TRANSFERIDO TO WS-DET-VALOR
               MOVE "TRANSFERIDO AO JUIZO" TO WS-DET-OCORRENCIA
               PERFORM P290-GRAVAR-LINHA.

      *----------------------------------------------------------------*
      *P600: ORDEM EM ABERTO -- PERCORRE AS CONTAS DO CPF PELA CHAVE   *
      *      ALTERNADA DO VINMESTR E BLOQUEIA O SALDO LIVRE DE CADA    *
      *      UMA ATE COMPLETAR O QUE FALTA DA ORDEM.                   *
      *----------------------------------------------------------------*
           P600-BLOQUEAR-ORDEM.
               COMPUTE WS-VALOR-FALTA =
                       ORJ-VALOR-ORDEM - ORJ-VALOR-BLOQUEADO
               IF WS-VALOR-FALTA > ZERO
                   MOVE 'N' TO WS-SW-FIM-VINMESTR
                   MOVE ORJ-CPF TO VIN-CPF-BUSCA
                   START VINMESTR KEY IS EQUAL TO VIN-CHAVE-CPF
                       INVALID KEY
                           MOVE 'S' TO WS-SW-FIM-VINMESTR
                   END-START
                   PERFORM P610-LER-VINCULO
                   PERFORM P620-BLOQUEAR-CONTA
                           UNTIL WS-FIM-VINMESTR OR
                                 WS-VALOR-FALTA = ZERO
               END-IF.

           P610-LER-VINCULO.
               IF NOT WS-FIM-VINMESTR
                   READ VINMESTR NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SW-FIM-VINMESTR
                   END-READ
               END-IF
               IF NOT WS-FIM-VINMESTR
                   IF VIN-CPF-BUSCA NOT = ORJ-CPF
                       MOVE 'S' TO WS-SW-FIM-VINMESTR
                   END-IF
               END-IF.

           P620-BLOQUEAR-CONTA.
               MOVE VIN-NUM-CONTA TO CTA-NUM-CONTA
               READ CTAMESTR
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-STATUS-CTAMESTR = '00'
                   IF CTA-ATIVA
                       PERFORM P015-ATUALIZAR-DIA-CORRENTE
                       COMPUTE WS-VALOR-LIVRE =
                               CTA-SALDO - CTA-VALOR-BLOQUEADO -
                               CTA-VALOR-BLOQ-JUDICIAL
                       IF WS-VALOR-LIVRE > ZERO
                           PERFORM P630-GRAVAR-BLOQUEIO
                       END-IF
                   END-IF
               END-IF
               PERFORM P610-LER-VINCULO.

           P630-GRAVAR-BLOQUEIO.
               IF WS-VALOR-LIVRE > WS-VALOR-FALTA
                   MOVE WS-VALOR-FALTA TO WS-VALOR-MOVIDO
               ELSE
                   MOVE WS-VALOR-LIVRE TO WS-VALOR-MOVIDO
               END-IF
               ADD WS-VALOR-MOVIDO TO CTA-VALOR-BLOQ-JUDICIAL
               REWRITE CTA-REGISTRO
               MOVE ORJ-NUM-ORDEM TO BLJ-NUM-ORDEM
               MOVE CTA-NUM-CONTA TO BLJ-NUM-CONTA
               READ BLJMESTR
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-STATUS-BLJMESTR = '00'
                   ADD WS-VALOR-MOVIDO TO BLJ-VALOR-BLOQUEADO
                   MOVE WS-DATA-HOJE TO BLJ-DATA-ULT-BLOQUEIO
                   REWRITE BLJ-REGISTRO
               ELSE
                   INITIALIZE BLJ-REGISTRO
                   MOVE ORJ-NUM-ORDEM TO BLJ-NUM-ORDEM
                   MOVE CTA-NUM-CONTA TO BLJ-NUM-CONTA
                   MOVE WS-VALOR-MOVIDO TO BLJ-VALOR-BLOQUEADO
                   MOVE WS-DATA-HOJE TO BLJ-DATA-PRIM-BLOQUEIO
                   MOVE WS-DATA-HOJE TO BLJ-DATA-ULT-BLOQUEIO
                   WRITE BLJ-REGISTRO
               END-IF
               SUBTRACT WS-VALOR-MOVIDO FROM WS-VALOR-FALTA
               ADD 1 TO WS-QTD-BLOQUEIOS
               ADD WS-VALOR-MOVIDO TO WS-VLR-BLOQUEADO
               MOVE CTA-NUM-CONTA TO WS-DET-CONTA
               MOVE WS-VALOR-MOVIDO TO WS-DET-VALOR
               MOVE "BLOQUEADO" TO WS-DET-OCORRENCIA
               PERFORM P290-GRAVAR-LINHA.

           P700-GRAVAR-TRAILER.
               MOVE SPACES TO TRJ-REGISTRO
               SET TRJ-TRAILER TO TRUE
               MOVE WS-QTD-ENVIADOS TO TRJ-T-QTD-DETALHES
               MOVE WS-VLR-ENVIADO TO TRJ-T-VALOR-TOTAL
               WRITE TRJ-REGISTRO.

           P800-RODAPE.
               MOVE WS-REL-BRANCO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE "ORDENS CARREGADAS..........:" TO WS-RDQ-TEXTO
               MOVE WS-QTD-CARREGADAS TO WS-RDQ-QTD
               PERFORM P810-GRAVAR-RODAPE-QTD
               MOVE "INSTRUCOES CARREGADAS......:" TO WS-RDQ-TEXTO
               MOVE WS-QTD-INSTRUCOES TO WS-RDQ-QTD
               PERFORM P810-GRAVAR-RODAPE-QTD
               MOVE "LINHAS JA CARREGADAS.......:" TO WS-RDQ-TEXTO
               MOVE WS-QTD-JA-CARREGADAS TO WS-RDQ-QTD
               PERFORM P810-GRAVAR-RODAPE-QTD
               MOVE "LINHAS REJEITADAS..........:" TO WS-RDQ-TEXTO
               MOVE WS-QTD-REJEITADOS TO WS-RDQ-QTD
               PERFORM P810-GRAVAR-RODAPE-QTD
               MOVE "ORDENS ATIVAS TRATADAS.....:" TO WS-RDQ-TEXTO
               MOVE WS-QTD-PROCESSADOS TO WS-RDQ-QTD
               PERFORM P810-GRAVAR-RODAPE-QTD
               MOVE "ORDENS CUMPRIDAS HOJE......:" TO WS-RDQ-TEXTO
               MOVE WS-QTD-CUMPRIDAS TO WS-RDQ-QTD
               PERFORM P810-GRAVAR-RODAPE-QTD
               MOVE "BLOQUEIOS EM CONTAS........:" TO WS-RDQ-TEXTO
               MOVE WS-QTD-BLOQUEIOS TO WS-RDQ-QTD
               PERFORM P810-GRAVAR-RODAPE-QTD
               MOVE "VALOR BLOQUEADO NO DIA.....:" TO WS-ROD-TEXTO
               MOVE WS-VLR-BLOQUEADO TO WS-ROD-VALOR
               PERFORM P820-GRAVAR-RODAPE-VALOR
               MOVE "LIBERACOES EM CONTAS.......:" TO WS-RDQ-TEXTO
               MOVE WS-QTD-LIBERACOES TO WS-RDQ-QTD
               PERFORM P810-GRAVAR-RODAPE-QTD
               MOVE "VALOR LIBERADO NO DIA......:" TO WS-ROD-TEXTO
               MOVE WS-VLR-LIBERADO TO WS-ROD-VALOR
               PERFORM P820-GRAVAR-RODAPE-VALOR
               MOVE "TRANSFERENCIAS AO JUIZO....:" TO WS-RDQ-TEXTO
               MOVE WS-QTD-ENVIADOS TO WS-RDQ-QTD
               PERFORM P810-GRAVAR-RODAPE-QTD
               MOVE "VALOR TRANSFERIDO AO JUIZO.:" TO WS-ROD-TEXTO
               MOVE WS-VLR-ENVIADO TO WS-ROD-VALOR
               PERFORM P820-GRAVAR-RODAPE-VALOR.

           P810-GRAVAR-RODAPE-QTD.
               MOVE WS-REL-RODAPE-QTD TO REL-REGISTRO
               WRITE REL-REGISTRO.

           P820-GRAVAR-RODAPE-VALOR.
               MOVE WS-REL-RODAPE TO REL-REGISTRO
               WRITE REL-REGISTRO.

      *----------------------------------------------------------------*
      *P015/P016: ROLLOVER DE DIA E COBRANCA DE JUROS DE CHEQUE        *
      *           ESPECIAL, COMPARTILHADOS VIA DIAROLL, COMO EM TODO   *
      *           PONTO QUE MOVIMENTA CTAMESTR.                        *
      *----------------------------------------------------------------*
       COPY DIAROLL.

           END PROGRAM CEP270.
