      *----------------------------------------------------------------
      *                          CAIXA ELETRONICA
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *_______________________________________________________________
      *
       PROGRAM-ID. CEP280.
       AUTHOR. "Gabriel Dziecinny"
       DATE-WRITTEN. 15/10/2026.

      *----------------------------------------------------------------*
      *SISTEMA:     CE - CAIXA ELETRONICA
      *JOB:         28 - SITUACAO DE ORDEM DE BLOQUEIO JUDICIAL
      *PROGRAMA:     0 - EMITE A SITUACAO DE UMA ORDEM DE BLOQUEIO
      *              JUDICIAL (OU DE TODAS, COM O NUMERO EM BRANCO)
      *              PARA A RESPOSTA AO JUIZO: VALOR DA ORDEM, QUANTO
      *              ESTA RETIDO HOJE, QUANTO JA FOI TRANSFERIDO OU
      *              LIBERADO, QUANTO AINDA FALTA BLOQUEAR E A
      *              SITUACAO, COM O DETALHE POR CONTA ATINGIDA
      *              (BLJMESTR, COPY BLQJUD). SO LEITURA: NAO ALTERA
      *              O ORJMESTR NEM O BLJMESTR.
      *
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *15/10/2026 GFD  CRIACAO DO PROGRAMA
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT RELSJUD ASSIGN TO "RELSJUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELSJUD.

       DATA DIVISION.
       FILE SECTION.
       FD  ORJMESTR.
       COPY ORDJUD.

       FD  BLJMESTR.
       COPY BLQJUD.

       FD  RELSJUD.
       01  REL-REGISTRO             PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-ORJMESTR    PIC X(02) VALUE SPACES.
       77 WS-STATUS-BLJMESTR    PIC X(02) VALUE SPACES.
       77 WS-STATUS-RELSJUD     PIC X(02) VALUE SPACES.

       77 WS-ORDEM-FILTRO       PIC X(20) VALUE SPACES.
       77 WS-DATA-HOJE          PIC 9(08) VALUE ZERO.
       77 WS-VALOR-FALTA        PIC 9(10)V99 VALUE ZERO.

       77 WS-SW-FIM-ORJMESTR    PIC X(01) VALUE 'N'.
           88 WS-FIM-ORJMESTR       VALUE 'S'.
       77 WS-SW-FIM-BLJMESTR    PIC X(01) VALUE 'N'.
           88 WS-FIM-BLJMESTR       VALUE 'S'.
       77 WS-QTD-ORDENS         PIC 9(05) VALUE ZERO.
       77 WS-QTD-CONTAS         PIC 9(05) VALUE ZERO.

       01 WS-REL-CABECALHO.
           05 FILLER            PIC X(50) VALUE
              "SITUACAO DE ORDENS DE BLOQUEIO JUDICIAL - EMISSAO ".
           05 WS-CAB-DATA       PIC 9(08).

       01 WS-REL-ORDEM.
           05 FILLER            PIC X(07) VALUE "ORDEM: ".
           05 WS-ORD-NUM-ORDEM  PIC X(20).
           05 FILLER            PIC X(07) VALUE "  CPF: ".
           05 WS-ORD-CPF        PIC 9(11).
           05 FILLER            PIC X(08) VALUE "  DATA: ".
           05 WS-ORD-DATA       PIC 9(08).

       01 WS-REL-ORIGEM.
           05 FILLER            PIC X(08) VALUE "ORIGEM: ".
           05 WS-ORI-ORIGEM     PIC X(10).
           05 FILLER            PIC X(13) VALUE "  REGISTRO: ".
           05 WS-ORI-DATA       PIC 9(08).
           05 FILLER            PIC X(07) VALUE "  POR: ".
           05 WS-ORI-OPERADOR   PIC X(08).

       01 WS-REL-SITUACAO.
           05 FILLER            PIC X(10) VALUE "SITUACAO: ".
           05 WS-SIT-SITUACAO   PIC X(12).
           05 FILLER            PIC X(07) VALUE " DESDE ".
           05 WS-SIT-DATA       PIC 9(08).
           05 FILLER            PIC X(13) VALUE "  INSTRUCAO: ".
           05 WS-SIT-INSTRUCAO  PIC X(10).

       01 WS-REL-VALOR.
           05 WS-VAL-TEXTO      PIC X(22).
           05 WS-VAL-VALOR      PIC Z(9)9.99.

       01 WS-REL-TITULOS.
           05 FILLER            PIC X(38) VALUE
              "  CONTA        BLOQUEADO   TRANSFERIDO".
           05 FILLER            PIC X(29) VALUE
              "      LIBERADO PRIM.BLQ BAIXA".

       01 WS-REL-CONTA.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-CTA-NUM-CONTA  PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-CTA-BLOQUEADO  PIC Z(9)9.99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-CTA-TRANSFERIDO PIC Z(9)9.99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-CTA-LIBERADO   PIC Z(9)9.99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-CTA-DATA-PRIM  PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-CTA-DATA-BAIXA PIC 9(08).

       01 WS-REL-SEM-CONTAS.
           05 FILLER            PIC X(40) VALUE
              "  NENHUMA CONTA ATINGIDA ATE O MOMENTO".

       01 WS-REL-RODAPE.
           05 FILLER            PIC X(20) VALUE
              "ORDENS EMITIDAS...: ".
           05 WS-ROD-QTD        PIC Z(4)9.

       01 WS-REL-BRANCO         PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
           P000-INICIO.
               DISPLAY "+--------------------------------------+"
               DISPLAY "| CEP280 - SITUACAO DE ORDEM JUDICIAL   |"
               DISPLAY "+--------------------------------------+"
               DISPLAY "NUMERO DA ORDEM (EM BRANCO = TODAS): "
               ACCEPT WS-ORDEM-FILTRO
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               OPEN INPUT ORJMESTR
               OPEN INPUT BLJMESTR
               OPEN OUTPUT RELSJUD
               IF WS-STATUS-ORJMESTR NOT = '00' OR
                  WS-STATUS-BLJMESTR NOT = '00' OR
                  WS-STATUS-RELSJUD NOT = '00'
                   DISPLAY "ERRO AO ABRIR ARQUIVOS. ORJMESTR: "
                           WS-STATUS-ORJMESTR " BLJMESTR: "
                           WS-STATUS-BLJMESTR " RELSJUD: "
                           WS-STATUS-RELSJUD
               ELSE
                   PERFORM P020-EMITIR-RELATORIO
               END-IF
               CLOSE ORJMESTR BLJMESTR RELSJUD
               STOP RUN.

           P020-EMITIR-RELATORIO.
               MOVE WS-DATA-HOJE TO WS-CAB-DATA
               MOVE WS-REL-CABECALHO TO REL-REGISTRO
               WRITE REL-REGISTRO
               IF WS-ORDEM-FILTRO = SPACES
                   PERFORM P030-EMITIR-TODAS
               ELSE
                   MOVE WS-ORDEM-FILTRO TO ORJ-NUM-ORDEM
                   READ ORJMESTR
                       INVALID KEY
                           DISPLAY "ORDEM NAO CADASTRADA: "
                                   WS-ORDEM-FILTRO
                       NOT INVALID KEY
                           PERFORM P100-EMITIR-ORDEM
                   END-READ
               END-IF
               MOVE WS-QTD-ORDENS TO WS-ROD-QTD
               MOVE WS-REL-BRANCO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE WS-REL-RODAPE TO REL-REGISTRO
               WRITE REL-REGISTRO
               DISPLAY "ORDENS EMITIDAS............: " WS-QTD-ORDENS
               DISPLAY "CONTAS DETALHADAS..........: " WS-QTD-CONTAS
               DISPLAY "RELATORIO GRAVADO EM RELSJUD".

           P030-EMITIR-TODAS.
               MOVE 'N' TO WS-SW-FIM-ORJMESTR
               MOVE LOW-VALUES TO ORJ-CHAVE
               START ORJMESTR KEY IS NOT LESS THAN ORJ-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-ORJMESTR
               END-START
               PERFORM P040-LER-ORJMESTR
               PERFORM P050-EMITIR-PROXIMA
                       UNTIL WS-FIM-ORJMESTR.

           P040-LER-ORJMESTR.
               IF NOT WS-FIM-ORJMESTR
                   READ ORJMESTR NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SW-FIM-ORJMESTR
                   END-READ
               END-IF.

           P050-EMITIR-PROXIMA.
               PERFORM P100-EMITIR-ORDEM
               PERFORM P040-LER-ORJMESTR.

      *----------------------------------------------------------------*
      *P100: BLOCO DE UMA ORDEM. O QUE FALTA BLOQUEAR SO EXISTE        *
      *      ENQUANTO A ORDEM ESTA ATIVA; ENCERRADA (LIBERADA OU       *
      *      TRANSFERIDA) NAO E MAIS PERSEGUIDA.                       *
      *----------------------------------------------------------------*
           P100-EMITIR-ORDEM.
               ADD 1 TO WS-QTD-ORDENS
               MOVE WS-REL-BRANCO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE ORJ-NUM-ORDEM TO WS-ORD-NUM-ORDEM
               MOVE ORJ-CPF TO WS-ORD-CPF
               MOVE ORJ-DATA-ORDEM TO WS-ORD-DATA
               MOVE WS-REL-ORDEM TO REL-REGISTRO
               WRITE REL-REGISTRO
               IF ORJ-ORIGEM-TRIBUNAL
                   MOVE "TRIBUNAL" TO WS-ORI-ORIGEM
               ELSE
                   MOVE "SUPERVISOR" TO WS-ORI-ORIGEM
               END-IF
               MOVE ORJ-DATA-REGISTRO TO WS-ORI-DATA
               MOVE ORJ-ID-OPERADOR TO WS-ORI-OPERADOR
               MOVE WS-REL-ORIGEM TO REL-REGISTRO
               WRITE REL-REGISTRO
               EVALUATE TRUE
                   WHEN ORJ-PENDENTE
                       MOVE "PENDENTE" TO WS-SIT-SITUACAO
                   WHEN ORJ-PARCIAL
                       MOVE "PARCIAL" TO WS-SIT-SITUACAO
                   WHEN ORJ-CUMPRIDA
                       MOVE "CUMPRIDA" TO WS-SIT-SITUACAO
                   WHEN ORJ-LIBERADA
                       MOVE "LIBERADA" TO WS-SIT-SITUACAO
                   WHEN ORJ-TRANSFERIDA
                       MOVE "TRANSFERIDA" TO WS-SIT-SITUACAO
                   WHEN OTHER
                       MOVE ORJ-SW-SITUACAO TO WS-SIT-SITUACAO
               END-EVALUATE
               MOVE ORJ-DATA-SITUACAO TO WS-SIT-DATA
               EVALUATE TRUE
                   WHEN ORJ-INSTR-LIBERAR
                       MOVE "LIBERAR" TO WS-SIT-INSTRUCAO
                   WHEN ORJ-INSTR-TRANSFERIR
                       MOVE "TRANSFERIR" TO WS-SIT-INSTRUCAO
                   WHEN OTHER
                       MOVE "NENHUMA" TO WS-SIT-INSTRUCAO
               END-EVALUATE
               MOVE WS-REL-SITUACAO TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE ZERO TO WS-VALOR-FALTA
               IF ORJ-ATIVA AND
                  ORJ-VALOR-ORDEM > ORJ-VALOR-BLOQUEADO
                   COMPUTE WS-VALOR-FALTA =
                           ORJ-VALOR-ORDEM - ORJ-VALOR-BLOQUEADO
               END-IF
               MOVE "VALOR DA ORDEM......: " TO WS-VAL-TEXTO
               MOVE ORJ-VALOR-ORDEM TO WS-VAL-VALOR
               PERFORM P190-GRAVAR-VALOR
               MOVE "RETIDO NAS CONTAS...: " TO WS-VAL-TEXTO
               MOVE ORJ-VALOR-BLOQUEADO TO WS-VAL-VALOR
               PERFORM P190-GRAVAR-VALOR
               MOVE "TRANSFERIDO AO JUIZO: " TO WS-VAL-TEXTO
               MOVE ORJ-VALOR-TRANSFERIDO TO WS-VAL-VALOR
               PERFORM P190-GRAVAR-VALOR
               MOVE "LIBERADO............: " TO WS-VAL-TEXTO
               MOVE ORJ-VALOR-LIBERADO TO WS-VAL-VALOR
               PERFORM P190-GRAVAR-VALOR
               MOVE "FALTA BLOQUEAR......: " TO WS-VAL-TEXTO
               MOVE WS-VALOR-FALTA TO WS-VAL-VALOR
               PERFORM P190-GRAVAR-VALOR
               PERFORM P200-EMITIR-CONTAS.

           P190-GRAVAR-VALOR.
               MOVE WS-REL-VALOR TO REL-REGISTRO
               WRITE REL-REGISTRO.

      *----------------------------------------------------------------*
      *P200: CONTAS ATINGIDAS PELA ORDEM, PELA CHAVE DO BLJMESTR       *
      *      (ORDEM + CONTA).                                          *
      *----------------------------------------------------------------*
           P200-EMITIR-CONTAS.
               MOVE 'N' TO WS-SW-FIM-BLJMESTR
               MOVE ORJ-NUM-ORDEM TO BLJ-NUM-ORDEM
               MOVE ZERO TO BLJ-NUM-CONTA
               START BLJMESTR KEY IS NOT LESS THAN BLJ-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-BLJMESTR
               END-START
               PERFORM P210-LER-BLJMESTR
               IF WS-FIM-BLJMESTR
                   MOVE WS-REL-SEM-CONTAS TO REL-REGISTRO
                   WRITE REL-REGISTRO
               ELSE
                   MOVE WS-REL-TITULOS TO REL-REGISTRO
                   WRITE REL-REGISTRO
                   PERFORM P220-EMITIR-CONTA
                           UNTIL WS-FIM-BLJMESTR
               END-IF.

           P210-LER-BLJMESTR.
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

           P220-EMITIR-CONTA.
               ADD 1 TO WS-QTD-CONTAS
               MOVE BLJ-NUM-CONTA TO WS-CTA-NUM-CONTA
               MOVE BLJ-VALOR-BLOQUEADO TO WS-CTA-BLOQUEADO
               MOVE BLJ-VALOR-TRANSFERIDO TO WS-CTA-TRANSFERIDO
               MOVE BLJ-VALOR-LIBERADO TO WS-CTA-LIBERADO
               MOVE BLJ-DATA-PRIM-BLOQUEIO TO WS-CTA-DATA-PRIM
               MOVE BLJ-DATA-BAIXA TO WS-CTA-DATA-BAIXA
               MOVE WS-REL-CONTA TO REL-REGISTRO
               WRITE REL-REGISTRO
               PERFORM P210-LER-BLJMESTR.

           END PROGRAM CEP280.
