      *----------------------------------------------------------------
      *                          CAIXA ELETRONICA
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *_______________________________________________________________
      *
       PROGRAM-ID. CEP260.
       AUTHOR. "Gabriel Dziecinny"
       DATE-WRITTEN. 15/10/2026.

      *----------------------------------------------------------------*
      *SISTEMA:     CE - CAIXA ELETRONICA
      *JOB:         26 - CADASTRO DE ORDENS DE BLOQUEIO JUDICIAL
      *PROGRAMA:     0 - MANUTENCAO SUPERVISIONADA (NIVEL 2 NO OPRCTL)
      *              DO CADASTRO DE ORDENS DE BLOQUEIO JUDICIAL
      *              (ORJMESTR, COPY ORDJUD), PARA A ORDEM QUE CHEGA
      *              FORA DO ARQUIVO DO TRIBUNAL (OFICIO EM PAPEL):
      *              1 - CADASTRA A ORDEM COM NUMERO, CPF, VALOR E
      *                  DATA; ELA NASCE PENDENTE E O BLOQUEIO NAS
      *                  CONTAS E FEITO PELO BATCH CEP270;
      *              2 - REGISTRA NA ORDEM AINDA ATIVA A INSTRUCAO
      *                  DO JUIZO DE LIBERAR OU DE TRANSFERIR O VALOR
      *                  BLOQUEADO, CUMPRIDA NA PROXIMA EXECUCAO DO
      *                  CEP270;
      *              3 - CONSULTA A SITUACAO DA ORDEM.
      *              CADA CADASTRO E CADA INSTRUCAO VAI PARA O DIARIO
      *              DE SEGURANCA (SEGLOG) COM O OPERADOR: ANTES = OS
      *              14 PRIMEIROS CARACTERES DO NUMERO DA ORDEM,
      *              DEPOIS = OS 6 ULTIMOS E A ACAO.
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

           SELECT VINMESTR ASSIGN TO "VINMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIN-CHAVE
               ALTERNATE RECORD KEY IS VIN-CHAVE-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-VINMESTR.

           SELECT SEGLOG ASSIGN TO "SEGLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SEGLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  ORJMESTR.
       COPY ORDJUD.

       FD  VINMESTR.
       COPY TITULAR.

       FD  SEGLOG.
       COPY SEGJRN.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-ORJMESTR    PIC X(02) VALUE SPACES.
       77 WS-STATUS-VINMESTR    PIC X(02) VALUE SPACES.
       77 WS-STATUS-SEGLOG      PIC X(02) VALUE SPACES.

       77 WS-DATA-HOJE          PIC 9(08) VALUE ZERO.
       77 WS-HORA-AGORA         PIC 9(06) VALUE ZERO.
       77 WS-OPERADOR           PIC X(08) VALUE SPACES.
       77 WS-SENHA-OPERADOR     PIC X(08) VALUE SPACES.
       77 WS-NIVEL-EXIGIDO      PIC 9(01) VALUE 2.
       77 WS-NIVEL-OPERADOR     PIC 9(01) VALUE ZERO.
       77 WS-COD-RETORNO-OPR    PIC 9(02) VALUE ZERO.

       77 WS-OPCAO              PIC X(01) VALUE SPACE.
       77 WS-RESP-CONTINUAR     PIC X(01) VALUE 'S'.
           88 WS-CONTINUA-ORDEM     VALUE 'S'.
       77 WS-RESP-CONFIRMA      PIC X(01) VALUE 'N'.
           88 WS-CONFIRMOU          VALUE 'S'.
       77 WS-SW-VINMESTR-ABERTO PIC X(01) VALUE 'N'.
           88 WS-VINMESTR-ABERTO    VALUE 'S'.
       77 WS-SW-ORDEM-LIDA      PIC X(01) VALUE 'N'.
           88 WS-ORDEM-LIDA         VALUE 'S'.
       77 WS-SW-DADOS-OK        PIC X(01) VALUE 'N'.
           88 WS-DADOS-OK           VALUE 'S'.

      *----------------------------------------------------------------*
      *DADOS DA ORDEM DIGITADOS PELO SUPERVISOR.                       *
      *----------------------------------------------------------------*
       77 WS-NUM-ORDEM          PIC X(20) VALUE SPACES.
       77 WS-CPF                PIC 9(11) VALUE ZERO.
       77 WS-VALOR-ORDEM        PIC 9(10)V99 VALUE ZERO.
       77 WS-DATA-ORDEM         PIC 9(08) VALUE ZERO.
       77 WS-INSTRUCAO          PIC X(01) VALUE SPACE.
           88 WS-INSTRUCAO-VALIDA   VALUES 'L' 'T'.
       77 WS-VALOR-A-BLOQUEAR   PIC 9(10)V99 VALUE ZERO.
       77 WS-DESC-SITUACAO      PIC X(12) VALUE SPACES.

       01 WS-SEG-DEPOIS.
           05 WS-SGD-FIM-ORDEM  PIC X(06).
           05 FILLER            PIC X(01) VALUE "/".
           05 WS-SGD-ACAO       PIC X(07).

       PROCEDURE DIVISION.
           P000-INICIO.
               DISPLAY "+--------------------------------------+"
               DISPLAY "| CEP260 - ORDENS DE BLOQUEIO JUDICIAL  |"
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
                   DISPLAY "ACESSO NEGADO -- A ORDEM JUDICIAL EXIGE "
                           "SUPERVISOR. ENCERRANDO."
               ELSE
                   PERFORM P010-ABRIR-ORJMESTR
                   OPEN EXTEND SEGLOG
                   OPEN INPUT VINMESTR
                   IF WS-STATUS-VINMESTR = '00'
                       MOVE 'S' TO WS-SW-VINMESTR-ABERTO
                   END-IF
                   IF WS-STATUS-ORJMESTR NOT = '00' OR
                      WS-STATUS-SEGLOG NOT = '00'
                       DISPLAY "ERRO AO ABRIR ARQUIVOS. ORJMESTR: "
                               WS-STATUS-ORJMESTR " SEGLOG: "
                               WS-STATUS-SEGLOG
                   ELSE
                       PERFORM P050-LACO-ORDEM
                               UNTIL NOT WS-CONTINUA-ORDEM
                   END-IF
                   CLOSE ORJMESTR SEGLOG
                   IF WS-VINMESTR-ABERTO
                       CLOSE VINMESTR
                   END-IF
               END-IF
               STOP RUN.

      *----------------------------------------------------------------*
      *P010: A PRIMEIRA ORDEM CRIA O ORJMESTR VAZIO.                   *
      *----------------------------------------------------------------*
           P010-ABRIR-ORJMESTR.
               OPEN I-O ORJMESTR
               IF WS-STATUS-ORJMESTR = '35'
                   OPEN OUTPUT ORJMESTR
                   IF WS-STATUS-ORJMESTR = '00'
                       CLOSE ORJMESTR
                       OPEN I-O ORJMESTR
                   END-IF
               END-IF.

           P050-LACO-ORDEM.
               DISPLAY " "
               DISPLAY "1 - CADASTRAR ORDEM"
               DISPLAY "2 - REGISTRAR INSTRUCAO (LIBERAR/TRANSFERIR)"
               DISPLAY "3 - CONSULTAR ORDEM"
               DISPLAY "OPCAO: "
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                       PERFORM P100-CADASTRAR-ORDEM
                   WHEN '2'
                       PERFORM P200-REGISTRAR-INSTRUCAO
                   WHEN '3'
                       PERFORM P300-CONSULTAR-ORDEM
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
               DISPLAY "OUTRA OPERACAO (S/N)? "
               ACCEPT WS-RESP-CONTINUAR.

      *----------------------------------------------------------------*
      *P090: LE A ORDEM PELO NUMERO DIGITADO.                          *
      *----------------------------------------------------------------*
           P090-LER-ORDEM.
               MOVE 'N' TO WS-SW-ORDEM-LIDA
               DISPLAY "NUMERO DA ORDEM: "
               ACCEPT WS-NUM-ORDEM
               IF WS-NUM-ORDEM = SPACES
                   DISPLAY "NUMERO DA ORDEM NAO INFORMADO"
               ELSE
                   MOVE WS-NUM-ORDEM TO ORJ-NUM-ORDEM
                   READ ORJMESTR
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-STATUS-ORJMESTR = '00'
                       MOVE 'S' TO WS-SW-ORDEM-LIDA
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *P100: CADASTRO DA ORDEM. O CPF SEM NENHUMA CONTA NO VINMESTR SO *
      *      E AVISADO: A ORDEM FICA PENDENTE E O CEP270 BLOQUEIA SE   *
      *      UMA CONTA FOR ABERTA DEPOIS.                              *
      *----------------------------------------------------------------*
           P100-CADASTRAR-ORDEM.
               PERFORM P090-LER-ORDEM
               EVALUATE TRUE
                   WHEN WS-NUM-ORDEM = SPACES
                       CONTINUE
                   WHEN WS-ORDEM-LIDA
                       DISPLAY "ORDEM JA CADASTRADA"
                       PERFORM P310-MOSTRAR-ORDEM
                   WHEN OTHER
                       PERFORM P110-DIGITAR-DADOS
                       IF WS-DADOS-OK
                           PERFORM P120-CONFERIR-CPF
                           DISPLAY "CONFIRMA O CADASTRO (S/N)? "
                           ACCEPT WS-RESP-CONFIRMA
                           IF WS-CONFIRMOU
                               PERFORM P130-GRAVAR-ORDEM
                           ELSE
                               DISPLAY "CADASTRO CANCELADO"
                           END-IF
                       END-IF
               END-EVALUATE.

           P110-DIGITAR-DADOS.
               MOVE 'N' TO WS-SW-DADOS-OK
               DISPLAY "CPF DO EXECUTADO: "
               ACCEPT WS-CPF
               DISPLAY "VALOR DA ORDEM: "
               ACCEPT WS-VALOR-ORDEM
               DISPLAY "DATA DA ORDEM (AAAAMMDD): "
               ACCEPT WS-DATA-ORDEM
               EVALUATE TRUE
                   WHEN WS-CPF = ZERO
                       DISPLAY "CPF NAO INFORMADO"
                   WHEN WS-VALOR-ORDEM = ZERO
                       DISPLAY "VALOR DA ORDEM NAO INFORMADO"
                   WHEN WS-DATA-ORDEM = ZERO OR
                        WS-DATA-ORDEM > WS-DATA-HOJE
                       DISPLAY "DATA DA ORDEM INVALIDA"
                   WHEN OTHER
                       MOVE 'S' TO WS-SW-DADOS-OK
               END-EVALUATE.

           P120-CONFERIR-CPF.
               IF WS-VINMESTR-ABERTO
                   MOVE WS-CPF TO VIN-CPF-BUSCA
                   START VINMESTR KEY IS EQUAL TO VIN-CHAVE-CPF
                       INVALID KEY
                           DISPLAY "AVISO: CPF SEM CONTA NO BANCO -- "
                                   "A ORDEM FICA PENDENTE."
                   END-START
               END-IF.

           P130-GRAVAR-ORDEM.
               INITIALIZE ORJ-REGISTRO
               MOVE WS-NUM-ORDEM TO ORJ-NUM-ORDEM
               MOVE WS-CPF TO ORJ-CPF
               MOVE WS-VALOR-ORDEM TO ORJ-VALOR-ORDEM
               MOVE WS-DATA-ORDEM TO ORJ-DATA-ORDEM
               SET ORJ-ORIGEM-SUPERVISOR TO TRUE
               MOVE WS-OPERADOR TO ORJ-ID-OPERADOR
               MOVE WS-DATA-HOJE TO ORJ-DATA-REGISTRO
               SET ORJ-PENDENTE TO TRUE
               MOVE WS-DATA-HOJE TO ORJ-DATA-SITUACAO
               SET ORJ-SEM-INSTRUCAO TO TRUE
               WRITE ORJ-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A ORDEM. STATUS: "
                               WS-STATUS-ORJMESTR
               END-WRITE
               IF WS-STATUS-ORJMESTR = '00'
                   DISPLAY "ORDEM CADASTRADA. O BLOQUEIO SERA FEITO "
                           "PELO PROXIMO CEP270."
                   MOVE "CADASTR" TO WS-SGD-ACAO
                   PERFORM P800-GRAVAR-SEGLOG
               END-IF.

      *----------------------------------------------------------------*
      *P200: INSTRUCAO DO JUIZO SOBRE O VALOR BLOQUEADO. SO ORDEM      *
      *      ATIVA (PENDENTE, PARCIAL OU CUMPRIDA) RECEBE INSTRUCAO;   *
      *      A INSTRUCAO AINDA NAO CUMPRIDA PODE SER SUBSTITUIDA.      *
      *----------------------------------------------------------------*
           P200-REGISTRAR-INSTRUCAO.
               PERFORM P090-LER-ORDEM
               EVALUATE TRUE
                   WHEN WS-NUM-ORDEM = SPACES
                       CONTINUE
                   WHEN NOT WS-ORDEM-LIDA
                       DISPLAY "ORDEM NAO CADASTRADA"
                   WHEN NOT ORJ-ATIVA
                       DISPLAY "ORDEM JA ENCERRADA"
                       PERFORM P310-MOSTRAR-ORDEM
                   WHEN OTHER
                       PERFORM P310-MOSTRAR-ORDEM
                       IF NOT ORJ-SEM-INSTRUCAO
                           DISPLAY "AVISO: A INSTRUCAO PENDENTE SERA "
                                   "SUBSTITUIDA."
                       END-IF
                       DISPLAY "INSTRUCAO (L = LIBERAR, "
                               "T = TRANSFERIR AO JUIZO): "
                       ACCEPT WS-INSTRUCAO
                       IF NOT WS-INSTRUCAO-VALIDA
                           DISPLAY "INSTRUCAO INVALIDA"
                       ELSE
                           DISPLAY "CONFIRMA A INSTRUCAO (S/N)? "
                           ACCEPT WS-RESP-CONFIRMA
                           IF WS-CONFIRMOU
                               PERFORM P210-GRAVAR-INSTRUCAO
                           ELSE
                               DISPLAY "INSTRUCAO CANCELADA"
                           END-IF
                       END-IF
               END-EVALUATE.

           P210-GRAVAR-INSTRUCAO.
               MOVE WS-INSTRUCAO TO ORJ-SW-INSTRUCAO
               MOVE WS-DATA-HOJE TO ORJ-DATA-INSTRUCAO
               MOVE WS-OPERADOR TO ORJ-ID-OPER-INSTRUCAO
               REWRITE ORJ-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A INSTRUCAO. STATUS: "
                               WS-STATUS-ORJMESTR
               END-REWRITE
               IF WS-STATUS-ORJMESTR = '00'
                   DISPLAY "INSTRUCAO REGISTRADA. SERA CUMPRIDA "
                           "PELO PROXIMO CEP270."
                   IF ORJ-INSTR-LIBERAR
                       MOVE "LIBERAR" TO WS-SGD-ACAO
                   ELSE
                       MOVE "TRANSF" TO WS-SGD-ACAO
                   END-IF
                   PERFORM P800-GRAVAR-SEGLOG
               END-IF.

           P300-CONSULTAR-ORDEM.
               PERFORM P090-LER-ORDEM
               IF WS-ORDEM-LIDA
                   PERFORM P310-MOSTRAR-ORDEM
               ELSE
                   IF WS-NUM-ORDEM NOT = SPACES
                       DISPLAY "ORDEM NAO CADASTRADA"
                   END-IF
               END-IF.

           P310-MOSTRAR-ORDEM.
               EVALUATE TRUE
                   WHEN ORJ-PENDENTE
                       MOVE "PENDENTE" TO WS-DESC-SITUACAO
                   WHEN ORJ-PARCIAL
                       MOVE "PARCIAL" TO WS-DESC-SITUACAO
                   WHEN ORJ-CUMPRIDA
                       MOVE "CUMPRIDA" TO WS-DESC-SITUACAO
                   WHEN ORJ-LIBERADA
                       MOVE "LIBERADA" TO WS-DESC-SITUACAO
                   WHEN ORJ-TRANSFERIDA
                       MOVE "TRANSFERIDA" TO WS-DESC-SITUACAO
                   WHEN OTHER
                       MOVE ORJ-SW-SITUACAO TO WS-DESC-SITUACAO
               END-EVALUATE
               IF ORJ-EM-ABERTO
                   COMPUTE WS-VALOR-A-BLOQUEAR =
                           ORJ-VALOR-ORDEM - ORJ-VALOR-BLOQUEADO
               ELSE
                   MOVE ZERO TO WS-VALOR-A-BLOQUEAR
               END-IF
               DISPLAY "ORDEM.............: " ORJ-NUM-ORDEM
               DISPLAY "CPF...............: " ORJ-CPF
               DISPLAY "DATA DA ORDEM.....: " ORJ-DATA-ORDEM
                       "  ORIGEM: " ORJ-SW-ORIGEM
               DISPLAY "VALOR DA ORDEM....: " ORJ-VALOR-ORDEM
               DISPLAY "VALOR BLOQUEADO...: " ORJ-VALOR-BLOQUEADO
                       "  EM " ORJ-QTD-CONTAS " CONTA(S)"
               DISPLAY "FALTA BLOQUEAR....: " WS-VALOR-A-BLOQUEAR
               DISPLAY "VALOR TRANSFERIDO.: " ORJ-VALOR-TRANSFERIDO
               DISPLAY "VALOR LIBERADO....: " ORJ-VALOR-LIBERADO
               DISPLAY "SITUACAO..........: " WS-DESC-SITUACAO
                       " DESDE " ORJ-DATA-SITUACAO
               IF NOT ORJ-SEM-INSTRUCAO
                   DISPLAY "INSTRUCAO PENDENTE: " ORJ-SW-INSTRUCAO
                           " DE " ORJ-DATA-INSTRUCAO
                           " POR " ORJ-ID-OPER-INSTRUCAO
               END-IF.

      *----------------------------------------------------------------*
      *P800: CADASTRO OU INSTRUCAO NO DIARIO DE SEGURANCA. A ORDEM NAO *
      *      E DE UMA CONTA SO: SEG-NUM-CONTA VAI ZERADO E O NUMERO DA *
      *      ORDEM E DIVIDIDO ENTRE ANTES E DEPOIS.                    *
      *----------------------------------------------------------------*
           P800-GRAVAR-SEGLOG.
               ACCEPT WS-HORA-AGORA FROM TIME
               MOVE WS-DATA-HOJE TO SEG-DATA
               MOVE WS-HORA-AGORA TO SEG-HORA
               MOVE ZERO TO SEG-NUM-CONTA
               SET SEG-EVT-ALTERACAO TO TRUE
               MOVE WS-OPERADOR TO SEG-OPERADOR
               MOVE "ORDEM JUDIC" TO SEG-CAMPO
               MOVE ORJ-NUM-ORDEM(1:14) TO SEG-VALOR-ANTES
               MOVE ORJ-NUM-ORDEM(15:6) TO WS-SGD-FIM-ORDEM
               MOVE WS-SEG-DEPOIS TO SEG-VALOR-DEPOIS
               WRITE SEG-REGISTRO.

           END PROGRAM CEP260.
