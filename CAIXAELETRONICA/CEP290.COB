      *----------------------------------------------------------------
      *                          CAIXA ELETRONICA
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *_______________________________________________________________
      *
       PROGRAM-ID. CEP290.
       AUTHOR. "Gabriel Dziecinny"
       DATE-WRITTEN. 15/10/2026.

      *----------------------------------------------------------------*
      *SISTEMA:     CE - CAIXA ELETRONICA
      *JOB:         29 - CAIXA DE BALCAO
      *PROGRAMA:     0 - ATENDIMENTO DO CAIXA DE BALCAO DA AGENCIA. O
      *              CAIXA ENTRA COM O PROPRIO LOGON DO OPMESTR (NIVEL
      *              1 NO OPRCTL) E TRABALHA NA SUA GAVETA DO DIA
      *              (GAVMESTR, COPY GAVETA):
      *              1 - ABRE A GAVETA NUM TERMINAL DE BALCAO ('B..')
      *                  COM O TROCO CONTADO POR DENOMINACAO (UMA
      *                  GAVETA POR CAIXA POR DIA);
      *              2 - DEPOSITO EM DINHEIRO ('D');
      *              3 - SAQUE ('S'), COM A SENHA DO CLIENTE, DENTRO
      *                  DO DISPONIVEL DA CONTA E DO DINHEIRO DA
      *                  GAVETA;
      *              4 - PAGAMENTO DE PARCELA DE CONTRATO PELO VALOR
      *                  DO DIA (ATRCALC, COMO NO CAIXA ELETRONICO),
      *                  EM DINHEIRO (DEPOSITO 'D' SEGUIDO DO DEBITO
      *                  'B' NA CONTA) OU DEBITADA DA CONTA ('B', COM
      *                  A SENHA DO CLIENTE);
      *              5 - FECHA A GAVETA COM O TOTAL CONTADO: O
      *                  ESPERADO (TROCO + DEPOSITOS - SAQUES DO CAIXA
      *                  NO TERMINAL, LIQUIDOS DOS ESTORNOS FEITOS
      *                  PELO CEP190 COM A GAVETA ABERTA) E APURADO
      *                  DO MOVLOG, A SOBRA OU
      *                  FALTA E CONFERIDA POR UM SUPERVISOR (NIVEL 2
      *                  NO OPRCTL, DIFERENTE DO CAIXA) E O FECHAMENTO
      *                  SAI NO RELATORIO RELGAVET.
      *              OS MOVIMENTOS VAO PARA O CTAMESTR/MOVLOG COMO OS
      *              DO CAIXA ELETRONICO, COM O TERMINAL DE BALCAO E O
      *              OPERADOR NA AREA DE REFERENCIA (LOG-REF-BALCAO).
      *              O LIMITE DIARIO DE SAQUE E DO CAIXA ELETRONICO E
      *              NAO SE APLICA AO BALCAO, ONDE O CLIENTE E ATENDIDO
      *              PELO CAIXA. ABERTURA E FECHAMENTO DE GAVETA VAO
      *              PARA O DIARIO DE SEGURANCA (SEGLOG).
      *              SAQUE ACIMA DO VALOR DE AVISO
      *              (WS-LIMITE-AVISO-SAQUE, O MESMO DO CEP010) GERA
      *              SMS AOS TITULARES (CAIXA DE SAIDA NOTMESTR, VIA
      *              NTFCTL), COMO NO CAIXA ELETRONICO.
      *              GAVETA DO CAIXA DEIXADA ABERTA NUM DIA ANTERIOR E
      *              FECHADA NO LOGON, ANTES DE QUALQUER ATENDIMENTO,
      *              PARA A SOBRA OU FALTA CHEGAR A CONTABILIDADE.
      *
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *15/10/2026 GFD  CRIACAO DO PROGRAMA
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

           SELECT GAVMESTR ASSIGN TO "GAVMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAV-CHAVE
               FILE STATUS IS WS-STATUS-GAVMESTR.

           SELECT CTRMESTR ASSIGN TO "CTRMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-CHAVE
               FILE STATUS IS WS-STATUS-CTRMESTR.

           SELECT PARMESTR ASSIGN TO "PARMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CHAVE
               ALTERNATE RECORD KEY IS PAR-CHAVE-VENCTO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-PARMESTR.

           SELECT SEGLOG ASSIGN TO "SEGLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SEGLOG.

           SELECT RELGAVET ASSIGN TO "RELGAVET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELGAVET.

       DATA DIVISION.
       FILE SECTION.
       FD  CTAMESTR.
       COPY CTACAD.

       FD  MOVLOG.
       COPY CTALOG.

       FD  GAVMESTR.
       COPY GAVETA.

       FD  CTRMESTR.
       COPY CONTRATO.

       FD  PARMESTR.
       COPY PARCELA.

       FD  SEGLOG.
       COPY SEGJRN.

       FD  RELGAVET.
       01  REL-REGISTRO             PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-CTAMESTR    PIC X(02) VALUE SPACES.
       77 WS-STATUS-MOVLOG      PIC X(02) VALUE SPACES.
       77 WS-STATUS-GAVMESTR    PIC X(02) VALUE SPACES.
       77 WS-STATUS-CTRMESTR    PIC X(02) VALUE SPACES.
       77 WS-STATUS-PARMESTR    PIC X(02) VALUE SPACES.
       77 WS-STATUS-SEGLOG      PIC X(02) VALUE SPACES.
       77 WS-STATUS-RELGAVET    PIC X(02) VALUE SPACES.

       77 WS-DATA-HOJE          PIC 9(08) VALUE ZERO.
       77 WS-HORA-AGORA         PIC 9(06) VALUE ZERO.
       77 WS-OPERADOR           PIC X(08) VALUE SPACES.
       77 WS-SENHA-OPERADOR     PIC X(08) VALUE SPACES.
       77 WS-NIVEL-EXIGIDO      PIC 9(01) VALUE 1.
       77 WS-NIVEL-OPERADOR     PIC 9(01) VALUE ZERO.
       77 WS-COD-RETORNO-OPR    PIC 9(02) VALUE ZERO.
       77 WS-SUPERVISOR         PIC X(08) VALUE SPACES.
       77 WS-SENHA-SUPERVISOR   PIC X(08) VALUE SPACES.
       77 WS-NIVEL-SUPERVISOR   PIC 9(01) VALUE ZERO.

       01 WS-TERMINAL.
           05 WS-ID-TERMINAL    PIC X(04) VALUE SPACES.
       01 WS-TERMINAL-R REDEFINES WS-TERMINAL.
           05 WS-TER-PREFIXO    PIC X(01).
               88 WS-TERMINAL-BALCAO    VALUE 'B'.
           05 FILLER            PIC X(03).

       77 WS-OPCAO              PIC X(01) VALUE SPACE.
       77 WS-RESP-CONTINUAR     PIC X(01) VALUE 'S'.
           88 WS-CONTINUA-BALCAO    VALUE 'S'.
       77 WS-RESP-CONFIRMA      PIC X(01) VALUE 'N'.
           88 WS-CONFIRMOU          VALUE 'S'.
       77 WS-SW-GAVETA-LIDA     PIC X(01) VALUE 'N'.
           88 WS-GAVETA-LIDA        VALUE 'S'.
       77 WS-SW-GAVETA-ABERTA   PIC X(01) VALUE 'N'.
           88 WS-GAVETA-ABERTA      VALUE 'S'.
       77 WS-SW-CONTA-OK        PIC X(01) VALUE 'N'.
           88 WS-CONTA-OK           VALUE 'S'.
       77 WS-SW-SENHA-OK        PIC X(01) VALUE 'N'.
           88 WS-SENHA-OK           VALUE 'S'.
       77 WS-SW-VIROU-O-DIA     PIC X(01) VALUE 'N'.
           88 WS-VIROU-O-DIA        VALUE 'S'.
       77 WS-SW-FIM-MOVLOG      PIC X(01) VALUE 'N'.
           88 WS-FIM-MOVLOG         VALUE 'S'.
       77 WS-SW-FIM-CTRMESTR    PIC X(01) VALUE 'N'.
           88 WS-FIM-CTRMESTR       VALUE 'S'.
       77 WS-SW-CONTRATO-DO-CLI PIC X(01) VALUE 'N'.
           88 WS-CONTRATO-DO-CLI    VALUE 'S'.
       77 WS-SW-FIM-GAVMESTR    PIC X(01) VALUE 'N'.
           88 WS-FIM-GAVMESTR       VALUE 'S'.
       77 WS-SW-GAVETA-ANTERIOR PIC X(01) VALUE 'N'.
           88 WS-GAVETA-ANTERIOR    VALUE 'S'.

      *----------------------------------------------------------------*
      *CONTA E VALORES DA OPERACAO DO BALCAO.                          *
      *----------------------------------------------------------------*
       77 WS-NUM-CONTA          PIC 9(08) VALUE ZERO.
       77 WS-SENHA-CLIENTE      PIC 9(04) VALUE ZERO.
       77 WS-VALOR-OPERACAO     PIC 9(10)V99 VALUE ZERO.
       77 WS-TIPO-LANCTO        PIC X(01) VALUE SPACE.
       77 WS-VALOR-DISPONIVEL   PIC S9(10)V99 VALUE ZERO.
       77 WS-VALOR-NA-GAVETA    PIC S9(10)V99 VALUE ZERO.
       77 WS-VALOR-JUROS-CHEQUE PIC 9(10)V99 VALUE ZERO.
       77 WS-FORMA-PAGTO        PIC X(01) VALUE SPACE.
           88 WS-PAGTO-DINHEIRO     VALUE 'D'.
           88 WS-PAGTO-CONTA        VALUE 'C'.

      *----------------------------------------------------------------*
      *AVISO AO CLIENTE (SMS) NO SAQUE ACIMA DO VALOR DE AVISO.        *
      *----------------------------------------------------------------*
       77 WS-LIMITE-AVISO-SAQUE PIC 9(10)V99 VALUE 500.00.
       COPY NTFWS.

      *----------------------------------------------------------------*
      *PAGAMENTO DE PARCELA (MESMO CALCULO DO CEP010, VIA ATRCALC).    *
      *----------------------------------------------------------------*
       77 WS-CPF-CLIENTE        PIC 9(11) VALUE ZERO.
       77 WS-NUM-CONTRATO-ESC   PIC 9(05) VALUE ZERO.
       77 WS-NUM-PARCELA-ESC    PIC 9(03) VALUE ZERO.
       77 WS-IND-PARCELA        PIC 9(03) VALUE ZERO.
       77 WS-QTD-CONTRATOS-LIST PIC 9(03) VALUE ZERO.
       77 WS-QTD-PARCELAS-LIST  PIC 9(03) VALUE ZERO.
       77 WS-MAX-PARCELAS-LIST  PIC 9(03) VALUE 3.
       77 WS-PCT-MULTA          PIC 9(02)V99 VALUE 2.00.
       77 WS-VALOR-PARCELA      PIC 9(07)V99 VALUE ZERO.
       77 WS-DIAS-ATRASO        PIC 9(05) VALUE ZERO.
       77 WS-VALOR-MULTA        PIC 9(07)V99 VALUE ZERO.
       77 WS-VALOR-MORA         PIC 9(07)V99 VALUE ZERO.
       77 WS-VALOR-ATUALIZADO   PIC 9(08)V99 VALUE ZERO.
       77 WS-SERIAL-HOJE        PIC 9(08) VALUE ZERO.
       77 WS-SERIAL-VENCTO      PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------------*
      *GAVETA: DENOMINACOES DO TROCO E APURACAO DO FECHAMENTO.         *
      *----------------------------------------------------------------*
       01 WS-TAB-CEDULAS-VALUE.
           03 FILLER            PIC 9(03) VALUE 200.
           03 FILLER            PIC 9(03) VALUE 100.
           03 FILLER            PIC 9(03) VALUE 050.
           03 FILLER            PIC 9(03) VALUE 020.
           03 FILLER            PIC 9(03) VALUE 010.
           03 FILLER            PIC 9(03) VALUE 005.
           03 FILLER            PIC 9(03) VALUE 002.
       01 WS-TAB-CEDULAS REDEFINES WS-TAB-CEDULAS-VALUE.
           03 WS-DENOMINACAO OCCURS 7 TIMES PIC 9(03).
       77 WS-IND-CEDULA         PIC 9(02) VALUE ZERO.
       77 WS-QTD-DIGITADA       PIC 9(05) VALUE ZERO.
       77 WS-VALOR-DENOMINACAO  PIC 9(10)V99 VALUE ZERO.
       77 WS-VALOR-TROCO        PIC 9(10)V99 VALUE ZERO.

       77 WS-VALOR-CONTADO      PIC 9(10)V99 VALUE ZERO.
       77 WS-QTD-DEPOSITOS      PIC 9(05) VALUE ZERO.
       77 WS-VLR-DEPOSITOS      PIC 9(10)V99 VALUE ZERO.
       77 WS-QTD-SAQUES         PIC 9(05) VALUE ZERO.
       77 WS-VLR-SAQUES         PIC 9(10)V99 VALUE ZERO.
       77 WS-QTD-EST-DEPOSITOS  PIC 9(05) VALUE ZERO.
       77 WS-VLR-EST-DEPOSITOS  PIC 9(10)V99 VALUE ZERO.
       77 WS-QTD-EST-SAQUES     PIC 9(05) VALUE ZERO.
       77 WS-VLR-EST-SAQUES     PIC 9(10)V99 VALUE ZERO.
       77 WS-VALOR-ESPERADO     PIC S9(10)V99 VALUE ZERO.
       77 WS-VALOR-DIFERENCA    PIC S9(10)V99 VALUE ZERO.
       77 WS-SW-TOTAIS-DIFEREM  PIC X(01) VALUE 'N'.
           88 WS-TOTAIS-DIFEREM     VALUE 'S'.

      *----------------------------------------------------------------*
      *EVENTO DO DIARIO DE SEGURANCA, MONTADO ANTES DO P800.           *
      *----------------------------------------------------------------*
       77 WS-SEG-CONTA          PIC 9(08) VALUE ZERO.
       77 WS-SEG-OPERADOR       PIC X(08) VALUE SPACES.
       77 WS-SEG-CAMPO          PIC X(12) VALUE SPACES.
       77 WS-SEG-ANTES          PIC X(14) VALUE SPACES.
       77 WS-SEG-DEPOIS         PIC X(14) VALUE SPACES.
       77 WS-SEG-VALOR          PIC -(10)9.99.

      *----------------------------------------------------------------*
      *LINHAS DO RELATORIO DE FECHAMENTO DE GAVETA (RELGAVET).         *
      *----------------------------------------------------------------*
       01 WS-REL-CABECALHO.
           05 FILLER            PIC X(28) VALUE
              "FECHAMENTO DE GAVETA - DATA ".
           05 WS-CAB-DATA       PIC 9(08).
           05 FILLER            PIC X(08) VALUE "  CAIXA ".
           05 WS-CAB-OPERADOR   PIC X(08).
           05 FILLER            PIC X(11) VALUE "  TERMINAL ".
           05 WS-CAB-TERMINAL   PIC X(04).

       01 WS-REL-VALOR.
           05 WS-VAL-DESCRICAO  PIC X(28).
           05 WS-VAL-QTD        PIC Z(4)9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 WS-VAL-VALOR      PIC -(10)9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-VAL-OBS        PIC X(14).

       01 WS-REL-CEDULA.
           05 FILLER            PIC X(07) VALUE "  R$ ".
           05 WS-CED-DENOM      PIC ZZ9.
           05 FILLER            PIC X(10) VALUE "  NOTAS: ".
           05 WS-CED-QTD        PIC Z(4)9.
           05 FILLER            PIC X(10) VALUE "  VALOR: ".
           05 WS-CED-VALOR      PIC Z(9)9.99.

       01 WS-REL-CONFERENCIA.
           05 FILLER            PIC X(28) VALUE
              "CONFERIDO PELO SUPERVISOR.: ".
           05 WS-CNF-SUPERVISOR PIC X(08).
           05 FILLER            PIC X(07) VALUE "  HORA ".
           05 WS-CNF-HORA       PIC 9(06).

       01 WS-REL-AVISO.
           05 FILLER            PIC X(38) VALUE
              "*** TOTAIS CORRENTES DA GAVETA DIFEREM".
           05 FILLER            PIC X(26) VALUE
              " DO MOVLOG (VALE O MOVLOG)".

       01 WS-REL-BRANCO         PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
           P000-INICIO.
               DISPLAY "+--------------------------------------+"
               DISPLAY "| CEP290 - CAIXA DE BALCAO              |"
               DISPLAY "+--------------------------------------+"
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               ACCEPT WS-HORA-AGORA FROM TIME
               DISPLAY "IDENTIFICACAO DO OPERADOR: "
               ACCEPT WS-OPERADOR
               DISPLAY "SENHA DO OPERADOR: "
               ACCEPT WS-SENHA-OPERADOR
               MOVE 1 TO WS-NIVEL-EXIGIDO
               CALL "OPRCTL" USING WS-OPERADOR WS-SENHA-OPERADOR
                                   WS-NIVEL-EXIGIDO WS-NIVEL-OPERADOR
                                   WS-COD-RETORNO-OPR
               IF WS-COD-RETORNO-OPR NOT = ZERO
                   DISPLAY "ACESSO NEGADO -- O CAIXA DE BALCAO EXIGE "
                           "OPERADOR CADASTRADO. ENCERRANDO."
               ELSE
                   OPEN I-O CTAMESTR
                   OPEN EXTEND MOVLOG
                   PERFORM P010-ABRIR-GAVMESTR
                   IF WS-STATUS-CTAMESTR NOT = '00' OR
                      WS-STATUS-MOVLOG NOT = '00' OR
                      WS-STATUS-GAVMESTR NOT = '00'
                       DISPLAY "ERRO AO ABRIR ARQUIVOS. CTAMESTR: "
                               WS-STATUS-CTAMESTR " MOVLOG: "
                               WS-STATUS-MOVLOG " GAVMESTR: "
                               WS-STATUS-GAVMESTR
                   ELSE
                       PERFORM P030-FECHAR-GAVETA-ANTERIOR
                       IF WS-GAVETA-ANTERIOR
                           DISPLAY "GAVETA ANTERIOR NAO FECHADA -- "
                                   "NENHUM ATENDIMENTO ANTES DO "
                                   "FECHAMENTO DELA. ENCERRANDO."
                       ELSE
                           PERFORM P020-LER-GAVETA
                           PERFORM P050-LACO-BALCAO
                                   UNTIL NOT WS-CONTINUA-BALCAO
                       END-IF
                   END-IF
                   CLOSE CTAMESTR MOVLOG GAVMESTR
               END-IF
               STOP RUN.

      *----------------------------------------------------------------*
      *P010: A PRIMEIRA ABERTURA DE GAVETA CRIA O GAVMESTR VAZIO.      *
      *----------------------------------------------------------------*
           P010-ABRIR-GAVMESTR.
               OPEN I-O GAVMESTR
               IF WS-STATUS-GAVMESTR = '35'
                   OPEN OUTPUT GAVMESTR
                   IF WS-STATUS-GAVMESTR = '00'
                       CLOSE GAVMESTR
                       OPEN I-O GAVMESTR
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *P020: LE A GAVETA DO CAIXA NO DIA. GAVETA ABERTA NUMA SESSAO    *
      *      ANTERIOR CONTINUA NO MESMO TERMINAL.                      *
      *----------------------------------------------------------------*
           P020-LER-GAVETA.
               MOVE 'N' TO WS-SW-GAVETA-LIDA
               MOVE 'N' TO WS-SW-GAVETA-ABERTA
               MOVE WS-DATA-HOJE TO GAV-DATA
               MOVE WS-OPERADOR TO GAV-ID-OPERADOR
               READ GAVMESTR
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-STATUS-GAVMESTR = '00'
                   MOVE 'S' TO WS-SW-GAVETA-LIDA
                   MOVE GAV-ID-TERMINAL TO WS-ID-TERMINAL
                   IF GAV-ABERTA
                       MOVE 'S' TO WS-SW-GAVETA-ABERTA
                       DISPLAY "GAVETA ABERTA NO TERMINAL "
                               GAV-ID-TERMINAL " DESDE "
                               GAV-HORA-ABERTURA
                   ELSE
                       DISPLAY "GAVETA DE HOJE JA FECHADA AS "
                               GAV-HORA-FECHAMENTO
                   END-IF
               ELSE
                   DISPLAY "GAVETA DE HOJE AINDA NAO ABERTA"
               END-IF.

      *----------------------------------------------------------------*
      *P030: GAVETA DO CAIXA AINDA ABERTA NUM DIA ANTERIOR E FECHADA   *
      *      AGORA (P500, COM O TOTAL CONTADO E A CONFERENCIA DO       *
      *      SUPERVISOR) ANTES DE QUALQUER ATENDIMENTO OU ABERTURA DE  *
      *      GAVETA NO DIA. SEM O FECHAMENTO A SESSAO E ENCERRADA.     *
      *----------------------------------------------------------------*
           P030-FECHAR-GAVETA-ANTERIOR.
               MOVE 'N' TO WS-SW-GAVETA-ANTERIOR
               MOVE 'N' TO WS-SW-FIM-GAVMESTR
               MOVE ZERO TO GAV-DATA
               MOVE LOW-VALUES TO GAV-ID-OPERADOR
               START GAVMESTR KEY IS NOT LESS THAN GAV-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-GAVMESTR
               END-START
               PERFORM P035-LER-GAVETA-ANTERIOR
                       UNTIL WS-FIM-GAVMESTR OR WS-GAVETA-ANTERIOR
               IF WS-GAVETA-ANTERIOR
                   MOVE GAV-ID-TERMINAL TO WS-ID-TERMINAL
                   MOVE 'S' TO WS-SW-GAVETA-ABERTA
                   DISPLAY "GAVETA DE " GAV-DATA " AINDA ABERTA NO "
                           "TERMINAL " GAV-ID-TERMINAL
                           " -- FECHAMENTO OBRIGATORIO."
                   PERFORM P500-FECHAR-GAVETA
                   IF NOT WS-GAVETA-ABERTA
                       MOVE 'N' TO WS-SW-GAVETA-ANTERIOR
                   END-IF
               END-IF.

           P035-LER-GAVETA-ANTERIOR.
               READ GAVMESTR NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SW-FIM-GAVMESTR
               END-READ
               IF NOT WS-FIM-GAVMESTR
                   IF GAV-DATA NOT < WS-DATA-HOJE
                       MOVE 'S' TO WS-SW-FIM-GAVMESTR
                   ELSE
                       IF GAV-ID-OPERADOR = WS-OPERADOR AND
                          GAV-ABERTA
                           MOVE 'S' TO WS-SW-GAVETA-ANTERIOR
                       END-IF
                   END-IF
               END-IF.

           P050-LACO-BALCAO.
               DISPLAY " "
               DISPLAY "1 - ABRIR GAVETA"
               DISPLAY "2 - DEPOSITO EM DINHEIRO"
               DISPLAY "3 - SAQUE"
               DISPLAY "4 - PAGAMENTO DE PARCELA"
               DISPLAY "5 - FECHAR GAVETA"
               DISPLAY "OPCAO: "
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                       PERFORM P100-ABRIR-GAVETA
                   WHEN '2'
                   WHEN '3'
                   WHEN '4'
                       IF NOT WS-GAVETA-ABERTA
                           DISPLAY "ABRA A GAVETA ANTES DE ATENDER"
                       ELSE
                           PERFORM P060-ATENDER
                       END-IF
                   WHEN '5'
                       IF NOT WS-GAVETA-ABERTA
                           DISPLAY "NENHUMA GAVETA ABERTA"
                       ELSE
                           PERFORM P500-FECHAR-GAVETA
                       END-IF
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
               DISPLAY "OUTRA OPERACAO (S/N)? "
               ACCEPT WS-RESP-CONTINUAR.

           P060-ATENDER.
               PERFORM P150-LOCALIZAR-CONTA
               IF WS-CONTA-OK
                   EVALUATE WS-OPCAO
                       WHEN '2'
                           PERFORM P200-DEPOSITO
                       WHEN '3'
                           PERFORM P300-SAQUE
                       WHEN '4'
                           PERFORM P400-PAGAR-PARCELA
                   END-EVALUATE
               END-IF.

      *----------------------------------------------------------------*
      *P100: ABERTURA DA GAVETA. O CAIXA INFORMA O TERMINAL DE BALCAO  *
      *      E CONTA O TROCO RECEBIDO POR DENOMINACAO; O TOTAL E O     *
      *      VALOR DE ABERTURA. GAVETA JA FECHADA NAO REABRE NO DIA.   *
      *----------------------------------------------------------------*
           P100-ABRIR-GAVETA.
               EVALUATE TRUE
                   WHEN WS-GAVETA-ABERTA
                       DISPLAY "GAVETA JA ABERTA NO TERMINAL "
                               WS-ID-TERMINAL
                   WHEN WS-GAVETA-LIDA
                       DISPLAY "GAVETA DE HOJE JA FECHADA -- UMA "
                               "GAVETA POR CAIXA POR DIA."
                   WHEN OTHER
                       DISPLAY "TERMINAL DE BALCAO (EX: B001): "
                       ACCEPT WS-ID-TERMINAL
                       IF NOT WS-TERMINAL-BALCAO
                           DISPLAY "TERMINAL INVALIDO -- O TERMINAL "
                                   "DE BALCAO COMECA COM B."
                       ELSE
                           PERFORM P110-CONTAR-TROCO
                           DISPLAY "TROCO CONTADO: " WS-VALOR-TROCO
                           DISPLAY "CONFIRMA A ABERTURA (S/N)? "
                           ACCEPT WS-RESP-CONFIRMA
                           IF WS-CONFIRMOU
                               PERFORM P130-GRAVAR-ABERTURA
                           ELSE
                               DISPLAY "ABERTURA CANCELADA"
                           END-IF
                       END-IF
               END-EVALUATE.

           P110-CONTAR-TROCO.
               INITIALIZE GAV-REGISTRO
               MOVE ZERO TO WS-VALOR-TROCO
               PERFORM P120-CONTAR-DENOMINACAO
                       VARYING WS-IND-CEDULA FROM 1 BY 1
                       UNTIL WS-IND-CEDULA > 7.

           P120-CONTAR-DENOMINACAO.
               DISPLAY "QUANTIDADE DE NOTAS DE R$ "
                       WS-DENOMINACAO(WS-IND-CEDULA) ": "
               ACCEPT WS-QTD-DIGITADA
               MOVE WS-DENOMINACAO(WS-IND-CEDULA) TO
                    GAV-DEN-VALOR(WS-IND-CEDULA)
               MOVE WS-QTD-DIGITADA TO GAV-DEN-QTD(WS-IND-CEDULA)
               COMPUTE WS-VALOR-TROCO = WS-VALOR-TROCO +
                       WS-QTD-DIGITADA * WS-DENOMINACAO(WS-IND-CEDULA).

           P130-GRAVAR-ABERTURA.
               ACCEPT WS-HORA-AGORA FROM TIME
               MOVE WS-DATA-HOJE TO GAV-DATA
               MOVE WS-OPERADOR TO GAV-ID-OPERADOR
               MOVE WS-ID-TERMINAL TO GAV-ID-TERMINAL
               SET GAV-ABERTA TO TRUE
               MOVE WS-HORA-AGORA TO GAV-HORA-ABERTURA
               MOVE WS-VALOR-TROCO TO GAV-VALOR-ABERTURA
               WRITE GAV-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A GAVETA. STATUS: "
                               WS-STATUS-GAVMESTR
               END-WRITE
               IF WS-STATUS-GAVMESTR = '00'
                   MOVE 'S' TO WS-SW-GAVETA-LIDA
                   MOVE 'S' TO WS-SW-GAVETA-ABERTA
                   DISPLAY "GAVETA ABERTA NO TERMINAL " WS-ID-TERMINAL
                   MOVE ZERO TO WS-SEG-CONTA
                   MOVE WS-OPERADOR TO WS-SEG-OPERADOR
                   MOVE "GAVETA ABERT" TO WS-SEG-CAMPO
                   MOVE WS-ID-TERMINAL TO WS-SEG-ANTES
                   MOVE WS-VALOR-TROCO TO WS-SEG-VALOR
                   MOVE WS-SEG-VALOR TO WS-SEG-DEPOIS
                   PERFORM P800-GRAVAR-SEGLOG
               END-IF.

      *----------------------------------------------------------------*
      *P150: LE A CONTA DO CLIENTE E FAZ O ROLLOVER DE DIA (DIAROLL).  *
      *      CONTA DORMENTE E REATIVADA PELO PROPRIO CAIXA, COMO A     *
      *      REATIVACAO DO CEP010 EXIGE UM OPERADOR DA AGENCIA.        *
      *----------------------------------------------------------------*
           P150-LOCALIZAR-CONTA.
               MOVE 'N' TO WS-SW-CONTA-OK
               DISPLAY "NUMERO DA CONTA: "
               ACCEPT WS-NUM-CONTA
               MOVE WS-NUM-CONTA TO CTA-NUM-CONTA
               READ CTAMESTR
                   INVALID KEY
                       DISPLAY "CONTA NAO ENCONTRADA"
               END-READ
               IF WS-STATUS-CTAMESTR = '00'
                   IF CTA-ENCERRADA
                       DISPLAY "CONTA ENCERRADA EM "
                               CTA-DATA-ENCERRAMENTO
                   ELSE
                       MOVE 'S' TO WS-SW-CONTA-OK
                       IF CTA-DORMENTE
                           PERFORM P160-REATIVAR-CONTA
                       END-IF
                       ACCEPT WS-HORA-AGORA FROM TIME
                       MOVE SPACES TO LOG-REGISTRO
                       MOVE WS-OPERADOR TO LOG-REF-ID-OPERADOR
                       PERFORM P015-ATUALIZAR-DIA-CORRENTE
                   END-IF
               END-IF.

           P160-REATIVAR-CONTA.
               MOVE 'N' TO CTA-SW-DORMENTE
               MOVE ZERO TO CTA-DATA-DORMENCIA
               MOVE WS-DATA-HOJE TO CTA-DATA-ULT-MOVTO
               REWRITE CTA-REGISTRO
               DISPLAY "CONTA DORMENTE REATIVADA PELO OPERADOR "
                       WS-OPERADOR
               MOVE WS-NUM-CONTA TO WS-SEG-CONTA
               MOVE WS-OPERADOR TO WS-SEG-OPERADOR
               MOVE "DORMENCIA" TO WS-SEG-CAMPO
               MOVE "S" TO WS-SEG-ANTES
               MOVE "N" TO WS-SEG-DEPOIS
               PERFORM P800-GRAVAR-SEGLOG.

      *----------------------------------------------------------------*
      *P170: DEBITO NO BALCAO EXIGE A SENHA DO CLIENTE. CONTA          *
      *      BLOQUEADA POR SENHA E DESBLOQUEADA ANTES PELO CEP050.     *
      *----------------------------------------------------------------*
           P170-CONFERIR-SENHA-CLIENTE.
               MOVE 'N' TO WS-SW-SENHA-OK
               IF CTA-BLOQUEADA
                   DISPLAY "CONTA BLOQUEADA POR SENHA -- DESBLOQUEIE "
                           "PELO CEP050 ANTES DO DEBITO."
               ELSE
                   DISPLAY "SENHA DO CLIENTE: "
                   ACCEPT WS-SENHA-CLIENTE
                   IF WS-SENHA-CLIENTE = CTA-SENHA
                       MOVE 'S' TO WS-SW-SENHA-OK
                   ELSE
                       DISPLAY "SENHA NAO CONFERE. OPERACAO "
                               "CANCELADA."
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *P200: DEPOSITO EM DINHEIRO NO BALCAO. O DINHEIRO ENTRA NA       *
      *      GAVETA E O CREDITO E LIBERADO NA HORA.                    *
      *----------------------------------------------------------------*
           P200-DEPOSITO.
               DISPLAY "VALOR DO DEPOSITO: "
               ACCEPT WS-VALOR-OPERACAO
               IF WS-VALOR-OPERACAO = ZERO
                   DISPLAY "VALOR NAO INFORMADO"
               ELSE
                   MOVE 'D' TO WS-TIPO-LANCTO
                   PERFORM P600-CREDITAR-CONTA
                   ADD WS-VALOR-OPERACAO TO GAV-VALOR-ENTRADAS
                   PERFORM P700-ATUALIZAR-GAVETA
                   DISPLAY "DEPOSITO EFETIVADO. SALDO: " CTA-SALDO
               END-IF.

      *----------------------------------------------------------------*
      *P300: SAQUE NO BALCAO. CONFERE A SENHA, O DISPONIVEL (SALDO +   *
      *      CHEQUE ESPECIAL - FLOAT - BLOQUEIO JUDICIAL, COMO NO      *
      *      CEP010) E O DINHEIRO QUE HA NA GAVETA. SAQUE ACIMA DO     *
      *      VALOR DE AVISO GERA SMS AOS TITULARES (P310).             *
      *----------------------------------------------------------------*
           P300-SAQUE.
               PERFORM P170-CONFERIR-SENHA-CLIENTE
               IF WS-SENHA-OK
                   DISPLAY "VALOR DO SAQUE: "
                   ACCEPT WS-VALOR-OPERACAO
                   COMPUTE WS-VALOR-DISPONIVEL =
                           CTA-SALDO + CTA-LIMITE-CHEQUE-ESP -
                           CTA-VALOR-BLOQUEADO -
                           CTA-VALOR-BLOQ-JUDICIAL
                   COMPUTE WS-VALOR-NA-GAVETA =
                           GAV-VALOR-ABERTURA + GAV-VALOR-ENTRADAS -
                           GAV-VALOR-SAIDAS
                   EVALUATE TRUE
                       WHEN WS-VALOR-OPERACAO = ZERO
                           DISPLAY "VALOR NAO INFORMADO"
                       WHEN WS-VALOR-OPERACAO > WS-VALOR-DISPONIVEL
                           DISPLAY "SALDO INSUFICIENTE PARA OPERACAO"
                       WHEN WS-VALOR-OPERACAO > WS-VALOR-NA-GAVETA
                           DISPLAY "DINHEIRO INSUFICIENTE NA GAVETA ("
                                   WS-VALOR-NA-GAVETA "). OPERACAO "
                                   "CANCELADA."
                       WHEN OTHER
                           MOVE 'S' TO WS-TIPO-LANCTO
                           PERFORM P650-DEBITAR-CONTA
                           ADD WS-VALOR-OPERACAO TO GAV-VALOR-SAIDAS
                           PERFORM P700-ATUALIZAR-GAVETA
                           DISPLAY "SAQUE EFETIVADO. SALDO: "
                                   CTA-SALDO
                           IF WS-VALOR-OPERACAO > WS-LIMITE-AVISO-SAQUE
                               PERFORM P310-NOTIFICAR-CLIENTE
                           END-IF
                   END-EVALUATE
               END-IF.

      *----------------------------------------------------------------*
      *P310: AVISO DO SAQUE AOS TITULARES PELA CAIXA DE SAIDA DE       *
      *      NOTIFICACOES (NTFCTL), COMO NO CEP010. A REFERENCIA E A   *
      *      HORA DO AVISO, TOMADA AQUI. FALHA NO AVISO NAO DESFAZ O   *
      *      SAQUE.                                                    *
      *----------------------------------------------------------------*
           P310-NOTIFICAR-CLIENTE.
               ACCEPT WS-HORA-AGORA FROM TIME
               MOVE 'S' TO WS-NTF-TIPO-EVENTO
               MOVE WS-VALOR-OPERACAO TO WS-NTF-VALOR
               MOVE CTA-NUM-CONTA TO WS-NTF-NUM-CONTA
               MOVE ZERO TO WS-NTF-CPF-TITULAR
               IF NOT CTA-TITULAR-NAO-INICIADO
                   MOVE CTA-CPF-TITULAR TO WS-NTF-CPF-TITULAR
               END-IF
               MOVE WS-DATA-HOJE TO WS-NTF-DATA-PROC
               MOVE WS-DATA-HOJE TO WS-NTF-DATA-EVENTO
               MOVE WS-HORA-AGORA TO WS-NTF-REFERENCIA
               CALL "NTFCTL" USING WS-NTF-TIPO-EVENTO WS-NTF-NUM-CONTA
                                   WS-NTF-CPF-TITULAR WS-NTF-DATA-PROC
                                   WS-NTF-DATA-EVENTO WS-NTF-REFERENCIA
                                   WS-NTF-VALOR WS-NTF-QTD-GERADAS
                                   WS-NTF-QTD-SUPRIMIDAS
                                   WS-NTF-COD-RETORNO.

      *----------------------------------------------------------------*
      *P400: PAGAMENTO DE PARCELA NO BALCAO. OS CONTRATOS LISTADOS SAO *
      *      OS QUE CREDITAM NA CONTA INFORMADA OU NUMA CONTA DO MESMO *
      *      CPF TITULAR (MESMO CRITERIO DO CEP010, P715).             *
      *----------------------------------------------------------------*
           P400-PAGAR-PARCELA.
               OPEN INPUT CTRMESTR
               OPEN I-O PARMESTR
               IF WS-STATUS-CTRMESTR NOT = '00' OR
                  WS-STATUS-PARMESTR NOT = '00'
                   DISPLAY "CADASTRO DE CONTRATOS INDISPONIVEL. "
                           "CTRMESTR: " WS-STATUS-CTRMESTR
                           " PARMESTR: " WS-STATUS-PARMESTR
               ELSE
                   MOVE ZERO TO WS-CPF-CLIENTE
                   IF NOT CTA-TITULAR-NAO-INICIADO
                       MOVE CTA-CPF-TITULAR TO WS-CPF-CLIENTE
                   END-IF
                   PERFORM P410-LISTAR-CONTRATOS
                   IF WS-QTD-CONTRATOS-LIST = ZERO
                       DISPLAY "NENHUM CONTRATO DO CLIENTE "
                               "ENCONTRADO."
                   ELSE
                       PERFORM P420-ESCOLHER-PARCELA
                   END-IF
               END-IF
               CLOSE CTRMESTR PARMESTR.

           P410-LISTAR-CONTRATOS.
               MOVE ZERO TO WS-QTD-CONTRATOS-LIST
               MOVE 'N' TO WS-SW-FIM-CTRMESTR
               MOVE ZERO TO CTR-NUM-CONTRATO
               START CTRMESTR KEY IS NOT LESS THAN CTR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIM-CTRMESTR
               END-START
               DISPLAY "CONTRATOS DO CLIENTE---------------"
               PERFORM P411-LISTAR-UM-CONTRATO
                       UNTIL WS-FIM-CTRMESTR.

           P411-LISTAR-UM-CONTRATO.
               READ CTRMESTR NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SW-FIM-CTRMESTR
               END-READ
               IF NOT WS-FIM-CTRMESTR
                   IF CTR-NAO-LIQUIDADO
                       PERFORM P415-CONFERIR-CONTRATO-DO-CLI
                       IF WS-CONTRATO-DO-CLI
                           DISPLAY "  CONTRATO " CTR-NUM-CONTRATO
                                   " CONTA " CTR-NUM-CONTA-CREDITO
                                   " VALOR " CTR-VALOR-FINANCIADO
                                   " PRESTACOES " CTR-NUM-PRESTACAO
                           ADD 1 TO WS-QTD-CONTRATOS-LIST
                       END-IF
                   END-IF
               END-IF.

           P415-CONFERIR-CONTRATO-DO-CLI.
               MOVE 'N' TO WS-SW-CONTRATO-DO-CLI
               IF CTR-NUM-CONTA-CREDITO = WS-NUM-CONTA
                   MOVE 'S' TO WS-SW-CONTRATO-DO-CLI
               ELSE
                   IF WS-CPF-CLIENTE > ZERO
                       MOVE CTR-NUM-CONTA-CREDITO TO CTA-NUM-CONTA
                       READ CTAMESTR
                           INVALID KEY
                               CONTINUE
                       END-READ
                       IF WS-STATUS-CTAMESTR = '00'
                           IF NOT CTA-TITULAR-NAO-INICIADO
                               IF CTA-CPF-TITULAR = WS-CPF-CLIENTE
                                   MOVE 'S' TO
                                        WS-SW-CONTRATO-DO-CLI
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           P420-ESCOLHER-PARCELA.
               DISPLAY "NUMERO DO CONTRATO A PAGAR: "
               ACCEPT WS-NUM-CONTRATO-ESC
               MOVE WS-NUM-CONTRATO-ESC TO CTR-NUM-CONTRATO
               READ CTRMESTR
                   INVALID KEY
                       DISPLAY "CONTRATO NAO ENCONTRADO"
               END-READ
               IF WS-STATUS-CTRMESTR = '00'
                   PERFORM P415-CONFERIR-CONTRATO-DO-CLI
                   EVALUATE TRUE
                       WHEN NOT WS-CONTRATO-DO-CLI
                           DISPLAY "CONTRATO NAO E DESTE CLIENTE"
                       WHEN CTR-LIQUIDADO
                           DISPLAY "CONTRATO JA ESTA LIQUIDADO"
                       WHEN OTHER
                           PERFORM P430-LISTAR-PARCELAS-ABERTAS
                           IF WS-QTD-PARCELAS-LIST = ZERO
                               DISPLAY "NENHUMA PARCELA ABERTA."
                           ELSE
                               PERFORM P435-RELER-CONTA
                               IF WS-STATUS-CTAMESTR = '00'
                                   PERFORM P440-COBRAR-PARCELA
                               END-IF
                           END-IF
                   END-EVALUATE
               END-IF.

           P430-LISTAR-PARCELAS-ABERTAS.
               MOVE ZERO TO WS-QTD-PARCELAS-LIST
               DISPLAY "PROXIMAS PARCELAS ABERTAS----------"
               PERFORM P431-LISTAR-UMA-PARCELA
                       VARYING WS-IND-PARCELA FROM 1 BY 1
                       UNTIL WS-IND-PARCELA > CTR-NUM-PRESTACAO OR
                             WS-QTD-PARCELAS-LIST >=
                             WS-MAX-PARCELAS-LIST.

           P431-LISTAR-UMA-PARCELA.
               MOVE CTR-NUM-CONTRATO TO PAR-NUM-CONTRATO
               MOVE WS-IND-PARCELA TO PAR-NUM-PARCELA
               READ PARMESTR
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-STATUS-PARMESTR = '00' AND PAR-ABERTA
                   DISPLAY "  PARCELA " PAR-NUM-PARCELA
                           " VALOR " PAR-VALOR
                           " VENCTO " PAR-DATA-VENCTO
                   ADD 1 TO WS-QTD-PARCELAS-LIST
               END-IF.

      *----------------------------------------------------------------*
      *P435: A LISTAGEM (P415) PODE TER LIDO OUTRAS CONTAS NO          *
      *      CTA-REGISTRO; A CONTA DO CLIENTE E RELIDA ANTES DA        *
      *      COBRANCA.                                                 *
      *----------------------------------------------------------------*
           P435-RELER-CONTA.
               MOVE WS-NUM-CONTA TO CTA-NUM-CONTA
               READ CTAMESTR
                   INVALID KEY
                       DISPLAY "ERRO AO RELER A CONTA. OPERACAO "
                               "CANCELADA."
               END-READ.

      *----------------------------------------------------------------*
      *P440: COBRA A PARCELA PELO VALOR DE HOJE. EM DINHEIRO O VALOR   *
      *      ENTRA NA GAVETA E E DEPOSITADO NA CONTA ANTES DO DEBITO   *
      *      DA PARCELA; DEBITADA DA CONTA, EXIGE A SENHA E O          *
      *      DISPONIVEL. A BAIXA SO ACONTECE DEPOIS DO DEBITO GRAVADO. *
      *----------------------------------------------------------------*
           P440-COBRAR-PARCELA.
               DISPLAY "NUMERO DA PARCELA A PAGAR: "
               ACCEPT WS-NUM-PARCELA-ESC
               MOVE CTR-NUM-CONTRATO TO PAR-NUM-CONTRATO
               MOVE WS-NUM-PARCELA-ESC TO PAR-NUM-PARCELA
               READ PARMESTR
                   INVALID KEY
                       DISPLAY "PARCELA NAO ENCONTRADA"
               END-READ
               IF WS-STATUS-PARMESTR = '00'
                   IF PAR-PAGA
                       DISPLAY "PARCELA JA ESTAVA PAGA"
                   ELSE
                       PERFORM P450-VALORIZAR-PARCELA
                       DISPLAY "VALOR A PAGAR HOJE: "
                               WS-VALOR-ATUALIZADO
                       DISPLAY "FORMA DE PAGAMENTO - D=DINHEIRO  "
                               "C=DEBITO EM CONTA: "
                       ACCEPT WS-FORMA-PAGTO
                       EVALUATE TRUE
                           WHEN WS-PAGTO-DINHEIRO
                               MOVE WS-VALOR-ATUALIZADO TO
                                    WS-VALOR-OPERACAO
                               MOVE 'D' TO WS-TIPO-LANCTO
                               PERFORM P600-CREDITAR-CONTA
                               ADD WS-VALOR-OPERACAO TO
                                   GAV-VALOR-ENTRADAS
                               PERFORM P700-ATUALIZAR-GAVETA
                               PERFORM P460-DEBITAR-E-BAIXAR
                           WHEN WS-PAGTO-CONTA
                               PERFORM P170-CONFERIR-SENHA-CLIENTE
                               IF WS-SENHA-OK
                                   PERFORM P445-CONFERIR-DISPONIVEL
                               END-IF
                           WHEN OTHER
                               DISPLAY "FORMA DE PAGAMENTO INVALIDA"
                       END-EVALUATE
                   END-IF
               END-IF.

           P445-CONFERIR-DISPONIVEL.
               COMPUTE WS-VALOR-DISPONIVEL =
                       CTA-SALDO + CTA-LIMITE-CHEQUE-ESP -
                       CTA-VALOR-BLOQUEADO -
                       CTA-VALOR-BLOQ-JUDICIAL
               IF WS-VALOR-ATUALIZADO > WS-VALOR-DISPONIVEL
                   DISPLAY "SALDO INSUFICIENTE PARA OPERACAO"
               ELSE
                   PERFORM P460-DEBITAR-E-BAIXAR
               END-IF.

      *----------------------------------------------------------------*
      *P450: PARCELA VENCIDA E COBRADA PELO VALOR ATUALIZADO (MULTA E  *
      *      MORA DO ATRCALC); A VENCER, PELO VALOR ORIGINAL.          *
      *----------------------------------------------------------------*
           P450-VALORIZAR-PARCELA.
               IF PAR-DATA-VENCTO < WS-DATA-HOJE
                   COMPUTE WS-SERIAL-HOJE = FUNCTION INTEGER-OF-DATE
                           (WS-DATA-HOJE)
                   COMPUTE WS-SERIAL-VENCTO = FUNCTION
                           INTEGER-OF-DATE(PAR-DATA-VENCTO)
                   COMPUTE WS-DIAS-ATRASO =
                           WS-SERIAL-HOJE - WS-SERIAL-VENCTO
                   MOVE PAR-VALOR TO WS-VALOR-PARCELA
                   PERFORM 7000-CALCULAR-ENCARGOS-ATRASO
               ELSE
                   MOVE PAR-VALOR TO WS-VALOR-ATUALIZADO
               END-IF.

           P460-DEBITAR-E-BAIXAR.
               MOVE WS-VALOR-ATUALIZADO TO WS-VALOR-OPERACAO
               MOVE 'B' TO WS-TIPO-LANCTO
               PERFORM P650-DEBITAR-CONTA
               SET PAR-PAGA TO TRUE
               MOVE WS-DATA-HOJE TO PAR-DATA-PGTO
               REWRITE PAR-REGISTRO
               DISPLAY "PARCELA " WS-NUM-PARCELA-ESC
                       " DO CONTRATO " WS-NUM-CONTRATO-ESC
                       " PAGA. VALOR: " WS-VALOR-ATUALIZADO.

      *----------------------------------------------------------------*
      *P500: FECHAMENTO DA GAVETA. O ESPERADO VEM DO MOVLOG (TROCO +   *
      *      DEPOSITOS - SAQUES DO CAIXA NO TERMINAL DA GAVETA,        *
      *      LIQUIDOS DOS ESTORNOS DO CEP190), NAO DOS TOTAIS          *
      *      CORRENTES; SE ELES DIVERGIREM O RELATORIO AVISA. SEM A    *
      *      CONFERENCIA DO SUPERVISOR A GAVETA CONTINUA ABERTA.       *
      *----------------------------------------------------------------*
           P500-FECHAR-GAVETA.
               DISPLAY "TOTAL CONTADO NA GAVETA: "
               ACCEPT WS-VALOR-CONTADO
               PERFORM P510-APURAR-MOVLOG
               IF WS-STATUS-MOVLOG NOT = '00'
                   DISPLAY "ERRO AO REABRIR O MOVLOG. STATUS: "
                           WS-STATUS-MOVLOG ". ENCERRE A SESSAO."
                   MOVE 'N' TO WS-RESP-CONTINUAR
               ELSE
                   COMPUTE WS-VALOR-ESPERADO = GAV-VALOR-ABERTURA +
                           WS-VLR-DEPOSITOS - WS-VLR-EST-DEPOSITOS -
                           WS-VLR-SAQUES + WS-VLR-EST-SAQUES
                   COMPUTE WS-VALOR-DIFERENCA =
                           WS-VALOR-CONTADO - WS-VALOR-ESPERADO
                   DISPLAY "TROCO DE ABERTURA.: " GAV-VALOR-ABERTURA
                   DISPLAY "DEPOSITOS.........: " WS-VLR-DEPOSITOS
                   DISPLAY "ESTORNO DEPOSITOS.: " WS-VLR-EST-DEPOSITOS
                   DISPLAY "SAQUES............: " WS-VLR-SAQUES
                   DISPLAY "ESTORNO SAQUES....: " WS-VLR-EST-SAQUES
                   DISPLAY "ESPERADO..........: " WS-VALOR-ESPERADO
                   DISPLAY "CONTADO...........: " WS-VALOR-CONTADO
                   DISPLAY "DIFERENCA.........: " WS-VALOR-DIFERENCA
                   PERFORM P520-CONFERIR-SUPERVISOR
                   IF WS-COD-RETORNO-OPR NOT = ZERO
                       DISPLAY "FECHAMENTO NAO CONFERIDO -- A GAVETA "
                               "CONTINUA ABERTA."
                   ELSE
                       PERFORM P530-GRAVAR-FECHAMENTO
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *P510: SOMA NO MOVLOG OS DEPOSITOS E SAQUES DO DIA FEITOS PELO   *
      *      CAIXA NO TERMINAL DA GAVETA. O PAGAMENTO DE PARCELA EM    *
      *      DINHEIRO JA ENTRA COMO DEPOSITO; O DEBITO 'B' NAO MEXE NA *
      *      GAVETA. O MOVLOG E FECHADO E REABERTO EM EXTEND. OS       *
      *      TOTAIS CORRENTES SAO CONFERIDOS CONTRA OS DEPOSITOS E     *
      *      SAQUES SEM OS ESTORNOS, QUE NAO PASSAM PELO CEP290.       *
      *----------------------------------------------------------------*
           P510-APURAR-MOVLOG.
               MOVE ZERO TO WS-QTD-DEPOSITOS
               MOVE ZERO TO WS-VLR-DEPOSITOS
               MOVE ZERO TO WS-QTD-SAQUES
               MOVE ZERO TO WS-VLR-SAQUES
               MOVE ZERO TO WS-QTD-EST-DEPOSITOS
               MOVE ZERO TO WS-VLR-EST-DEPOSITOS
               MOVE ZERO TO WS-QTD-EST-SAQUES
               MOVE ZERO TO WS-VLR-EST-SAQUES
               CLOSE MOVLOG
               OPEN INPUT MOVLOG
               IF WS-STATUS-MOVLOG = '00'
                   MOVE 'N' TO WS-SW-FIM-MOVLOG
                   PERFORM P515-LER-MOVLOG
                   PERFORM P516-SOMAR-MOVIMENTO
                           UNTIL WS-FIM-MOVLOG
                   CLOSE MOVLOG
               END-IF
               OPEN EXTEND MOVLOG
               MOVE 'N' TO WS-SW-TOTAIS-DIFEREM
               IF WS-VLR-DEPOSITOS NOT = GAV-VALOR-ENTRADAS OR
                  WS-VLR-SAQUES NOT = GAV-VALOR-SAIDAS
                   MOVE 'S' TO WS-SW-TOTAIS-DIFEREM
                   DISPLAY "AVISO: TOTAIS CORRENTES DA GAVETA "
                           "DIFEREM DO MOVLOG -- VALE O MOVLOG."
               END-IF.

           P515-LER-MOVLOG.
               READ MOVLOG
                   AT END
                       MOVE 'S' TO WS-SW-FIM-MOVLOG
               END-READ.

           P516-SOMAR-MOVIMENTO.
               IF LOG-DATA-MOVTO = GAV-DATA AND
                  LOG-ID-TERMINAL = GAV-ID-TERMINAL AND
                  LOG-REF-ID-OPERADOR = GAV-ID-OPERADOR
                   EVALUATE TRUE
                       WHEN LOG-TIPO-DEPOSITO
                           ADD 1 TO WS-QTD-DEPOSITOS
                           ADD LOG-VALOR TO WS-VLR-DEPOSITOS
                       WHEN LOG-TIPO-SAQUE
                           ADD 1 TO WS-QTD-SAQUES
                           ADD LOG-VALOR TO WS-VLR-SAQUES
                   END-EVALUATE
               END-IF
               IF (LOG-TIPO-ESTORNO-DEBITO OR LOG-TIPO-ESTORNO-CREDITO)
                  AND LOG-ID-TERMINAL = GAV-ID-TERMINAL AND
                  LOG-REF-DATA-MOVTO = GAV-DATA AND
                  LOG-REF-HORA-MOVTO NOT < GAV-HORA-ABERTURA
                   PERFORM P517-SOMAR-ESTORNO
               END-IF
               PERFORM P515-LER-MOVLOG.

      *----------------------------------------------------------------*
      *P517: ESTORNO (CEP190) DE DEPOSITO OU SAQUE DA GAVETA. O        *
      *      ESTORNO LEVA O TERMINAL DO ORIGINAL E, NA AREA DE         *
      *      REFERENCIA, A DATA, HORA E TIPO DO ORIGINAL (SEM O        *
      *      OPERADOR): E DA GAVETA O ESTORNO DE MOVIMENTO DO DIA DELA *
      *      NO TERMINAL DELA A PARTIR DA ABERTURA. O CEP190 SO        *
      *      ESTORNA DEPOSITO E SAQUE DE BALCAO COM A GAVETA ABERTA.   *
      *----------------------------------------------------------------*
           P517-SOMAR-ESTORNO.
               EVALUATE TRUE
                   WHEN LOG-TIPO-ESTORNO-DEBITO AND
                        LOG-REF-TIPO-MOVTO = 'D'
                       ADD 1 TO WS-QTD-EST-DEPOSITOS
                       ADD LOG-VALOR TO WS-VLR-EST-DEPOSITOS
                   WHEN LOG-TIPO-ESTORNO-CREDITO AND
                        LOG-REF-TIPO-MOVTO = 'S'
                       ADD 1 TO WS-QTD-EST-SAQUES
                       ADD LOG-VALOR TO WS-VLR-EST-SAQUES
               END-EVALUATE.

      *----------------------------------------------------------------*
      *P520: A CONFERENCIA E DE UM SUPERVISOR (NIVEL 2) QUE NAO SEJA O *
      *      PROPRIO CAIXA.                                            *
      *----------------------------------------------------------------*
           P520-CONFERIR-SUPERVISOR.
               DISPLAY "CONFERENCIA - IDENTIFICACAO DO SUPERVISOR: "
               ACCEPT WS-SUPERVISOR
               IF WS-SUPERVISOR = WS-OPERADOR OR
                  WS-SUPERVISOR = SPACES
                   DISPLAY "A CONFERENCIA EXIGE OUTRO OPERADOR, DE "
                           "NIVEL SUPERVISOR."
                   MOVE 21 TO WS-COD-RETORNO-OPR
               ELSE
                   DISPLAY "SENHA DO SUPERVISOR: "
                   ACCEPT WS-SENHA-SUPERVISOR
                   MOVE 2 TO WS-NIVEL-EXIGIDO
                   CALL "OPRCTL" USING WS-SUPERVISOR
                                       WS-SENHA-SUPERVISOR
                                       WS-NIVEL-EXIGIDO
                                       WS-NIVEL-SUPERVISOR
                                       WS-COD-RETORNO-OPR
               END-IF.

           P530-GRAVAR-FECHAMENTO.
               ACCEPT WS-HORA-AGORA FROM TIME
               COMPUTE GAV-VALOR-ENTRADAS =
                       WS-VLR-DEPOSITOS - WS-VLR-EST-DEPOSITOS
               COMPUTE GAV-VALOR-SAIDAS =
                       WS-VLR-SAQUES - WS-VLR-EST-SAQUES
               MOVE WS-VALOR-ESPERADO TO GAV-VALOR-ESPERADO
               MOVE WS-VALOR-CONTADO TO GAV-VALOR-CONTADO
               MOVE WS-VALOR-DIFERENCA TO GAV-VALOR-DIFERENCA
               MOVE WS-SUPERVISOR TO GAV-ID-SUPERVISOR
               MOVE WS-HORA-AGORA TO GAV-HORA-FECHAMENTO
               SET GAV-FECHADA TO TRUE
               REWRITE GAV-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O FECHAMENTO. STATUS: "
                               WS-STATUS-GAVMESTR
               END-REWRITE
               IF WS-STATUS-GAVMESTR = '00'
                   MOVE 'N' TO WS-SW-GAVETA-ABERTA
                   PERFORM P550-EMITIR-RELATORIO
                   DISPLAY "GAVETA FECHADA E CONFERIDA POR "
                           WS-SUPERVISOR
                   MOVE ZERO TO WS-SEG-CONTA
                   MOVE WS-SUPERVISOR TO WS-SEG-OPERADOR
                   MOVE "GAVETA FECH" TO WS-SEG-CAMPO
                   MOVE GAV-ID-OPERADOR TO WS-SEG-ANTES
                   MOVE WS-VALOR-DIFERENCA TO WS-SEG-VALOR
                   MOVE WS-SEG-VALOR TO WS-SEG-DEPOIS
                   PERFORM P800-GRAVAR-SEGLOG
               END-IF.

      *----------------------------------------------------------------*
      *P550: RELATORIO DE FECHAMENTO DA GAVETA (RELGAVET), ACUMULADO   *
      *      NO DIA: CADA GAVETA FECHADA ACRESCENTA O SEU BLOCO.       *
      *----------------------------------------------------------------*
           P550-EMITIR-RELATORIO.
               OPEN EXTEND RELGAVET
               IF WS-STATUS-RELGAVET = '35'
                   OPEN OUTPUT RELGAVET
               END-IF
               IF WS-STATUS-RELGAVET NOT = '00'
                   DISPLAY "AVISO: RELGAVET INDISPONIVEL ("
                           WS-STATUS-RELGAVET "). FECHAMENTO GRAVADO "
                           "SO NO GAVMESTR."
               ELSE
                   MOVE GAV-DATA TO WS-CAB-DATA
                   MOVE GAV-ID-OPERADOR TO WS-CAB-OPERADOR
                   MOVE GAV-ID-TERMINAL TO WS-CAB-TERMINAL
                   MOVE WS-REL-CABECALHO TO REL-REGISTRO
                   WRITE REL-REGISTRO
                   MOVE SPACES TO WS-VAL-OBS
                   MOVE ZERO TO WS-VAL-QTD
                   MOVE "TROCO DE ABERTURA.........:" TO
                        WS-VAL-DESCRICAO
                   MOVE GAV-VALOR-ABERTURA TO WS-VAL-VALOR
                   MOVE WS-REL-VALOR TO REL-REGISTRO
                   WRITE REL-REGISTRO
                   PERFORM P555-LINHA-DENOMINACAO
                           VARYING WS-IND-CEDULA FROM 1 BY 1
                           UNTIL WS-IND-CEDULA > 7
                   MOVE "DEPOSITOS EM DINHEIRO.....:" TO
                        WS-VAL-DESCRICAO
                   MOVE WS-QTD-DEPOSITOS TO WS-VAL-QTD
                   MOVE WS-VLR-DEPOSITOS TO WS-VAL-VALOR
                   MOVE WS-REL-VALOR TO REL-REGISTRO
                   WRITE REL-REGISTRO
                   MOVE "ESTORNO DE DEPOSITOS......:" TO
                        WS-VAL-DESCRICAO
                   MOVE WS-QTD-EST-DEPOSITOS TO WS-VAL-QTD
                   MOVE WS-VLR-EST-DEPOSITOS TO WS-VAL-VALOR
                   MOVE WS-REL-VALOR TO REL-REGISTRO
                   WRITE REL-REGISTRO
                   MOVE "SAQUES....................:" TO
                        WS-VAL-DESCRICAO
                   MOVE WS-QTD-SAQUES TO WS-VAL-QTD
                   MOVE WS-VLR-SAQUES TO WS-VAL-VALOR
                   MOVE WS-REL-VALOR TO REL-REGISTRO
                   WRITE REL-REGISTRO
                   MOVE "ESTORNO DE SAQUES.........:" TO
                        WS-VAL-DESCRICAO
                   MOVE WS-QTD-EST-SAQUES TO WS-VAL-QTD
                   MOVE WS-VLR-EST-SAQUES TO WS-VAL-VALOR
                   MOVE WS-REL-VALOR TO REL-REGISTRO
                   WRITE REL-REGISTRO
                   MOVE ZERO TO WS-VAL-QTD
                   MOVE "ESPERADO NA GAVETA........:" TO
                        WS-VAL-DESCRICAO
                   MOVE WS-VALOR-ESPERADO TO WS-VAL-VALOR
                   MOVE WS-REL-VALOR TO REL-REGISTRO
                   WRITE REL-REGISTRO
                   MOVE "CONTADO...................:" TO
                        WS-VAL-DESCRICAO
                   MOVE WS-VALOR-CONTADO TO WS-VAL-VALOR
                   MOVE WS-REL-VALOR TO REL-REGISTRO
                   WRITE REL-REGISTRO
                   MOVE "DIFERENCA.................:" TO
                        WS-VAL-DESCRICAO
                   MOVE WS-VALOR-DIFERENCA TO WS-VAL-VALOR
                   EVALUATE TRUE
                       WHEN WS-VALOR-DIFERENCA > ZERO
                           MOVE "*** SOBRA" TO WS-VAL-OBS
                       WHEN WS-VALOR-DIFERENCA < ZERO
                           MOVE "*** FALTA" TO WS-VAL-OBS
                       WHEN OTHER
                           MOVE "SEM DIFERENCA" TO WS-VAL-OBS
                   END-EVALUATE
                   MOVE WS-REL-VALOR TO REL-REGISTRO
                   WRITE REL-REGISTRO
                   IF WS-TOTAIS-DIFEREM
                       MOVE WS-REL-AVISO TO REL-REGISTRO
                       WRITE REL-REGISTRO
                   END-IF
                   MOVE GAV-ID-SUPERVISOR TO WS-CNF-SUPERVISOR
                   MOVE GAV-HORA-FECHAMENTO TO WS-CNF-HORA
                   MOVE WS-REL-CONFERENCIA TO REL-REGISTRO
                   WRITE REL-REGISTRO
                   MOVE WS-REL-BRANCO TO REL-REGISTRO
                   WRITE REL-REGISTRO
                   CLOSE RELGAVET
                   DISPLAY "FECHAMENTO GRAVADO EM RELGAVET"
               END-IF.

           P555-LINHA-DENOMINACAO.
               IF GAV-DEN-QTD(WS-IND-CEDULA) > ZERO
                   COMPUTE WS-VALOR-DENOMINACAO =
                           GAV-DEN-VALOR(WS-IND-CEDULA) *
                           GAV-DEN-QTD(WS-IND-CEDULA)
                   MOVE GAV-DEN-VALOR(WS-IND-CEDULA) TO WS-CED-DENOM
                   MOVE GAV-DEN-QTD(WS-IND-CEDULA) TO WS-CED-QTD
                   MOVE WS-VALOR-DENOMINACAO TO WS-CED-VALOR
                   MOVE WS-REL-CEDULA TO REL-REGISTRO
                   WRITE REL-REGISTRO
               END-IF.

      *----------------------------------------------------------------*
      *P600/P650: CREDITO E DEBITO NA CONTA DO CLIENTE (CTA-REGISTRO   *
      *      JA LIDO), COM O USO DO CHEQUE ESPECIAL RECALCULADO E O    *
      *      LANCAMENTO DO TIPO WS-TIPO-LANCTO NO MOVLOG.              *
      *----------------------------------------------------------------*
           P600-CREDITAR-CONTA.
               ADD WS-VALOR-OPERACAO TO CTA-SALDO
               PERFORM P660-REGRAVAR-CONTA.

           P650-DEBITAR-CONTA.
               SUBTRACT WS-VALOR-OPERACAO FROM CTA-SALDO
               PERFORM P660-REGRAVAR-CONTA.

           P660-REGRAVAR-CONTA.
               IF CTA-SALDO < ZERO
                   COMPUTE CTA-VALOR-USO-CHEQUE-ESP = ZERO - CTA-SALDO
               ELSE
                   MOVE ZERO TO CTA-VALOR-USO-CHEQUE-ESP
               END-IF
               MOVE WS-DATA-HOJE TO CTA-DATA-ULT-MOVTO
               REWRITE CTA-REGISTRO
               PERFORM P690-GRAVAR-MOVLOG.

      *----------------------------------------------------------------*
      *P690: MOVIMENTO DO BALCAO NO MOVLOG: TERMINAL DA GAVETA E O     *
      *      OPERADOR NA AREA DE REFERENCIA (LOG-REF-BALCAO).          *
      *----------------------------------------------------------------*
           P690-GRAVAR-MOVLOG.
               ACCEPT WS-HORA-AGORA FROM TIME
               MOVE SPACES TO LOG-REGISTRO
               MOVE CTA-NUM-CONTA TO LOG-NUM-CONTA
               MOVE WS-TIPO-LANCTO TO LOG-TIPO-MOVTO
               MOVE WS-VALOR-OPERACAO TO LOG-VALOR
               MOVE WS-DATA-HOJE TO LOG-DATA-MOVTO
               MOVE WS-HORA-AGORA TO LOG-HORA-MOVTO
               MOVE CTA-SALDO TO LOG-SALDO-RESULTANTE
               MOVE WS-ID-TERMINAL TO LOG-ID-TERMINAL
               MOVE WS-OPERADOR TO LOG-REF-ID-OPERADOR
               WRITE LOG-REGISTRO.

      *----------------------------------------------------------------*
      *P700: TOTAIS CORRENTES DA GAVETA (O VALOR JA FOI SOMADO EM      *
      *      ENTRADAS OU SAIDAS PELO CHAMADOR).                        *
      *----------------------------------------------------------------*
           P700-ATUALIZAR-GAVETA.
               ADD 1 TO GAV-QTD-OPERACOES
               REWRITE GAV-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO ATUALIZAR A GAVETA. STATUS: "
                               WS-STATUS-GAVMESTR
               END-REWRITE.

      *----------------------------------------------------------------*
      *P800: EVENTO NO DIARIO DE SEGURANCA. O SEGLOG E ABERTO SO PARA  *
      *      A GRAVACAO, POIS O OPRCTL TAMBEM GRAVA NELE NA CONFERENCIA*
      *      DO SUPERVISOR.                                            *
      *----------------------------------------------------------------*
           P800-GRAVAR-SEGLOG.
               OPEN EXTEND SEGLOG
               IF WS-STATUS-SEGLOG NOT = '00'
                   DISPLAY "AVISO: SEGLOG INDISPONIVEL ("
                           WS-STATUS-SEGLOG "). EVENTO NAO GRAVADO."
               ELSE
                   ACCEPT WS-HORA-AGORA FROM TIME
                   MOVE WS-DATA-HOJE TO SEG-DATA
                   MOVE WS-HORA-AGORA TO SEG-HORA
                   MOVE WS-SEG-CONTA TO SEG-NUM-CONTA
                   SET SEG-EVT-ALTERACAO TO TRUE
                   MOVE WS-SEG-OPERADOR TO SEG-OPERADOR
                   MOVE WS-SEG-CAMPO TO SEG-CAMPO
                   MOVE WS-SEG-ANTES TO SEG-VALOR-ANTES
                   MOVE WS-SEG-DEPOIS TO SEG-VALOR-DEPOIS
                   WRITE SEG-REGISTRO
                   CLOSE SEGLOG
               END-IF.

      *----------------------------------------------------------------*
      *P015/P016: ROLLOVER DE DIA E COBRANCA DE JUROS DE CHEQUE        *
      *           ESPECIAL, COMPARTILHADOS VIA DIAROLL, COMO EM TODO   *
      *           PONTO QUE MOVIMENTA CTAMESTR.                        *
      *----------------------------------------------------------------*
       COPY DIAROLL.

      *----------------------------------------------------------------*
      *7000: CALCULO DE MULTA E MORA COMPARTILHADO VIA ATRCALC -- O    *
      *      BALCAO COBRA NA PARCELA VENCIDA O MESMO QUE O CAIXA       *
      *      ELETRONICO E A COBRANCA.                                  *
      *----------------------------------------------------------------*
       COPY ATRCALC.

           END PROGRAM CEP290.
