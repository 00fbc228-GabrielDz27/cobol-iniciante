      *----------------------------------------------------------------
      *                          CAIXA ELETRONICA
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *_______________________________________________________________
      *
       PROGRAM-ID. CEP210.
       AUTHOR. "Gabriel Dziecinny"
       DATE-WRITTEN. 14/10/2026.

      *----------------------------------------------------------------*
      *SISTEMA:     CE - CAIXA ELETRONICA
      *JOB:         21 - DEVOLUCAO DE CHEQUE DEPOSITADO
      *PROGRAMA:     0 - O CHEQUE DEPOSITADO NO CAIXA ELETRONICO QUE
      *              VOLTA DA COMPENSACAO E DEVOLVIDO AQUI, ANTES OU
      *              NA DATA DE LIBERACAO DO FLOAT: O SUPERVISOR
      *              (NIVEL 2 NO OPRCTL) ESCOLHE O CHEQUE PENDENTE DA
      *              CONTA NO FLTPEND E INFORMA A ALINEA DE DEVOLUCAO.
      *              O PROGRAMA DEBITA O VALOR DO CTA-SALDO (DESFAZ O
      *              CREDITO 'Q' DO DEPOSITO, MESMO SEM DISPONIVEL),
      *              BAIXA A PARCELA RETIDA EM CTA-VALOR-BLOQUEADO,
      *              GRAVA O MOVIMENTO DE CHEQUE DEVOLVIDO NO MOVLOG
      *              (APONTANDO PARA O DEPOSITO NA AREA DE REFERENCIA)
      *              E MARCA O REGISTRO DO FLTPEND COMO DEVOLVIDO, QUE
      *              O CEP140 NAO LIBERA MAIS. A DEVOLUCAO VAI PARA O
      *              DIARIO DE SEGURANCA (SEGLOG). A OPCAO 2 EMITE O
      *              RELATORIO DE CHEQUES DEVOLVIDOS DO DIA (RELDEVOL).
      *
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *14/10/2026 GFD  CRIACAO DO PROGRAMA
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLTPEND ASSIGN TO "FLTPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-FLTPEND.

           SELECT CTAMESTR ASSIGN TO "CTAMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CHAVE
               FILE STATUS IS WS-STATUS-CTAMESTR.

           SELECT MOVLOG ASSIGN TO "MOVLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOVLOG.

           SELECT SEGLOG ASSIGN TO "SEGLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SEGLOG.

           SELECT RELDEVOL ASSIGN TO "RELDEVOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELDEVOL.

       DATA DIVISION.
       FILE SECTION.
       FD  FLTPEND.
       COPY FLUTUA.

       FD  CTAMESTR.
       COPY CTACAD.

       FD  MOVLOG.
       COPY CTALOG.

       FD  SEGLOG.
       COPY SEGJRN.

       FD  RELDEVOL.
       01  REL-REGISTRO             PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FLTPEND     PIC X(02) VALUE SPACES.
       77 WS-STATUS-CTAMESTR    PIC X(02) VALUE SPACES.
       77 WS-STATUS-MOVLOG      PIC X(02) VALUE SPACES.
       77 WS-STATUS-SEGLOG      PIC X(02) VALUE SPACES.
       77 WS-STATUS-RELDEVOL    PIC X(02) VALUE SPACES.

       77 WS-DATA-HOJE          PIC 9(08) VALUE ZERO.
       77 WS-HORA-AGORA         PIC 9(06) VALUE ZERO.
       77 WS-OPERADOR           PIC X(08) VALUE SPACES.
       77 WS-SENHA-OPERADOR     PIC X(08) VALUE SPACES.
       77 WS-NIVEL-EXIGIDO      PIC 9(01) VALUE 2.
       77 WS-NIVEL-OPERADOR     PIC 9(01) VALUE ZERO.
       77 WS-COD-RETORNO-OPR    PIC 9(02) VALUE ZERO.

       77 WS-OPCAO              PIC X(01) VALUE SPACE.
       77 WS-RESP-CONFIRMA      PIC X(01) VALUE 'N'.
           88 WS-CONFIRMOU          VALUE 'S'.
       77 WS-SW-FIM-FLTPEND     PIC X(01) VALUE 'N'.
           88 WS-FIM-FLTPEND        VALUE 'S'.
       77 WS-SW-CHEQUE-ESCOLHIDO PIC X(01) VALUE 'N'.
           88 WS-CHEQUE-ESCOLHIDO   VALUE 'S'.
       77 WS-SW-VIROU-O-DIA     PIC X(01) VALUE 'N'.
           88 WS-VIROU-O-DIA        VALUE 'S'.
       77 WS-VALOR-JUROS-CHEQUE PIC 9(10)V99 VALUE ZERO.
       77 WS-ID-TERMINAL        PIC X(04) VALUE SPACES.
       77 WS-VALOR-DISPONIVEL   PIC S9(10)V99 VALUE ZERO.

       77 WS-NUM-CONTA          PIC 9(08) VALUE ZERO.
       77 WS-ALINEA             PIC X(02) VALUE SPACES.
           88 WS-ALINEA-VALIDA      VALUES '11' '12' '13' '14' '20'
                                           '21' '22' '25' '28' '31'
                                           '35' '43' '44' '48' '49'.
       77 WS-DESC-ALINEA        PIC X(34) VALUE SPACES.
       77 WS-DATA-RELATORIO     PIC 9(08) VALUE ZERO.
       77 WS-POS-LEITURA        PIC 9(09) VALUE ZERO.
       77 WS-QTD-ACHADOS        PIC 9(03) VALUE ZERO.
       77 WS-IND-ESCOLHIDO      PIC 9(03) VALUE ZERO.
       77 WS-QTD-DEVOLVIDOS     PIC 9(05) VALUE ZERO.
       77 WS-VLR-TOTAL-DEVOLVIDO PIC 9(12)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      *CHEQUES PENDENTES DA CONTA, PELA POSICAO NO FLTPEND (SEQUENCIAL *
      *-- O REGISTRO ESCOLHIDO E RELIDO PELA POSICAO PARA O REWRITE).  *
      *----------------------------------------------------------------*
       01 WS-TABELA-ACHADOS.
           05 WS-ACH-ITEM OCCURS 20 TIMES.
               10 WS-ACH-POSICAO    PIC 9(09).
               10 WS-ACH-VALOR      PIC 9(10)V99.
               10 WS-ACH-DATA-DEPOSITO PIC 9(08).
               10 WS-ACH-DATA-LIBERACAO PIC 9(08).

       01 WS-CHQ-ESCOLHIDO.
           05 WS-CHQ-POSICAO        PIC 9(09).
           05 WS-CHQ-VALOR          PIC 9(10)V99.
           05 WS-CHQ-DATA-DEPOSITO  PIC 9(08).
           05 WS-CHQ-DATA-LIBERACAO PIC 9(08).

       01 WS-SEG-ANTES.
           05 WS-SGA-SITUACAO   PIC X(01).
           05 FILLER            PIC X(01) VALUE "/".
           05 WS-SGA-VALOR      PIC 9(10)V99.
       01 WS-SEG-DEPOIS.
           05 WS-SGD-SITUACAO   PIC X(01).
           05 FILLER            PIC X(08) VALUE "/ALINEA ".
           05 WS-SGD-ALINEA     PIC X(02).
           05 FILLER            PIC X(03) VALUE SPACES.

       01 WS-REL-CABECALHO.
           05 FILLER            PIC X(31) VALUE
              "CHEQUES DEVOLVIDOS - DATA ".
           05 WS-CAB-DATA       PIC 9(08).

       01 WS-REL-TITULOS.
           05 FILLER            PIC X(40) VALUE
              "CONTA            VALOR DT.DEPOS DT.LIBER".
           05 FILLER            PIC X(20) VALUE
              " AL MOTIVO".

       01 WS-REL-DETALHE.
           05 WS-DET-CONTA      PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DET-VALOR      PIC Z(9)9.99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DET-DEPOSITO   PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DET-LIBERACAO  PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DET-ALINEA     PIC X(02).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DET-MOTIVO     PIC X(34).

       01 WS-REL-RODAPE.
           05 FILLER            PIC X(20) VALUE
              "CHEQUES DEVOLVIDOS: ".
           05 WS-ROD-QTD        PIC ZZZZ9.
           05 FILLER            PIC X(10) VALUE "  VALOR: ".
           05 WS-ROD-VALOR      PIC Z(11)9.99.

       01 WS-REL-BRANCO         PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
           P000-INICIO.
               DISPLAY "+--------------------------------------+"
               DISPLAY "| CEP210 - DEVOLUCAO DE CHEQUE          |"
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
                   DISPLAY "ACESSO NEGADO -- A DEVOLUCAO DE CHEQUE "
                           "EXIGE SUPERVISOR. ENCERRANDO."
               ELSE
                   PERFORM P050-MENU
                           UNTIL WS-OPCAO = '3'
               END-IF
               STOP RUN.

           P050-MENU.
               DISPLAY "1 - DEVOLVER CHEQUE DEPOSITADO"
               DISPLAY "2 - RELATORIO DE CHEQUES DEVOLVIDOS NO DIA"
               DISPLAY "3 - SAIR"
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                       PERFORM P100-DEVOLVER-CHEQUE
                   WHEN '2'
                       PERFORM P400-EMITIR-RELATORIO
                   WHEN '3'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE.

      *----------------------------------------------------------------*
      *P100: LISTA OS CHEQUES PENDENTES DA CONTA NO FLTPEND E O        *
      *      SUPERVISOR ESCOLHE O QUE VOLTOU DA COMPENSACAO. SO E      *
      *      DEVOLVIDO CHEQUE CUJA DATA DE LIBERACAO AINDA NAO PASSOU  *
      *      -- DEPOIS DELA O VALOR JA ESTA (OU DEVERIA ESTAR)         *
      *      DISPONIVEL E O CASO E TRATADO FORA DO FLOAT.              *
      *----------------------------------------------------------------*
           P100-DEVOLVER-CHEQUE.
               MOVE 'N' TO WS-SW-CHEQUE-ESCOLHIDO
               DISPLAY "CONTA DO DEPOSITO: "
               ACCEPT WS-NUM-CONTA
               MOVE ZERO TO WS-QTD-ACHADOS
               OPEN INPUT FLTPEND
               IF WS-STATUS-FLTPEND NOT = '00'
                   DISPLAY "ERRO AO ABRIR FLTPEND. STATUS: "
                           WS-STATUS-FLTPEND
               ELSE
                   MOVE ZERO TO WS-POS-LEITURA
                   MOVE 'N' TO WS-SW-FIM-FLTPEND
                   DISPLAY "CHEQUES PENDENTES DA CONTA-----------"
                   PERFORM P110-LER-FLTPEND
                   PERFORM P120-CONFERIR-CHEQUE
                           UNTIL WS-FIM-FLTPEND
                   CLOSE FLTPEND
                   PERFORM P130-ESCOLHER-CHEQUE
               END-IF
               IF WS-CHEQUE-ESCOLHIDO
                   IF WS-CHQ-DATA-LIBERACAO < WS-DATA-HOJE
                       DISPLAY "DATA DE LIBERACAO ("
                               WS-CHQ-DATA-LIBERACAO ") JA PASSOU. "
                               "DEVOLUCAO RECUSADA."
                   ELSE
                       PERFORM P200-CONFIRMAR-E-DEVOLVER
                   END-IF
               END-IF.

           P110-LER-FLTPEND.
               READ FLTPEND
                   AT END
                       MOVE 'S' TO WS-SW-FIM-FLTPEND
                   NOT AT END
                       ADD 1 TO WS-POS-LEITURA
               END-READ.

           P120-CONFERIR-CHEQUE.
               IF FLT-NUM-CONTA = WS-NUM-CONTA AND FLT-PENDENTE
                   ADD 1 TO WS-QTD-ACHADOS
                   IF WS-QTD-ACHADOS NOT > 20
                       MOVE WS-POS-LEITURA TO
                            WS-ACH-POSICAO(WS-QTD-ACHADOS)
                       MOVE FLT-VALOR TO WS-ACH-VALOR(WS-QTD-ACHADOS)
                       MOVE FLT-DATA-DEPOSITO TO
                            WS-ACH-DATA-DEPOSITO(WS-QTD-ACHADOS)
                       MOVE FLT-DATA-LIBERACAO TO
                            WS-ACH-DATA-LIBERACAO(WS-QTD-ACHADOS)
                       DISPLAY "  CHEQUE " WS-QTD-ACHADOS
                               " VALOR " FLT-VALOR
                               " DEPOSITO " FLT-DATA-DEPOSITO
                               " LIBERACAO " FLT-DATA-LIBERACAO
                   END-IF
               END-IF
               PERFORM P110-LER-FLTPEND.

           P130-ESCOLHER-CHEQUE.
               MOVE ZERO TO WS-IND-ESCOLHIDO
               IF WS-QTD-ACHADOS = ZERO
                   DISPLAY "NENHUM CHEQUE PENDENTE NA CONTA "
                           WS-NUM-CONTA "."
               ELSE
                   IF WS-QTD-ACHADOS > 20
                       DISPLAY "MAIS DE 20 CHEQUES PENDENTES -- SO OS "
                               "20 PRIMEIROS PODEM SER ESCOLHIDOS."
                       MOVE 20 TO WS-QTD-ACHADOS
                   END-IF
                   DISPLAY "CHEQUE A DEVOLVER (0 = NENHUM): "
                   ACCEPT WS-IND-ESCOLHIDO
                   IF WS-IND-ESCOLHIDO > WS-QTD-ACHADOS
                       DISPLAY "CHEQUE INVALIDO"
                       MOVE ZERO TO WS-IND-ESCOLHIDO
                   END-IF
               END-IF
               IF WS-IND-ESCOLHIDO > ZERO
                   MOVE WS-ACH-ITEM(WS-IND-ESCOLHIDO) TO
                        WS-CHQ-ESCOLHIDO
                   MOVE 'S' TO WS-SW-CHEQUE-ESCOLHIDO
               END-IF.

           P200-CONFIRMAR-E-DEVOLVER.
               DISPLAY "DEVOLUCAO DO CHEQUE DE " WS-CHQ-VALOR
                       " DEPOSITADO EM " WS-CHQ-DATA-DEPOSITO
                       " NA CONTA " WS-NUM-CONTA
               DISPLAY "ALINEA DE DEVOLUCAO:"
               DISPLAY "  11 - SEM FUNDOS, 1A APRESENTACAO"
               DISPLAY "  12 - SEM FUNDOS, 2A APRESENTACAO"
               DISPLAY "  13 - CONTA ENCERRADA"
               DISPLAY "  14 - PRATICA ESPURIA"
               DISPLAY "  20 - FOLHA FURTADA OU ROUBADA"
               DISPLAY "  21 - CONTRAORDEM OU SUSTACAO"
               DISPLAY "  22 - DIVERGENCIA DE ASSINATURA"
               DISPLAY "  25 - TALONARIO CANCELADO"
               DISPLAY "  28 - CONTRAORDEM POR FURTO OU ROUBO"
               DISPLAY "  31 - ERRO FORMAL"
               DISPLAY "  35 - CHEQUE FRAUDADO"
               DISPLAY "  43 - REAPRESENTACAO IMPEDIDA"
               DISPLAY "  44 - CHEQUE PRESCRITO"
               DISPLAY "  48 - BENEFICIARIO NAO IDENTIFICADO"
               DISPLAY "  49 - REMESSA NULA"
               ACCEPT WS-ALINEA
               IF NOT WS-ALINEA-VALIDA
                   DISPLAY "ALINEA INVALIDA. NADA FOI DEVOLVIDO."
               ELSE
                   DISPLAY "CONFIRMA A DEVOLUCAO (S/N)? "
                   ACCEPT WS-RESP-CONFIRMA
                   IF NOT WS-CONFIRMOU
                       DISPLAY "DEVOLUCAO CANCELADA."
                   ELSE
                       PERFORM P300-EFETUAR-DEVOLUCAO
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *P300: RELE O REGISTRO ESCOLHIDO PELA POSICAO E CONFERE QUE      *
      *      AINDA E O MESMO CHEQUE PENDENTE (O CEP140 PODE TER RODADO *
      *      NO MEIO). SO ENTAO LANCA NA CONTA E MARCA O FLTPEND.      *
      *----------------------------------------------------------------*
           P300-EFETUAR-DEVOLUCAO.
               ACCEPT WS-HORA-AGORA FROM TIME
               OPEN I-O FLTPEND
               OPEN EXTEND MOVLOG
               OPEN I-O CTAMESTR
               OPEN EXTEND SEGLOG
               IF WS-STATUS-FLTPEND NOT = '00' OR
                  WS-STATUS-MOVLOG NOT = '00' OR
                  WS-STATUS-CTAMESTR NOT = '00' OR
                  WS-STATUS-SEGLOG NOT = '00'
                   DISPLAY "ERRO AO ABRIR ARQUIVOS. FLTPEND: "
                           WS-STATUS-FLTPEND " MOVLOG: "
                           WS-STATUS-MOVLOG " CTAMESTR: "
                           WS-STATUS-CTAMESTR " SEGLOG: "
                           WS-STATUS-SEGLOG ". NADA FOI DEVOLVIDO."
               ELSE
                   MOVE ZERO TO WS-POS-LEITURA
                   MOVE 'N' TO WS-SW-FIM-FLTPEND
                   PERFORM P110-LER-FLTPEND
                           UNTIL WS-FIM-FLTPEND OR
                                 WS-POS-LEITURA = WS-CHQ-POSICAO
                   IF WS-FIM-FLTPEND OR
                      FLT-NUM-CONTA NOT = WS-NUM-CONTA OR
                      FLT-VALOR NOT = WS-CHQ-VALOR OR
                      NOT FLT-PENDENTE
                       DISPLAY "O CHEQUE NAO ESTA MAIS PENDENTE NO "
                               "FLTPEND. NADA FOI DEVOLVIDO."
                   ELSE
                       PERFORM P310-LANCAR-DEVOLUCAO
                   END-IF
               END-IF
               CLOSE FLTPEND MOVLOG CTAMESTR SEGLOG.

      *----------------------------------------------------------------*
      *P310: O DEBITO DA DEVOLUCAO NAO DEPENDE DE DISPONIVEL (O        *
      *      DINHEIRO NUNCA ENTROU) E PODE LEVAR A CONTA AO CHEQUE     *
      *      ESPECIAL. O BLOQUEIO NUNCA FICA NEGATIVO, COMO NO CEP140. *
      *----------------------------------------------------------------*
           P310-LANCAR-DEVOLUCAO.
               MOVE WS-NUM-CONTA TO CTA-NUM-CONTA
               READ CTAMESTR
                   INVALID KEY
                       DISPLAY "CONTA " WS-NUM-CONTA
                               " NAO ENCONTRADA NO CADASTRO. NADA "
                               "FOI DEVOLVIDO."
               END-READ
               IF WS-STATUS-CTAMESTR = '00'
                   PERFORM P015-ATUALIZAR-DIA-CORRENTE
                   SUBTRACT WS-CHQ-VALOR FROM CTA-SALDO
                   IF CTA-SALDO < ZERO
                       COMPUTE CTA-VALOR-USO-CHEQUE-ESP =
                               ZERO - CTA-SALDO
                   ELSE
                       MOVE ZERO TO CTA-VALOR-USO-CHEQUE-ESP
                   END-IF
                   IF WS-CHQ-VALOR > CTA-VALOR-BLOQUEADO
                       MOVE ZERO TO CTA-VALOR-BLOQUEADO
                   ELSE
                       SUBTRACT WS-CHQ-VALOR FROM CTA-VALOR-BLOQUEADO
                   END-IF
                   MOVE WS-DATA-HOJE TO CTA-DATA-ULT-MOVTO
                   REWRITE CTA-REGISTRO
                   COMPUTE WS-VALOR-DISPONIVEL =
                           CTA-SALDO + CTA-LIMITE-CHEQUE-ESP
                   IF WS-VALOR-DISPONIVEL < ZERO
                       DISPLAY "ATENCAO: A CONTA " WS-NUM-CONTA
                               " FICOU ALEM DO LIMITE DE CHEQUE "
                               "ESPECIAL. SALDO: " CTA-SALDO
                   END-IF
                   MOVE SPACES TO LOG-REGISTRO
                   MOVE CTA-NUM-CONTA TO LOG-NUM-CONTA
                   SET LOG-TIPO-CHEQUE-DEVOLVIDO TO TRUE
                   MOVE WS-CHQ-VALOR TO LOG-VALOR
                   MOVE WS-DATA-HOJE TO LOG-DATA-MOVTO
                   MOVE WS-HORA-AGORA TO LOG-HORA-MOVTO
                   MOVE CTA-SALDO TO LOG-SALDO-RESULTANTE
                   MOVE WS-ID-TERMINAL TO LOG-ID-TERMINAL
                   MOVE WS-CHQ-DATA-DEPOSITO TO LOG-REF-DATA-MOVTO
                   MOVE ZERO TO LOG-REF-HORA-MOVTO
                   MOVE 'Q' TO LOG-REF-TIPO-MOVTO
                   WRITE LOG-REGISTRO
                   SET FLT-DEVOLVIDO TO TRUE
                   MOVE WS-ALINEA TO FLT-ALINEA
                   MOVE WS-DATA-HOJE TO FLT-DATA-DEVOLUCAO
                   REWRITE FLT-REGISTRO
                   PERFORM P320-GRAVAR-DEVOLUCAO-SEGLOG
                   DISPLAY "CHEQUE DEVOLVIDO. SALDO DA CONTA: "
                           CTA-SALDO
               END-IF.

      *----------------------------------------------------------------*
      *P320: ANTES = SITUACAO/VALOR DO CHEQUE NO FLOAT, DEPOIS =       *
      *      SITUACAO DEVOLVIDO E A ALINEA.                            *
      *----------------------------------------------------------------*
           P320-GRAVAR-DEVOLUCAO-SEGLOG.
               MOVE WS-DATA-HOJE TO SEG-DATA
               MOVE WS-HORA-AGORA TO SEG-HORA
               MOVE WS-NUM-CONTA TO SEG-NUM-CONTA
               SET SEG-EVT-ALTERACAO TO TRUE
               MOVE WS-OPERADOR TO SEG-OPERADOR
               MOVE "CHEQ DEVOLV" TO SEG-CAMPO
               MOVE 'P' TO WS-SGA-SITUACAO
               MOVE WS-CHQ-VALOR TO WS-SGA-VALOR
               MOVE WS-SEG-ANTES TO SEG-VALOR-ANTES
               MOVE 'D' TO WS-SGD-SITUACAO
               MOVE WS-ALINEA TO WS-SGD-ALINEA
               MOVE WS-SEG-DEPOIS TO SEG-VALOR-DEPOIS
               WRITE SEG-REGISTRO.

      *----------------------------------------------------------------*
      *P400: RELATORIO DOS CHEQUES DEVOLVIDOS EM UMA DATA (ZERO = HOJE)*
      *      COM A ALINEA E O MOTIVO, PARA CONFERENCIA COM O ARQUIVO   *
      *      DE DEVOLUCAO DA COMPENSACAO.                              *
      *----------------------------------------------------------------*
           P400-EMITIR-RELATORIO.
               DISPLAY "DATA DAS DEVOLUCOES (AAAAMMDD, 0 = HOJE): "
               ACCEPT WS-DATA-RELATORIO
               IF WS-DATA-RELATORIO = ZERO
                   MOVE WS-DATA-HOJE TO WS-DATA-RELATORIO
               END-IF
               OPEN INPUT FLTPEND
               OPEN OUTPUT RELDEVOL
               IF WS-STATUS-FLTPEND NOT = '00' OR
                  WS-STATUS-RELDEVOL NOT = '00'
                   DISPLAY "ERRO AO ABRIR ARQUIVOS. FLTPEND: "
                           WS-STATUS-FLTPEND " RELDEVOL: "
                           WS-STATUS-RELDEVOL
               ELSE
                   MOVE ZERO TO WS-QTD-DEVOLVIDOS
                   MOVE ZERO TO WS-VLR-TOTAL-DEVOLVIDO
                   MOVE WS-DATA-RELATORIO TO WS-CAB-DATA
                   MOVE WS-REL-CABECALHO TO REL-REGISTRO
                   WRITE REL-REGISTRO
                   MOVE WS-REL-BRANCO TO REL-REGISTRO
                   WRITE REL-REGISTRO
                   MOVE WS-REL-TITULOS TO REL-REGISTRO
                   WRITE REL-REGISTRO
                   MOVE 'N' TO WS-SW-FIM-FLTPEND
                   PERFORM P110-LER-FLTPEND
                   PERFORM P410-RELATAR-CHEQUE
                           UNTIL WS-FIM-FLTPEND
                   MOVE WS-QTD-DEVOLVIDOS TO WS-ROD-QTD
                   MOVE WS-VLR-TOTAL-DEVOLVIDO TO WS-ROD-VALOR
                   MOVE WS-REL-BRANCO TO REL-REGISTRO
                   WRITE REL-REGISTRO
                   MOVE WS-REL-RODAPE TO REL-REGISTRO
                   WRITE REL-REGISTRO
                   DISPLAY "CHEQUES DEVOLVIDOS: " WS-QTD-DEVOLVIDOS
                   DISPLAY "RELATORIO GRAVADO EM RELDEVOL"
               END-IF
               CLOSE FLTPEND RELDEVOL.

           P410-RELATAR-CHEQUE.
               IF FLT-DEVOLVIDO AND
                  FLT-DATA-DEVOLUCAO = WS-DATA-RELATORIO
                   MOVE FLT-NUM-CONTA TO WS-DET-CONTA
                   MOVE FLT-VALOR TO WS-DET-VALOR
                   MOVE FLT-DATA-DEPOSITO TO WS-DET-DEPOSITO
                   MOVE FLT-DATA-LIBERACAO TO WS-DET-LIBERACAO
                   MOVE FLT-ALINEA TO WS-DET-ALINEA
                   PERFORM P420-DESCREVER-ALINEA
                   MOVE WS-DESC-ALINEA TO WS-DET-MOTIVO
                   MOVE WS-REL-DETALHE TO REL-REGISTRO
                   WRITE REL-REGISTRO
                   ADD 1 TO WS-QTD-DEVOLVIDOS
                   ADD FLT-VALOR TO WS-VLR-TOTAL-DEVOLVIDO
               END-IF
               PERFORM P110-LER-FLTPEND.

           P420-DESCREVER-ALINEA.
               EVALUATE FLT-ALINEA
                   WHEN '11'
                       MOVE "SEM FUNDOS, 1A APRESENTACAO" TO
                            WS-DESC-ALINEA
                   WHEN '12'
                       MOVE "SEM FUNDOS, 2A APRESENTACAO" TO
                            WS-DESC-ALINEA
                   WHEN '13'
                       MOVE "CONTA ENCERRADA" TO WS-DESC-ALINEA
                   WHEN '14'
                       MOVE "PRATICA ESPURIA" TO WS-DESC-ALINEA
                   WHEN '20'
                       MOVE "FOLHA FURTADA OU ROUBADA" TO
                            WS-DESC-ALINEA
                   WHEN '21'
                       MOVE "CONTRAORDEM OU SUSTACAO" TO
                            WS-DESC-ALINEA
                   WHEN '22'
                       MOVE "DIVERGENCIA DE ASSINATURA" TO
                            WS-DESC-ALINEA
                   WHEN '25'
                       MOVE "TALONARIO CANCELADO" TO WS-DESC-ALINEA
                   WHEN '28'
                       MOVE "CONTRAORDEM POR FURTO OU ROUBO" TO
                            WS-DESC-ALINEA
                   WHEN '31'
                       MOVE "ERRO FORMAL" TO WS-DESC-ALINEA
                   WHEN '35'
                       MOVE "CHEQUE FRAUDADO" TO WS-DESC-ALINEA
                   WHEN '43'
                       MOVE "REAPRESENTACAO IMPEDIDA" TO
                            WS-DESC-ALINEA
                   WHEN '44'
                       MOVE "CHEQUE PRESCRITO" TO WS-DESC-ALINEA
                   WHEN '48'
                       MOVE "BENEFICIARIO NAO IDENTIFICADO" TO
                            WS-DESC-ALINEA
                   WHEN '49'
                       MOVE "REMESSA NULA" TO WS-DESC-ALINEA
                   WHEN OTHER
                       MOVE "ALINEA NAO CADASTRADA" TO WS-DESC-ALINEA
               END-EVALUATE.

      *----------------------------------------------------------------*
      *P015/P016: ROLLOVER DE DIA E COBRANCA DE JUROS DE CHEQUE        *
      *           ESPECIAL, COMPARTILHADOS VIA DIAROLL, COMO EM TODO   *
      *           PONTO QUE MOVIMENTA CTAMESTR.                        *
      *----------------------------------------------------------------*
       COPY DIAROLL.

           END PROGRAM CEP210.
