      *----------------------------------------------------------------*
      *ATHOR:          GABRIEL FERREIRA                                *
      *DATE:           14/10/2026                                      *
      *NAME PROGRAM:   TAR010 - MANUTENCAO DO MESTRE DE TARIFAS        *
      *----------------------------------------------------------------*
      *DESCRICAO:      CADASTRA E LISTA AS TARIFAS DO MESTRE           *
      *                (TARMESTR): EVENTO ('SQ' SAQUE NO CAIXA         *
      *                ELETRONICO, 'TR' TRANSFERENCIA NO CAIXA         *
      *                ELETRONICO, 'AG' ORDEM AGENDADA EXECUTADA PELO  *
      *                CEP120, 'EX' EXTRATO IMPRESSO) + DATA DE        *
      *                VIGENCIA + VALOR UNITARIO + QUANTIDADE ISENTA   *
      *                NO MES. MESMA REGRA DE VIGENCIA DO MESTRE DE    *
      *                TAXAS (TAX010): MUDAR A TARIFA E CADASTRAR UMA  *
      *                VIGENCIA NOVA, A ANTIGA CONTINUA VALENDO PARA   *
      *                OS MESES ANTERIORES. A MANUTENCAO EXIGE LOGON   *
      *                DE SUPERVISOR (OPRCTL). QUEM COBRA E O CEP200.  *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *14/10/2026 GFD  CRIACAO DO PROGRAMA
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAR010.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARMESTR ASSIGN TO "TARMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-CHAVE
               FILE STATUS IS WS-STATUS-TARMESTR.

       DATA DIVISION.
       FILE SECTION.
       FD  TARMESTR.
       COPY TARIFA.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-TARMESTR    PIC X(02) VALUE SPACES.
       77 WS-OPCAO              PIC X(01) VALUE SPACE.
       77 WS-SW-FIM-TARMESTR    PIC X(01) VALUE 'N'.
           88 WS-FIM-TARMESTR       VALUE 'S'.
       77 WS-QTD-LISTADAS       PIC 9(03) VALUE ZERO.
       77 WS-VALOR-EDIT         PIC ZZZZ9.99 VALUE ZERO.

       77 WS-OPERADOR           PIC X(08) VALUE SPACES.
       77 WS-SENHA-OPERADOR     PIC X(08) VALUE SPACES.
       77 WS-NIVEL-EXIGIDO      PIC 9(01) VALUE 2.
       77 WS-NIVEL-OPERADOR     PIC 9(01) VALUE ZERO.
       77 WS-COD-RETORNO-OPR    PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
           0000-MAINLINE.
               DISPLAY "***** MESTRE DE TARIFAS - TAR010 *****"
               PERFORM 0200-AUTORIZAR-ACESSO
               IF WS-COD-RETORNO-OPR NOT = ZERO
                   DISPLAY "ACESSO NEGADO -- A MANUTENCAO DE TARIFAS "
                           "EXIGE SUPERVISOR."
               ELSE
                   PERFORM 0300-MENU
                           UNTIL WS-OPCAO = '3'
               END-IF
               STOP RUN.

      *----------------------------------------------------------------*
      *0200: A MANUTENCAO DE TARIFAS EXIGE SUPERVISOR (NIVEL 2).       *
      *----------------------------------------------------------------*
           0200-AUTORIZAR-ACESSO.
               DISPLAY "IDENTIFICACAO DO OPERADOR: "
               ACCEPT WS-OPERADOR
               DISPLAY "SENHA DO OPERADOR: "
               ACCEPT WS-SENHA-OPERADOR
               MOVE 2 TO WS-NIVEL-EXIGIDO
               CALL "OPRCTL" USING WS-OPERADOR WS-SENHA-OPERADOR
                                   WS-NIVEL-EXIGIDO WS-NIVEL-OPERADOR
                                   WS-COD-RETORNO-OPR.

           0300-MENU.
               DISPLAY "1 - CADASTRAR TARIFA"
               DISPLAY "2 - LISTAR TARIFAS"
               DISPLAY "3 - SAIR"
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                       PERFORM 1000-CADASTRAR-TARIFA
                   WHEN '2'
                       PERFORM 2000-LISTAR-TARIFAS
                   WHEN '3'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE.

      *----------------------------------------------------------------*
      *1000: CADASTRA UMA TARIFA NOVA. NA PRIMEIRA EXECUCAO O TARMESTR *
      *      AINDA NAO EXISTE (STATUS 35) E E CRIADO VAZIO. VIGENCIA   *
      *      JA CADASTRADA DO MESMO EVENTO E SUBSTITUIDA COM AVISO.    *
      *----------------------------------------------------------------*
           1000-CADASTRAR-TARIFA.
               OPEN I-O TARMESTR
               IF WS-STATUS-TARMESTR = '35'
                   OPEN OUTPUT TARMESTR
                   IF WS-STATUS-TARMESTR = '00'
                       CLOSE TARMESTR
                       OPEN I-O TARMESTR
                   END-IF
               END-IF
               IF WS-STATUS-TARMESTR NOT = '00'
                   DISPLAY "ERRO AO ABRIR TARMESTR. STATUS: "
                           WS-STATUS-TARMESTR
               ELSE
                   DISPLAY "EVENTO - SQ=SAQUE  TR=TRANSFERENCIA  "
                           "AG=ORDEM AGENDADA  EX=EXTRATO: "
                   ACCEPT TAR-COD-EVENTO
                   IF NOT TAR-EVT-VALIDO
                       DISPLAY "EVENTO INVALIDO. NADA GRAVADO."
                   ELSE
                       DISPLAY "DATA DE VIGENCIA (AAAAMMDD): "
                       ACCEPT TAR-DATA-VIGENCIA
                       DISPLAY "VALOR DA TARIFA (EX: 0000250 = "
                               "R$ 2,50): "
                       ACCEPT TAR-VALOR
                       DISPLAY "QUANTIDADE ISENTA NO MES: "
                       ACCEPT TAR-QTD-ISENTA
                       WRITE TAR-REGISTRO
                           INVALID KEY
                               DISPLAY "VIGENCIA JA CADASTRADA. "
                                       "SUBSTITUINDO A TARIFA."
                               REWRITE TAR-REGISTRO
                       END-WRITE
                       DISPLAY "TARIFA GRAVADA"
                   END-IF
                   CLOSE TARMESTR
               END-IF.

           2000-LISTAR-TARIFAS.
               OPEN INPUT TARMESTR
               IF WS-STATUS-TARMESTR NOT = '00'
                   DISPLAY "ERRO AO ABRIR TARMESTR. STATUS: "
                           WS-STATUS-TARMESTR
               ELSE
                   MOVE ZERO TO WS-QTD-LISTADAS
                   MOVE 'N' TO WS-SW-FIM-TARMESTR
                   MOVE LOW-VALUES TO TAR-CHAVE
                   START TARMESTR KEY IS NOT LESS THAN TAR-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WS-SW-FIM-TARMESTR
                   END-START
                   DISPLAY "TARIFAS CADASTRADAS----------------"
                   PERFORM 2100-LER-PROXIMA-TARIFA
                           UNTIL WS-FIM-TARMESTR
                   IF WS-QTD-LISTADAS = ZERO
                       DISPLAY "  NENHUMA TARIFA CADASTRADA"
                   END-IF
                   CLOSE TARMESTR
               END-IF.

           2100-LER-PROXIMA-TARIFA.
               READ TARMESTR NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SW-FIM-TARMESTR
               END-READ
               IF NOT WS-FIM-TARMESTR
                   MOVE TAR-VALOR TO WS-VALOR-EDIT
                   DISPLAY "  " TAR-COD-EVENTO "  VIGENCIA "
                           TAR-DATA-VIGENCIA "  VALOR "
                           WS-VALOR-EDIT "  ISENTOS "
                           TAR-QTD-ISENTA
                   ADD 1 TO WS-QTD-LISTADAS
               END-IF.

           END PROGRAM TAR010.
