      *                SEM DUPLICAR AS JA LISTADAS). INCLUIDA A
      *                MANUTENCAO DE COTITULAR (VINCULAR/DESVINCULAR)
      *                NO MENU.
      *14/10/2026 GFD  A POSICAO CONSOLIDADA MARCA A CONTA
      *                ENCERRADA (CEP050) COM A DATA DO
      *                ENCERRAMENTO, E CONTA ENCERRADA NAO ACEITA
      *                NOVO COTITULAR.
      *14/10/2026 GFD  A POSICAO CONSOLIDADA MOSTRA O LIMITE DE
      *                CREDITO PRE-APROVADO DO CPF (LIMMESTR,
      *                APURADO PELO RFP090), O LIMITE UTILIZADO E
      *                O DISPONIVEL.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAD010.
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-VINMESTR.

           SELECT LIMMESTR ASSIGN TO "LIMMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIM-CHAVE
               FILE STATUS IS WS-STATUS-LIMMESTR.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIMESTR.
       FD  VINMESTR.
       COPY TITULAR.

       FD  LIMMESTR.
       COPY LIMCRED.

       WORKING-STORAGE SECTION.

       77 WS-STATUS-CLIMESTR      PIC X(02) VALUE SPACES.
       77 WS-STATUS-CTRMESTR      PIC X(02) VALUE SPACES.
       77 WS-STATUS-PARMESTR      PIC X(02) VALUE SPACES.
       77 WS-STATUS-VINMESTR      PIC X(02) VALUE SPACES.
       77 WS-STATUS-LIMMESTR      PIC X(02) VALUE SPACES.

       77 WS-OPCAO                PIC X(01) VALUE SPACE.
       77 WS-CPF-DIGITADO         PIC 9(11) VALUE ZERO.
       77 WS-OPCAO-VINCULO        PIC X(01) VALUE SPACE.
       77 WS-NUM-CONTA-DIG        PIC 9(08) VALUE ZERO.
       77 WS-CPF-VINCULO          PIC 9(11) VALUE ZERO.
       77 WS-LIMITE-DISPONIVEL    PIC 9(11)V99 VALUE ZERO.

       PROCEDURE DIVISION.
           0000-MAINLINE.
                       DISPLAY "TELEFONE: " CLI-TELEFONE
                       PERFORM 2100-LISTAR-CONTAS
                       PERFORM 2200-LISTAR-CONTRATOS
                       PERFORM 2300-MOSTRAR-LIMITE
                   END-IF
               END-IF
               CLOSE CLIMESTR CTAMESTR CTRMESTR PARMESTR
                           DISPLAY "  CONTA " CTA-NUM-CONTA
                                   "  PAPEL " VIN-SW-PAPEL
                                   "  SALDO: " CTA-SALDO
                           PERFORM 2180-MOSTRAR-ENCERRAMENTO
                           PERFORM 2170-GUARDAR-CONTA
                       END-IF
                   END-IF
                           "LISTADOS."
               END-IF.

      *----------------------------------------------------------------*
      *2180: CONTA ENCERRADA (CEP050) CONTINUA NA POSICAO -- OS        *
      *      CONTRATOS JA LIQUIDADOS DELA TAMBEM -- MAS SAI MARCADA    *
      *      COM A DATA DO ENCERRAMENTO.                               *
      *----------------------------------------------------------------*
           2180-MOSTRAR-ENCERRAMENTO.
               IF CTA-ENCERRADA
                   DISPLAY "    *** CONTA ENCERRADA EM "
                           CTA-DATA-ENCERRAMENTO " ***"
               END-IF.

      *----------------------------------------------------------------*
      *2110: CONTA GRAVADA ANTES DA AREA DE TITULAR EXISTIR            *
      *      (CTA-TITULAR-NAO-INICIADO) CARREGA ESPACOS NO LUGAR DO    *
                           IF NOT WS-CONTA-JA-LISTADA
                               DISPLAY "  CONTA " CTA-NUM-CONTA
                                       "  SALDO: " CTA-SALDO
                               PERFORM 2180-MOSTRAR-ENCERRAMENTO
                               PERFORM 2170-GUARDAR-CONTA
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *2300: LIMITE DE CREDITO PRE-APROVADO DO CPF (LIMMESTR, APURADO  *
      *      PELO RFP090 E CONSUMIDO PELOS CONTRATOS DO RFP010). SEM   *
      *      APURACAO PARA O CPF, SO AVISA.                            *
      *----------------------------------------------------------------*
           2300-MOSTRAR-LIMITE.
               DISPLAY "LIMITE DE CREDITO------------------"
               OPEN INPUT LIMMESTR
               IF WS-STATUS-LIMMESTR NOT = '00'
                   DISPLAY "  LIMITE PRE-APROVADO NAO APURADO"
               ELSE
                   MOVE WS-CPF-DIGITADO TO LIM-CPF
                   READ LIMMESTR
                       INVALID KEY
                           DISPLAY "  LIMITE PRE-APROVADO NAO APURADO"
                   END-READ
                   IF WS-STATUS-LIMMESTR = '00'
                       IF LIM-VALOR-LIMITE > LIM-VALOR-UTILIZADO
                           COMPUTE WS-LIMITE-DISPONIVEL =
                                   LIM-VALOR-LIMITE -
                                   LIM-VALOR-UTILIZADO
                       ELSE
                           MOVE ZERO TO WS-LIMITE-DISPONIVEL
                       END-IF
                       DISPLAY "  LIMITE PRE-APROVADO: "
                               LIM-VALOR-LIMITE
                               "  APURADO EM " LIM-DATA-APURACAO
                               "  MOTIVO " LIM-COD-MOTIVO
                       DISPLAY "  LIMITE UTILIZADO...: "
                               LIM-VALOR-UTILIZADO
                       DISPLAY "  LIMITE DISPONIVEL..: "
                               WS-LIMITE-DISPONIVEL
                   END-IF
                   CLOSE LIMMESTR
               END-IF.

      *----------------------------------------------------------------*
      *3000: MANUTENCAO DOS VINCULOS DE TITULARIDADE -- INCLUI OU      *
      *      REMOVE UM COTITULAR DE UMA CONTA. O CPF PRECISA EXISTIR   *
                   INVALID KEY
                       DISPLAY "CONTA NAO ENCONTRADA"
               END-READ
               IF WS-STATUS-CTAMESTR = '00' AND CTA-ENCERRADA
                   DISPLAY "CONTA ENCERRADA EM "
                           CTA-DATA-ENCERRAMENTO
                           ". VINCULO NAO PERMITIDO."
               END-IF
               IF WS-STATUS-CTAMESTR = '00' AND CTA-ATIVA
                   MOVE WS-CPF-VINCULO TO CLI-CPF
                   READ CLIMESTR
                       INVALID KEY
