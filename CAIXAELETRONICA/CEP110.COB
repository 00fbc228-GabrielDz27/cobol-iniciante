      *              A COMPETENCIA (AAAAMM) INFORMADA -- E NAO SOB A
      *              DATA DE EXECUCAO -- PARA QUE RODAR NO DIA 30 E DE
      *              NOVO NO DIA 31 NAO CREDITE O MESMO MES DUAS
      *              VEZES. SOBRE CADA CREDITO E RETIDO O IMPOSTO DE
      *              RENDA NA FONTE (WS-PCT-IR-REMUN), DEBITADO NA
      *              MESMA CONTA COMO MOVIMENTO PROPRIO ('I'), QUE O
      *              INFORME DE RENDIMENTOS (CEP220) SOMA NO ANO.
      *
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *                DIGITACAO DO OPERADOR -- JANELA QUE PASSA DA
      *                MEIA-NOITE CONTINUA NO MESMO DIA DE NEGOCIO E A
      *                REEXECUCAO DE MADRUGADA MANTEM A DATA ORIGINAL.
      *14/10/2026 GFD  INCLUIDA A RETENCAO DE IMPOSTO DE RENDA NA
      *                FONTE SOBRE A REMUNERACAO: LOGO APOS O CREDITO
      *                BRUTO, O IMPOSTO E DEBITADO DA CONTA COMO
      *                MOVIMENTO DE IR RETIDO ('I'), COM A AREA DE
      *                REFERENCIA APONTANDO PARA O CREDITO DE
      *                REMUNERACAO. O TOTAL RETIDO SAI NO RESUMO.
      *14/10/2026 GFD  CONTA ENCERRADA (CEP050) NAO E REMUNERADA.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77 WS-VALOR-JUROS-CHEQUE PIC 9(10)V99 VALUE ZERO.
       77 WS-ID-TERMINAL        PIC X(04) VALUE SPACES.
       77 WS-VALOR-REMUNERACAO  PIC 9(10)V99 VALUE ZERO.
       77 WS-VALOR-IR-RETIDO    PIC 9(10)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      *ALIQUOTA DO IMPOSTO DE RENDA RETIDO NA FONTE SOBRE A           *
      *REMUNERACAO DE SALDO CREDOR.                                    *
      *----------------------------------------------------------------*
       77 WS-PCT-IR-REMUN       PIC 9(02)V99 VALUE 15.00.

       77 WS-QTD-REMUNERADAS    PIC 9(05) VALUE ZERO.
       77 WS-VLR-TOTAL-CREDITADO PIC 9(12)V99 VALUE ZERO.
       77 WS-VLR-TOTAL-IR-RETIDO PIC 9(12)V99 VALUE ZERO.

       77 WS-FUNCAO-DIACTL      PIC X(01) VALUE 'C'.
       77 WS-COD-RETORNO-DIACTL PIC 9(02) VALUE ZERO.
                           WS-QTD-REMUNERADAS
                   DISPLAY "VALOR TOTAL CREDITADO......: "
                           WS-VLR-TOTAL-CREDITADO
                   DISPLAY "IMPOSTO DE RENDA RETIDO....: "
                           WS-VLR-TOTAL-IR-RETIDO
                   PERFORM P905-REGISTRAR-FIM
               END-IF
               CLOSE CTAMESTR MOVLOG.
      *      SALDO DE FECHAMENTO. CONTA GRAVADA ANTES DA AREA DE       *
      *      TITULAR EXISTIR (CTA-TITULAR-NAO-INICIADO) CARREGA        *
      *      ESPACOS NO LUGAR DA TAXA EMPACOTADA E E PULADA SEM TOCAR  *
      *      NO CAMPO -- SENAO O LIXO VIRARIA TAXA. CONTA DORMENTE OU  *
      *      ENCERRADA (CEP050) NAO E REMUNERADA.                      *
      *----------------------------------------------------------------*
           P100-PROCESSAR-CONTA.
               READ CTAMESTR NEXT RECORD
               END-READ
               IF NOT WS-FIM-CTAMESTR
                   IF NOT CTA-TITULAR-NAO-INICIADO AND
                      NOT CTA-DORMENTE AND NOT CTA-ENCERRADA
                       IF CTA-TAXA-REMUN-MES > ZERO
                           PERFORM P015-ATUALIZAR-DIA-CORRENTE
                           IF CTA-SALDO > ZERO
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *P110: CREDITA A REMUNERACAO BRUTA E, EM SEGUIDA, DEBITA O IR    *
      *      RETIDO NA FONTE (P120). O CTAMESTR E REGRAVADO UMA VEZ SO *
      *      JA COM O SALDO LIQUIDO; CADA MOVIMENTO LEVA O SEU SALDO   *
      *      RESULTANTE NO MOVLOG.                                     *
      *----------------------------------------------------------------*
           P110-CREDITAR-REMUNERACAO.
               COMPUTE WS-VALOR-REMUNERACAO ROUNDED =
                       CTA-SALDO * (CTA-TAXA-REMUN-MES / 100)
               IF WS-VALOR-REMUNERACAO > ZERO
                   COMPUTE WS-VALOR-IR-RETIDO ROUNDED =
                           WS-VALOR-REMUNERACAO *
                           (WS-PCT-IR-REMUN / 100)
                   ADD WS-VALOR-REMUNERACAO TO CTA-SALDO
                   MOVE SPACES TO LOG-REGISTRO
                   MOVE CTA-NUM-CONTA TO LOG-NUM-CONTA
                   SET LOG-TIPO-REMUNERACAO TO TRUE
                   MOVE WS-VALOR-REMUNERACAO TO LOG-VALOR
                   MOVE CTA-SALDO TO LOG-SALDO-RESULTANTE
                   MOVE WS-ID-TERMINAL TO LOG-ID-TERMINAL
                   WRITE LOG-REGISTRO
                   IF WS-VALOR-IR-RETIDO > ZERO
                       PERFORM P120-RETER-IMPOSTO-RENDA
                   END-IF
                   MOVE WS-DATA-HOJE TO CTA-DATA-ULT-MOVTO
                   REWRITE CTA-REGISTRO
                   ADD 1 TO WS-QTD-REMUNERADAS
                   ADD WS-VALOR-REMUNERACAO TO WS-VLR-TOTAL-CREDITADO
               END-IF.

      *----------------------------------------------------------------*
      *P120: DEBITO DO IR RETIDO SOBRE A REMUNERACAO QUE ACABOU DE SER *
      *      CREDITADA. O IMPOSTO E SEMPRE MENOR QUE O CREDITO, ENTAO  *
      *      O SALDO (POSITIVO ANTES DO CREDITO) CONTINUA POSITIVO E   *
      *      NAO HA USO DE CHEQUE ESPECIAL A RECALCULAR.               *
      *----------------------------------------------------------------*
           P120-RETER-IMPOSTO-RENDA.
               SUBTRACT WS-VALOR-IR-RETIDO FROM CTA-SALDO
               MOVE SPACES TO LOG-REGISTRO
               MOVE CTA-NUM-CONTA TO LOG-NUM-CONTA
               SET LOG-TIPO-IR-RETIDO TO TRUE
               MOVE WS-VALOR-IR-RETIDO TO LOG-VALOR
               MOVE WS-DATA-HOJE TO LOG-DATA-MOVTO
               MOVE WS-HORA-AGORA TO LOG-HORA-MOVTO
               MOVE CTA-SALDO TO LOG-SALDO-RESULTANTE
               MOVE WS-ID-TERMINAL TO LOG-ID-TERMINAL
               MOVE WS-DATA-HOJE TO LOG-REF-DATA-MOVTO
               MOVE WS-HORA-AGORA TO LOG-REF-HORA-MOVTO
               MOVE 'R' TO LOG-REF-TIPO-MOVTO
               WRITE LOG-REGISTRO
               ADD WS-VALOR-IR-RETIDO TO WS-VLR-TOTAL-IR-RETIDO.

      *----------------------------------------------------------------*
      *P015/P016: ROLLOVER DE DIA E COBRANCA DE JUROS DE CHEQUE        *
      *           ESPECIAL, COMPARTILHADOS VIA DIAROLL, PARA A         *
