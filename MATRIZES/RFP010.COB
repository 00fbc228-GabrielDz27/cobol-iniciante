      *                NIVEL DE SUPERVISOR -- ATE ENTAO QUALQUER UM NO
      *                TERMINAL CRIAVA E REPERFILAVA CONTRATO SEM SE
      *                IDENTIFICAR.
      *14/10/2026 GFD  INCLUIDO O IOF NA CONTRATACAO (COPYBOOK
      *                IOFCALC): ALIQUOTA DIARIA SOBRE A AMORTIZACAO
      *                DE CADA PARCELA (ATE 365 DIAS) MAIS O ADICIONAL
      *                FIXO SOBRE O VALOR SOLICITADO. O OPERADOR
      *                ESCOLHE DESCONTAR O IOF DO DESEMBOLSO OU
      *                FINANCIA-LO NO PRINCIPAL; O VALOR E A FORMA
      *                FICAM GRAVADOS NO CONTRATO, A TABELA MOSTRA O
      *                IOF E O DESEMBOLSO SAI SEMPRE PELO VALOR
      *                FINANCIADO MENOS O IOF. A RENEGOCIACAO NAO
      *                LIBERA RECURSO NOVO E GRAVA O CONTRATO COMO
      *                ISENTO.
      *14/10/2026 GFD  A CONTRATACAO E A RENEGOCIACAO PASSAM A
      *                CONFERIR O LIMITE DE CREDITO PRE-APROVADO
      *                DO TITULAR DA CONTA DE CREDITO (LIMMESTR,
      *                APURADO PELO RFP090): A EXPOSICAO NOVA
      *                (UTILIZADO MAIS O CONTRATO, OU SO O
      *                ACRESCIMO DA RENEGOCIACAO SOBRE O PRINCIPAL
      *                EM ABERTO) ACIMA DO LIMITE, OU CPF SEM
      *                LIMITE APURADO, SO PASSA COM LIBERACAO DE
      *                SUPERVISOR. O CONTRATO GRAVADO SOMA NO
      *                UTILIZADO.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFP010.
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-PARMESTR.

           SELECT CTAMESTR ASSIGN TO "CTAMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CHAVE
               FILE STATUS IS WS-STATUS-CTAMESTR.

           SELECT LIMMESTR ASSIGN TO "LIMMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIM-CHAVE
               FILE STATUS IS WS-STATUS-LIMMESTR.

       DATA DIVISION.
       FILE SECTION.
       FD  CTRMESTR.
       FD  PARMESTR.
       COPY PARCELA.

       FD  CTAMESTR.
       COPY CTACAD.

       FD  LIMMESTR.
       COPY LIMCRED.

       WORKING-STORAGE SECTION.

       77 WS-OPCAO                    PIC X(01).
       77 WS-VALOR-MORA               PIC 9(07)V99 VALUE ZERO.
       77 WS-VALOR-ATUALIZADO         PIC 9(08)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      *IOF DA OPERACAO DE CREDITO (COPYBOOK IOFCALC): 0,0082% AO DIA   *
      *SOBRE A AMORTIZACAO, ATE 365 DIAS, MAIS 0,38% DE ADICIONAL.     *
      *----------------------------------------------------------------*
       77 WS-PCT-IOF-DIARIO           PIC 9(01)V9(04) VALUE 0.0082.
       77 WS-PCT-IOF-ADICIONAL        PIC 9(01)V99 VALUE 0.38.
       77 WS-IOF-MAX-DIAS             PIC 9(03) VALUE 365.
       77 WS-IOF-DATA-BASE            PIC 9(08) VALUE ZERO.
       77 WS-IOF-DATA-VENCTO          PIC 9(08) VALUE ZERO.
       77 WS-IOF-AMORT                PIC 9(07)V99 VALUE ZERO.
       77 WS-IOF-DIAS                 PIC 9(05) VALUE ZERO.
       77 WS-IOF-BASE                 PIC 9(09)V99 VALUE ZERO.
       77 WS-VALOR-IOF-DIARIO         PIC 9(07)V9(06) VALUE ZERO.
       77 WS-VALOR-IOF-ADICIONAL      PIC 9(07)V99 VALUE ZERO.
       77 WS-VALOR-IOF-TOTAL          PIC 9(07)V99 VALUE ZERO.
       77 WS-FORMA-IOF                PIC X(01) VALUE SPACE.
           88 WS-IOF-DESCONTAR             VALUE 'D'.
           88 WS-IOF-FINANCIAR             VALUE 'F'.

      *----------------------------------------------------------------*
      *LIMITE DE CREDITO PRE-APROVADO (LIMMESTR, APURADO PELO RFP090): *
      *O CPF E O TITULAR PRINCIPAL DA CONTA DE CREDITO; ACIMA DO       *
      *LIMITE O CONTRATO SO SAI COM LIBERACAO DE SUPERVISOR.           *
      *----------------------------------------------------------------*
       77 WS-STATUS-CTAMESTR          PIC X(02) VALUE SPACES.
       77 WS-STATUS-LIMMESTR          PIC X(02) VALUE SPACES.
       77 WS-CONTA-LIMITE             PIC 9(08) VALUE ZERO.
       77 WS-CPF-LIMITE               PIC 9(11) VALUE ZERO.
       77 WS-ACRESCIMO-EXPOSICAO      PIC 9(09)V99 VALUE ZERO.
       77 WS-EXPOSICAO-NOVA           PIC 9(11)V99 VALUE ZERO.
       77 WS-LIMITE-CPF               PIC 9(11)V99 VALUE ZERO.
       77 WS-LIMITE-UTILIZADO         PIC 9(11)V99 VALUE ZERO.
       77 WS-LIMITE-MOTIVO            PIC X(02) VALUE SPACES.
       77 WS-LIMITE-DISPONIVEL        PIC 9(11)V99 VALUE ZERO.
       77 WS-PRINCIPAL-ABERTO-ORIG    PIC 9(09)V99 VALUE ZERO.
       77 WS-SW-LIMITE-OK             PIC X(01) VALUE 'N'.
           88 WS-LIMITE-OK                 VALUE 'S'.
       77 WS-SW-LIMITE-EXISTE         PIC X(01) VALUE 'N'.
           88 WS-LIMITE-EXISTE             VALUE 'S'.
       77 WS-RESP-LIMITE              PIC X(01) VALUE 'N'.
           88 WS-CONFIRMA-LIMITE           VALUE 'S'.
       77 WS-SUPERVISOR               PIC X(08) VALUE SPACES.
       77 WS-SENHA-SUPERVISOR         PIC X(08) VALUE SPACES.
       77 WS-NIVEL-EXIGIDO-SUP        PIC 9(01) VALUE 2.
       77 WS-NIVEL-SUPERVISOR         PIC 9(01) VALUE ZERO.
       77 WS-COD-RETORNO-SUP          PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
           0000-MAINLINE.
               DISPLAY "********* REGISTRO FINANCEIRO - RFP010 ******"
                   SET CTR-NAO-LIQUIDADO TO TRUE
                   MOVE ZERO TO CTR-DATA-LIQUIDACAO
                   MOVE ZERO TO CTR-NUM-CONTRATO-ORIGEM
                   PERFORM 1300-APURAR-IOF
                   IF WS-DADOS-OK
                       MOVE CTR-NUM-CONTA-CREDITO TO WS-CONTA-LIMITE
                       MOVE CTR-VALOR-FINANCIADO TO
                            WS-ACRESCIMO-EXPOSICAO
                       PERFORM 1400-CONFERIR-LIMITE-CREDITO
                       IF NOT WS-LIMITE-OK
                           MOVE 'N' TO WS-SW-DADOS-OK
                       END-IF
                   END-IF
                   IF WS-DADOS-OK
                       WRITE CTR-REGISTRO
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR O CONTRATO"
                               MOVE 'N' TO WS-SW-DADOS-OK
                       END-WRITE
                   END-IF
                   IF WS-DADOS-OK
                       PERFORM 1450-ATUALIZAR-LIMITE-USADO
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *1300: APURA O IOF SOBRE A TABELA DO VALOR SOLICITADO (A MESMA   *
      *      AMORTIZACAO E OS MESMOS VENCIMENTOS QUE O 2000 VAI        *
      *      GRAVAR), SEM GRAVAR PARCELA. O OPERADOR ESCOLHE A FORMA:  *
      *      DESCONTADO, O PRINCIPAL FICA COMO DIGITADO E O            *
      *      DESEMBOLSO SAI LIQUIDO DO IOF; FINANCIADO, O IOF SOMA NO  *
      *      PRINCIPAL E O CLIENTE RECEBE O VALOR SOLICITADO CHEIO.    *
      *      NOS DOIS CASOS O DESEMBOLSO E O VALOR FINANCIADO MENOS O  *
      *      IOF GRAVADO.                                              *
      *----------------------------------------------------------------*
           1300-APURAR-IOF.
               MOVE ZERO TO WS-VALOR-IOF-DIARIO
               MOVE CTR-DATA-CONTRATACAO TO WS-IOF-DATA-BASE
               MOVE CTR-VALOR-FINANCIADO TO WS-SALDO-DEV
               IF CTR-TABELA-PRICE
                   PERFORM 2050-CALCULAR-FATOR-PRICE
               END-IF
               PERFORM 1310-IOF-DA-PARCELA
                       VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > CTR-NUM-PRESTACAO
               MOVE CTR-VALOR-FINANCIADO TO WS-IOF-BASE
               PERFORM 7150-TOTALIZAR-IOF
               DISPLAY "IOF DA OPERACAO..........: " WS-VALOR-IOF-TOTAL
               DISPLAY "  (ADICIONAL FIXO........: "
                       WS-VALOR-IOF-ADICIONAL ")"
               DISPLAY "IOF - D=DESCONTAR DO DESEMBOLSO  "
                       "F=FINANCIAR NO PRINCIPAL: "
               ACCEPT WS-FORMA-IOF
               IF WS-IOF-DESCONTAR OR WS-IOF-FINANCIAR
                   MOVE WS-FORMA-IOF TO CTR-SW-IOF
                   MOVE WS-VALOR-IOF-TOTAL TO CTR-VALOR-IOF
                   MOVE WS-VALOR-IOF-ADICIONAL TO
                        CTR-VALOR-IOF-ADICIONAL
                   IF CTR-IOF-FINANCIADO
                       ADD CTR-VALOR-IOF TO CTR-VALOR-FINANCIADO
                       DISPLAY "PRINCIPAL COM IOF FINANCIADO: "
                               CTR-VALOR-FINANCIADO
                   END-IF
               ELSE
                   DISPLAY "FORMA DE COBRANCA DO IOF INVALIDA. "
                           "CONTRATO NAO GRAVADO."
                   MOVE 'N' TO WS-SW-DADOS-OK
               END-IF.

      *----------------------------------------------------------------*
      *1400: CONFERE SE WS-ACRESCIMO-EXPOSICAO CABE NO LIMITE PRE-     *
      *      APROVADO DO TITULAR PRINCIPAL DE WS-CONTA-LIMITE: O       *
      *      UTILIZADO DO LIMMESTR MAIS O ACRESCIMO NAO PODE PASSAR DO *
      *      LIMITE. ACIMA DO LIMITE, CONTA SEM TITULAR OU CPF AINDA   *
      *      SEM APURACAO, SO COM LIBERACAO DE SUPERVISOR (1410).      *
      *----------------------------------------------------------------*
           1400-CONFERIR-LIMITE-CREDITO.
               MOVE 'N' TO WS-SW-LIMITE-OK
               MOVE 'N' TO WS-SW-LIMITE-EXISTE
               MOVE ZERO TO WS-CPF-LIMITE
               OPEN INPUT CTAMESTR
               IF WS-STATUS-CTAMESTR = '00'
                   MOVE WS-CONTA-LIMITE TO CTA-NUM-CONTA
                   READ CTAMESTR
                       INVALID KEY
                           DISPLAY "CONTA " WS-CONTA-LIMITE
                                   " NAO CADASTRADA"
                   END-READ
                   IF WS-STATUS-CTAMESTR = '00' AND
                      NOT CTA-TITULAR-NAO-INICIADO
                       MOVE CTA-CPF-TITULAR TO WS-CPF-LIMITE
                   END-IF
                   CLOSE CTAMESTR
               END-IF
               IF WS-CPF-LIMITE NOT = ZERO
                   OPEN INPUT LIMMESTR
                   IF WS-STATUS-LIMMESTR = '00'
                       MOVE WS-CPF-LIMITE TO LIM-CPF
                       READ LIMMESTR
                           INVALID KEY
                               CONTINUE
                       END-READ
                       IF WS-STATUS-LIMMESTR = '00'
                           MOVE 'S' TO WS-SW-LIMITE-EXISTE
                           MOVE LIM-VALOR-LIMITE TO WS-LIMITE-CPF
                           MOVE LIM-VALOR-UTILIZADO TO
                                WS-LIMITE-UTILIZADO
                           MOVE LIM-COD-MOTIVO TO WS-LIMITE-MOTIVO
                       END-IF
                       CLOSE LIMMESTR
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN WS-CPF-LIMITE = ZERO
                       DISPLAY "CONTA SEM TITULAR IDENTIFICADO. "
                               "LIMITE DE CREDITO NAO CONFERIDO."
                   WHEN NOT WS-LIMITE-EXISTE
                       DISPLAY "CPF " WS-CPF-LIMITE " SEM LIMITE "
                               "PRE-APROVADO APURADO."
                   WHEN OTHER
                       COMPUTE WS-EXPOSICAO-NOVA =
                               WS-LIMITE-UTILIZADO +
                               WS-ACRESCIMO-EXPOSICAO
                       IF WS-LIMITE-CPF > WS-LIMITE-UTILIZADO
                           COMPUTE WS-LIMITE-DISPONIVEL =
                                   WS-LIMITE-CPF - WS-LIMITE-UTILIZADO
                       ELSE
                           MOVE ZERO TO WS-LIMITE-DISPONIVEL
                       END-IF
                       DISPLAY "LIMITE PRE-APROVADO DO CPF...: "
                               WS-LIMITE-CPF
                               " (MOTIVO " WS-LIMITE-MOTIVO ")"
                       DISPLAY "LIMITE UTILIZADO.............: "
                               WS-LIMITE-UTILIZADO
                       DISPLAY "LIMITE DISPONIVEL............: "
                               WS-LIMITE-DISPONIVEL
                       IF WS-EXPOSICAO-NOVA NOT > WS-LIMITE-CPF
                           MOVE 'S' TO WS-SW-LIMITE-OK
                       ELSE
                           DISPLAY "EXPOSICAO COM ESTE CONTRATO: "
                                   WS-EXPOSICAO-NOVA
                                   " -- ACIMA DO LIMITE."
                       END-IF
               END-EVALUATE
               IF NOT WS-LIMITE-OK
                   PERFORM 1410-LIBERAR-POR-SUPERVISOR
               END-IF.

      *----------------------------------------------------------------*
      *1410: OPERADOR JA LOGADO COMO SUPERVISOR SO CONFIRMA; OS DEMAIS *
      *      CHAMAM UM SUPERVISOR, QUE SE IDENTIFICA PELO OPRCTL (O    *
      *      LOGON DELE FICA NO SEGLOG).                               *
      *----------------------------------------------------------------*
           1410-LIBERAR-POR-SUPERVISOR.
               IF WS-NIVEL-OPERADOR NOT < 2
                   DISPLAY "LIBERAR ACIMA DO LIMITE COMO SUPERVISOR "
                           "(S/N)? "
                   ACCEPT WS-RESP-LIMITE
                   IF WS-CONFIRMA-LIMITE
                       MOVE 'S' TO WS-SW-LIMITE-OK
                       MOVE WS-OPERADOR TO WS-SUPERVISOR
                   END-IF
               ELSE
                   DISPLAY "LIBERACAO EXIGE SUPERVISOR. "
                           "IDENTIFICACAO DO SUPERVISOR (BRANCO = "
                           "CANCELAR): "
                   ACCEPT WS-SUPERVISOR
                   IF WS-SUPERVISOR NOT = SPACES
                       DISPLAY "SENHA DO SUPERVISOR: "
                       ACCEPT WS-SENHA-SUPERVISOR
                       MOVE 2 TO WS-NIVEL-EXIGIDO-SUP
                       CALL "OPRCTL" USING WS-SUPERVISOR
                                           WS-SENHA-SUPERVISOR
                                           WS-NIVEL-EXIGIDO-SUP
                                           WS-NIVEL-SUPERVISOR
                                           WS-COD-RETORNO-SUP
                       IF WS-COD-RETORNO-SUP = ZERO
                           MOVE 'S' TO WS-SW-LIMITE-OK
                       ELSE
                           DISPLAY "SUPERVISOR NAO AUTORIZADO. "
                                   "RETORNO: " WS-COD-RETORNO-SUP
                       END-IF
                   END-IF
               END-IF
               IF WS-LIMITE-OK
                   DISPLAY "LIBERADO ACIMA DO LIMITE POR "
                           WS-SUPERVISOR
               ELSE
                   DISPLAY "CONTRATO RECUSADO PELO LIMITE DE "
                           "CREDITO."
               END-IF.

      *----------------------------------------------------------------*
      *1450: O CONTRATO GRAVADO PASSA A CONSUMIR O LIMITE DO CPF ATE A *
      *      PROXIMA APURACAO DO RFP090, QUE REFAZ O UTILIZADO PELA    *
      *      DIVIDA REAL. CPF SEM LIMITE APURADO NAO TEM O QUE SOMAR.  *
      *----------------------------------------------------------------*
           1450-ATUALIZAR-LIMITE-USADO.
               IF WS-LIMITE-EXISTE AND WS-ACRESCIMO-EXPOSICAO > ZERO
                   OPEN I-O LIMMESTR
                   IF WS-STATUS-LIMMESTR = '00'
                       MOVE WS-CPF-LIMITE TO LIM-CPF
                       READ LIMMESTR
                           INVALID KEY
                               CONTINUE
                       END-READ
                       IF WS-STATUS-LIMMESTR = '00'
                           ADD WS-ACRESCIMO-EXPOSICAO TO
                               LIM-VALOR-UTILIZADO
                           REWRITE LIM-REGISTRO
                       END-IF
                       CLOSE LIMMESTR
                   ELSE
                       DISPLAY "ERRO AO ABRIR LIMMESTR. STATUS: "
                               WS-STATUS-LIMMESTR
                               " -- UTILIZADO NAO ATUALIZADO."
                   END-IF
               END-IF.

           1310-IOF-DA-PARCELA.
               COMPUTE WS-VALOR-JUROS ROUNDED =
                       WS-SALDO-DEV * (CTR-TAXA-JUROS-MES / 100)
               IF CTR-TABELA-PRICE
                   COMPUTE WS-IOF-AMORT ROUNDED =
                           WS-VALOR-PARCELA-PRICE - WS-VALOR-JUROS
               ELSE
                   COMPUTE WS-IOF-AMORT ROUNDED =
                           CTR-VALOR-FINANCIADO / CTR-NUM-PRESTACAO
               END-IF
               COMPUTE WS-SALDO-DEV ROUNDED =
                       WS-SALDO-DEV - WS-IOF-AMORT
               PERFORM 2060-CALCULAR-PROXIMO-VENCIMENTO
               MOVE WS-DATA-VENCTO-NOVA TO WS-IOF-DATA-VENCTO
               PERFORM 7100-ACUMULAR-IOF-PARCELA.

      *----------------------------------------------------------------*
      *1150: CONSULTA A TAXA VIGENTE DO PRODUTO EMPRESTIMO ('EP') NO   *
      *      MESTRE DE TAXAS (VIA TAXUTIL) E A MOSTRA COMO DEFAULT DA  *
                           " JUROS: " PAR-JUROS
                           " AMORT: " PAR-AMORT
                           " VENCTO: " PAR-DATA-VENCTO
               END-PERFORM
               EVALUATE TRUE
                   WHEN CTR-IOF-DESCONTADO
                       DISPLAY "IOF: " CTR-VALOR-IOF
                               " (ADICIONAL: " CTR-VALOR-IOF-ADICIONAL
                               ") DESCONTADO DO DESEMBOLSO"
                   WHEN CTR-IOF-FINANCIADO
                       DISPLAY "IOF: " CTR-VALOR-IOF
                               " (ADICIONAL: " CTR-VALOR-IOF-ADICIONAL
                               ") FINANCIADO NO PRINCIPAL"
                   WHEN CTR-IOF-ISENTO
                       DISPLAY "IOF: ISENTO (RENEGOCIACAO)"
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      *----------------------------------------------------------------*
      *3000: GERA O REGISTRO DE DESEMBOLSO PARA O CEP030 CREDITAR NA   *
      *      CONTA, UMA UNICA VEZ POR CONTRATO. COM IOF APURADO O      *
      *      CREDITO E O VALOR FINANCIADO MENOS O IOF.                 *
      *----------------------------------------------------------------*
           3000-ENVIAR-DESEMBOLSO.
               IF CTR-NAO-DESEMBOLSADO
                       MOVE CTR-NUM-CONTRATO TO DESEMB-NUM-CONTRATO
                       MOVE CTR-NUM-CONTA-CREDITO TO
                            DESEMB-NUM-CONTA-CREDITO
                       IF CTR-IOF-DESCONTADO OR CTR-IOF-FINANCIADO
                           COMPUTE DESEMB-VALOR =
                                   CTR-VALOR-FINANCIADO - CTR-VALOR-IOF
                       ELSE
                           MOVE CTR-VALOR-FINANCIADO TO DESEMB-VALOR
                       END-IF
                       MOVE CTR-DATA-CONTRATACAO TO DESEMB-DATA
                       SET DESEMB-PENDENTE TO TRUE
                       MOVE SPACES TO DESEMB-COD-REJEICAO
                       REWRITE CTR-REGISTRO
                       DISPLAY "DESEMBOLSO ENVIADO PARA A CONTA "
                               CTR-NUM-CONTA-CREDITO
                               " VALOR: " DESEMB-VALOR
                   END-IF
               END-IF.

                                        (WS-DATA-HOJE)
               MOVE ZERO TO WS-VALOR-RENEGOCIADO
               MOVE ZERO TO WS-QTD-PARC-RENEGOCIADAS
               MOVE ZERO TO WS-PRINCIPAL-ABERTO-ORIG
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > CTR-NUM-PRESTACAO
                   PERFORM 2200-LER-PARCELA
                       PERFORM 8150-VALORIZAR-PARCELA-ABERTA
                       ADD WS-VALOR-ATUALIZADO TO
                           WS-VALOR-RENEGOCIADO
                       ADD PAR-AMORT TO WS-PRINCIPAL-ABERTO-ORIG
                       ADD 1 TO WS-QTD-PARC-RENEGOCIADAS
                   END-IF
               END-PERFORM
                               DISPLAY "CONFIRMA A RENEGOCIACAO "
                                       "(S/N)? "
                               ACCEPT WS-RESP-RENEGOCIACAO
                               IF WS-CONFIRMA-RENEGOCIACAO
                                   PERFORM 8250-CONFERIR-LIMITE-RENEG
                               END-IF
                               IF WS-CONFIRMA-RENEGOCIACAO
                                   PERFORM 8300-EFETIVAR-RENEGOCIACAO
                               ELSE
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *8250: A RENEGOCIACAO TROCA O PRINCIPAL EM ABERTO DO ORIGINAL    *
      *      PELO PRINCIPAL RENEGOCIADO; SO A DIFERENCA (MULTA, MORA E *
      *      JUROS INCORPORADOS) AUMENTA A EXPOSICAO DO CPF E PASSA    *
      *      PELO LIMITE. ACIMA DELE, SEM LIBERACAO, A RENEGOCIACAO    *
      *      NAO E EFETIVADA.                                          *
      *----------------------------------------------------------------*
           8250-CONFERIR-LIMITE-RENEG.
               MOVE 'N' TO WS-SW-LIMITE-EXISTE
               IF WS-VALOR-RENEGOCIADO > WS-PRINCIPAL-ABERTO-ORIG
                   COMPUTE WS-ACRESCIMO-EXPOSICAO =
                           WS-VALOR-RENEGOCIADO -
                           WS-PRINCIPAL-ABERTO-ORIG
                   MOVE WS-CONTA-CREDITO-ORIG TO WS-CONTA-LIMITE
                   PERFORM 1400-CONFERIR-LIMITE-CREDITO
                   IF NOT WS-LIMITE-OK
                       MOVE 'N' TO WS-RESP-RENEGOCIACAO
                   END-IF
               ELSE
                   MOVE ZERO TO WS-ACRESCIMO-EXPOSICAO
               END-IF.

      *----------------------------------------------------------------*
      *8300: EFETIVA -- OS DADOS NOVOS (PRAZO, TAXA, TABELA) JA ESTAO  *
      *      NO REGISTRO EM MEMORIA, MAS O REGISTRO NO ARQUIVO AINDA E *
                   MOVE ZERO TO CTR-DATA-LIQUIDACAO
                   MOVE WS-NUM-CONTRATO-ORIG TO
                        CTR-NUM-CONTRATO-ORIGEM
                   SET CTR-IOF-ISENTO TO TRUE
                   MOVE ZERO TO CTR-VALOR-IOF
                   MOVE ZERO TO CTR-VALOR-IOF-ADICIONAL
                   WRITE CTR-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O CONTRATO NOVO"
                       DISPLAY "CONTRATO " WS-NUM-CONTRATO-NOVO
                               " CRIADO PELA RENEGOCIACAO DO "
                               WS-NUM-CONTRATO-ORIG
                       PERFORM 1450-ATUALIZAR-LIMITE-USADO
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
       COPY ATRCALC.

      *----------------------------------------------------------------*
      *7100/7150: CALCULO DO IOF COMPARTILHADO COM A SIMULACAO         *
      *      (RFP060) VIA O COPYBOOK IOFCALC.                          *
      *----------------------------------------------------------------*
       COPY IOFCALC.

           END PROGRAM RFP010.
