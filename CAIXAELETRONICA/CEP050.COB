      *              ALTERACAO EXIGE O ID DO OPERADOR E E GRAVADA NO
      *              DIARIO DE SEGURANCA (SEGLOG) COM VALOR ANTES E
      *              DEPOIS. SENHA NUNCA VAI EM CLARO PARA O DIARIO.
      *              TAMBEM ENCERRA A CONTA A PEDIDO DO CLIENTE, DEPOIS
      *              DE CONFERIR QUE NADA FICA PENDURADO NELA.
      *
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *                TAXUTIL) E A APLICA-LA QUANDO O OPERADOR
      *                INFORMA ZERO -- A TAXA PADRAO DEIXA DE SER
      *                CONHECIMENTO DE CABECA DO OPERADOR.
      *14/10/2026 GFD  INCLUIDO O ENCERRAMENTO SUPERVISIONADO DE
      *                CONTA (OPCAO 7): RECUSADO COM SALDO DEVEDOR
      *                OU CHEQUE ESPECIAL EM USO, CHEQUE EM
      *                COMPENSACAO, ORDEM AGENDADA ATIVA,
      *                TRANSFERENCIA PENDENTE DE APROVACAO OU
      *                CONTRATO EM ABERTO NA CONTA; O SALDO CREDOR
      *                RESIDUAL E PAGO EM ESPECIE OU TRANSFERIDO
      *                ANTES DA MARCA DE ENCERRADA. CONTA
      *                ENCERRADA NAO ACEITA MAIS ALTERACOES.
      *15/10/2026 GFD  CONTA COM BLOQUEIO JUDICIAL EM VIGOR
      *                (CTA-VALOR-BLOQ-JUDICIAL) TEM PENDENCIA E
      *                NAO E ENCERRADA.
      *15/10/2026 GFD  NO ENCERRAMENTO O SALDO RESIDUAL SO PODE
      *                SER TRANSFERIDO; O PAGAMENTO EM ESPECIE SAI
      *                DA OPCAO (O CLIENTE SACA ANTES NO CAIXA DE
      *                BALCAO, CEP290, PARA O DINHEIRO PASSAR PELA
      *                GAVETA).
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SEGLOG.

           SELECT MOVLOG ASSIGN TO "MOVLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOVLOG.

           SELECT FLTPEND ASSIGN TO "FLTPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-FLTPEND.

           SELECT ORDAGEND ASSIGN TO "ORDAGEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGD-CHAVE
               FILE STATUS IS WS-STATUS-ORDAGEND.

           SELECT TRFPEND ASSIGN TO "TRFPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-CHAVE
               FILE STATUS IS WS-STATUS-TRFPEND.

           SELECT CTRMESTR ASSIGN TO "CTRMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-CHAVE
               FILE STATUS IS WS-STATUS-CTRMESTR.

       DATA DIVISION.
       FILE SECTION.
       FD  CTAMESTR.
       FD  SEGLOG.
       COPY SEGJRN.

       FD  MOVLOG.
       COPY CTALOG.

       FD  FLTPEND.
       COPY FLUTUA.

       FD  ORDAGEND.
       COPY AGENDA.

       FD  TRFPEND.
       COPY TRFPND.

       FD  CTRMESTR.
       COPY CONTRATO.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-CTAMESTR    PIC X(02) VALUE SPACES.
       77 WS-STATUS-SEGLOG      PIC X(02) VALUE SPACES.
       77 WS-STATUS-MOVLOG      PIC X(02) VALUE SPACES.
       77 WS-STATUS-FLTPEND     PIC X(02) VALUE SPACES.
       77 WS-STATUS-ORDAGEND    PIC X(02) VALUE SPACES.
       77 WS-STATUS-TRFPEND     PIC X(02) VALUE SPACES.
       77 WS-STATUS-CTRMESTR    PIC X(02) VALUE SPACES.

       77 WS-DATA-HOJE          PIC 9(08) VALUE ZERO.
       77 WS-HORA-AGORA         PIC 9(06) VALUE ZERO.
       77 WS-JRN-ANTES          PIC X(14) VALUE SPACES.
       77 WS-JRN-DEPOIS         PIC X(14) VALUE SPACES.

      *----------------------------------------------------------------*
      *ENCERRAMENTO DE CONTA (P270): PENDENCIAS QUE IMPEDEM O          *
      *ENCERRAMENTO, DESTINO DO SALDO RESIDUAL E AREA EXIGIDA PELO     *
      *ROLLOVER DE DIA (COPY DIAROLL) -- A TRANSFERENCIA DO RESIDUAL E *
      *DE RETAGUARDA, SEM TERMINAL.                                    *
      *----------------------------------------------------------------*
       77 WS-QTD-PENDENCIAS     PIC 9(03) VALUE ZERO.
       77 WS-SW-FIM-PENDENCIA   PIC X(01) VALUE 'N'.
           88 WS-FIM-PENDENCIA      VALUE 'S'.
       77 WS-DESTINO-RESIDUAL   PIC X(01) VALUE SPACE.
           88 WS-RESIDUAL-TRANSFERIDO VALUE 'T'.
       77 WS-CONTA-DESTINO      PIC 9(08) VALUE ZERO.
       77 WS-VALOR-RESIDUAL     PIC 9(10)V99 VALUE ZERO.
       77 WS-SW-ENCERRAR        PIC X(01) VALUE 'N'.
           88 WS-ENCERRAR-OK        VALUE 'S'.
       77 WS-SW-VIROU-O-DIA     PIC X(01) VALUE 'N'.
           88 WS-VIROU-O-DIA        VALUE 'S'.
       77 WS-VALOR-JUROS-CHEQUE PIC 9(10)V99 VALUE ZERO.
       77 WS-ID-TERMINAL        PIC X(04) VALUE SPACES.

       PROCEDURE DIVISION.
           P000-INICIO.
               DISPLAY "+--------------------------------------+"
                       DISPLAY "TAXA REMUNERACAO AO MES: "
                               CTA-TAXA-REMUN-MES
                   END-IF
                   IF CTA-ENCERRADA
                       DISPLAY "CONTA ENCERRADA EM.....: "
                               CTA-DATA-ENCERRAMENTO
                   END-IF
               END-IF.

           P200-MENU-OPERACAO.
               DISPLAY "4 - ALTERAR LIMITE DIARIO DE SAQUE"
               DISPLAY "5 - ALTERAR TAXA DE REMUNERACAO"
               DISPLAY "6 - ALTERAR LIMITE DIARIO DE TRANSFERENCIA"
               DISPLAY "7 - ENCERRAR CONTA"
               DISPLAY "8 - VOLTAR"
               ACCEPT WS-OPCAO
               IF WS-OPCAO >= '1' AND WS-OPCAO <= '7' AND
                  CTA-ENCERRADA
                   DISPLAY "CONTA ENCERRADA. NENHUMA ALTERACAO "
                           "PERMITIDA."
                   MOVE '8' TO WS-OPCAO
               END-IF
               IF WS-OPCAO >= '2' AND WS-OPCAO <= '7' AND
                  WS-NIVEL-OPERADOR < 2
                   DISPLAY "OPERACAO EXIGE NIVEL DE SUPERVISOR. "
                           "NEGADA."
                   PERFORM P810-GRAVAR-NEGATIVA
                   MOVE '8' TO WS-OPCAO
               END-IF
               EVALUATE WS-OPCAO
                   WHEN '1'
                   WHEN '6'
                       PERFORM P260-ALTERAR-LIMITE-TRANSF
                   WHEN '7'
                       PERFORM P270-ENCERRAR-CONTA
                   WHEN '8'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               PERFORM P800-GRAVAR-SEGLOG
               DISPLAY "LIMITE DIARIO DE TRANSFERENCIA ALTERADO".

      *----------------------------------------------------------------*
      *P270: ENCERRAMENTO DA CONTA. RECUSADO ENQUANTO HOUVER QUALQUER  *
      *      PENDENCIA (P271). SEM PENDENCIA, SALDO CREDOR RESIDUAL E  *
      *      TRANSFERIDO PARA OUTRA CONTA (P280) -- SE O SUPERVISOR    *
      *      DESISTIR, A CONTA FICA COM SALDO E NAO E ENCERRADA. A     *
      *      MARCA DE ENCERRADA SAI NA MESMA REGRAVACAO QUE ZERA O     *
      *      SALDO, E O EVENTO VAI PARA O SEGLOG (RECUSA TAMBEM).      *
      *----------------------------------------------------------------*
           P270-ENCERRAR-CONTA.
               PERFORM P271-CONFERIR-PENDENCIAS
               MOVE "ENCERRAMENTO" TO WS-JRN-CAMPO
               MOVE "ATIVA" TO WS-JRN-ANTES
               IF WS-QTD-PENDENCIAS > ZERO
                   DISPLAY "ENCERRAMENTO RECUSADO: " WS-QTD-PENDENCIAS
                           " PENDENCIA(S) NA CONTA."
                   MOVE "RECUSADO" TO WS-JRN-DEPOIS
                   PERFORM P800-GRAVAR-SEGLOG
               ELSE
                   OPEN EXTEND MOVLOG
                   IF WS-STATUS-MOVLOG NOT = '00'
                       DISPLAY "ERRO AO ABRIR MOVLOG: "
                               WS-STATUS-MOVLOG
                               ". ENCERRAMENTO NAO EFETUADO."
                   ELSE
                       ACCEPT WS-HORA-AGORA FROM TIME
                       PERFORM P015-ATUALIZAR-DIA-CORRENTE
                       MOVE 'S' TO WS-SW-ENCERRAR
                       MOVE SPACE TO WS-DESTINO-RESIDUAL
                       IF CTA-SALDO > ZERO
                           PERFORM P280-LIQUIDAR-RESIDUAL
                       END-IF
                       IF WS-ENCERRAR-OK
                           PERFORM P285-MARCAR-ENCERRADA
                           IF WS-RESIDUAL-TRANSFERIDO
                               PERFORM P290-CREDITAR-DESTINO
                           END-IF
                       ELSE
                           DISPLAY "ENCERRAMENTO NAO EFETUADO. A "
                                   "CONTA PERMANECE ATIVA COM SALDO."
                       END-IF
                       CLOSE MOVLOG
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *P271: PENDENCIAS QUE IMPEDEM O ENCERRAMENTO -- SALDO DEVEDOR OU *
      *      CHEQUE ESPECIAL EM USO, CHEQUE DEPOSITADO AINDA EM        *
      *      COMPENSACAO (FLTPEND), ORDEM AGENDADA ATIVA DE OU PARA A  *
      *      CONTA (ORDAGEND), TRANSFERENCIA AGUARDANDO APROVACAO DE   *
      *      OU PARA A CONTA (TRFPEND) E CONTRATO NAO LIQUIDADO QUE    *
      *      CREDITA NELA (CTRMESTR). ARQUIVO QUE AINDA NAO EXISTE NAO *
      *      TEM PENDENCIA. TODAS SAO LISTADAS, NAO SO A PRIMEIRA.     *
      *      BLOQUEIO JUDICIAL EM VIGOR NA CONTA TAMBEM IMPEDE.        *
      *----------------------------------------------------------------*
           P271-CONFERIR-PENDENCIAS.
               MOVE ZERO TO WS-QTD-PENDENCIAS
               IF CTA-SALDO < ZERO OR
                  CTA-VALOR-USO-CHEQUE-ESP > ZERO
                   DISPLAY "  SALDO DEVEDOR / CHEQUE ESPECIAL EM USO: "
                           CTA-SALDO
                   ADD 1 TO WS-QTD-PENDENCIAS
               END-IF
               IF CTA-VALOR-BLOQ-JUDICIAL > ZERO
                   DISPLAY "  BLOQUEIO JUDICIAL EM VIGOR: "
                           CTA-VALOR-BLOQ-JUDICIAL
                   ADD 1 TO WS-QTD-PENDENCIAS
               END-IF
               OPEN INPUT FLTPEND
               IF WS-STATUS-FLTPEND = '00'
                   MOVE 'N' TO WS-SW-FIM-PENDENCIA
                   PERFORM P272-CONFERIR-FLOAT
                           UNTIL WS-FIM-PENDENCIA
                   CLOSE FLTPEND
               END-IF
               OPEN INPUT ORDAGEND
               IF WS-STATUS-ORDAGEND = '00'
                   MOVE 'N' TO WS-SW-FIM-PENDENCIA
                   PERFORM P273-CONFERIR-ORDEM
                           UNTIL WS-FIM-PENDENCIA
                   CLOSE ORDAGEND
               END-IF
               OPEN INPUT TRFPEND
               IF WS-STATUS-TRFPEND = '00'
                   MOVE 'N' TO WS-SW-FIM-PENDENCIA
                   PERFORM P274-CONFERIR-TRANSF-PENDENTE
                           UNTIL WS-FIM-PENDENCIA
                   CLOSE TRFPEND
               END-IF
               OPEN INPUT CTRMESTR
               IF WS-STATUS-CTRMESTR = '00'
                   MOVE 'N' TO WS-SW-FIM-PENDENCIA
                   PERFORM P275-CONFERIR-CONTRATO
                           UNTIL WS-FIM-PENDENCIA
                   CLOSE CTRMESTR
               END-IF.

           P272-CONFERIR-FLOAT.
               READ FLTPEND
                   AT END
                       MOVE 'S' TO WS-SW-FIM-PENDENCIA
               END-READ
               IF NOT WS-FIM-PENDENCIA
                   IF FLT-NUM-CONTA = WS-NUM-CONTA AND FLT-PENDENTE
                       DISPLAY "  CHEQUE EM COMPENSACAO: " FLT-VALOR
                               " LIBERA EM " FLT-DATA-LIBERACAO
                       ADD 1 TO WS-QTD-PENDENCIAS
                   END-IF
               END-IF.

           P273-CONFERIR-ORDEM.
               READ ORDAGEND NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SW-FIM-PENDENCIA
               END-READ
               IF NOT WS-FIM-PENDENCIA
                   IF AGD-ATIVA AND
                      (AGD-NUM-CONTA-ORIGEM = WS-NUM-CONTA OR
                       AGD-NUM-CONTA-DESTINO = WS-NUM-CONTA)
                       DISPLAY "  ORDEM AGENDADA ATIVA: "
                               AGD-NUM-CONTA-ORIGEM "/" AGD-NUM-SEQ
                               " PARA " AGD-NUM-CONTA-DESTINO
                       ADD 1 TO WS-QTD-PENDENCIAS
                   END-IF
               END-IF.

           P274-CONFERIR-TRANSF-PENDENTE.
               READ TRFPEND NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SW-FIM-PENDENCIA
               END-READ
               IF NOT WS-FIM-PENDENCIA
                   IF TRF-PENDENTE AND
                      (TRF-NUM-CONTA-ORIGEM = WS-NUM-CONTA OR
                       TRF-NUM-CONTA-DESTINO = WS-NUM-CONTA)
                       DISPLAY "  TRANSFERENCIA AGUARDANDO APROVACAO: "
                               "ORDEM " TRF-NUM-ORDEM
                       ADD 1 TO WS-QTD-PENDENCIAS
                   END-IF
               END-IF.

           P275-CONFERIR-CONTRATO.
               READ CTRMESTR NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SW-FIM-PENDENCIA
               END-READ
               IF NOT WS-FIM-PENDENCIA
                   IF CTR-NAO-LIQUIDADO AND
                      CTR-NUM-CONTA-CREDITO = WS-NUM-CONTA
                       DISPLAY "  CONTRATO EM ABERTO: "
                               CTR-NUM-CONTRATO
                       ADD 1 TO WS-QTD-PENDENCIAS
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *P280: SALDO CREDOR RESIDUAL. 'T' TRANSFERE PARA OUTRA CONTA     *
      *      ATIVA (MESMAS PERNAS DA TRANSFERENCIA COMUM). O DEBITO E  *
      *      GRAVADO AQUI; O CREDITO DO DESTINO SO DEPOIS DE A CONTA   *
      *      ENCERRADA SER REGRAVADA (P290). QUALQUER OUTRA RESPOSTA   *
      *      DESISTE. O RESIDUAL NAO E PAGO EM ESPECIE AQUI: O         *
      *      DINHEIRO SAIRIA DE UMA GAVETA SEM PASSAR PELO FECHAMENTO  *
      *      DELA -- O CLIENTE SACA ANTES NO CAIXA DE BALCAO (CEP290)  *
      *      E A CONTA E ENCERRADA COM SALDO ZERO.                     *
      *----------------------------------------------------------------*
           P280-LIQUIDAR-RESIDUAL.
               MOVE CTA-SALDO TO WS-VALOR-RESIDUAL
               DISPLAY "SALDO RESIDUAL: " WS-VALOR-RESIDUAL
               DISPLAY "PARA PAGAR EM ESPECIE, DESISTA E FACA O "
                       "SAQUE NO CAIXA DE BALCAO (CEP290)."
               DISPLAY "T = TRANSFERIR  OUTRO = DESISTIR: "
               ACCEPT WS-DESTINO-RESIDUAL
               EVALUATE TRUE
                   WHEN WS-RESIDUAL-TRANSFERIDO
                       PERFORM P281-VALIDAR-DESTINO
                       SET LOG-TIPO-TRANSF-DEBITO TO TRUE
                   WHEN OTHER
                       MOVE 'N' TO WS-SW-ENCERRAR
               END-EVALUATE
               IF WS-ENCERRAR-OK
                   SUBTRACT WS-VALOR-RESIDUAL FROM CTA-SALDO
                   MOVE WS-DATA-HOJE TO CTA-DATA-ULT-MOVTO
                   MOVE CTA-NUM-CONTA TO LOG-NUM-CONTA
                   MOVE WS-VALOR-RESIDUAL TO LOG-VALOR
                   MOVE WS-DATA-HOJE TO LOG-DATA-MOVTO
                   MOVE WS-HORA-AGORA TO LOG-HORA-MOVTO
                   MOVE CTA-SALDO TO LOG-SALDO-RESULTANTE
                   MOVE WS-ID-TERMINAL TO LOG-ID-TERMINAL
                   MOVE SPACES TO LOG-REFERENCIA
                   WRITE LOG-REGISTRO
               END-IF.

      *----------------------------------------------------------------*
      *P281: O DESTINO DO RESIDUAL PRECISA EXISTIR, SER OUTRA CONTA E  *
      *      NAO ESTAR ENCERRADO. A CONTA EM ENCERRAMENTO E RELIDA EM  *
      *      SEGUIDA (A LEITURA DO DESTINO SOBREPOS O REGISTRO).       *
      *----------------------------------------------------------------*
           P281-VALIDAR-DESTINO.
               DISPLAY "CONTA DE DESTINO DO SALDO: "
               ACCEPT WS-CONTA-DESTINO
               MOVE 'N' TO WS-SW-ENCERRAR
               IF WS-CONTA-DESTINO = WS-NUM-CONTA
                   DISPLAY "DESTINO IGUAL A CONTA EM ENCERRAMENTO."
               ELSE
                   MOVE WS-CONTA-DESTINO TO CTA-NUM-CONTA
                   READ CTAMESTR
                       INVALID KEY
                           DISPLAY "CONTA DE DESTINO NAO ENCONTRADA"
                   END-READ
                   IF WS-STATUS-CTAMESTR = '00'
                       IF CTA-ENCERRADA
                           DISPLAY "CONTA DE DESTINO ENCERRADA"
                       ELSE
                           MOVE 'S' TO WS-SW-ENCERRAR
                       END-IF
                   END-IF
               END-IF
               MOVE WS-NUM-CONTA TO CTA-NUM-CONTA
               READ CTAMESTR
                   INVALID KEY
                       DISPLAY "ERRO AO RELER A CONTA. OPERACAO "
                               "CANCELADA."
                       MOVE 'N' TO WS-SW-ENCERRAR
               END-READ.

           P285-MARCAR-ENCERRADA.
               MOVE 'S' TO CTA-SW-ENCERRADA
               MOVE WS-DATA-HOJE TO CTA-DATA-ENCERRAMENTO
               REWRITE CTA-REGISTRO
               MOVE "ENCERRADA" TO WS-JRN-DEPOIS
               PERFORM P800-GRAVAR-SEGLOG
               DISPLAY "CONTA " WS-NUM-CONTA " ENCERRADA EM "
                       WS-DATA-HOJE.

      *----------------------------------------------------------------*
      *P290: CREDITO DO RESIDUAL NA CONTA DE DESTINO, COM A MESMA DATA *
      *      E HORA DO DEBITO (O ESTORNO DO CEP190 ACHA O PAR ASSIM).  *
      *----------------------------------------------------------------*
           P290-CREDITAR-DESTINO.
               MOVE WS-CONTA-DESTINO TO CTA-NUM-CONTA
               READ CTAMESTR
                   INVALID KEY
                       DISPLAY "ERRO AO CREDITAR O DESTINO. DEBITO "
                               "JA EFETUADO -- TRATE MANUALMENTE."
               END-READ
               IF WS-STATUS-CTAMESTR = '00'
                   PERFORM P015-ATUALIZAR-DIA-CORRENTE
                   ADD WS-VALOR-RESIDUAL TO CTA-SALDO
                   IF CTA-SALDO < ZERO
                       COMPUTE CTA-VALOR-USO-CHEQUE-ESP =
                               ZERO - CTA-SALDO
                   ELSE
                       MOVE ZERO TO CTA-VALOR-USO-CHEQUE-ESP
                   END-IF
                   MOVE WS-DATA-HOJE TO CTA-DATA-ULT-MOVTO
                   REWRITE CTA-REGISTRO
                   MOVE CTA-NUM-CONTA TO LOG-NUM-CONTA
                   SET LOG-TIPO-TRANSF-CREDITO TO TRUE
                   MOVE WS-VALOR-RESIDUAL TO LOG-VALOR
                   MOVE WS-DATA-HOJE TO LOG-DATA-MOVTO
                   MOVE WS-HORA-AGORA TO LOG-HORA-MOVTO
                   MOVE CTA-SALDO TO LOG-SALDO-RESULTANTE
                   MOVE WS-ID-TERMINAL TO LOG-ID-TERMINAL
                   MOVE SPACES TO LOG-REFERENCIA
                   WRITE LOG-REGISTRO
                   DISPLAY "SALDO TRANSFERIDO PARA A CONTA "
                           WS-CONTA-DESTINO
               END-IF
               MOVE WS-NUM-CONTA TO CTA-NUM-CONTA
               READ CTAMESTR
                   INVALID KEY
                       CONTINUE
               END-READ.

      *----------------------------------------------------------------*
      *P700: CONSULTA A TAXA VIGENTE DO PRODUTO EM WS-COD-PRODUTO-TAXA *
      *      NO MESTRE DE TAXAS (VIA TAXUTIL) E A MOSTRA AO OPERADOR   *
               DISPLAY "MANTER OUTRA CONTA (S/N)? "
               ACCEPT WS-RESP-CONTINUAR.

      *----------------------------------------------------------------*
      *P015/P016: ROLLOVER DE DIA E COBRANCA DE JUROS DE CHEQUE        *
      *           ESPECIAL, COMPARTILHADOS VIA DIAROLL, COMO EM TODO   *
      *           PONTO QUE MOVIMENTA CTAMESTR.                        *
      *----------------------------------------------------------------*
       COPY DIAROLL.

           END PROGRAM CEP050.
