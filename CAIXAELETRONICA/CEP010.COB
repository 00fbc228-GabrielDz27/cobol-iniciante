      *                MOVLOG CARREGA O TERMINAL DE ORIGEM -- VARIOS
      *                CAIXAS ELETRONICOS DEIXAM DE FINGIR SER UM SO
      *                COM DIRETORIOS DE DADOS SEPARADOS.
      *14/10/2026 GFD  CONTA ENCERRADA (CEP050) E RECUSADA NO
      *                LOGON, COM O EVENTO NO SEGLOG, E NAO ACEITA
      *                MAIS SER DESTINO DE TRANSFERENCIA OU DE
      *                ORDEM AGENDADA.
      *15/10/2026 GFD  INCLUIDA A OPCAO 8 - PAGAR CONTA / BOLETO:
      *                A LINHA DIGITAVEL (BOLETO OU
      *                CONCESSIONARIA) E CONFERIDA PELOS DIGITOS
      *                VERIFICADORES, O VALOR E O VENCIMENTO SAO
      *                MOSTRADOS E O PAGAMENTO CONFIRMADO E
      *                REGISTRADO NO PAGMESTR; EM DIA UTIL E
      *                DEBITADO NA HORA (MOVLOG TIPO 'G'), EM FIM
      *                DE SEMANA OU FERIADO FICA AGENDADO PARA O
      *                PROXIMO DIA UTIL. SAIR PASSA PARA A OPCAO
      *                9.
      *15/10/2026 GFD  AVISO POR SMS AOS TITULARES (CAIXA DE SAIDA
      *                NOTMESTR, VIA NTFCTL) QUANDO A CONTA E
      *                BLOQUEADA POR SENHA E NO SAQUE ACIMA DO
      *                VALOR DE AVISO (WS-LIMITE-AVISO-SAQUE).
      *15/10/2026 GFD  O DISPONIVEL PASSA A DESCONTAR TAMBEM O
      *                BLOQUEIO JUDICIAL
      *                (CTA-VALOR-BLOQ-JUDICIAL), ALEM DO VALOR
      *                RETIDO POR FLOAT.
      *15/10/2026 GFD  O AVISO AO CLIENTE TOMA A HORA DO PROPRIO
      *                EVENTO COMO REFERENCIA (DOIS SAQUES NA
      *                SESSAO GERAM DOIS AVISOS).
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-VINMESTR.

           SELECT PAGMESTR ASSIGN TO "PAGMESTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PGT-CHAVE
               FILE STATUS IS WS-STATUS-PAGMESTR.

      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  VINMESTR.
       COPY TITULAR.

       FD  PAGMESTR.
       COPY PAGCTA.

           WORKING-STORAGE SECTION.
           77 WS-OPCAO PIC X(2).
           77 WS-SALDO PIC S9(10)V99 VALUE ZERO.
           77 WS-TAXA-VIGENTE      PIC 9(02)V9(04) VALUE ZERO.
           77 WS-COD-RETORNO-TAXA  PIC 9(02) VALUE ZERO.

           77 WS-STATUS-PAGMESTR    PIC X(02) VALUE SPACES.
           77 WS-LINHA-DIGITAVEL    PIC X(48) VALUE SPACES.
           77 WS-CODIGO-BARRAS      PIC X(44) VALUE SPACES.
           77 WS-TIPO-DOCUMENTO     PIC X(01) VALUE SPACE.
               88 WS-DOC-BOLETO         VALUE 'B'.
               88 WS-DOC-CONCESSIONARIA VALUE 'C'.
           77 WS-SW-LINHA-OK        PIC X(01) VALUE 'N'.
               88 WS-LINHA-OK           VALUE 'S'.
           77 WS-FATOR-VENCTO       PIC 9(04) VALUE ZERO.
           77 WS-VALOR-PAGTO        PIC 9(10)V99 VALUE ZERO.
           77 WS-DATA-VENCTO-PAGTO  PIC 9(08) VALUE ZERO.
           77 WS-DATA-EFETIVA-PAGTO PIC 9(08) VALUE ZERO.
           77 WS-DATA-BASE-FATOR    PIC 9(08) VALUE 20250222.
           77 WS-FATOR-BASE         PIC 9(04) VALUE 1000.
           77 WS-UM-DIA-UTIL        PIC 9(03) VALUE 1.
           77 WS-RESP-CONFIRMA      PIC X(01) VALUE 'N'.
           77 WS-SITUACAO-PAGTO     PIC X(01) VALUE SPACE.
           77 WS-SEQ-CALCULO        PIC X(44) VALUE SPACES.
           77 WS-TAM-CALCULO        PIC 9(02) VALUE ZERO.
           77 WS-IND-DIGITO         PIC 9(02) VALUE ZERO.
           77 WS-IND-BLOCO          PIC 9(01) VALUE ZERO.
           77 WS-POS-BLOCO          PIC 9(02) VALUE ZERO.
           77 WS-POS-DV-BLOCO       PIC 9(02) VALUE ZERO.
           77 WS-POS-BARRAS         PIC 9(02) VALUE ZERO.
           77 WS-DIGITO             PIC 9(01) VALUE ZERO.
           77 WS-PESO               PIC 9(01) VALUE ZERO.
           77 WS-PRODUTO            PIC 9(02) VALUE ZERO.
           77 WS-SOMA-DV            PIC 9(04) VALUE ZERO.
           77 WS-QUOCIENTE-DV       PIC 9(04) VALUE ZERO.
           77 WS-RESTO-DV           PIC 9(02) VALUE ZERO.
           77 WS-DV-CALCULADO       PIC 9(01) VALUE ZERO.
           77 WS-DV-INFORMADO       PIC 9(01) VALUE ZERO.
           77 WS-MODULO-DV          PIC X(02) VALUE SPACES.
               88 WS-MODULO-10          VALUE '10'.
               88 WS-MODULO-11          VALUE '11'.
           01 WS-VALOR-LIDO-X       PIC X(11) VALUE ZEROS.
           01 WS-VALOR-LIDO REDEFINES WS-VALOR-LIDO-X
                                    PIC 9(09)V99.

           77 WS-LIMITE-AVISO-SAQUE PIC 9(10)V99 VALUE 500.00.
           COPY NTFWS.

       PROCEDURE DIVISION.
           P000-INICIO.
               OPEN I-O CTAMESTR
                       OPEN I-O VINMESTR
                   END-IF
               END-IF
               OPEN I-O PAGMESTR
               IF WS-STATUS-PAGMESTR = '35'
                   OPEN OUTPUT PAGMESTR
                   IF WS-STATUS-PAGMESTR = '00'
                       CLOSE PAGMESTR
                       OPEN I-O PAGMESTR
                   END-IF
               END-IF
               IF WS-STATUS-CTAMESTR NOT = '00' OR
                  WS-STATUS-MOVLOG NOT = '00' OR
                  WS-STATUS-CASMEST NOT = '00' OR
                  WS-STATUS-ORDAGEND NOT = '00' OR
                  WS-STATUS-FLTPEND NOT = '00' OR
                  WS-STATUS-VINMESTR NOT = '00' OR
                  WS-STATUS-TRFPEND NOT = '00' OR
                  WS-STATUS-PAGMESTR NOT = '00'
                   DISPLAY "ERRO AO ABRIR ARQUIVOS. CTAMESTR: "
                           WS-STATUS-CTAMESTR " MOVLOG: "
                           WS-STATUS-MOVLOG " CASMEST: "
                           WS-STATUS-ORDAGEND " FLTPEND: "
                           WS-STATUS-FLTPEND " VINMESTR: "
                           WS-STATUS-VINMESTR " TRFPEND: "
                           WS-STATUS-TRFPEND " PAGMESTR: "
                           WS-STATUS-PAGMESTR
               ELSE
                   ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
                   ACCEPT WS-HORA-AGORA FROM TIME
               END-IF
               CLOSE CTAMESTR MOVLOG CASMEST CASJRNL CLIMESTR
                     SEGLOG ORDAGEND FLTPEND VINMESTR TRFPEND
                     PAGMESTR
               STOP RUN.

      *----------------------------------------------------------------*
                   DISPLAY "CONTA NAO ENCONTRADA"
                   PERFORM P012-ABRIR-CONTA
               ELSE
                   EVALUATE TRUE
                       WHEN CTA-ENCERRADA
                           DISPLAY "CONTA ENCERRADA EM "
                                   CTA-DATA-ENCERRAMENTO
                                   ". PROCURE UMA AGENCIA."
                           MOVE 'F' TO WS-EVT-TIPO
                           PERFORM P017-GRAVAR-EVENTO-SEGURANCA
                       WHEN CTA-BLOQUEADA
                           DISPLAY "CONTA BLOQUEADA POR EXCESSO DE "
                                   "TENTATIVAS DE SENHA. PROCURE UMA "
                                   "AGENCIA."
                           MOVE 'F' TO WS-EVT-TIPO
                           PERFORM P017-GRAVAR-EVENTO-SEGURANCA
                       WHEN OTHER
                           PERFORM P011-VALIDAR-SENHA
                               UNTIL WS-SW-ACESSO-LIBERADO = 'S' OR
                                     CTA-SW-BLOQUEADA
                   END-EVALUATE
               END-IF.

      *----------------------------------------------------------------*
                       DISPLAY "SENHA INCORRETA. CONTA BLOQUEADA."
                       MOVE 'B' TO WS-EVT-TIPO
                       PERFORM P017-GRAVAR-EVENTO-SEGURANCA
                       MOVE 'B' TO WS-NTF-TIPO-EVENTO
                       MOVE ZERO TO WS-NTF-VALOR
                       PERFORM P021-NOTIFICAR-CLIENTE
                   ELSE
                       REWRITE CTA-REGISTRO
                       DISPLAY "SENHA INCORRETA. TENTE NOVAMENTE."
               MOVE SPACES TO SEG-VALOR-DEPOIS
               WRITE SEG-REGISTRO.

      *----------------------------------------------------------------*
      *P021: AVISO AO CLIENTE (SMS) PELA CAIXA DE SAIDA DE             *
      *      NOTIFICACOES, VIA NTFCTL, PARA TODOS OS TITULARES DA      *
      *      CONTA. O CHAMADOR INFORMA O TIPO E O VALOR; A REFERENCIA  *
      *      E A HORA DO EVENTO, TOMADA AQUI PARA QUE DOIS AVISOS NA   *
      *      MESMA SESSAO NAO TENHAM A MESMA CHAVE NA CAIXA DE SAIDA.  *
      *      FALHA NO AVISO NAO DESFAZ A OPERACAO.                     *
      *----------------------------------------------------------------*
           P021-NOTIFICAR-CLIENTE.
               ACCEPT WS-HORA-AGORA FROM TIME
               MOVE WS-NUM-CONTA TO WS-NTF-NUM-CONTA
               MOVE CTA-CPF-TITULAR TO WS-NTF-CPF-TITULAR
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
      *P018: BUSCA NO MESTRE DE TAXAS (VIA TAXUTIL) AS TAXAS VIGENTES  *
      *      DE CHEQUE ESPECIAL ('CE') E REMUNERACAO ('RM') PARA A     *
               DISPLAY "5 - AGENDAR TRANSFERENCIA".
               DISPLAY "6 - TROCAR SENHA".
               DISPLAY "7 - PAGAR PARCELA DE CONTRATO".
               DISPLAY "8 - PAGAR CONTA / BOLETO".
               DISPLAY "9 - SAIR".
               ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
                   DISPLAY "+----------------+"
                   DISPLAY "O SEU SALDO É DE: " WS-SALDO
                   COMPUTE WS-VALOR-DISPONIVEL =
                           WS-SALDO - CTA-VALOR-BLOQUEADO -
                           CTA-VALOR-BLOQ-JUDICIAL
                   IF CTA-VALOR-BLOQ-JUDICIAL > ZERO
                       DISPLAY "BLOQUEIO JUDICIAL: "
                               CTA-VALOR-BLOQ-JUDICIAL
                   END-IF
                   DISPLAY "DISPONIVEL (SEM O RETIDO): "
                           WS-VALOR-DISPONIVEL
                   PERFORM P001-MENU1
                   PERFORM P700-PAGAR-PARCELA
                   PERFORM P001-MENU1
               WHEN '8'
                   PERFORM P800-PAGAR-CONTA
                   PERFORM P001-MENU1
               WHEN '9'
                   DISPLAY "OBRIGADO POR UTILIZAR O NOSSO SISTEMA"
                   CONTINUE
               WHEN OTHER

      *----------------------------------------------------------------*
      *P200-SAQUE: CONFERE SALDO + CHEQUE ESPECIAL, LIMITE DIARIO E   *
      *            A DISPONIBILIDADE DE CEDULAS NO CASSETE. SAQUE     *
      *            ACIMA DO VALOR DE AVISO (WS-LIMITE-AVISO-SAQUE)    *
      *            GERA SMS AOS TITULARES (P021).                     *
      *----------------------------------------------------------------*
           P200-SAQUE.
               DISPLAY "+----------------+"
               ACCEPT WS-SAQUE
               COMPUTE WS-VALOR-DISPONIVEL =
                       WS-SALDO + CTA-LIMITE-CHEQUE-ESP -
                       CTA-VALOR-BLOQUEADO -
                       CTA-VALOR-BLOQ-JUDICIAL
               IF WS-SAQUE > WS-VALOR-DISPONIVEL
                   DISPLAY "SALDO INSIFICIENTE PARA OPERAÇÃO"
               ELSE
                           MOVE WS-ID-TERMINAL TO LOG-ID-TERMINAL
                           WRITE LOG-REGISTRO
                           DISPLAY "SAQUE EFETIVADO"
                           IF WS-SAQUE > WS-LIMITE-AVISO-SAQUE
                               MOVE 'S' TO WS-NTF-TIPO-EVENTO
                               MOVE WS-SAQUE TO WS-NTF-VALOR
                               PERFORM P021-NOTIFICAR-CLIENTE
                           END-IF
                       END-IF
                   END-IF
               END-IF.
                   ACCEPT WS-TRANSFERENCIA
                   COMPUTE WS-VALOR-DISPONIVEL =
                           WS-SALDO + CTA-LIMITE-CHEQUE-ESP -
                           CTA-VALOR-BLOQUEADO -
                           CTA-VALOR-BLOQ-JUDICIAL
                   IF CTA-LIMITE-TRANSF-DIA > ZERO
                       MOVE CTA-LIMITE-TRANSF-DIA TO
                            WS-LIMITE-TRANSF-EFETIVO
               END-IF.

      *----------------------------------------------------------------*
      *P310: CONFERE QUE A CONTA DE DESTINO EXISTE E NAO ESTA          *
      *      ENCERRADA (LEITURA SEM GRAVACAO) E RELE A CONTA DE ORIGEM *
      *      -- SE A RELEITURA FALHAR, NADA FOI GRAVADO AINDA E A      *
      *      OPERACAO E ABORTADA.                                      *
      *----------------------------------------------------------------*
           P310-VALIDAR-DESTINO.
               MOVE 'N' TO WS-SW-DESTINO-OK
                       DISPLAY "CONTA DE DESTINO NAO ENCONTRADA"
               END-READ
               IF WS-STATUS-CTAMESTR = '00'
                   IF CTA-ENCERRADA
                       DISPLAY "CONTA DE DESTINO ENCERRADA"
                   ELSE
                       MOVE 'S' TO WS-SW-DESTINO-OK
                   END-IF
               END-IF
               MOVE WS-NUM-CONTA TO CTA-NUM-CONTA
               READ CTAMESTR
                               WS-VALOR-ATUALIZADO
                       COMPUTE WS-VALOR-DISPONIVEL =
                               WS-SALDO + CTA-LIMITE-CHEQUE-ESP -
                               CTA-VALOR-BLOQUEADO -
                               CTA-VALOR-BLOQ-JUDICIAL
                       IF WS-VALOR-ATUALIZADO > WS-VALOR-DISPONIVEL
                           DISPLAY "SALDO INSIFICIENTE PARA OPERAÇÃO"
                       ELSE
                       " DO CONTRATO " WS-NUM-CONTRATO-ESC
                       " PAGA. VALOR: " WS-VALOR-ATUALIZADO.

      *----------------------------------------------------------------*
      *P800: PAGAMENTO DE CONTA DE CONSUMO OU BOLETO PELA LINHA        *
      *      DIGITAVEL. P810 CONFERE OS DIGITOS VERIFICADORES E        *
      *      DECODIFICA VALOR E VENCIMENTO; DOCUMENTO VENCIDO SO GERA  *
      *      AVISO. EM DIA UTIL A CONTA E DEBITADA NA HORA (TIPO 'G',  *
      *      DENTRO DO DISPONIVEL COM CHEQUE ESPECIAL); EM FIM DE      *
      *      SEMANA OU FERIADO (FERMESTR, VIA DTUTIL) O PAGAMENTO FICA *
      *      AGENDADO PARA O PROXIMO DIA UTIL E QUEM DEBITA E O BATCH  *
      *      NOTURNO CEP240. TODO PAGAMENTO FICA NO PAGMESTR, DE ONDE  *
      *      O CEP240 MONTA O ARQUIVO DE LIQUIDACAO DA CAMARA.         *
      *----------------------------------------------------------------*
           P800-PAGAR-CONTA.
               DISPLAY "+----------------+"
               DISPLAY "| BANCO CODE MEU |"
               DISPLAY "+----------------+"
               DISPLAY "DIGITE A LINHA DIGITAVEL (SO OS NUMEROS): "
               MOVE SPACES TO WS-LINHA-DIGITAVEL
               ACCEPT WS-LINHA-DIGITAVEL
               PERFORM P810-DECODIFICAR-LINHA
               IF NOT WS-LINHA-OK
                   DISPLAY "LINHA DIGITAVEL INVALIDA. CONFIRA OS "
                           "NUMEROS DIGITADOS."
               ELSE
                   PERFORM P840-MOSTRAR-DOCUMENTO
                   IF WS-VALOR-PAGTO = ZERO
                       DISPLAY "DOCUMENTO SEM VALOR. DIGITE O VALOR "
                               "A PAGAR: "
                       ACCEPT WS-VALOR-PAGTO
                   END-IF
                   IF WS-VALOR-PAGTO = ZERO
                       DISPLAY "VALOR INVALIDO. PAGAMENTO CANCELADO."
                   ELSE
                       DISPLAY "CONFIRMA O PAGAMENTO DE "
                               WS-VALOR-PAGTO " (S/N)? "
                       ACCEPT WS-RESP-CONFIRMA
                       IF WS-RESP-CONFIRMA NOT = 'S'
                           DISPLAY "PAGAMENTO CANCELADO."
                       ELSE
                           PERFORM P850-DEFINIR-DATA-EFETIVA
                           IF WS-DATA-EFETIVA-PAGTO > WS-DATA-HOJE
                               PERFORM P860-AGENDAR-PAGAMENTO
                           ELSE
                               PERFORM P870-DEBITAR-PAGAMENTO
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *P810: 48 DIGITOS COMECANDO POR 8 E CONTA DE CONSUMO/TRIBUTO     *
      *      (ARRECADACAO); 47 DIGITOS E BOLETO DE COBRANCA. QUALQUER  *
      *      OUTRA COISA E RECUSADA.                                   *
      *----------------------------------------------------------------*
           P810-DECODIFICAR-LINHA.
               MOVE 'N' TO WS-SW-LINHA-OK
               MOVE SPACES TO WS-CODIGO-BARRAS
               MOVE ZERO TO WS-VALOR-PAGTO
               MOVE ZERO TO WS-DATA-VENCTO-PAGTO
               IF WS-LINHA-DIGITAVEL IS NUMERIC AND
                  WS-LINHA-DIGITAVEL(1:1) = '8'
                   SET WS-DOC-CONCESSIONARIA TO TRUE
                   PERFORM P830-DECODIFICAR-CONCESSIONARIA
               ELSE
                   IF WS-LINHA-DIGITAVEL(1:47) IS NUMERIC AND
                      WS-LINHA-DIGITAVEL(48:1) = SPACE
                       SET WS-DOC-BOLETO TO TRUE
                       PERFORM P820-DECODIFICAR-BOLETO
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *P820: BOLETO. OS TRES CAMPOS DA LINHA TEM DV MODULO 10; O DV    *
      *      GERAL (POSICAO 33) E MODULO 11 SOBRE O CODIGO DE BARRAS   *
      *      DE 44 POSICOES, REMONTADO AQUI. VALOR NAS 10 ULTIMAS      *
      *      POSICOES (ZERO = VALOR A INFORMAR); VENCIMENTO PELO FATOR *
      *      (POSICOES 34-37), NO CICLO QUE RECOMECOU EM 1000 NO DIA   *
      *      22/02/2025. FATOR ZERO = SEM VENCIMENTO.                  *
      *----------------------------------------------------------------*
           P820-DECODIFICAR-BOLETO.
               MOVE 'S' TO WS-SW-LINHA-OK
               SET WS-MODULO-10 TO TRUE
               MOVE WS-LINHA-DIGITAVEL(1:9) TO WS-SEQ-CALCULO
               MOVE 9 TO WS-TAM-CALCULO
               MOVE WS-LINHA-DIGITAVEL(10:1) TO WS-DV-INFORMADO
               PERFORM P880-CONFERIR-DV
               MOVE WS-LINHA-DIGITAVEL(11:10) TO WS-SEQ-CALCULO
               MOVE 10 TO WS-TAM-CALCULO
               MOVE WS-LINHA-DIGITAVEL(21:1) TO WS-DV-INFORMADO
               PERFORM P880-CONFERIR-DV
               MOVE WS-LINHA-DIGITAVEL(22:10) TO WS-SEQ-CALCULO
               MOVE WS-LINHA-DIGITAVEL(32:1) TO WS-DV-INFORMADO
               PERFORM P880-CONFERIR-DV
               MOVE WS-LINHA-DIGITAVEL(1:4) TO WS-CODIGO-BARRAS(1:4)
               MOVE WS-LINHA-DIGITAVEL(33:1) TO WS-CODIGO-BARRAS(5:1)
               MOVE WS-LINHA-DIGITAVEL(34:14) TO
                    WS-CODIGO-BARRAS(6:14)
               MOVE WS-LINHA-DIGITAVEL(5:5) TO WS-CODIGO-BARRAS(20:5)
               MOVE WS-LINHA-DIGITAVEL(11:10) TO
                    WS-CODIGO-BARRAS(25:10)
               MOVE WS-LINHA-DIGITAVEL(22:10) TO
                    WS-CODIGO-BARRAS(35:10)
               MOVE SPACES TO WS-SEQ-CALCULO
               STRING WS-CODIGO-BARRAS(1:4) DELIMITED BY SIZE
                      WS-CODIGO-BARRAS(6:39) DELIMITED BY SIZE
                      INTO WS-SEQ-CALCULO
               END-STRING
               MOVE 43 TO WS-TAM-CALCULO
               MOVE WS-CODIGO-BARRAS(5:1) TO WS-DV-INFORMADO
               SET WS-MODULO-11 TO TRUE
               PERFORM P880-CONFERIR-DV
               IF WS-LINHA-OK
                   MOVE WS-LINHA-DIGITAVEL(34:4) TO WS-FATOR-VENCTO
                   MOVE ZERO TO WS-VALOR-LIDO-X(1:1)
                   MOVE WS-LINHA-DIGITAVEL(38:10) TO
                        WS-VALOR-LIDO-X(2:10)
                   MOVE WS-VALOR-LIDO TO WS-VALOR-PAGTO
                   IF WS-FATOR-VENCTO NOT = ZERO
                       IF WS-FATOR-VENCTO < WS-FATOR-BASE
                           MOVE 'N' TO WS-SW-LINHA-OK
                       ELSE
                           COMPUTE WS-SERIAL-VENCTO = FUNCTION
                                   INTEGER-OF-DATE(WS-DATA-BASE-FATOR)
                                   + WS-FATOR-VENCTO - WS-FATOR-BASE
                           COMPUTE WS-DATA-VENCTO-PAGTO = FUNCTION
                                   DATE-OF-INTEGER(WS-SERIAL-VENCTO)
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *P830: CONTA DE CONSUMO/TRIBUTO. QUATRO BLOCOS DE 11 DIGITOS,    *
      *      CADA UM COM SEU DV; O TERCEIRO DIGITO DIZ O MODULO (6/7 = *
      *      MODULO 10, 8/9 = MODULO 11) E SE O VALOR E EFETIVO (6/8)  *
      *      OU DE REFERENCIA (7/9, VALOR A INFORMAR). O DV GERAL E A  *
      *      QUARTA POSICAO DO CODIGO DE BARRAS. ESSE LEIAUTE NAO TRAZ *
      *      VENCIMENTO PADRONIZADO.                                   *
      *----------------------------------------------------------------*
           P830-DECODIFICAR-CONCESSIONARIA.
               MOVE 'S' TO WS-SW-LINHA-OK
               EVALUATE WS-LINHA-DIGITAVEL(3:1)
                   WHEN '6'
                   WHEN '7'
                       SET WS-MODULO-10 TO TRUE
                   WHEN '8'
                   WHEN '9'
                       SET WS-MODULO-11 TO TRUE
                   WHEN OTHER
                       MOVE 'N' TO WS-SW-LINHA-OK
               END-EVALUATE
               IF WS-LINHA-OK
                   PERFORM P835-CONFERIR-BLOCO
                           VARYING WS-IND-BLOCO FROM 1 BY 1
                           UNTIL WS-IND-BLOCO > 4
                   MOVE SPACES TO WS-SEQ-CALCULO
                   STRING WS-CODIGO-BARRAS(1:3) DELIMITED BY SIZE
                          WS-CODIGO-BARRAS(5:40) DELIMITED BY SIZE
                          INTO WS-SEQ-CALCULO
                   END-STRING
                   MOVE 43 TO WS-TAM-CALCULO
                   MOVE WS-CODIGO-BARRAS(4:1) TO WS-DV-INFORMADO
                   PERFORM P880-CONFERIR-DV
               END-IF
               IF WS-LINHA-OK
                   IF WS-CODIGO-BARRAS(3:1) = '6' OR
                      WS-CODIGO-BARRAS(3:1) = '8'
                       MOVE WS-CODIGO-BARRAS(5:11) TO WS-VALOR-LIDO-X
                       MOVE WS-VALOR-LIDO TO WS-VALOR-PAGTO
                   END-IF
               END-IF.

           P835-CONFERIR-BLOCO.
               COMPUTE WS-POS-BLOCO = (WS-IND-BLOCO - 1) * 12 + 1
               COMPUTE WS-POS-DV-BLOCO = WS-POS-BLOCO + 11
               COMPUTE WS-POS-BARRAS = (WS-IND-BLOCO - 1) * 11 + 1
               MOVE WS-LINHA-DIGITAVEL(WS-POS-BLOCO:11) TO
                    WS-SEQ-CALCULO
               MOVE 11 TO WS-TAM-CALCULO
               MOVE WS-LINHA-DIGITAVEL(WS-POS-DV-BLOCO:1) TO
                    WS-DV-INFORMADO
               PERFORM P880-CONFERIR-DV
               MOVE WS-LINHA-DIGITAVEL(WS-POS-BLOCO:11) TO
                    WS-CODIGO-BARRAS(WS-POS-BARRAS:11).

           P840-MOSTRAR-DOCUMENTO.
               IF WS-DOC-BOLETO
                   DISPLAY "DOCUMENTO......: BOLETO DE COBRANCA"
               ELSE
                   DISPLAY "DOCUMENTO......: CONTA DE CONSUMO/TRIBUTO"
               END-IF
               DISPLAY "VALOR..........: " WS-VALOR-PAGTO
               IF WS-DATA-VENCTO-PAGTO = ZERO
                   DISPLAY "VENCIMENTO.....: NAO INFORMADO"
               ELSE
                   DISPLAY "VENCIMENTO.....: " WS-DATA-VENCTO-PAGTO
                   IF WS-DATA-VENCTO-PAGTO < WS-DATA-HOJE
                       DISPLAY "ATENCAO: DOCUMENTO VENCIDO. O "
                               "BENEFICIARIO PODE COBRAR MULTA E "
                               "JUROS A PARTE OU RECUSAR O PAGAMENTO."
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *P850: HOJE SE FOR DIA UTIL (DTUTIL 'VU'); SENAO O PROXIMO DIA   *
      *      UTIL (DTUTIL 'AV' DE 1 DIA), CONTANDO OS FERIADOS DO      *
      *      FERMESTR.                                                 *
      *----------------------------------------------------------------*
           P850-DEFINIR-DATA-EFETIVA.
               MOVE "VU" TO WS-FUNCAO-DTUTIL
               CALL "DTUTIL" USING WS-FUNCAO-DTUTIL
                                   WS-DATA-HOJE
                                   WS-DATA-FINAL-DTUTIL
                                   WS-UM-DIA-UTIL
                                   WS-QTD-DIAS-SAIDA-DTUTIL
                                   WS-DATA-EFETIVA-PAGTO
                                   WS-SW-DIA-UTIL-DTUTIL
                                   WS-COD-RETORNO-DTUTIL
               MOVE WS-DATA-HOJE TO WS-DATA-EFETIVA-PAGTO
               IF WS-SW-DIA-UTIL-DTUTIL = 'N'
                   MOVE "AV" TO WS-FUNCAO-DTUTIL
                   CALL "DTUTIL" USING WS-FUNCAO-DTUTIL
                                       WS-DATA-HOJE
                                       WS-DATA-FINAL-DTUTIL
                                       WS-UM-DIA-UTIL
                                       WS-QTD-DIAS-SAIDA-DTUTIL
                                       WS-DATA-EFETIVA-PAGTO
                                       WS-SW-DIA-UTIL-DTUTIL
                                       WS-COD-RETORNO-DTUTIL
               END-IF.

      *----------------------------------------------------------------*
      *P860: FORA DE DIA UTIL NENHUM DINHEIRO SE MOVE AGORA: O         *
      *      PAGAMENTO E GRAVADO AGENDADO E O CEP240 DEBITA NA DATA    *
      *      EFETIVA, CONFERINDO O DISPONIVEL NAQUELE DIA.             *
      *----------------------------------------------------------------*
           P860-AGENDAR-PAGAMENTO.
               MOVE 'A' TO WS-SITUACAO-PAGTO
               PERFORM P865-GRAVAR-PAGAMENTO
               IF WS-STATUS-PAGMESTR = '00'
                   DISPLAY "HOJE NAO E DIA UTIL. PAGAMENTO AGENDADO "
                           "PARA " WS-DATA-EFETIVA-PAGTO
                   DISPLAY "O DEBITO SERA FEITO NESSA DATA, SE HOUVER "
                           "SALDO DISPONIVEL."
               END-IF.

           P865-GRAVAR-PAGAMENTO.
               ACCEPT WS-HORA-AGORA FROM TIME
               INITIALIZE PGT-REGISTRO
               MOVE WS-DATA-EFETIVA-PAGTO TO PGT-DATA-EFETIVA
               MOVE WS-NUM-CONTA TO PGT-NUM-CONTA
               MOVE WS-HORA-AGORA TO PGT-HORA-REGISTRO
               MOVE WS-TIPO-DOCUMENTO TO PGT-SW-DOCUMENTO
               MOVE WS-CODIGO-BARRAS TO PGT-CODIGO-BARRAS
               MOVE WS-DATA-VENCTO-PAGTO TO PGT-DATA-VENCTO
               MOVE WS-VALOR-PAGTO TO PGT-VALOR
               MOVE WS-DATA-HOJE TO PGT-DATA-REGISTRO
               MOVE WS-ID-TERMINAL TO PGT-ID-TERMINAL
               MOVE WS-SITUACAO-PAGTO TO PGT-SW-SITUACAO
               IF PGT-DEBITADO
                   MOVE WS-HORA-AGORA TO PGT-HORA-DEBITO
               END-IF
               WRITE PGT-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO REGISTRAR O PAGAMENTO. "
                               "STATUS: " WS-STATUS-PAGMESTR
               END-WRITE.

      *----------------------------------------------------------------*
      *P870: EM DIA UTIL O PAGAMENTO E REGISTRADO E A CONTA DEBITADA   *
      *      NA HORA, COM A MESMA CONFERENCIA DE DISPONIVEL DO SAQUE.  *
      *      O REGISTRO NO PAGMESTR VEM ANTES DO DEBITO: SE ELE NAO    *
      *      PUDER SER GRAVADO, NADA E DEBITADO.                       *
      *----------------------------------------------------------------*
           P870-DEBITAR-PAGAMENTO.
               COMPUTE WS-VALOR-DISPONIVEL =
                       WS-SALDO + CTA-LIMITE-CHEQUE-ESP -
                       CTA-VALOR-BLOQUEADO -
                       CTA-VALOR-BLOQ-JUDICIAL
               IF WS-VALOR-PAGTO > WS-VALOR-DISPONIVEL
                   DISPLAY "SALDO INSIFICIENTE PARA OPERAÇÃO"
               ELSE
                   MOVE 'D' TO WS-SITUACAO-PAGTO
                   PERFORM P865-GRAVAR-PAGAMENTO
                   IF WS-STATUS-PAGMESTR = '00'
                       PERFORM P875-LANCAR-DEBITO
                   END-IF
               END-IF.

           P875-LANCAR-DEBITO.
               COMPUTE WS-SALDO = WS-SALDO - WS-VALOR-PAGTO
               IF WS-SALDO < ZERO
                   COMPUTE WS-VALOR-EXCESSO = ZERO - WS-SALDO
               ELSE
                   MOVE ZERO TO WS-VALOR-EXCESSO
               END-IF
               MOVE WS-VALOR-EXCESSO TO CTA-VALOR-USO-CHEQUE-ESP
               MOVE WS-SALDO TO CTA-SALDO
               MOVE WS-DATA-HOJE TO CTA-DATA-ULT-MOVTO
               REWRITE CTA-REGISTRO
               MOVE WS-NUM-CONTA TO LOG-NUM-CONTA
               SET LOG-TIPO-PAGTO-CONTA TO TRUE
               MOVE WS-VALOR-PAGTO TO LOG-VALOR
               MOVE WS-DATA-HOJE TO LOG-DATA-MOVTO
               MOVE WS-HORA-AGORA TO LOG-HORA-MOVTO
               MOVE WS-SALDO TO LOG-SALDO-RESULTANTE
               MOVE WS-ID-TERMINAL TO LOG-ID-TERMINAL
               WRITE LOG-REGISTRO
               DISPLAY "PAGAMENTO EFETIVADO. VALOR: " WS-VALOR-PAGTO.

      *----------------------------------------------------------------*
      *P880: CONFERE O DV DOS WS-TAM-CALCULO PRIMEIROS DIGITOS DE      *
      *      WS-SEQ-CALCULO CONTRA WS-DV-INFORMADO. PESOS DA DIREITA   *
      *      PARA A ESQUERDA: 2,1,2,1... NO MODULO 10 (PRODUTO ACIMA   *
      *      DE 9 SOMA OS DIGITOS) E 2 A 9 NO MODULO 11. NO MODULO 11  *
      *      RESTO 0 OU 1 DA DV 1 NO BOLETO E DV 0 NA ARRECADACAO.     *
      *      DIVERGENCIA DESLIGA WS-SW-LINHA-OK.                       *
      *----------------------------------------------------------------*
           P880-CONFERIR-DV.
               MOVE ZERO TO WS-SOMA-DV
               MOVE 2 TO WS-PESO
               PERFORM P885-SOMAR-DIGITO
                       VARYING WS-IND-DIGITO FROM WS-TAM-CALCULO BY -1
                       UNTIL WS-IND-DIGITO = ZERO
               IF WS-MODULO-10
                   DIVIDE WS-SOMA-DV BY 10 GIVING WS-QUOCIENTE-DV
                          REMAINDER WS-RESTO-DV
                   IF WS-RESTO-DV = ZERO
                       MOVE ZERO TO WS-DV-CALCULADO
                   ELSE
                       COMPUTE WS-DV-CALCULADO = 10 - WS-RESTO-DV
                   END-IF
               ELSE
                   DIVIDE WS-SOMA-DV BY 11 GIVING WS-QUOCIENTE-DV
                          REMAINDER WS-RESTO-DV
                   IF WS-RESTO-DV < 2
                       IF WS-DOC-BOLETO
                           MOVE 1 TO WS-DV-CALCULADO
                       ELSE
                           MOVE ZERO TO WS-DV-CALCULADO
                       END-IF
                   ELSE
                       COMPUTE WS-DV-CALCULADO = 11 - WS-RESTO-DV
                   END-IF
               END-IF
               IF WS-DV-CALCULADO NOT = WS-DV-INFORMADO
                   MOVE 'N' TO WS-SW-LINHA-OK
               END-IF.

           P885-SOMAR-DIGITO.
               MOVE WS-SEQ-CALCULO(WS-IND-DIGITO:1) TO WS-DIGITO
               COMPUTE WS-PRODUTO = WS-DIGITO * WS-PESO
               IF WS-MODULO-10
                   IF WS-PRODUTO > 9
                       SUBTRACT 9 FROM WS-PRODUTO
                   END-IF
                   IF WS-PESO = 2
                       MOVE 1 TO WS-PESO
                   ELSE
                       MOVE 2 TO WS-PESO
                   END-IF
               ELSE
                   IF WS-PESO = 9
                       MOVE 2 TO WS-PESO
                   ELSE
                       ADD 1 TO WS-PESO
                   END-IF
               END-IF
               ADD WS-PRODUTO TO WS-SOMA-DV.

      *----------------------------------------------------------------*
      *P500: AGENDAMENTO DE TRANSFERENCIA. O CLIENTE CADASTRA UMA      *
      *      ORDEM NO ORDAGEND (CONTA DESTINO, VALOR, DIA DO MES,      *
