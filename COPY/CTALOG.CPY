      *COPYBOOK:       CTALOG                                          *
      *DESCRICAO:      LAYOUT DO DIARIO DE MOVIMENTOS (MOVLOG)         *
      *USADO POR:      CEP010, CEP020, CEP030, CEP060, CEP070,        *
      *                CEP090, CEP110, CEP190, CEP200, CTB010, CTB020, *
      *                RFP040, CEP220, CEP050, CTB040, RFP090, CEP230, *
      *                CEP240, CEP270, CEP290, CEP300                  *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *                DE BATCH CARREGA ESPACOS. TODO PROGRAMA QUE
      *                COPIA ESTE LAYOUT COM REPLACING PRECISA TROCAR
      *                TAMBEM O LOG-ID-TERMINAL.
      *14/10/2026 GFD  INCLUIDOS OS TIPOS DE ESTORNO SUPERVISIONADO
      *                (CEP190): 'X' DEBITA A CONTA DESFAZENDO UM
      *                CREDITO, 'Y' CREDITA A CONTA DESFAZENDO UM
      *                DEBITO. A AREA DE REFERENCIA, TALHADA DO FILLER
      *                DE RESERVA, APONTA O MOVIMENTO ORIGINAL (DATA,
      *                HORA E TIPO; A CONTA E O TERMINAL SAO OS DO
      *                PROPRIO LANCAMENTO DE ESTORNO) -- O CTB020
      *                INVERTE A REGRA DO TIPO ORIGINAL. NOS DEMAIS
      *                TIPOS A AREA NAO E SIGNIFICATIVA. PROGRAMAS COM
      *                REPLACING PRECISAM TROCAR OS NOVOS NOMES.
      *14/10/2026 GFD  INCLUIDO O TIPO DE TARIFA DE SERVICO ('F'),
      *                DEBITO GRAVADO PELA COBRANCA MENSAL DE
      *                TARIFAS (CEP200). NO TIPO DE TARIFA A AREA DE
      *                REFERENCIA CARREGA A COMPETENCIA COBRADA
      *                (AAAAMM01 EM LOG-REF-DATA-MOVTO).
      *14/10/2026 GFD  INCLUIDO O TIPO DE CHEQUE DEVOLVIDO ('V'),
      *                DEBITO GRAVADO PELO CEP210; A AREA DE
      *                REFERENCIA APONTA PARA A DATA DO DEPOSITO
      *                EM CHEQUE ('Q') DEVOLVIDO.
      *14/10/2026 GFD  INCLUIDO O TIPO DE IR RETIDO NA FONTE
      *                ('I'), DEBITO GRAVADO PELO CEP110 LOGO APOS
      *                A REMUNERACAO; A AREA DE REFERENCIA APONTA
      *                PARA O CREDITO DE REMUNERACAO ('R') DE ONDE
      *                O IMPOSTO FOI RETIDO.
      *15/10/2026 GFD  INCLUIDOS OS TIPOS DE FOLHA DE PAGAMENTO
      *                (CEP230): 'L' CREDITO DE SALARIO NA CONTA
      *                DO FUNCIONARIO E 'K' DEBITO DO TOTAL
      *                CREDITADO NA CONTA DO EMPREGADOR.
      *15/10/2026 GFD  INCLUIDO O TIPO DE PAGAMENTO DE
      *                CONTA/BOLETO ('G'), DEBITO GRAVADO PELO
      *                CAIXA ELETRONICO (CEP010) OU, NO PAGAMENTO
      *                AGENDADO EM FIM DE SEMANA OU FERIADO, PELO
      *                CEP240 NA DATA EFETIVA; NESTE CASO A AREA
      *                DE REFERENCIA APONTA A DATA E A HORA DO
      *                REGISTRO DO PAGAMENTO NO CAIXA.
      *15/10/2026 GFD  INCLUIDO O TIPO DE TRANSFERENCIA JUDICIAL
      *                ('U'), DEBITO GRAVADO PELO BATCH DE
      *                BLOQUEIO JUDICIAL (CEP270) QUANDO O JUIZO
      *                ORDENA A TRANSFERENCIA DO VALOR BLOQUEADO;
      *                A AREA DE REFERENCIA VAI ZERADA.
      *15/10/2026 GFD  INCLUIDA A VISAO DE BALCAO DA AREA DE
      *                REFERENCIA (LOG-REF-BALCAO): DEPOSITO,
      *                SAQUE E PAGAMENTO DE PARCELA FEITOS NO
      *                CAIXA DE BALCAO (CEP290, TERMINAL COMECANDO
      *                COM 'B') CARREGAM NELA O OPERADOR QUE
      *                ATENDEU, PARA O FECHAMENTO DA GAVETA SOMAR
      *                SO O MOVIMENTO DELE. PROGRAMAS COM
      *                REPLACING PRECISAM TROCAR OS NOVOS NOMES.
      *----------------------------------------------------------------*
       01  LOG-REGISTRO.
           05  LOG-NUM-CONTA            PIC 9(08).
               88  LOG-TIPO-REMUNERACAO     VALUE 'R'.
               88  LOG-TIPO-DEPOSITO-CHEQUE VALUE 'Q'.
               88  LOG-TIPO-PAGTO-PARCELA   VALUE 'B'.
               88  LOG-TIPO-ESTORNO-DEBITO  VALUE 'X'.
               88  LOG-TIPO-ESTORNO-CREDITO VALUE 'Y'.
               88  LOG-TIPO-TARIFA          VALUE 'F'.
               88  LOG-TIPO-CHEQUE-DEVOLVIDO VALUE 'V'.
               88  LOG-TIPO-IR-RETIDO       VALUE 'I'.
               88  LOG-TIPO-CREDITO-SALARIO VALUE 'L'.
               88  LOG-TIPO-DEBITO-FOLHA    VALUE 'K'.
               88  LOG-TIPO-PAGTO-CONTA     VALUE 'G'.
               88  LOG-TIPO-TRANSF-JUDICIAL VALUE 'U'.
           05  LOG-VALOR                PIC 9(10)V99.
           05  LOG-DATA-MOVTO           PIC 9(08).
           05  LOG-HORA-MOVTO           PIC 9(06).
           05  LOG-SALDO-RESULTANTE     PIC S9(10)V99.
           05  LOG-ID-TERMINAL          PIC X(04).
           05  LOG-REFERENCIA.
               10  LOG-REF-DATA-MOVTO   PIC 9(08).
               10  LOG-REF-HORA-MOVTO   PIC 9(06).
               10  LOG-REF-TIPO-MOVTO   PIC X(01).
           05  LOG-REF-BALCAO REDEFINES LOG-REFERENCIA.
               10  LOG-REF-ID-OPERADOR  PIC X(08).
               10  FILLER               PIC X(07).
           05  FILLER                   PIC X(01).
