      *----------------------------------------------------------------*
      *COPYBOOK:       GAVETA                                          *
      *DESCRICAO:      CADASTRO DE GAVETAS DO CAIXA DE BALCAO          *
      *                (GAVMESTR), CHAVE DATA + OPERADOR: CADA CAIXA   *
      *                (OPERADOR DO OPMESTR) TEM UMA GAVETA POR DIA,   *
      *                ABERTA NO CEP290 COM O TROCO CONTADO POR        *
      *                DENOMINACAO E FECHADA COM O TOTAL CONTADO. OS   *
      *                TERMINAIS DE BALCAO COMECAM COM 'B' (EX: B001), *
      *                OS DO CAIXA ELETRONICO COM 'T'. ENTRADAS E      *
      *                SAIDAS SAO O DINHEIRO QUE PASSOU PELA GAVETA    *
      *                (DEPOSITO, PAGAMENTO EM DINHEIRO E SAQUE), EM   *
      *                TOTAL CORRENTE. NO FECHAMENTO O ESPERADO E      *
      *                RECALCULADO DO MOVLOG (TROCO + DEPOSITOS -      *
      *                SAQUES DO OPERADOR NO TERMINAL DA GAVETA,       *
      *                LIQUIDOS DOS ESTORNOS DO CEP190) E A            *
      *                DIFERENCA (CONTADO - ESPERADO; POSITIVA =       *
      *                SOBRA, NEGATIVA = FALTA) FICA GRAVADA COM O     *
      *                SUPERVISOR QUE CONFERIU, COM ENTRADAS E         *
      *                SAIDAS LIQUIDAS DOS ESTORNOS.                   *
      *USADO POR:      CEP290, CEP070, CTB020, CEP190                  *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *15/10/2026 GFD  CRIACAO DO LAYOUT DE GAVETA DO CAIXA DE BALCAO
      *----------------------------------------------------------------*
       01  GAV-REGISTRO.
           05  GAV-CHAVE.
               10  GAV-DATA             PIC 9(08).
               10  GAV-ID-OPERADOR      PIC X(08).
           05  GAV-ID-TERMINAL          PIC X(04).
           05  GAV-SW-SITUACAO          PIC X(01).
               88  GAV-ABERTA               VALUE 'A'.
               88  GAV-FECHADA              VALUE 'F'.
           05  GAV-HORA-ABERTURA        PIC 9(06).
           05  GAV-TAB-DENOMINACOES.
               10  GAV-DENOMINACAO OCCURS 7 TIMES.
                   15  GAV-DEN-VALOR    PIC 9(03).
                   15  GAV-DEN-QTD      PIC 9(05).
           05  GAV-VALOR-ABERTURA       PIC 9(10)V99.
           05  GAV-VALOR-ENTRADAS       PIC 9(10)V99.
           05  GAV-VALOR-SAIDAS         PIC 9(10)V99.
           05  GAV-QTD-OPERACOES        PIC 9(05).
           05  GAV-HORA-FECHAMENTO      PIC 9(06).
           05  GAV-VALOR-ESPERADO       PIC S9(10)V99.
           05  GAV-VALOR-CONTADO        PIC 9(10)V99.
           05  GAV-VALOR-DIFERENCA      PIC S9(10)V99.
           05  GAV-ID-SUPERVISOR        PIC X(08).
           05  FILLER                   PIC X(20).
