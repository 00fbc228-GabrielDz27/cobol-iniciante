      *----------------------------------------------------------------*
      *COPYBOOK:       ESTORN                                          *
      *DESCRICAO:      LAYOUT DO REGISTRO DE ESTORNOS (ESTMEST): CADA  *
      *                MOVIMENTO DO MOVLOG ESTORNADO PELO CEP190 GANHA *
      *                UM REGISTRO CHAVEADO PELO PROPRIO MOVIMENTO     *
      *                ORIGINAL (CONTA, DATA, HORA, TERMINAL E A       *
      *                OCORRENCIA DENTRO DESSA MESMA CHAVE -- SAQUES   *
      *                DA MESMA SESSAO DO CAIXA ELETRONICO DIVIDEM A   *
      *                HORA). A EXISTENCIA DO REGISTRO E O QUE IMPEDE  *
      *                O MESMO MOVIMENTO DE SER ESTORNADO DUAS VEZES.  *
      *                NA TRANSFERENCIA AS DUAS PERNAS SAO GRAVADAS.   *
      *USADO POR:      CEP190                                          *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *14/10/2026 GFD  CRIACAO DO LAYOUT DO REGISTRO DE ESTORNOS
      *----------------------------------------------------------------*
       01  EST-REGISTRO.
           05  EST-CHAVE.
               10  EST-NUM-CONTA        PIC 9(08).
               10  EST-DATA-MOVTO       PIC 9(08).
               10  EST-HORA-MOVTO       PIC 9(06).
               10  EST-ID-TERMINAL      PIC X(04).
               10  EST-OCORRENCIA       PIC 9(03).
           05  EST-TIPO-ORIGINAL        PIC X(01).
           05  EST-VALOR                PIC 9(10)V99.
           05  EST-TIPO-ESTORNO         PIC X(01).
           05  EST-MOTIVO               PIC X(02).
               88  EST-MOT-ERRO-OPERACIONAL VALUE '01'.
               88  EST-MOT-FALHA-DISPENSA   VALUE '02'.
               88  EST-MOT-DUPLICIDADE      VALUE '03'.
               88  EST-MOT-CONTESTACAO      VALUE '04'.
               88  EST-MOT-CONTA-ERRADA     VALUE '05'.
               88  EST-MOTIVO-VALIDO        VALUES '01' THRU '05'.
           05  EST-DATA-ESTORNO         PIC 9(08).
           05  EST-HORA-ESTORNO         PIC 9(06).
           05  EST-OPERADOR             PIC X(08).
           05  EST-NUM-CONTA-CONTRAPARTE PIC 9(08).
           05  FILLER                   PIC X(10).
