      *----------------------------------------------------------------*
      *COPYBOOK:       ORDJUD                                          *
      *DESCRICAO:      CADASTRO DE ORDENS DE BLOQUEIO JUDICIAL         *
      *                (ORJMESTR), CHAVE NUMERO DA ORDEM. A ORDEM CHEGA*
      *                NO ARQUIVO DO TRIBUNAL (ORDJUDIN, CARREGADO PELO*
      *                CEP270) OU E CADASTRADA PELO SUPERVISOR NO      *
      *                CEP260, COM O CPF, O VALOR E A DATA DA ORDEM. O *
      *                BATCH CEP270 ESPALHA O BLOQUEIO PELAS CONTAS DO *
      *                CPF NO VINMESTR (O DETALHE POR CONTA FICA NO    *
      *                BLJMESTR, COPY BLQJUD) E CONTINUA BLOQUEANDO OS *
      *                CREDITOS QUE ENTRAREM ATE A ORDEM SER CUMPRIDA. *
      *                VALOR BLOQUEADO E O QUE ESTA RETIDO HOJE NAS    *
      *                CONTAS; TRANSFERIDO E LIBERADO SAO O QUE SAIU   *
      *                DELE POR INSTRUCAO DO JUIZO. A INSTRUCAO DE     *
      *                LIBERACAO OU TRANSFERENCIA FICA REGISTRADA NA   *
      *                ORDEM E E CUMPRIDA NA PROXIMA EXECUCAO DO       *
      *                CEP270, QUE ENCERRA A ORDEM (SITUACAO L OU T).  *
      *USADO POR:      CEP260, CEP270, CEP280                          *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *15/10/2026 GFD  CRIACAO DO LAYOUT DE ORDEM DE BLOQUEIO JUDICIAL
      *----------------------------------------------------------------*
       01  ORJ-REGISTRO.
           05  ORJ-CHAVE.
               10  ORJ-NUM-ORDEM        PIC X(20).
           05  ORJ-CPF                  PIC 9(11).
           05  ORJ-VALOR-ORDEM          PIC 9(10)V99.
           05  ORJ-DATA-ORDEM           PIC 9(08).
           05  ORJ-SW-ORIGEM            PIC X(01).
               88  ORJ-ORIGEM-TRIBUNAL      VALUE 'T'.
               88  ORJ-ORIGEM-SUPERVISOR    VALUE 'S'.
           05  ORJ-ID-OPERADOR          PIC X(08).
           05  ORJ-DATA-REGISTRO        PIC 9(08).
           05  ORJ-SW-SITUACAO          PIC X(01).
               88  ORJ-PENDENTE             VALUE 'P'.
               88  ORJ-PARCIAL              VALUE 'A'.
               88  ORJ-CUMPRIDA             VALUE 'C'.
               88  ORJ-LIBERADA             VALUE 'L'.
               88  ORJ-TRANSFERIDA          VALUE 'T'.
               88  ORJ-EM-ABERTO            VALUES 'P' 'A'.
               88  ORJ-ATIVA                VALUES 'P' 'A' 'C'.
           05  ORJ-DATA-SITUACAO        PIC 9(08).
           05  ORJ-SW-INSTRUCAO         PIC X(01).
               88  ORJ-SEM-INSTRUCAO        VALUE ' '.
               88  ORJ-INSTR-LIBERAR        VALUE 'L'.
               88  ORJ-INSTR-TRANSFERIR     VALUE 'T'.
           05  ORJ-DATA-INSTRUCAO       PIC 9(08).
           05  ORJ-ID-OPER-INSTRUCAO    PIC X(08).
           05  ORJ-VALOR-BLOQUEADO      PIC 9(10)V99.
           05  ORJ-VALOR-TRANSFERIDO    PIC 9(10)V99.
           05  ORJ-VALOR-LIBERADO       PIC 9(10)V99.
           05  ORJ-QTD-CONTAS           PIC 9(03).
           05  FILLER                   PIC X(12).
