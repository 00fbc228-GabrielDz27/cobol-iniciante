      *----------------------------------------------------------------*
      *COPYBOOK:       BLQJUD                                          *
      *DESCRICAO:      BLOQUEIO JUDICIAL POR CONTA (BLJMESTR), UMA     *
      *                LINHA POR ORDEM (ORJMESTR, COPY ORDJUD) + CONTA *
      *                ATINGIDA, MANTIDA PELO BATCH CEP270: VALOR      *
      *                BLOQUEADO HOJE NA CONTA POR ESTA ORDEM (A SOMA  *
      *                DAS ORDENS DA CONTA E O CTA-VALOR-BLOQ-JUDICIAL *
      *                DO CTAMESTR), VALOR JA TRANSFERIDO AO JUIZO E   *
      *                VALOR LIBERADO, COM AS DATAS DO PRIMEIRO E DO   *
      *                ULTIMO BLOQUEIO E DA BAIXA. E O QUE O RELATORIO *
      *                DE SITUACAO DA ORDEM (CEP280) DETALHA POR CONTA *
      *                NA RESPOSTA AO JUIZO.                           *
      *USADO POR:      CEP270, CEP280                                  *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *15/10/2026 GFD  CRIACAO DO LAYOUT DE BLOQUEIO JUDICIAL POR CONTA
      *----------------------------------------------------------------*
       01  BLJ-REGISTRO.
           05  BLJ-CHAVE.
               10  BLJ-NUM-ORDEM        PIC X(20).
               10  BLJ-NUM-CONTA        PIC 9(08).
           05  BLJ-VALOR-BLOQUEADO      PIC 9(10)V99.
           05  BLJ-VALOR-TRANSFERIDO    PIC 9(10)V99.
           05  BLJ-VALOR-LIBERADO       PIC 9(10)V99.
           05  BLJ-DATA-PRIM-BLOQUEIO   PIC 9(08).
           05  BLJ-DATA-ULT-BLOQUEIO    PIC 9(08).
           05  BLJ-DATA-BAIXA           PIC 9(08).
           05  FILLER                   PIC X(10).
