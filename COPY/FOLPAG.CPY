      *----------------------------------------------------------------*
      *COPYBOOK:       FOLPAG                                          *
      *DESCRICAO:      ARQUIVO DE FOLHA DE PAGAMENTO ENTREGUE PELO     *
      *                EMPREGADOR (FOLHAPAG), CONSUMIDO PELO CEP230.   *
      *                CADA LOTE E UM HEADER ('H') COM A CONTA         *
      *                PAGADORA, O NUMERO DA REMESSA, A QUANTIDADE E O *
      *                VALOR DE CONTROLE; AS LINHAS DE DETALHE ('D')   *
      *                COM A CONTA OU O CPF DO FUNCIONARIO E O VALOR;  *
      *                E UM TRAILER ('T') COM OS TOTAIS DO LOTE. O     *
      *                ARQUIVO DO DIA PODE TRAZER VARIOS LOTES, UM     *
      *                ATRAS DO OUTRO. NO DETALHE, CONTA ZERADA QUER   *
      *                DIZER "CREDITAR NA CONTA PRINCIPAL DO CPF".     *
      *USADO POR:      CEP230                                          *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *15/10/2026 GFD  CRIACAO DO LAYOUT DA FOLHA DE PAGAMENTO
      *----------------------------------------------------------------*
       01  FOL-REGISTRO.
           05  FOL-TIPO-REGISTRO        PIC X(01).
               88  FOL-HEADER               VALUE 'H'.
               88  FOL-DETALHE              VALUE 'D'.
               88  FOL-TRAILER              VALUE 'T'.
           05  FOL-DADOS                PIC X(79).
           05  FOL-DADOS-HEADER REDEFINES FOL-DADOS.
               10  FOL-H-CONTA-EMPREGADOR PIC 9(08).
               10  FOL-H-NUM-REMESSA    PIC 9(06).
               10  FOL-H-DATA-GERACAO   PIC 9(08).
               10  FOL-H-QTD-CONTROLE   PIC 9(06).
               10  FOL-H-VALOR-CONTROLE PIC 9(12)V99.
               10  FOL-H-NOME-EMPRESA   PIC X(30).
               10  FILLER               PIC X(07).
           05  FOL-DADOS-DETALHE REDEFINES FOL-DADOS.
               10  FOL-D-NUM-SEQUENCIA  PIC 9(06).
               10  FOL-D-NUM-CONTA      PIC 9(08).
               10  FOL-D-CPF            PIC 9(11).
               10  FOL-D-VALOR          PIC 9(10)V99.
               10  FOL-D-NOME           PIC X(30).
               10  FILLER               PIC X(12).
           05  FOL-DADOS-TRAILER REDEFINES FOL-DADOS.
               10  FOL-T-QTD-DETALHES   PIC 9(06).
               10  FOL-T-VALOR-TOTAL    PIC 9(12)V99.
               10  FILLER               PIC X(59).
