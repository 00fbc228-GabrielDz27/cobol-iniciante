      *                BLOQUEADO NA CONTA (CTA-VALOR-BLOQUEADO) ATE O  *
      *                BATCH NOTURNO DE LIBERACAO (CEP140) BAIXAR O    *
      *                BLOQUEIO NA DATA DE LIBERACAO.                  *
      *                O CHEQUE QUE VOLTA DA COMPENSACAO E DEVOLVIDO   *
      *                PELO CEP210 ATE A DATA DE LIBERACAO.            *
      *USADO POR:      CEP010, CEP140, CEP210, CEP050, CTB020, CTB040  *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *02/09/2026 GFD  CRIACAO DO LAYOUT DE FLOAT DE CHEQUE
      *14/10/2026 GFD  INCLUIDA A SITUACAO DE CHEQUE DEVOLVIDO ('D'),
      *                COM A ALINEA DE DEVOLUCAO DA COMPENSACAO E A
      *                DATA DA DEVOLUCAO, TALHADAS DO FILLER. O
      *                CEP140 SO LIBERA REGISTRO PENDENTE.
      *----------------------------------------------------------------*
       01  FLT-REGISTRO.
           05  FLT-NUM-CONTA            PIC 9(08).
           05  FLT-SW-SITUACAO          PIC X(01).
               88  FLT-PENDENTE             VALUE 'P'.
               88  FLT-LIBERADO             VALUE 'L'.
               88  FLT-DEVOLVIDO            VALUE 'D'.
           05  FLT-ALINEA               PIC X(02).
           05  FLT-DATA-DEVOLUCAO       PIC 9(08).
