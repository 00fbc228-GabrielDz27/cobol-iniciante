      *                REENVIE OS DESEMBOLSOS PENDENTES PELO RFP010.
      *                INCLUIDO FILLER DE RESERVA PARA A PROXIMA
      *                EVOLUCAO NAO PASSAR PELO MESMO APERTO.
      *14/10/2026 GFD  INCLUIDO O CODIGO DE REJEICAO 02 -- CONTA
      *                DE CREDITO ENCERRADA (CEP050).
      *----------------------------------------------------------------*
       01  DESEMB-REGISTRO.
           05  DESEMB-NUM-CONTRATO      PIC 9(05).
               88  DESEMB-REJEITADO         VALUE 'R'.
           05  DESEMB-COD-REJEICAO      PIC X(02).
               88  DESEMB-REJ-CONTA-INEXISTENTE VALUE '01'.
               88  DESEMB-REJ-CONTA-ENCERRADA   VALUE '02'.
           05  DESEMB-DATA-REJEICAO     PIC 9(08).
           05  FILLER                   PIC X(10).
