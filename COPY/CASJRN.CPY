      *                E O TIPO DA OPERACAO, PARA O BALANCO DE CAIXA   *
      *                (CEP080) PODER EXPLICAR O ESTOQUE DO CASMEST    *
      *                NOTA A NOTA.                                    *
      *USADO POR:      CEP010, CEP040, CEP080, CEP190, AUD010          *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *02/09/2026 GFD  INCLUIDO O ID DO TERMINAL, TALHADO DO FILLER DE
      *                RESERVA, PARA O BALANCO (CEP080) FECHAR CADA
      *                MAQUINA CONTRA A PROPRIA CONTAGEM DE ABERTURA.
      *14/10/2026 GFD  INCLUIDA A OPERACAO DE ESTORNO ('E'): O ESTORNO
      *                SUPERVISIONADO DE UM SAQUE (CEP190) DEVOLVE AO
      *                CASSETE AS CEDULAS BAIXADAS PELO SAQUE ORIGINAL
      *                -- PARA O BALANCO (CEP080) E UMA ENTRADA.
      *----------------------------------------------------------------*
       01  CAJ-REGISTRO.
           05  CAJ-DATA                 PIC 9(08).
           05  CAJ-TIPO-OPERACAO        PIC X(01).
               88  CAJ-OPER-BAIXA           VALUE 'B'.
               88  CAJ-OPER-ABASTECIMENTO   VALUE 'A'.
               88  CAJ-OPER-ESTORNO         VALUE 'E'.
           05  CAJ-ID-TERMINAL          PIC X(04).
           05  FILLER                   PIC X(03).
