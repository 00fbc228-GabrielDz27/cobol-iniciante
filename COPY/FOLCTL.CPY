      *----------------------------------------------------------------*
      *COPYBOOK:       FOLCTL                                          *
      *DESCRICAO:      CONTROLE DE PROCESSAMENTO DA FOLHA DE PAGAMENTO *
      *                (FOLCTRL), CHAVE CONTA DO EMPREGADOR + REMESSA +*
      *                SEQUENCIA DA LINHA. A SEQUENCIA ZERO E O        *
      *                REGISTRO DO LOTE (SITUACAO DO LOTE, QUANTIDADE  *
      *                DE LINHAS E VALOR ACEITO); AS DEMAIS SAO AS     *
      *                LINHAS DE DETALHE COM A CONTA DE CREDITO JA     *
      *                RESOLVIDA E A SITUACAO DE CADA UMA. E O QUE     *
      *                IMPEDE O CEP230 DE CREDITAR DUAS VEZES: LINHA   *
      *                CREDITADA E LOTE CONCLUIDO NUNCA SAO LANCADOS DE*
      *                NOVO, NEM NA REEXECUCAO DEPOIS DE UMA QUEDA NEM *
      *                NO REENVIO DA MESMA REMESSA.                    *
      *USADO POR:      CEP230                                          *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *15/10/2026 GFD  CRIACAO DO LAYOUT DE CONTROLE DA FOLHA
      *----------------------------------------------------------------*
       01  FCT-REGISTRO.
           05  FCT-CHAVE.
               10  FCT-CONTA-EMPREGADOR PIC 9(08).
               10  FCT-NUM-REMESSA      PIC 9(06).
               10  FCT-NUM-SEQUENCIA    PIC 9(06).
                   88  FCT-REGISTRO-LOTE    VALUE ZERO.
           05  FCT-SW-SITUACAO          PIC X(01).
      *        SITUACAO DO LOTE (SEQUENCIA ZERO)
               88  FCT-LOTE-REGISTRADO      VALUE 'P'.
               88  FCT-LOTE-EM-CREDITO      VALUE 'E'.
               88  FCT-LOTE-CONCLUIDO       VALUE 'S'.
               88  FCT-LOTE-REJEITADO       VALUE 'R'.
      *        SITUACAO DA LINHA DE DETALHE
               88  FCT-LINHA-ACEITA         VALUE 'P'.
               88  FCT-LINHA-CREDITADA      VALUE 'C'.
               88  FCT-LINHA-REJEITADA      VALUE 'R'.
           05  FCT-COD-REJEICAO         PIC X(02).
               88  FCT-REJ-CONTA-INEXISTENTE    VALUE '01'.
               88  FCT-REJ-CONTA-ENCERRADA      VALUE '02'.
               88  FCT-REJ-CPF-SEM-CONTA        VALUE '03'.
               88  FCT-REJ-CPF-NAO-TITULAR      VALUE '04'.
               88  FCT-REJ-VALOR-INVALIDO       VALUE '05'.
               88  FCT-REJ-CONTA-EMPREGADOR     VALUE '06'.
               88  FCT-REJ-LOTE-TOTAIS          VALUE '10'.
               88  FCT-REJ-LOTE-SALDO           VALUE '11'.
               88  FCT-REJ-LOTE-EMPREGADOR      VALUE '12'.
               88  FCT-REJ-LOTE-ESTRUTURA       VALUE '13'.
           05  FCT-NUM-CONTA-CREDITO    PIC 9(08).
           05  FCT-CPF                  PIC 9(11).
           05  FCT-VALOR                PIC 9(12)V99.
           05  FCT-QTD-LINHAS           PIC 9(06).
           05  FCT-DATA-RECEBIMENTO     PIC 9(08).
           05  FCT-DATA-SITUACAO        PIC 9(08).
           05  FCT-HORA-SITUACAO        PIC 9(06).
           05  FILLER                   PIC X(20).
