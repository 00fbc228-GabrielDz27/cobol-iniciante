      *----------------------------------------------------------------*
      *COPYBOOK:       NTFCNT                                          *
      *DESCRICAO:      CONTADORES DE NOTIFICACOES (NTFCTRL), UM        *
      *                REGISTRO POR DATA DE PROCESSAMENTO E TIPO DE    *
      *                EVENTO: EVENTOS RECEBIDOS, NOTIFICACOES GERADAS *
      *                NA CAIXA DE SAIDA (NOTMESTR), DUPLICADAS        *
      *                SUPRIMIDAS, TITULARES SEM TELEFONE NO CLIMESTR  *
      *                E EVENTOS DE CONTA SEM NENHUM TITULAR. MANTIDO  *
      *                PELO UTILITARIO NTFCTL E LIDO PELO RELATORIO DE *
      *                CONTROLE (CEP250).                              *
      *USADO POR:      NTFCTL, CEP250                                  *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *15/10/2026 GFD  CRIACAO DO LAYOUT DE CONTADORES DE NOTIFICACAO
      *----------------------------------------------------------------*
       01  NCT-REGISTRO.
           05  NCT-CHAVE.
               10  NCT-DATA-PROC        PIC 9(08).
               10  NCT-TIPO-EVENTO      PIC X(01).
           05  NCT-QTD-EVENTOS          PIC 9(07).
           05  NCT-QTD-GERADAS          PIC 9(07).
           05  NCT-QTD-SUPRIMIDAS       PIC 9(07).
           05  NCT-QTD-SEM-CONTATO      PIC 9(07).
           05  NCT-QTD-SEM-TITULAR      PIC 9(07).
           05  FILLER                   PIC X(20).
