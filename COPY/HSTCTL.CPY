      *----------------------------------------------------------------*
      *COPYBOOK:       HSTCTL                                          *
      *DESCRICAO:      CONTROLE DE CARGA DO HISTORICO DE MOVIMENTOS    *
      *                (HSTCTRL), UM REGISTRO POR DATA DE MOVIMENTO    *
      *                CARREGADA NO MOVHIST: QUANTIDADE E VALOR TOTAL  *
      *                DOS MOVIMENTOS DA DATA NA ORIGEM (MOVLOG OU     *
      *                ARQUIVO MORTO), QUE O CEP300 SO GRAVA DEPOIS DE *
      *                RECONTAR A DATA NO MOVHIST E ACHAR OS MESMOS    *
      *                NUMEROS. DATA SEM REGISTRO AQUI NAO ESTA (OU    *
      *                NAO ESTA INTEIRA) NO HISTORICO. NA CARGA        *
      *                SEGUINTE, DATA CUJO TOTAL NA ORIGEM MUDOU E     *
      *                RECARREGADA.                                    *
      *USADO POR:      CEP300, CEP130, CEP160, CEP200                  *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *15/10/2026 GFD  CRIACAO DO LAYOUT DE CONTROLE DE CARGA
      *----------------------------------------------------------------*
       01  HCT-REGISTRO.
           05  HCT-CHAVE.
               10  HCT-DATA-MOVTO       PIC 9(08).
           05  HCT-QTD-MOVTOS           PIC 9(07).
           05  HCT-VALOR-MOVTOS         PIC 9(13)V99.
           05  HCT-DATA-CARGA           PIC 9(08).
           05  HCT-HORA-CARGA           PIC 9(06).
           05  HCT-ORIGEM               PIC X(13).
           05  FILLER                   PIC X(10).
