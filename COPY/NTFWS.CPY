      *----------------------------------------------------------------*
      *COPYBOOK:       NTFWS                                           *
      *DESCRICAO:      CAMPOS DE WORKING-STORAGE PARA GRAVAR UM EVENTO *
      *                NA CAIXA DE NOTIFICACOES PELO UTILITARIO NTFCTL:*
      *                TIPO DO EVENTO, CONTA, CPF DO TITULAR PRINCIPAL *
      *                (ZERO SE O CHAMADOR NAO TEM A CONTA LIDA), DATA *
      *                DE PROCESSAMENTO, DATA E REFERENCIA DO EVENTO   *
      *                (VER O COPYBOOK NOTIFI), VALOR, QUANTIDADES     *
      *                GERADAS/SUPRIMIDAS DEVOLVIDAS E CODIGO DE       *
      *                RETORNO. WS-NTF-REF-PARCELA MONTA A REFERENCIA  *
      *                DOS EVENTOS DE PARCELA (CONTRATO + PARCELA +    *
      *                ESTAGIO DE COBRANCA).                           *
      *USADO POR:      CEP010, CEP120, CEP180, RFP030, RFP040, RFP050, *
      *                CEP290                                          *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *15/10/2026 GFD  CRIACAO DOS CAMPOS DE CHAMADA DO NTFCTL
      *----------------------------------------------------------------*
       77 WS-NTF-TIPO-EVENTO      PIC X(01) VALUE SPACE.
       77 WS-NTF-NUM-CONTA        PIC 9(08) VALUE ZERO.
       77 WS-NTF-CPF-TITULAR      PIC 9(11) VALUE ZERO.
       77 WS-NTF-DATA-PROC        PIC 9(08) VALUE ZERO.
       77 WS-NTF-DATA-EVENTO      PIC 9(08) VALUE ZERO.
       77 WS-NTF-REFERENCIA       PIC X(14) VALUE SPACES.
       77 WS-NTF-VALOR            PIC 9(10)V99 VALUE ZERO.
       77 WS-NTF-QTD-GERADAS      PIC 9(03) VALUE ZERO.
       77 WS-NTF-QTD-SUPRIMIDAS   PIC 9(03) VALUE ZERO.
       77 WS-NTF-COD-RETORNO      PIC 9(02) VALUE ZERO.
       01 WS-NTF-REF-PARCELA.
           05 WS-NTF-REF-CONTRATO    PIC 9(05) VALUE ZERO.
           05 WS-NTF-REF-NUM-PARCELA PIC 9(03) VALUE ZERO.
           05 WS-NTF-REF-ESTAGIO     PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(05) VALUE SPACES.
