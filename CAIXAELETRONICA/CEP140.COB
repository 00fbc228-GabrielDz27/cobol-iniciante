      *              COMO LIBERADO. O SALDO CONTABIL NAO MUDA -- O
      *              CREDITO JA FOI LANCADO NO DEPOSITO -- ENTAO NADA
      *              VAI PARA O MOVLOG; SO A DISPONIBILIDADE MUDA.
      *              CHEQUE DEVOLVIDO PELO CEP210 (SITUACAO 'D') JA
      *              TEVE O BLOQUEIO BAIXADO NA DEVOLUCAO E E PULADO.
      *
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *                DIGITACAO DO OPERADOR -- JANELA QUE PASSA DA
      *                MEIA-NOITE CONTINUA NO MESMO DIA DE NEGOCIO E A
      *                REEXECUCAO DE MADRUGADA MANTEM A DATA ORIGINAL.
      *14/10/2026 GFD  CHEQUE DEVOLVIDO PELO CEP210 (SITUACAO 'D')
      *                E PULADO E CONTADO A PARTE NO RESUMO.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 WS-FIM-FLTPEND        VALUE 'S'.
       77 WS-QTD-LIBERADOS      PIC 9(05) VALUE ZERO.
       77 WS-QTD-AINDA-RETIDOS  PIC 9(05) VALUE ZERO.
       77 WS-QTD-DEVOLVIDOS     PIC 9(05) VALUE ZERO.
       77 WS-VLR-TOTAL-LIBERADO PIC 9(12)V99 VALUE ZERO.

       77 WS-FUNCAO-DIACTL      PIC X(01) VALUE 'C'.
                           WS-QTD-LIBERADOS
                   DISPLAY "CHEQUES AINDA RETIDOS......: "
                           WS-QTD-AINDA-RETIDOS
                   DISPLAY "CHEQUES DEVOLVIDOS (PULADOS): "
                           WS-QTD-DEVOLVIDOS
                   DISPLAY "VALOR TOTAL LIBERADO.......: "
                           WS-VLR-TOTAL-LIBERADO
                   PERFORM P905-REGISTRAR-FIM
                       ADD 1 TO WS-QTD-AINDA-RETIDOS
                   END-IF
               END-IF
               IF FLT-DEVOLVIDO
                   ADD 1 TO WS-QTD-DEVOLVIDOS
               END-IF
               PERFORM P010-LER-FLTPEND.

           P110-LIBERAR-BLOQUEIO.
