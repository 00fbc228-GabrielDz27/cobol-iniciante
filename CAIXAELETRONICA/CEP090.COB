      *                CONCILIACAO QUE COBRE O MES E O EXPURGO SO RODA
      *                SE O CEP020 CONCLUIU NAQUELA DATA. A PROPRIA
      *                EXECUCAO DO ARQUIVAMENTO TAMBEM E REGISTRADA.
      *14/10/2026 GFD  INCLUIDOS NO REPLACING DO LAYOUT OS TIPOS
      *                DE ESTORNO E A AREA DE REFERENCIA DO
      *                MOVIMENTO ORIGINAL.
      *14/10/2026 GFD  INCLUIDO O TIPO DE TARIFA DE SERVICO NO
      *                REPLACING DO DIARIO.
      *14/10/2026 GFD  INCLUIDO O TIPO DE CHEQUE DEVOLVIDO
      *                (CEP210).
      *14/10/2026 GFD  INCLUIDO O TIPO DE IR RETIDO NA FONTE
      *                (CEP110).
      *15/10/2026 GFD  INCLUIDOS OS TIPOS DE CREDITO DE SALARIO E
      *                DE DEBITO DE FOLHA (CEP230).
      *15/10/2026 GFD  INCLUIDO O TIPO DE PAGAMENTO DE
      *                CONTA/BOLETO ('G') DO CEP010/CEP240.
      *15/10/2026 GFD  INCLUIDO O TIPO DE TRANSFERENCIA JUDICIAL
      *                ('U') DO CEP270.
      *15/10/2026 GFD  INCLUIDA NO REPLACING DO LAYOUT A VISAO DE
      *                BALCAO DA AREA DE REFERENCIA (OPERADOR DO
      *                CAIXA DE BALCAO, CEP290).
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           LOG-TIPO-REMUNERACAO BY LOGA-TIPO-REMUNERACAO
           LOG-TIPO-DEPOSITO-CHEQUE BY LOGA-TIPO-DEPOSITO-CHEQUE
           LOG-TIPO-PAGTO-PARCELA BY LOGA-TIPO-PAGTO-PARCELA
           LOG-TIPO-ESTORNO-DEBITO BY LOGA-TIPO-ESTORNO-DEBITO
           LOG-TIPO-ESTORNO-CREDITO BY LOGA-TIPO-ESTORNO-CREDITO
           LOG-TIPO-TARIFA      BY LOGA-TIPO-TARIFA
           LOG-TIPO-CHEQUE-DEVOLVIDO BY LOGA-TIPO-CHEQUE-DEVOLVIDO
           LOG-TIPO-IR-RETIDO   BY LOGA-TIPO-IR-RETIDO
           LOG-TIPO-CREDITO-SALARIO BY LOGA-TIPO-CREDITO-SALARIO
           LOG-TIPO-DEBITO-FOLHA BY LOGA-TIPO-DEBITO-FOLHA
           LOG-TIPO-PAGTO-CONTA BY LOGA-TIPO-PAGTO-CONTA
           LOG-TIPO-TRANSF-JUDICIAL BY LOGA-TIPO-TRANSF-JUDICIAL
           LOG-VALOR            BY LOGA-VALOR
           LOG-DATA-MOVTO       BY LOGA-DATA-MOVTO
           LOG-HORA-MOVTO       BY LOGA-HORA-MOVTO
           LOG-SALDO-RESULTANTE BY LOGA-SALDO-RESULTANTE
           LOG-ID-TERMINAL      BY LOGA-ID-TERMINAL
           LOG-REFERENCIA       BY LOGA-REFERENCIA
           LOG-REF-DATA-MOVTO   BY LOGA-REF-DATA-MOVTO
           LOG-REF-HORA-MOVTO   BY LOGA-REF-HORA-MOVTO
           LOG-REF-TIPO-MOVTO   BY LOGA-REF-TIPO-MOVTO
           LOG-REF-BALCAO       BY LOGA-REF-BALCAO
           LOG-REF-ID-OPERADOR  BY LOGA-REF-ID-OPERADOR.

       FD  MOVNOVO.
       COPY CTALOG REPLACING
           LOG-TIPO-REMUNERACAO BY LOGN-TIPO-REMUNERACAO
           LOG-TIPO-DEPOSITO-CHEQUE BY LOGN-TIPO-DEPOSITO-CHEQUE
           LOG-TIPO-PAGTO-PARCELA BY LOGN-TIPO-PAGTO-PARCELA
           LOG-TIPO-ESTORNO-DEBITO BY LOGN-TIPO-ESTORNO-DEBITO
           LOG-TIPO-ESTORNO-CREDITO BY LOGN-TIPO-ESTORNO-CREDITO
           LOG-TIPO-TARIFA      BY LOGN-TIPO-TARIFA
           LOG-TIPO-CHEQUE-DEVOLVIDO BY LOGN-TIPO-CHEQUE-DEVOLVIDO
           LOG-TIPO-IR-RETIDO   BY LOGN-TIPO-IR-RETIDO
           LOG-TIPO-CREDITO-SALARIO BY LOGN-TIPO-CREDITO-SALARIO
           LOG-TIPO-DEBITO-FOLHA BY LOGN-TIPO-DEBITO-FOLHA
           LOG-TIPO-PAGTO-CONTA BY LOGN-TIPO-PAGTO-CONTA
           LOG-TIPO-TRANSF-JUDICIAL BY LOGN-TIPO-TRANSF-JUDICIAL
           LOG-VALOR            BY LOGN-VALOR
           LOG-DATA-MOVTO       BY LOGN-DATA-MOVTO
           LOG-HORA-MOVTO       BY LOGN-HORA-MOVTO
           LOG-SALDO-RESULTANTE BY LOGN-SALDO-RESULTANTE
           LOG-ID-TERMINAL      BY LOGN-ID-TERMINAL
           LOG-REFERENCIA       BY LOGN-REFERENCIA
           LOG-REF-DATA-MOVTO   BY LOGN-REF-DATA-MOVTO
           LOG-REF-HORA-MOVTO   BY LOGN-REF-HORA-MOVTO
           LOG-REF-TIPO-MOVTO   BY LOGN-REF-TIPO-MOVTO
           LOG-REF-BALCAO       BY LOGN-REF-BALCAO
           LOG-REF-ID-OPERADOR  BY LOGN-REF-ID-OPERADOR.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-MOVLOG      PIC X(02) VALUE SPACES.
