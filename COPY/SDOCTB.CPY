      *                POSTADO PELO CTB030 A PARTIR DO DIARIO          *
      *                BALANCEADO DO CTB020 -- ANTES DELE OS TOTAIS DO *
      *                TRAILER DO DIARIO ERAM DIGITADOS EM PLANILHA    *
      *                TODO MES. NA COMPETENCIA 12 AS CONTAS DE        *
      *                RESULTADO (GRUPOS 4 E 5) SAO ZERADAS PELO       *
      *                ENCERRAMENTO DO EXERCICIO (CTB050), QUE MARCA   *
      *                SDO-RESULTADO-APURADO E GUARDA EM               *
      *                SDO-VALOR-APURACAO O SALDO ANTES DO             *
      *                ENCERRAMENTO (NA NATUREZA DA CONTA), PARA A DRE *
      *                DO ANO CONTINUAR SAINDO DEPOIS DELE. O VALOR SO *
      *                E VALIDO COM O INDICADOR LIGADO. NA CONTA DE    *
      *                LUCROS ACUMULADOS (31001) O INDICADOR MARCA QUE *
      *                A CONTRAPARTIDA DO ENCERRAMENTO JA ESTA NOS     *
      *                TOTAIS, E O VALOR E ESSA CONTRAPARTIDA LIQUIDA  *
      *                (POSITIVA A CREDITO, NEGATIVA A DEBITO).        *
      *USADO POR:      CTB030, CTB040, CTB050                          *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *02/09/2026 GFD  CRIACAO DO LAYOUT DE SALDO CONTABIL
      *15/10/2026 GFD  INCLUIDOS O INDICADOR E O VALOR DA APURACAO
      *                DO RESULTADO NO ENCERRAMENTO DO EXERCICIO
      *                (CTB050), NO ESPACO DO FILLER -- O TAMANHO
      *                DO REGISTRO NAO MUDA.
      *----------------------------------------------------------------*
       01  SDO-REGISTRO.
           05  SDO-CHAVE.
           05  SDO-TOTAL-DEBITOS        PIC 9(13)V99.
           05  SDO-TOTAL-CREDITOS       PIC 9(13)V99.
           05  SDO-SALDO-FINAL          PIC S9(13)V99.
           05  SDO-SW-APURACAO          PIC X(01).
               88  SDO-RESULTADO-APURADO    VALUE 'S'.
           05  SDO-VALOR-APURACAO       PIC S9(13)V99 COMP-3.
           05  FILLER                   PIC X(01).
