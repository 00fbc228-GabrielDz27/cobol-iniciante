      *----------------------------------------------------------------*
      *COPYBOOK:       MOVHST                                          *
      *DESCRICAO:      HISTORICO INDEXADO DE MOVIMENTOS (MOVHIST),     *
      *                CARREGADO DO MOVLOG NO FECHAMENTO DO DIA E DOS  *
      *                ARQUIVOS MORTOS DO CEP090 PELO CEP300. CHAVE    *
      *                CONTA + DATA + HORA + SEQUENCIA (A SEQUENCIA    *
      *                SEPARA MOVIMENTOS DA MESMA CONTA NO MESMO       *
      *                SEGUNDO, NA ORDEM EM QUE ESTAO NO MOVLOG) E     *
      *                CHAVE ALTERNADA DATA + HORA + CONTA + SEQUENCIA *
      *                PARA LEITURA POR FAIXA DE DATAS. O MOVIMENTO    *
      *                VAI INTEIRO, NO LAYOUT DO MOVLOG (CTALOG):      *
      *                QUEM LE O HISTORICO MOVE HST-MOVIMENTO PARA O   *
      *                LOG-REGISTRO E SEGUE COM OS NOMES DE SEMPRE.    *
      *                OS CAMPOS DAS DUAS CHAVES SAO GRAVADOS PELO     *
      *                CEP300 A PARTIR DO PROPRIO MOVIMENTO.           *
      *USADO POR:      CEP300, CEP020, CEP060, CEP070, CEP130, CEP160, *
      *                CTB010, CTB020, CEP200, CTB040                  *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *15/10/2026 GFD  CRIACAO DO LAYOUT DO HISTORICO DE MOVIMENTOS
      *----------------------------------------------------------------*
       01  HST-REGISTRO.
           05  HST-CHAVE.
               10  HST-NUM-CONTA        PIC 9(08).
               10  HST-DATA-MOVTO       PIC 9(08).
               10  HST-HORA-MOVTO       PIC 9(06).
               10  HST-SEQUENCIA        PIC 9(03).
           05  HST-CHAVE-DATA.
               10  HST-DTA-DATA-MOVTO   PIC 9(08).
               10  HST-DTA-HORA-MOVTO   PIC 9(06).
               10  HST-DTA-NUM-CONTA    PIC 9(08).
               10  HST-DTA-SEQUENCIA    PIC 9(03).
           05  HST-DATA-CARGA           PIC 9(08).
           05  HST-MOVIMENTO            PIC X(67).
           05  FILLER                   PIC X(10).
