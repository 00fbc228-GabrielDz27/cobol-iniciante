      *----------------------------------------------------------------*
      *COPYBOOK:       NOTIFI                                          *
      *DESCRICAO:      CAIXA DE SAIDA DE NOTIFICACOES AO CLIENTE       *
      *                (NOTMESTR), LIDA PELO GATEWAY DE SMS/E-MAIL.    *
      *                UM REGISTRO POR EVENTO E POR TITULAR DA CONTA   *
      *                (VINMESTR), COM O TELEFONE DO CLIMESTR E A      *
      *                MENSAGEM JA MONTADA. GRAVADO SO PELO UTILITARIO *
      *                NTFCTL. A CHAVE IDENTIFICA O EVENTO (DATA, TIPO,*
      *                CONTA E REFERENCIA) E O TITULAR: O MESMO EVENTO *
      *                GRAVADO DE NOVO (REEXECUCAO DE UM JOB) CAI NA   *
      *                CHAVE DUPLICADA E E SUPRIMIDO. O GATEWAY ENVIA  *
      *                OS PENDENTES E MARCA ENVIADO OU FALHA.          *
      *                REFERENCIA POR TIPO DE EVENTO:                  *
      *                B/S - HORA DO EVENTO (HHMMSS)                   *
      *                O   - SEQUENCIA DA ORDEM AGENDADA (AGD-NUM-SEQ) *
      *                D/V - CONTRATO (5) + PARCELA (3)                *
      *                C   - CONTRATO (5) + PARCELA (3) + ESTAGIO (1)  *
      *                A/R - NUMERO DA ORDEM PENDENTE (TRF-NUM-ORDEM)  *
      *                NOS TIPOS V E C A DATA DO EVENTO E O VENCIMENTO *
      *                DA PARCELA; NOS DEMAIS, O DIA EM QUE ACONTECEU. *
      *USADO POR:      NTFCTL, CEP250                                  *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *15/10/2026 GFD  CRIACAO DO LAYOUT DA CAIXA DE NOTIFICACOES
      *----------------------------------------------------------------*
       01  NTF-REGISTRO.
           05  NTF-CHAVE.
               10  NTF-DATA-EVENTO      PIC 9(08).
               10  NTF-TIPO-EVENTO      PIC X(01).
                   88  NTF-EVT-CONTA-BLOQUEADA  VALUE 'B'.
                   88  NTF-EVT-SAQUE            VALUE 'S'.
                   88  NTF-EVT-ORDEM-SEM-SALDO  VALUE 'O'.
                   88  NTF-EVT-DEBITO-PARCELA   VALUE 'D'.
                   88  NTF-EVT-PARCELA-A-VENCER VALUE 'V'.
                   88  NTF-EVT-COBRANCA         VALUE 'C'.
                   88  NTF-EVT-TRANSF-APROVADA  VALUE 'A'.
                   88  NTF-EVT-TRANSF-REJEITADA VALUE 'R'.
               10  NTF-NUM-CONTA        PIC 9(08).
               10  NTF-REFERENCIA       PIC X(14).
               10  NTF-CPF              PIC 9(11).
           05  NTF-SW-CANAL             PIC X(01).
               88  NTF-CANAL-SMS            VALUE 'S'.
           05  NTF-TELEFONE             PIC X(15).
           05  NTF-NOME-CLIENTE         PIC X(40).
           05  NTF-VALOR                PIC 9(10)V99.
           05  NTF-MENSAGEM             PIC X(120).
           05  NTF-DATA-GERACAO         PIC 9(08).
           05  NTF-HORA-GERACAO         PIC 9(06).
           05  NTF-SW-SITUACAO          PIC X(01).
               88  NTF-PENDENTE             VALUE 'P'.
               88  NTF-ENVIADA              VALUE 'E'.
               88  NTF-FALHA-ENVIO          VALUE 'F'.
           05  NTF-DATA-ENVIO           PIC 9(08).
           05  NTF-HORA-ENVIO           PIC 9(06).
           05  FILLER                   PIC X(20).
