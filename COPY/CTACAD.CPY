      *COPYBOOK:       CTACAD                                          *
      *DESCRICAO:      LAYOUT DO CADASTRO DE CONTAS (CTAMESTR)         *
      *USADO POR:      CEP010, CEP020, CEP030, CEP050, CEP060,        *
      *                CEP110, CEP190, CEP200, RFP040, CAD010, CEP220, *
      *                CTB040, RFP090, RFP010, CEP230, CEP240, CEP270, *
      *                AUD010, CEP290                                  *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *                DE EXPIRACAO DO CEP010. REGISTRO SEM A DATA
      *                (ZERO/NAO NUMERICA) COMECA A CONTAR NO PROXIMO
      *                LOGON.
      *14/10/2026 GFD  INCLUIDOS O FLAG DE CONTA ENCERRADA E A
      *                DATA DO ENCERRAMENTO, TALHADOS DO FILLER: O
      *                ENCERRAMENTO SUPERVISIONADO (CEP050) MARCA
      *                A CONTA DEPOIS DE ZERAR O SALDO, E O LOGON
      *                DO CEP010, O CEP030, O CEP110, O CEP120 E O
      *                RFP040 PASSAM A RECUSA-LA. REGISTRO ANTIGO
      *                CARREGA ESPACO NO FLAG, QUE VALE COMO CONTA
      *                ATIVA.
      *15/10/2026 GFD  INCLUIDO O VALOR BLOQUEADO POR ORDEM JUDICIAL
      *                (CTA-VALOR-BLOQ-JUDICIAL), MANTIDO PELO BATCH
      *                DE BLOQUEIO JUDICIAL (CEP270): O DISPONIVEL DE
      *                SAQUE/TRANSFERENCIA/DEBITO PASSA A SER SALDO +
      *                LIMITE - VALOR BLOQUEADO - BLOQUEIO JUDICIAL. O
      *                REGISTRO CRESCEU (O FILLER DE 2 BYTES NAO
      *                COMPORTAVA O CAMPO) E GANHOU NOVO FILLER DE
      *                RESERVA: CTAMESTR NO LAYOUT ANTERIOR E CONVERTIDO
      *                PELA DESCARGA/RECARGA DO UTL010, QUE ZERA O CAMPO
      *                NOS REGISTROS ANTIGOS.
      *----------------------------------------------------------------*
       01  CTA-REGISTRO.
           05  CTA-CHAVE.
               88  CTA-DORMENTE             VALUE 'S'.
               88  CTA-NAO-DORMENTE         VALUES 'N' ' '.
           05  CTA-DATA-DORMENCIA       PIC 9(08).
           05  CTA-SW-ENCERRADA         PIC X(01).
               88  CTA-ENCERRADA            VALUE 'S'.
               88  CTA-ATIVA                VALUES 'N' ' '.
           05  CTA-DATA-ENCERRAMENTO    PIC 9(08).
           05  CTA-VALOR-BLOQ-JUDICIAL  PIC 9(10)V99.
           05  FILLER                   PIC X(20).
