      *                SUPERVISIONADA (CEP180) AS DUAS PERNAS DO       *
      *                MOVLOG SAO GRAVADAS. O RISCO APONTOU DUAS VEZES *
      *                O CAMINHO DE TRANSFERENCIA SEM TETO.            *
      *USADO POR:      CEP010, CEP180, CEP050, AUD010                  *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
