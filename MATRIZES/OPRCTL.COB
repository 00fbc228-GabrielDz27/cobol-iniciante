      *                INVALIDOS OU OPERADOR INATIVO; 21 NIVEL        *
      *                INSUFICIENTE; 90 OPMESTR/SEGLOG INDISPONIVEL.  *
      *USADO POR:      CEP010, CEP040, CEP050, CEP180, OPR010, AP020,  *
      *                RFP010, CEP190, TAR010, CEP290                  *
      *----------------------------------------------------------------*
      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
