      *MODIFICATIONS
      *DATE       INIT DESCRIPTION
      *02/09/2026 GFD  CRIACAO DO PROGRAMA
      *15/10/2026 GFD  RECARGA DO CTAMESTR ZERA O BLOQUEIO
      *                JUDICIAL (CTA-VALOR-BLOQ-JUDICIAL) DE
      *                REGISTRO DESCARREGADO NO LAYOUT ANTERIOR,
      *                QUE CHEGA COM ESPACOS NA AREA NOVA
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTL010.
               EVALUATE TRUE
                   WHEN WS-MESTRE-CTA
                       MOVE UNL-REGISTRO TO CTA-REGISTRO
                       IF CTA-VALOR-BLOQ-JUDICIAL NOT NUMERIC
                           MOVE ZERO TO CTA-VALOR-BLOQ-JUDICIAL
                       END-IF
                   WHEN WS-MESTRE-CTR
                       MOVE UNL-REGISTRO TO CTR-REGISTRO
                   WHEN WS-MESTRE-PAR
