      *
      * Historico de alteracoes:
      *   03/09/2026 LHP  Versao inicial.
      *   15/10/2026 LHP  Adiantamento gravado como pendente de desconto
      *                   (ADT-SITUACAO), marca que o RELAT oficial
      *                   troca para descontado.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           MOVE WS-PARM-MES   TO ADT-MES.
           MOVE WS-VALOR-ADIANTAMENTO TO ADT-VALOR.
           MOVE WS-DATA-SISTEMA TO ADT-DATA-GERACAO.
           MOVE 0 TO ADT-DATA-DESCONTO.
           WRITE ADT-REGISTRO
               INVALID KEY
                   ADD 1 TO WS-QTD-JA-GERADOS
