      *             competencia, gravado pelo ADIANTA quando o
      *             adiantamento de 40 por cento e gerado e pago no
      *             dia 15. O RELAT desconta o valor no liquido do
      *             fechamento da mesma competencia e, no fechamento
      *             oficial, marca o adiantamento como descontado
      *             (ADT-SITUACAO 'D', com a data) - marca que o
      *             ESTFECH desfaz ao reabrir a competencia.
      ******************************************************************
       01  ADT-REGISTRO.
           05  ADT-CHAVE.
                   15  ADT-MES        PIC 9(02).
           05  ADT-VALOR              PIC 9(07)V99.
           05  ADT-DATA-GERACAO       PIC 9(08).
           05  ADT-SITUACAO           PIC X(01).
               88  ADT-PENDENTE       VALUE ' '.
               88  ADT-DESCONTADO     VALUE 'D'.
           05  ADT-DATA-DESCONTO      PIC 9(08).
           05  FILLER                 PIC X(03).
