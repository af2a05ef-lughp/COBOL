      ******************************************************************
      * Copybook: EMPRHC
      * Author:   Luciano Holanda Porto
      * Date:     15/10/2026
      * Finalidade: Layout do historico de parcelas de emprestimo
      *             consignado amortizadas (EMPRHIS) - um registro por
      *             funcionario, competencia e emprestimo, gravado pelo
      *             RELAT no fechamento oficial junto com a amortizacao
      *             do EMPREST. E o que o ESTFECH usa para devolver ao
      *             saldo devedor as parcelas de uma competencia
      *             reaberta.
      ******************************************************************
       01  EPH-REGISTRO.
           05  EPH-CHAVE.
               10  EPH-MATRICULA      PIC 9(06).
               10  EPH-COMPETENCIA.
                   15  EPH-ANO        PIC 9(04).
                   15  EPH-MES        PIC 9(02).
               10  EPH-CODIGO         PIC X(03).
           05  EPH-EMPRESA            PIC 9(02).
           05  EPH-VALOR-PARCELA      PIC S9(07)V99.
           05  EPH-NUMERO-PARCELA     PIC 9(03).
           05  EPH-QUITOU             PIC X(01).
               88  EPH-PARCELA-QUITOU VALUE 'S'.
           05  EPH-DATA-LANCAMENTO    PIC 9(08).
           05  FILLER                 PIC X(10).
