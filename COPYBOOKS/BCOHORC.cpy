      ******************************************************************
      * Copybook: BCOHORC
      * Author:   Luciano Holanda Porto
      * Date:     15/10/2026
      * Finalidade: Layout do registro do banco de horas (BANCOHRS) -
      *             um registro por funcionario optante por competencia
      *             de origem, gravado pelo APURAPON: horas extras do
      *             mes creditadas, horas de falta do mes compensadas
      *             com o saldo e quanto do credito do mes ainda esta
      *             no banco (BCH-HORAS-SALDO - as faltas consomem os
      *             creditos mais antigos primeiro). Credito que passa
      *             do prazo do acordo (6 meses) e pago pelo BANCOHOR
      *             como rubrica BHVC na competencia de fechamento.
      ******************************************************************
       01  BCH-REGISTRO.
           05  BCH-CHAVE.
               10  BCH-MATRICULA      PIC 9(06).
               10  BCH-COMPETENCIA.
                   15  BCH-ANO        PIC 9(04).
                   15  BCH-MES        PIC 9(02).
           05  BCH-HORAS-CREDITO      PIC 9(03).
           05  BCH-HORAS-DEBITO       PIC 9(03).
           05  BCH-HORAS-SALDO        PIC 9(03).
           05  BCH-HORAS-PAGAS        PIC 9(03).
           05  BCH-COMP-PAGAMENTO     PIC 9(06).
           05  BCH-VALOR-PAGO         PIC S9(07)V99.
           05  FILLER                 PIC X(10).
