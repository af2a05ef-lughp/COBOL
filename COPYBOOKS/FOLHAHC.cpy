      *             gravado pelo RELAT a cada fechamento, com os
      *             valores calculados (salario, INSS, IRRF, liquido)
      *             e as aliquotas aplicadas, para consulta posterior
      *             e reemissao de holerite. O adicional noturno
      *             (FH-VALOR-ADIC-NOTURNO, sobre FH-HORAS-NOTURNAS ja
      *             reduzidas) sai em linha propria no holerite,
      *             como o adicional de insalubridade/periculosidade
      *             do cargo (FH-TIPO-ADIC-RISCO 'I'/'P', com o
      *             percentual e o valor pago na competencia).
      *             FH-VALOR-PENSAO e a soma das pensoes alimenticias
      *             judiciais descontadas (detalhe por beneficiario no
      *             PENSHIS) - deducao do IRRF e do informe anual.
      ******************************************************************
       01  FH-REGISTRO.
           05  FH-CHAVE.
           05  FH-VALOR-FALTAS        PIC S9(07)V99.
           05  FH-PRORATA             PIC X(01).
               88  FH-MES-PRORATADO   VALUE 'S'.
           05  FH-HORAS-NOTURNAS      PIC 9(03).
           05  FH-VALOR-ADIC-NOTURNO  PIC S9(05)V99.
           05  FH-TIPO-ADIC-RISCO     PIC X(01).
           05  FH-PERC-ADIC-RISCO     PIC 9(02).
           05  FH-VALOR-ADIC-RISCO    PIC S9(07)V99.
           05  FH-VALOR-PENSAO        PIC S9(07)V99.
           05  FILLER                 PIC X(01).
