      *             funcionario, gravado pelo CADFUNC na readmissao,
      *             preservando admissao, desligamento e ultimo salario
      *             do contrato anterior. O ANTIGUID lista estes
      *             periodos junto do vinculo atual; o extrato do
      *             FGTS (FGTSEXT) separa os depositos por periodo.
      ******************************************************************
       01  PER-REGISTRO.
           05  PER-CHAVE.
           05  PER-DATA-ADMISSAO      PIC 9(08).
           05  PER-DATA-DESLIGAMENTO  PIC 9(08).
           05  PER-ULTIMO-SALARIO     PIC S9(07)V99.
           05  PER-MOTIVO-DESLIGAMENTO PIC X(01).
           05  FILLER                 PIC X(13).
