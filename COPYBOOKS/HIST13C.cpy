      ******************************************************************
      * Copybook: HIST13C
      * Author:   Luciano Holanda Porto
      * Date:     15/10/2026
      * Finalidade: Layout do registro de historico do decimo terceiro
      *             (HIST13) - um registro por funcionario, ano e
      *             parcela, gravado pelo PAGTO13 quando a parcela e
      *             paga. A 1a parcela (competencia 11, ate 30/11) e
      *             metade do 13o, sem INSS nem IRRF; a 2a (competencia
      *             12, ate 20/12) e o saldo, com INSS e IRRF sobre o
      *             13o integral. H13-VALOR-PARCELA e o bruto pago na
      *             parcela (na 2a, o integral menos a 1a); as medias
      *             de horas extras e de rubricas variaveis tributaveis
      *             do ano entram no 13o integral. O registro serve de
      *             controle: parcela ja gravada nao e paga de novo, e o
      *             DESLIGA desconta da rescisao o que ja foi pago no
      *             ano.
      ******************************************************************
       01  H13-REGISTRO.
           05  H13-CHAVE.
               10  H13-MATRICULA      PIC 9(06).
               10  H13-ANO            PIC 9(04).
               10  H13-PARCELA        PIC 9(01).
                   88  H13-PRIMEIRA-PARCELA VALUE 1.
                   88  H13-SEGUNDA-PARCELA  VALUE 2.
           05  H13-NOME               PIC X(30).
           05  H13-DEPARTAMENTO       PIC X(04).
           05  H13-EMPRESA            PIC 9(02).
           05  H13-AVOS               PIC 9(02).
           05  H13-REMUNERACAO        PIC S9(07)V99.
           05  H13-MEDIA-HORAS-EXTRAS PIC S9(07)V99.
           05  H13-MEDIA-RUBRICAS     PIC S9(07)V99.
           05  H13-VALOR-INTEGRAL     PIC S9(07)V99.
           05  H13-VALOR-PARCELA      PIC S9(07)V99.
           05  H13-ALIQ-INSS          PIC 9(01)V999.
           05  H13-INSS               PIC S9(07)V99.
           05  H13-QTD-DEPENDENTES    PIC 9(02).
           05  H13-ALIQ-IRRF          PIC 9(01)V999.
           05  H13-DEDUCAO-IRRF       PIC 9(05)V99.
           05  H13-IRRF               PIC S9(07)V99.
           05  H13-VALOR-PENSAO       PIC S9(07)V99.
           05  H13-LIQUIDO            PIC S9(07)V99.
           05  H13-VALOR-FGTS         PIC S9(07)V99.
           05  H13-DATA-PAGAMENTO     PIC 9(08).
           05  FILLER                 PIC X(20).
