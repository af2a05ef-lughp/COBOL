      ******************************************************************
      * Copybook: GRRFC
      * Author:   Luciano Holanda Porto
      * Date:     15/10/2026
      * Finalidade: Layout do arquivo de recolhimento rescisorio do
      *             FGTS (GRRF-AAAAMM, sufixo -Enn por empresa como o
      *             RESCCTB), acrescido pelo DESLIGA a cada desligamento
      *             da competencia: matricula, CPF (do EMPCOMP), datas
      *             do vinculo, motivo, deposito do mes da rescisao,
      *             saldo base da multa, percentual e valor da multa e
      *             o total a recolher na guia.
      ******************************************************************
       01  GRR-REGISTRO.
           05  GRR-COMPETENCIA.
               10  GRR-ANO            PIC 9(04).
               10  GRR-MES            PIC 9(02).
           05  GRR-EMPRESA            PIC 9(02).
           05  GRR-MATRICULA          PIC 9(06).
           05  GRR-CPF                PIC 9(11).
           05  GRR-NOME               PIC X(30).
           05  GRR-DATA-ADMISSAO      PIC 9(08).
           05  GRR-DATA-DESLIGAMENTO  PIC 9(08).
           05  GRR-MOTIVO             PIC X(01).
           05  GRR-VALOR-DEPOSITO     PIC S9(07)V99.
           05  GRR-SALDO-BASE-MULTA   PIC S9(09)V99.
           05  GRR-PERC-MULTA         PIC 9(02).
           05  GRR-VALOR-MULTA        PIC S9(07)V99.
           05  GRR-TOTAL              PIC S9(09)V99.
           05  FILLER                 PIC X(10).
