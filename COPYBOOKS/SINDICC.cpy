      ******************************************************************
      * Copybook: SINDICC
      * Author:   Luciano Holanda Porto
      * Date:     15/10/2026
      * Finalidade: Layout do registro mestre de sindicatos (SINDIC),
      *             mantido pelo CADSIND. Cada funcionario aponta para
      *             um sindicato (EMP-SINDICATO). SIN-MES-DATA-BASE e o
      *             mes do reajuste da convencao coletiva (REAJUST);
      *             SIN-SALARIO-PISO e o piso da categoria (FAIXASAL).
      *             A contribuicao assistencial e descontada no RELAT
      *             no mes SIN-MES-CONTRIB (00 = todo mes): 'P' aplica
      *             SIN-PERC-CONTRIB sobre o salario, 'V' desconta o
      *             valor fixo SIN-VALOR-CONTRIB, em branco nao ha
      *             desconto; SIN-TETO-CONTRIB limita o valor (zero =
      *             sem teto). A conta bancaria e a de repasse do que
      *             foi recolhido (REPSIND).
      ******************************************************************
       01  SIN-REGISTRO.
           05  SIN-CODIGO             PIC X(02).
           05  SIN-NOME               PIC X(40).
           05  SIN-CNPJ               PIC 9(14).
           05  SIN-MES-DATA-BASE      PIC 9(02).
           05  SIN-SALARIO-PISO       PIC 9(07)V99.
           05  SIN-TIPO-CONTRIB       PIC X(01).
               88  SIN-SEM-CONTRIB    VALUE ' '.
               88  SIN-CONTRIB-PERCENTUAL VALUE 'P'.
               88  SIN-CONTRIB-VALOR  VALUE 'V'.
               88  SIN-TIPO-VALIDO    VALUE ' ' 'P' 'V'.
           05  SIN-PERC-CONTRIB       PIC 9(02)V99.
           05  SIN-VALOR-CONTRIB      PIC 9(05)V99.
           05  SIN-TETO-CONTRIB       PIC 9(05)V99.
           05  SIN-MES-CONTRIB        PIC 9(02).
           05  SIN-BANCO              PIC 9(03).
           05  SIN-AGENCIA            PIC 9(05).
           05  SIN-CONTA              PIC 9(10).
           05  SIN-CONTA-DV           PIC X(01).
           05  FILLER                 PIC X(10).
