      ******************************************************************
      * Copybook: ORCENTC
      * Author:   Luciano Holanda Porto
      * Date:     15/10/2026
      * Finalidade: Layout do arquivo anual de orcamento de pessoal
      *             enviado pela financas (ORCAENT-AAAA), uma linha por
      *             empresa, unidade e mes, com os mesmos campos do
      *             ORCAMENTO (ORCPESC). Valores sem separador, com 2
      *             decimais implicitos. Lido pelo ORCACARG.
      ******************************************************************
       01  ORE-REGISTRO.
           05  ORE-EMPRESA            PIC 9(02).
           05  ORE-TIPO-UNIDADE       PIC X(01).
           05  ORE-UNIDADE            PIC X(08).
           05  ORE-ANO                PIC 9(04).
           05  ORE-MES                PIC 9(02).
           05  ORE-QTD-PESSOAS        PIC 9(05).
           05  ORE-MASSA-SALARIAL     PIC 9(09)V99.
           05  ORE-ENCARGOS           PIC 9(09)V99.
           05  ORE-HORAS-EXTRAS       PIC 9(09)V99.
