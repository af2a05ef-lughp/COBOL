      ******************************************************************
      * Copybook: PENSJUC
      * Author:   Luciano Holanda Porto
      * Date:     15/10/2026
      * Finalidade: Layout do registro de pensoes alimenticias
      *             judiciais (PENSJUD) - uma decisao por matricula e
      *             sequencia, mantida pelo CADPENS: numero do
      *             processo, beneficiario (nome, CPF e conta para o
      *             credito pelo EXPFUNC), base do desconto e
      *             vigencia (AAAAMM; vigencia final zero = sem
      *             prazo). A base pode ser:
      *               - 'B' percentual do bruto;
      *               - 'L' percentual do liquido depois de INSS e
      *                 IRRF;
      *               - 'M' quantidade de salarios minimos (TABFOLHA
      *                 tipo 'M').
      *             PEN-INCIDE-13 e PEN-INCIDE-FERIAS dizem se a
      *             decisao alcanca o 13o salario e as ferias + 1/3.
      *             Apurada pela subrotina PENSAOC.
      ******************************************************************
       01  PEN-REGISTRO.
           05  PEN-CHAVE.
               10  PEN-MATRICULA      PIC 9(06).
               10  PEN-SEQUENCIA      PIC 9(02).
           05  PEN-PROCESSO           PIC X(20).
           05  PEN-BENEF-NOME         PIC X(30).
           05  PEN-BENEF-CPF          PIC 9(11).
           05  PEN-BANCO              PIC 9(03).
           05  PEN-AGENCIA            PIC 9(05).
           05  PEN-CONTA              PIC 9(10).
           05  PEN-CONTA-DV           PIC X(01).
           05  PEN-TIPO-BASE          PIC X(01).
               88  PEN-BASE-BRUTO     VALUE 'B'.
               88  PEN-BASE-LIQUIDO   VALUE 'L'.
               88  PEN-BASE-MINIMOS   VALUE 'M'.
           05  PEN-PERCENTUAL         PIC 9(03)V99.
           05  PEN-QTD-MINIMOS        PIC 9(02)V99.
           05  PEN-INCIDE-13          PIC X(01).
               88  PEN-ALCANCA-13     VALUE 'S'.
           05  PEN-INCIDE-FERIAS      PIC X(01).
               88  PEN-ALCANCA-FERIAS VALUE 'S'.
           05  PEN-VIGENCIA-INI       PIC 9(06).
           05  PEN-VIGENCIA-FIM       PIC 9(06).
           05  PEN-OPERADOR           PIC X(08).
           05  FILLER                 PIC X(12).
