      ******************************************************************
      * Copybook: PNLLINKC
      * Author:   Luciano Holanda Porto
      * Date:     15/10/2026
      * Finalidade: Area de parametros da subrotina PENSAOC, que apura
      *             as pensoes alimenticias judiciais (PENSJUD) de um
      *             funcionario numa folha. O chamador informa a
      *             matricula, a competencia (AAAAMM), o tipo de folha
      *             ('M' mensal, 'T' 13o salario), o bruto, a parte do
      *             bruto que e de ferias + 1/3, o liquido depois de
      *             INSS e IRRF, os avos (13o) e o teto do desconto
      *             (PNL-TETO - normalmente o proprio liquido; na 2a
      *             parcela do 13o, o que sobra dela depois da 1a
      *             parcela e dos impostos); a subrotina devolve
      *             cada pensao vigente com os dados do beneficiario e
      *             o total. PNL-LIMITADA indica que a soma foi
      *             reduzida ao teto disponivel; PNL-SEM-MINIMO, que
      *             uma decisao em salarios minimos ficou zerada por
      *             falta do minimo da competencia no CADTABF.
      ******************************************************************
       01  PNL-PARAMETROS.
           05  PNL-MATRICULA          PIC 9(06).
           05  PNL-COMPETENCIA        PIC 9(06).
           05  PNL-TIPO-FOLHA         PIC X(01).
               88  PNL-FOLHA-MENSAL   VALUE 'M'.
               88  PNL-FOLHA-13       VALUE 'T'.
           05  PNL-BRUTO              PIC S9(07)V99.
           05  PNL-VALOR-FERIAS       PIC S9(07)V99.
           05  PNL-LIQUIDO            PIC S9(07)V99.
           05  PNL-AVOS               PIC 9(02).
           05  PNL-TETO               PIC S9(07)V99.
           05  PNL-QTD-PENSOES        PIC 9(01).
           05  PNL-PENSAO OCCURS 5 TIMES INDEXED BY PNL-IDX.
               10  PNL-SEQUENCIA      PIC 9(02).
               10  PNL-BENEF-NOME     PIC X(30).
               10  PNL-BENEF-CPF      PIC 9(11).
               10  PNL-BANCO          PIC 9(03).
               10  PNL-AGENCIA        PIC 9(05).
               10  PNL-CONTA          PIC 9(10).
               10  PNL-CONTA-DV       PIC X(01).
               10  PNL-VALOR          PIC S9(07)V99.
           05  PNL-TOTAL              PIC S9(07)V99.
           05  PNL-RESULTADO          PIC X(01).
               88  PNL-OK             VALUE 'S'.
               88  PNL-LIMITADA       VALUE 'L'.
               88  PNL-SEM-MINIMO     VALUE 'M'.
