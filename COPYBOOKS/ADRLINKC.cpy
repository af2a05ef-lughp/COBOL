      ******************************************************************
      * Copybook: ADRLINKC
      * Author:   Luciano Holanda Porto
      * Date:     15/10/2026
      * Finalidade: Area de parametros da subrotina ADICRISC, que
      *             apura o adicional de insalubridade ou de
      *             periculosidade mensal (mes cheio) do cargo. O
      *             chamador informa o cargo, o salario e a
      *             competencia (AAAAMM, para o salario minimo
      *             vigente); a subrotina devolve o tipo ('I'/'P'), o
      *             percentual, o salario minimo usado e o valor.
      *             ADR-SEM-MINIMO indica cargo insalubre sem salario
      *             minimo cadastrado no CADTABF para a competencia -
      *             o valor volta zerado.
      ******************************************************************
       01  ADR-PARAMETROS.
           05  ADR-CARGO              PIC X(04).
           05  ADR-SALARIO            PIC S9(07)V99.
           05  ADR-COMPETENCIA        PIC 9(06).
           05  ADR-TIPO               PIC X(01).
               88  ADR-SEM-ADICIONAL  VALUE ' '.
               88  ADR-INSALUBRIDADE  VALUE 'I'.
               88  ADR-PERICULOSIDADE VALUE 'P'.
           05  ADR-PERCENTUAL         PIC 9(02).
           05  ADR-SALARIO-MINIMO     PIC 9(07)V99.
           05  ADR-VALOR              PIC S9(07)V99.
           05  ADR-RESULTADO          PIC X(01).
               88  ADR-OK             VALUE 'S'.
               88  ADR-SEM-MINIMO     VALUE 'M'.
