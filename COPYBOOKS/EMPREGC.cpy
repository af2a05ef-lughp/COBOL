      * Date:     09/08/2026
      * Finalidade: Layout do registro mestre de funcionarios (EMPREG),
      *             compartilhado por todos os programas da folha.
      *             EMP-BANCO-HORAS = 'S' marca quem tem acordo de
      *             banco de horas: as extras apuradas no APURAPON vao
      *             para o saldo (BANCOHRS) em vez de serem pagas.
      *             EMP-JORNADA aponta a jornada/escala do mestre
      *             JORNADA (CADJORN); em branco, jornada padrao de 44
      *             horas semanais e divisor 220.
      *             EMP-MOTIVO-DESLIGAMENTO e informado no DESLIGA e
      *             define a multa do FGTS (40 por cento sem justa
      *             causa, 20 por cento no acordo, nada nos demais).
      *             EMP-SINDICATO aponta o sindicato da categoria no
      *             mestre SINDIC (CADSIND); em branco, funcionario sem
      *             sindicato (sem contribuicao nem piso a conferir).
      ******************************************************************
       01  EMP-REGISTRO.
           05  EMP-MATRICULA          PIC 9(06).
           05  EMP-ADIANTAMENTO       PIC X(01).
               88  EMP-OPTANTE-ADIANT VALUE 'S'.
           05  EMP-EMPRESA            PIC 9(02).
           05  EMP-BANCO-HORAS        PIC X(01).
               88  EMP-OPTANTE-BANCO  VALUE 'S'.
           05  EMP-JORNADA            PIC X(04).
           05  EMP-MOTIVO-DESLIGAMENTO PIC X(01).
               88  EMP-DESLIG-SEM-JUSTA-CAUSA VALUE 'S'.
               88  EMP-DESLIG-ACORDO  VALUE 'A'.
               88  EMP-DESLIG-PEDIDO  VALUE 'P'.
               88  EMP-DESLIG-JUSTA-CAUSA VALUE 'J'.
               88  EMP-MOTIVO-VALIDO  VALUE 'S' 'A' 'P' 'J'.
           05  EMP-SINDICATO          PIC X(02).
