      ******************************************************************
      * Copybook: JORNADC
      * Author:   Luciano Holanda Porto
      * Date:     15/10/2026
      * Finalidade: Layout do registro mestre de jornadas/escalas
      *             (JORNADA), mantido pelo CADJORN. Cada funcionario
      *             aponta para uma jornada (EMP-JORNADA); o APURAPON
      *             tira dela as horas esperadas no mes, o limite
      *             semanal das extras e o divisor do valor-hora.
      *             JOR-TIPO 'S' e a jornada semanal comum (extras
      *             acima de JOR-HORAS-SEMANA na semana); 'E' e a
      *             escala 12x36 (plantao dia sim, dia nao - extras so
      *             acima das horas esperadas no mes). A janela do
      *             turno (HHMM) e a faixa normal de trabalho da
      *             escala, so informativa para a apuracao.
      ******************************************************************
       01  JOR-REGISTRO.
           05  JOR-CODIGO             PIC X(04).
           05  JOR-DESCRICAO          PIC X(30).
           05  JOR-TIPO               PIC X(01).
               88  JOR-SEMANAL        VALUE 'S'.
               88  JOR-ESCALA         VALUE 'E'.
           05  JOR-HORAS-DIA          PIC 9(02).
           05  JOR-HORAS-SEMANA       PIC 9(02).
           05  JOR-DIVISOR            PIC 9(03).
           05  JOR-INICIO-TURNO       PIC 9(04).
           05  JOR-FIM-TURNO          PIC 9(04).
           05  FILLER                 PIC X(10).
