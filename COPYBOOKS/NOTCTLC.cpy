      ******************************************************************
      * Copybook: NOTCTLC
      * Author:   Luciano Holanda Porto
      * Date:     15/10/2026
      * Finalidade: Layout do registro de controle da cadeia noturna
      *             (NOTURCTL), um registro por data de execucao,
      *             mantido pelo NOTURNO: situacao da cadeia, tipo do
      *             dia no calendario (CALENDAR) e, por etapa (na
      *             ordem SALVATUD, CONFDIA, INTEGRID e verificacao
      *             das TRAVAS), a situacao, o codigo de retorno e a
      *             data/hora de inicio e de fim. A retomada parte da
      *             primeira etapa nao concluida.
      ******************************************************************
       01  NTC-REGISTRO.
           05  NTC-DATA-EXECUCAO      PIC 9(08).
           05  NTC-SITUACAO           PIC X(01).
               88  NTC-EM-ANDAMENTO   VALUE 'A'.
               88  NTC-INTERROMPIDA   VALUE 'I'.
               88  NTC-CONCLUIDA      VALUE 'C'.
      * Tipo do dia como no CALENDAR (U, S, D, F); branco quando a
      * data nao esta cadastrada (a cadeia roda inteira).
           05  NTC-TIPO-DIA           PIC X(01).
           05  NTC-OPERADOR           PIC X(08).
           05  NTC-QTD-EXECUCOES      PIC 9(02).
      * Situacao de cada etapa: P = pendente, X = em execucao (sessao
      * caida no meio da etapa), O = concluida, E = erro, S = pulada
      * por dia nao util.
           05  NTC-ETAPA OCCURS 4 TIMES.
               10  NTC-SITUACAO-ETAPA PIC X(01).
                   88  NTC-ETAPA-PENDENTE  VALUE 'P'.
                   88  NTC-ETAPA-EXECUCAO  VALUE 'X'.
                   88  NTC-ETAPA-CONCLUIDA VALUE 'O'.
                   88  NTC-ETAPA-ERRO      VALUE 'E'.
                   88  NTC-ETAPA-PULADA    VALUE 'S'.
               10  NTC-RC             PIC 9(04).
               10  NTC-DATA-INICIO    PIC 9(08).
               10  NTC-HORA-INICIO    PIC 9(06).
               10  NTC-DATA-FIM       PIC 9(08).
               10  NTC-HORA-FIM       PIC 9(06).
           05  NTC-QTD-TRAVAS-VELHAS  PIC 9(04).
           05  FILLER                 PIC X(20).
