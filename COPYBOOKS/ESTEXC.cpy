      ******************************************************************
      * Copybook: ESTEXC
      * Author:   Luciano Holanda Porto
      * Date:     15/10/2026
      * Finalidade: Layout do registro de estatisticas de execucao da
      *             folha (FOLHAEST), gravado pelo PREFOLHA e pelo
      *             RELAT ao fim de cada fase: quando, que programa,
      *             competencia e empresa, a fase, quantos registros
      *             ela tratou e quanto tempo levou (em centesimos de
      *             segundo), para acompanhar o crescimento da janela
      *             do processamento noturno mes a mes.
      ******************************************************************
       01  ETX-REGISTRO.
           05  ETX-DATA-HORA          PIC X(14).
           05  ETX-PROGRAMA           PIC X(08).
           05  ETX-COMPETENCIA.
               10  ETX-ANO            PIC 9(04).
               10  ETX-MES            PIC 9(02).
           05  ETX-EMPRESA            PIC 9(02).
           05  ETX-FASE               PIC X(20).
           05  ETX-REGISTROS          PIC 9(09).
           05  ETX-DURACAO-CS         PIC 9(09).
           05  FILLER                 PIC X(10).
