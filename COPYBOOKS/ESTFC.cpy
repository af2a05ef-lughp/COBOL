      ******************************************************************
      * Copybook: ESTFC
      * Author:   Luciano Holanda Porto
      * Date:     15/10/2026
      * Finalidade: Layout do registro da trilha de auditoria das
      *             reaberturas de competencia (ESTFLOG), gravado pelo
      *             ESTFECH a cada estorno de fechamento: quando, quem
      *             (usuario assinado na SEGURAN), empresa, competencia,
      *             o motivo informado e o que foi desfeito - registros
      *             de historico e liquido, depositos de FGTS,
      *             parcelas de emprestimo, adiantamentos e lancamentos
      *             contabeis estornados.
      ******************************************************************
       01  EST-REGISTRO.
           05  EST-DATA-HORA          PIC X(14).
           05  EST-USUARIO            PIC X(08).
           05  EST-EMPRESA            PIC 9(02).
           05  EST-COMPETENCIA.
               10  EST-ANO            PIC 9(04).
               10  EST-MES            PIC 9(02).
           05  EST-MOTIVO             PIC X(60).
           05  EST-QTD-FOLHAHIS       PIC 9(06).
           05  EST-TOTAL-LIQUIDO      PIC S9(11)V99.
           05  EST-QTD-FGTSDEP        PIC 9(06).
           05  EST-TOTAL-FGTSDEP      PIC S9(11)V99.
           05  EST-QTD-EMPREST        PIC 9(06).
           05  EST-TOTAL-EMPREST      PIC S9(11)V99.
           05  EST-QTD-ADIANT         PIC 9(06).
           05  EST-QTD-CTB            PIC 9(06).
           05  FILLER                 PIC X(10).
