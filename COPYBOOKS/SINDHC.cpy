      ******************************************************************
      * Copybook: SINDHC
      * Author:   Luciano Holanda Porto
      * Date:     15/10/2026
      * Finalidade: Layout do historico de contribuicoes sindicais
      *             descontadas (SINDHIS) - um registro por funcionario
      *             e competencia, gravado pelo RELAT no fechamento
      *             oficial. Guarda o sindicato e a base do desconto
      *             para o repasse (REPSIND) e para o holerite nao
      *             dependerem de alteracoes posteriores no cadastro.
      ******************************************************************
       01  SDH-REGISTRO.
           05  SDH-CHAVE.
               10  SDH-MATRICULA      PIC 9(06).
               10  SDH-COMPETENCIA.
                   15  SDH-ANO        PIC 9(04).
                   15  SDH-MES        PIC 9(02).
           05  SDH-SINDICATO          PIC X(02).
           05  SDH-NOME               PIC X(30).
           05  SDH-DEPARTAMENTO       PIC X(04).
           05  SDH-EMPRESA            PIC 9(02).
           05  SDH-BASE               PIC S9(07)V99.
           05  SDH-VALOR              PIC S9(07)V99.
           05  SDH-DATA-LANCAMENTO    PIC 9(08).
           05  FILLER                 PIC X(10).
