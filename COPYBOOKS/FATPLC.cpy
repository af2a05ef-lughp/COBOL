      ******************************************************************
      * Copybook: FATPLC
      * Author:   Luciano Holanda Porto
      * Date:     15/10/2026
      * Finalidade: Layout do registro da fatura mensal da operadora
      *             do plano de saude (FATPLANO), um registro por
      *             beneficiario cobrado: competencia, codigo do
      *             beneficiario (matricula + sequencia da adesao no
      *             PLSAUDE), nome, plano, idade considerada e valor
      *             cobrado. Conferido contra as adesoes pelo CONFPLAN.
      ******************************************************************
       01  FPL-REGISTRO.
           05  FPL-COMPETENCIA.
               10  FPL-ANO            PIC 9(04).
               10  FPL-MES            PIC 9(02).
           05  FPL-BENEFICIARIO.
               10  FPL-MATRICULA      PIC 9(06).
               10  FPL-SEQUENCIA      PIC 9(02).
           05  FPL-NOME               PIC X(30).
           05  FPL-PLANO              PIC X(04).
           05  FPL-IDADE              PIC 9(03).
           05  FPL-VALOR              PIC 9(05)V99.
           05  FILLER                 PIC X(22).
