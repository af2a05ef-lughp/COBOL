      * Finalidade: Layout do arquivo de declaracao mensal ao governo
      *             (DECLARAC-AAAAMM), gerado pelo DECLMENS: header
      *             'H', admissoes 'A', desligamentos 'D', remuneracao
      *             'R' por funcionario ativo, contribuinte individual
      *             'C' (autonomo ou socio pago no PAGCONTR, um registro
      *             por contribuinte no mes, com o bruto em DCL-VALOR,
      *             a data do ultimo pagamento, a categoria e o INSS
      *             retido), e trailer 'T' com as quantidades (no lugar
      *             do nome, via REDEFINES) e o total de remuneracoes
      *             dos funcionarios declaradas em DCL-VALOR.
      ******************************************************************
       01  DCL-REGISTRO.
           05  DCL-TIPO               PIC X(01).
               88  DCL-TIPO-ADMISSAO  VALUE 'A'.
               88  DCL-TIPO-DESLIG    VALUE 'D'.
               88  DCL-TIPO-REMUNER   VALUE 'R'.
               88  DCL-TIPO-CONTRIB   VALUE 'C'.
               88  DCL-TIPO-TRAILER   VALUE 'T'.
           05  DCL-COMPETENCIA.
               10  DCL-ANO            PIC 9(04).
               10  DCL-QTD-ADMISSOES  PIC 9(06).
               10  DCL-QTD-DESLIG     PIC 9(06).
               10  DCL-QTD-REMUNER    PIC 9(06).
               10  DCL-QTD-CONTRIB    PIC 9(06).
               10  FILLER             PIC X(06).
           05  DCL-DATA-EVENTO        PIC 9(08).
           05  DCL-VALOR              PIC S9(09)V99.
           05  DCL-CATEGORIA          PIC X(01).
           05  DCL-INSS-RETIDO        PIC S9(07)V99.
