      *             ordenar funcionarios por salario. Mesmos campos de
      *             EMPREGC, com prefixo ORD- para nao colidir com o
      *             registro do mestre (EMP-) no mesmo programa.
      *             ORD-EXTRATO leva junto o registro inteiro do
      *             extrato de pre-folha (PREFOLC) do funcionario, para
      *             o calculo nao precisar reler os arquivos satelites.
      ******************************************************************
       01  ORD-REGISTRO.
           05  ORD-MATRICULA          PIC 9(06).
           05  ORD-STATUS             PIC X(01).
           05  ORD-DATA-DESLIGAMENTO  PIC 9(08).
           05  ORD-EMPRESA            PIC 9(02).
           05  ORD-CARGO              PIC X(04).
           05  FILLER                 PIC X(13).
           05  ORD-EXTRATO            PIC X(6402).
