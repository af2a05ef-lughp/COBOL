      *             gravado pela SEGURAN a cada tentativa de
      *             assinatura: data/hora, usuario, programa chamador
      *             e resultado ('A' liberado, 'N' senha errada, 'P'
      *             sem permissao, 'B' conta bloqueada, 'T' troca
      *             obrigatoria de senha nao concluida). Consultado
      *             pelo CONSACES.
      ******************************************************************
       01  ACS-REGISTRO.
           05  ACS-DATA-HORA          PIC X(14).
               88  ACS-LIBERADO       VALUE 'A'.
               88  ACS-SENHA-ERRADA   VALUE 'N'.
               88  ACS-SEM-PERMISSAO  VALUE 'P'.
               88  ACS-CONTA-BLOQUEADA VALUE 'B'.
               88  ACS-TROCA-PENDENTE VALUE 'T'.
           05  FILLER                 PIC X(09).
