      *             por CADFUNC (alteracao acima do limite) e REAJUST
      *             (simulacao), e resolvido pelo APROVSAL, onde um
      *             operador diferente do solicitante aprova ou
      *             rejeita. O CARREIRA grava a progressao por tempo
      *             de servico com origem 'P' e, em PSL-DEGRAU-ANOS, os
      *             anos do degrau do plano de carreira alcancado.
      ******************************************************************
       01  PSL-REGISTRO.
           05  PSL-MATRICULA          PIC 9(06).
           05  PSL-ORIGEM             PIC X(01).
               88  PSL-ORIGEM-CADFUNC VALUE 'C'.
               88  PSL-ORIGEM-REAJUST VALUE 'R'.
               88  PSL-ORIGEM-PROGRESSAO VALUE 'P'.
           05  PSL-SOLICITANTE        PIC X(08).
           05  PSL-DATA-HORA          PIC X(14).
           05  PSL-DEGRAU-ANOS        PIC 9(02).
           05  FILLER                 PIC X(10).
