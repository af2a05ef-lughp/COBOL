      *             codigo, titulo e faixa salarial (piso e teto),
      *             mantido pelo CADCARGO. CADFUNC e REAJUST validam o
      *             salario contra a faixa do cargo; o FAIXASAL lista
      *             quem esta fora dela. CRG-ADICIONAL da o grau de
      *             risco do cargo: 'I' insalubridade, com
      *             CRG-PERC-ADICIONAL de 10, 20 ou 40 por cento do
      *             salario minimo vigente (TABFOLHA tipo 'M'); 'P'
      *             periculosidade, 30 por cento do salario; em branco,
      *             sem adicional. O valor e apurado pela subrotina
      *             ADICRISC.
      *             Plano de carreira: CRG-DEGRAU traz ate 5 degraus
      *             de progressao por tempo de servico (anos completos
      *             e, por degrau, percentual sobre o salario 'P' ou
      *             salario do degrau 'V'), aplicados pelo CARREIRA no
      *             mes do aniversario de admissao via PENDSAL/
      *             APROVSAL. CRG-CONTA-PERIODOS = 'S' soma ao vinculo
      *             atual os contratos anteriores (PERIODOS).
      *             CRG-PERIODICIDADE-ASO e o intervalo, em meses,
      *             entre os exames medicos periodicos (ASO) do cargo;
      *             zero segue o padrao do CADASO - 12 meses para cargo
      *             com adicional de risco, 24 para os demais.
      ******************************************************************
       01  CRG-REGISTRO.
           05  CRG-CODIGO             PIC X(04).
           05  CRG-TITULO             PIC X(30).
           05  CRG-SALARIO-PISO       PIC 9(07)V99.
           05  CRG-SALARIO-TETO       PIC 9(07)V99.
           05  CRG-ADICIONAL          PIC X(01).
               88  CRG-SEM-ADICIONAL  VALUE ' '.
               88  CRG-INSALUBRE      VALUE 'I'.
               88  CRG-PERICULOSO     VALUE 'P'.
           05  CRG-PERC-ADICIONAL     PIC 9(02).
           05  CRG-CONTA-PERIODOS     PIC X(01).
               88  CRG-SOMA-PERIODOS  VALUE 'S'.
           05  CRG-QTD-DEGRAUS        PIC 9(01).
           05  CRG-DEGRAU OCCURS 5 TIMES INDEXED BY CRG-IDX.
               10  CRG-DEGRAU-ANOS    PIC 9(02).
               10  CRG-DEGRAU-TIPO    PIC X(01).
                   88  CRG-DEGRAU-PERCENTUAL VALUE 'P'.
                   88  CRG-DEGRAU-VALOR VALUE 'V'.
               10  CRG-DEGRAU-PERC    PIC 9(03)V99.
               10  CRG-DEGRAU-SALARIO PIC 9(07)V99.
           05  CRG-PERIODICIDADE-ASO  PIC 9(02).
           05  FILLER                 PIC X(07).
