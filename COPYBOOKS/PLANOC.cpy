      ******************************************************************
      * Copybook: PLANOC
      * Author:   Luciano Holanda Porto
      * Date:     15/10/2026
      * Finalidade: Layout do registro mestre de planos de saude
      *             (PLANOS), mantido pelo CADPLANO: operadora, tabela
      *             de precos por faixa etaria e regra de
      *             coparticipacao do funcionario. As 10 faixas sao as
      *             da ANS - ate 18 anos, 19-23, 24-28, 29-33, 34-38,
      *             39-43, 44-48, 49-53, 54-58 e 59 ou mais - e o
      *             preco de cada uma e o mensal por pessoa. O
      *             funcionario paga PLN-PERC-TITULAR do proprio preco
      *             e PLN-PERC-DEPENDENTE do preco de cada dependente,
      *             limitado no mes a PLN-TETO-DESCONTO (zero = sem
      *             teto); o resto e custeado pela empresa.
      ******************************************************************
       01  PLN-REGISTRO.
           05  PLN-CODIGO             PIC X(04).
           05  PLN-DESCRICAO          PIC X(30).
           05  PLN-OPERADORA          PIC X(30).
           05  PLN-REGISTRO-ANS       PIC 9(06).
           05  PLN-PERC-TITULAR       PIC 9(03)V99.
           05  PLN-PERC-DEPENDENTE    PIC 9(03)V99.
           05  PLN-TETO-DESCONTO      PIC 9(05)V99.
           05  PLN-PRECO-FAIXA        PIC 9(05)V99
                                      OCCURS 10 TIMES
                                      INDEXED BY PLN-IDX-FAIXA.
           05  FILLER                 PIC X(20).
