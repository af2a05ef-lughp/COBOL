      ******************************************************************
      * Copybook: PPLLINKC
      * Author:   Luciano Holanda Porto
      * Date:     15/10/2026
      * Finalidade: Area de parametros da subrotina PRECOPLN, que
      *             apura o preco mensal de um beneficiario do plano de
      *             saude. O chamador informa o plano, a data de
      *             nascimento, a competencia (AAAAMM) e se e titular
      *             ou dependente; a subrotina devolve a idade no
      *             primeiro dia da competencia, a faixa etaria da ANS
      *             (1 a 10), o preco da faixa, o percentual e o valor
      *             da coparticipacao do funcionario e o teto mensal do
      *             plano (que o chamador aplica ao total da familia).
      *             PPL-PLANO-INEXISTENTE indica plano fora do PLANOS -
      *             os valores voltam zerados.
      ******************************************************************
       01  PPL-PARAMETROS.
           05  PPL-PLANO              PIC X(04).
           05  PPL-DATA-NASCIMENTO    PIC 9(08).
           05  PPL-COMPETENCIA        PIC 9(06).
           05  PPL-TIPO-BENEFICIARIO  PIC X(01).
               88  PPL-TITULAR        VALUE 'T'.
               88  PPL-DEPENDENTE     VALUE 'D'.
           05  PPL-IDADE              PIC 9(03).
           05  PPL-FAIXA              PIC 9(02).
           05  PPL-PRECO              PIC 9(05)V99.
           05  PPL-PERC-FUNCIONARIO   PIC 9(03)V99.
           05  PPL-VALOR-FUNCIONARIO  PIC 9(05)V99.
           05  PPL-TETO-DESCONTO      PIC 9(05)V99.
           05  PPL-RESULTADO          PIC X(01).
               88  PPL-OK             VALUE 'S'.
               88  PPL-PLANO-INEXISTENTE VALUE 'P'.
