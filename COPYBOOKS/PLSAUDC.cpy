      ******************************************************************
      * Copybook: PLSAUDC
      * Author:   Luciano Holanda Porto
      * Date:     15/10/2026
      * Finalidade: Layout do registro de adesao ao plano de saude
      *             (PLSAUDE), um por beneficiario, chaveado pela
      *             matricula do funcionario + sequencia: 00 para o
      *             titular, ou a sequencia do dependente no DEPEND. A
      *             matricula + sequencia e o codigo do beneficiario
      *             informado a operadora, e volta na fatura (FATPLANO).
      *             A data de nascimento define a faixa etaria do
      *             preco. Adesao vigente tem PLA-DATA-FIM zerada;
      *             encerrada, guarda a data e o motivo. Mantido pelo
      *             ADESPLAN; o CADFUNC encerra a do dependente
      *             excluido.
      ******************************************************************
       01  PLA-REGISTRO.
           05  PLA-CHAVE.
               10  PLA-MATRICULA      PIC 9(06).
               10  PLA-SEQUENCIA      PIC 9(02).
                   88  PLA-TITULAR    VALUE 0.
           05  PLA-NOME               PIC X(30).
           05  PLA-DATA-NASCIMENTO    PIC 9(08).
           05  PLA-PLANO              PIC X(04).
           05  PLA-CARTEIRINHA        PIC X(20).
           05  PLA-DATA-INICIO        PIC 9(08).
           05  PLA-DATA-FIM           PIC 9(08).
               88  PLA-VIGENTE        VALUE 0.
           05  PLA-MOTIVO-FIM         PIC X(01).
               88  PLA-FIM-A-PEDIDO   VALUE 'P'.
               88  PLA-FIM-DEPENDENTE VALUE 'D'.
               88  PLA-FIM-TITULAR    VALUE 'T'.
           05  PLA-DATA-ALTERACAO     PIC 9(08).
           05  PLA-OPERADOR           PIC X(08).
           05  FILLER                 PIC X(20).
