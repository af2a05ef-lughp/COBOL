      ******************************************************************
      * Copybook: PROGFERC
      * Author:   Luciano Holanda Porto
      * Date:     15/10/2026
      * Finalidade: Layout do registro de programacao de ferias
      *             (PROGFER), um registro por periodo programado,
      *             chaveado por matricula + sequencia, com chave
      *             alternada pelo departamento (para a conta de quem
      *             estara fora ao mesmo tempo). Pedido pelo proprio
      *             funcionario no CONSFUNC (origem 'F') ou digitado
      *             pelo RH no PROGFER (origem 'R'); nasce pendente e
      *             e aprovado ou rejeitado pelo gestor do departamento
      *             (DEP-GESTOR-MATRICULA) no CONSFUNC. A programacao
      *             aprovada cujo inicio ja chegou e lancada pelo
      *             PROGFER no FERGOZO e no saldo do FERIAS (situacao
      *             'G'). PFE-DATA-FIM e o ultimo dia de gozo.
      ******************************************************************
       01  PFE-REGISTRO.
           05  PFE-CHAVE.
               10  PFE-MATRICULA      PIC 9(06).
               10  PFE-SEQUENCIA      PIC 9(02).
           05  PFE-DEPARTAMENTO       PIC X(04).
           05  PFE-DATA-INICIO        PIC 9(08).
           05  PFE-DIAS               PIC 9(03).
           05  PFE-DATA-FIM           PIC 9(08).
           05  PFE-SITUACAO           PIC X(01).
               88  PFE-PENDENTE       VALUE 'P'.
               88  PFE-APROVADA       VALUE 'A'.
               88  PFE-REJEITADA      VALUE 'R'.
               88  PFE-LANCADA        VALUE 'G'.
               88  PFE-CANCELADA      VALUE 'C'.
               88  PFE-EM-ABERTO      VALUE 'P' 'A'.
               88  PFE-VIGENTE        VALUE 'P' 'A' 'G'.
           05  PFE-ORIGEM             PIC X(01).
               88  PFE-ORIGEM-FUNCIONARIO VALUE 'F'.
               88  PFE-ORIGEM-RH      VALUE 'R'.
           05  PFE-SOLICITANTE        PIC X(08).
           05  PFE-DATA-SOLICITACAO   PIC 9(08).
           05  PFE-APROVADOR          PIC X(08).
           05  PFE-DATA-DECISAO       PIC 9(08).
           05  PFE-DATA-LANCAMENTO    PIC 9(08).
           05  FILLER                 PIC X(10).
