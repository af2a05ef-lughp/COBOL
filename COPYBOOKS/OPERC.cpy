      *             (OPERMST) - usuario, senha e nivel de permissao,
      *             mantido pelo CADOPER e conferido pela subrotina de
      *             assinatura SEGURAN no inicio dos programas de
      *             manutencao. Politica de senha: OPE-DATA-SENHA
      *             e a data da ultima troca (vence apos o prazo da
      *             SEGURAN), OPE-TROCA-SENHA 'S' obriga a troca na
      *             proxima assinatura (inclusao ou nova senha dada
      *             pelo CADOPER), OPE-SENHA-ANTERIOR guarda as tres
      *             ultimas senhas (nao podem ser reutilizadas),
      *             OPE-QTD-FALHAS conta as senhas erradas seguidas e
      *             OPE-BLOQUEIO 'S' tranca a conta ate um supervisor
      *             desbloquear no CADOPER. OPE-ULTIMO-ACESSO alimenta
      *             o relatorio de contas inativas (OPERINAT).
      *             OPE-GRUPO e a equipe do operador para a caixa de
      *             mensagens (MSGLER): mensagem enderecada ao grupo
      *             (ex.: FECHAMENTO, OPERACAO, AUDITORIA) aparece para
      *             todos os membros; o grupo SUPERVISORES e formado
      *             pelo nivel 2, sem precisar deste campo.
      ******************************************************************
       01  OPE-REGISTRO.
           05  OPE-USUARIO            PIC X(08).
               88  OPE-NIVEL-OPERADOR   VALUE 1.
               88  OPE-NIVEL-SUPERVISOR VALUE 2.
           05  OPE-NOME               PIC X(30).
           05  OPE-DATA-INCLUSAO      PIC 9(08).
           05  OPE-DATA-SENHA         PIC 9(08).
           05  OPE-TROCA-SENHA        PIC X(01).
               88  OPE-TROCA-OBRIGATORIA VALUE 'S'.
           05  OPE-QTD-FALHAS         PIC 9(02).
           05  OPE-BLOQUEIO           PIC X(01).
               88  OPE-BLOQUEADO      VALUE 'S'.
           05  OPE-DATA-BLOQUEIO      PIC 9(08).
           05  OPE-ULTIMO-ACESSO      PIC 9(08).
           05  OPE-SENHA-ANTERIOR     PIC X(08) OCCURS 3 TIMES.
           05  OPE-GRUPO              PIC X(10).
           05  FILLER                 PIC X(03).
