      * Finalidade: Manutencao do arquivo de consignacoes (CONSIG) -
      *             descontos recorrentes por funcionario (copay do
      *             plano de saude, vale-transporte, mensalidade do
      *             sindicato), com valor fixo ou percentual do salario
      *             e vigencia. O RELAT aplica cada consignacao vigente
      *             no liquido da competencia, depois dos impostos.
      *             Pensao alimenticia judicial nao e consignacao: vai
      *             no PENSJUD, mantido pelo CADPENS.
      *
      * Historico de alteracoes:
      *   21/08/2026 LHP  Versao inicial.
      *   15/10/2026 LHP  Pensao alimenticia sai das consignacoes e
      *                   passa ao cadastro proprio de decisoes
      *                   judiciais (CADPENS/PENSJUD), com beneficiario
      *                   pago no arquivo bancario - as pensoes ainda
      *                   cadastradas aqui devem ser migradas pelo
      *                   CADPENS e excluidas, para nao descontar duas
      *                   vezes.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
