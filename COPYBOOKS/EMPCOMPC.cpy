      *             duplicidade), endereco, contato e dados bancarios.
      *             Mantido pelo CADFUNC em passo com a inclusao e a
      *             exclusao do mestre; o EXPFUNC leva banco, agencia
      *             e conta para o arquivo de pagamento. Passado o
      *             prazo de guarda do desligado, o ANONIMIZ apaga CPF,
      *             endereco, contato e conta e marca ECP-ANONIMIZADO
      *             com a data.
      ******************************************************************
       01  ECP-REGISTRO.
           05  ECP-MATRICULA          PIC 9(06).
           05  ECP-AGENCIA            PIC 9(05).
           05  ECP-CONTA              PIC 9(10).
           05  ECP-CONTA-DV           PIC X(01).
           05  ECP-ANONIMIZADO        PIC X(01).
               88  ECP-DADOS-ANONIMIZADOS VALUE 'S'.
           05  ECP-DATA-ANONIMIZACAO  PIC 9(08).
           05  FILLER                 PIC X(05).
