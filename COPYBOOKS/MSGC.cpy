      *             limpeza periodica das mensagens lidas (LIMPEZA);
      *             registros antigos, gravados antes do campo existir,
      *             ficam com a data zerada.
      *             MSG-DESTINATARIO e o usuario do OPERMST, o grupo
      *             do operador (OPE-GRUPO) ou SUPERVISORES; destino
      *             que nao casa com nenhum deles fica com os
      *             supervisores (MSGLER). A leitura grava quem leu e
      *             quando; a mensagem urgente nao lida no prazo e
      *             escalada aos supervisores pelo MSGPEND (marca e
      *             momento da escalada). Registros gravados antes
      *             destes campos ficam com hora zerada e sem leitor.
      ******************************************************************
       01  MSG-REGISTRO.
           05  MSG-ID                 PIC 9(04).
               88  MSG-LIDA           VALUE 'L'.
               88  MSG-NAO-LIDA       VALUE 'N'.
           05  MSG-DATA-GRAVACAO      PIC 9(08).
           05  MSG-HORA-GRAVACAO      PIC 9(06).
           05  MSG-LIDA-POR           PIC X(08).
           05  MSG-DATA-LEITURA       PIC 9(08).
           05  MSG-HORA-LEITURA       PIC 9(06).
           05  MSG-ESCALADA           PIC X(01).
               88  MSG-FOI-ESCALADA   VALUE 'S'.
           05  MSG-DATA-ESCALADA      PIC 9(08).
           05  MSG-HORA-ESCALADA      PIC 9(06).
           05  FILLER                 PIC X(20).
