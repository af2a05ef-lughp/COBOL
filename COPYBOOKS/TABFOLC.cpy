      *             TAB-LIMITE e o teto da faixa (a ultima faixa de
      *             cada tabela deve ser cadastrada com 9999999,99);
      *             TAB-DEDUCAO so e usada nas faixas de IRRF.
      *             O tipo 'M' guarda o salario minimo nacional da
      *             vigencia, numa faixa unica (1) com o valor em
      *             TAB-LIMITE - base da insalubridade (ADICRISC).
      ******************************************************************
       01  TAB-REGISTRO.
           05  TAB-CHAVE.
               10  TAB-TIPO           PIC X(01).
                   88  TAB-TIPO-INSS  VALUE 'I'.
                   88  TAB-TIPO-IRRF  VALUE 'R'.
                   88  TAB-TIPO-MINIMO VALUE 'M'.
               10  TAB-VIGENCIA-INI   PIC 9(06).
               10  TAB-FAIXA          PIC 9(01).
           05  TAB-VIGENCIA-FIM       PIC 9(06).
