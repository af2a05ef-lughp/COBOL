      ******************************************************************
      * Copybook: PAGCONC
      * Author:   Luciano Holanda Porto
      * Date:     15/10/2026
      * Finalidade: Layout do historico de pagamentos a contribuintes
      *             individuais (PAGCONTR) - um registro por
      *             contribuinte (CONTRIB), competencia e sequencia,
      *             gravado pelo PAGCONTR a cada RPA ou pro-labore
      *             pago. Fica separado da folha dos empregados
      *             (FOLHAHIS/FOLHACPL): DECLMENS e DECLANUA o leem
      *             para declarar os contribuintes em registro proprio.
      *             PCI-BASE-INSS e a parte deste pagamento que entrou
      *             na base do INSS (11 por cento, ate o teto do mes
      *             somado com os pagamentos anteriores da
      *             competencia); PCI-BASE-IRRF e a base somada do mes
      *             (brutos menos INSS), com a aliquota da faixa
      *             alcancada, e PCI-IRRF so a diferenca retida neste
      *             pagamento, como na folha complementar. Categoria e
      *             empresa sao as do cadastro na data do pagamento.
      ******************************************************************
       01  PCI-REGISTRO.
           05  PCI-CHAVE.
               10  PCI-CODIGO         PIC 9(06).
               10  PCI-COMPETENCIA.
                   15  PCI-ANO        PIC 9(04).
                   15  PCI-MES        PIC 9(02).
               10  PCI-SEQUENCIA      PIC 9(02).
           05  PCI-NOME               PIC X(30).
           05  PCI-CPF                PIC 9(11).
           05  PCI-CATEGORIA          PIC X(01).
               88  PCI-AUTONOMO       VALUE 'A'.
               88  PCI-SOCIO          VALUE 'S'.
           05  PCI-EMPRESA            PIC 9(02).
           05  PCI-DESCRICAO          PIC X(30).
           05  PCI-VALOR-BRUTO        PIC 9(07)V99.
           05  PCI-BASE-INSS          PIC 9(07)V99.
           05  PCI-INSS               PIC 9(07)V99.
           05  PCI-BASE-IRRF          PIC S9(07)V99.
           05  PCI-ALIQ-IRRF          PIC 9(01)V999.
           05  PCI-DEDUCAO-IRRF       PIC 9(05)V99.
           05  PCI-IRRF               PIC 9(07)V99.
           05  PCI-ALIQ-ISS           PIC V9999.
           05  PCI-ISS                PIC 9(07)V99.
           05  PCI-LIQUIDO            PIC 9(07)V99.
           05  PCI-DATA-PAGAMENTO     PIC 9(08).
           05  PCI-USUARIO            PIC X(08).
           05  FILLER                 PIC X(20).
