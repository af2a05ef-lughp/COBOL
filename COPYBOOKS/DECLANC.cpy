      ******************************************************************
      * Copybook: DECLANC
      * Author:   Luciano Holanda Porto
      * Date:     15/10/2026
      * Finalidade: Layout do arquivo da declaracao anual de retencoes
      *             e vinculos (DECLANUA-AAAA-Enn, um por CNPJ), gerado
      *             pelo DECLANUA: header 'H' com o CNPJ e a razao
      *             social (e a data de geracao), vinculo 'V' por
      *             contrato do funcionario que alcanca o ano base
      *             (admissao, desligamento e motivo, do EMPREG e do
      *             PERIODOS), mensal 'M' por competencia com folha no
      *             FOLHAHIS (rendimento tributavel, INSS, IRRF retido,
      *             deducao de dependentes e pensao alimenticia), 'D'
      *             para o 13o salario do HIST13 (tributacao exclusiva),
      *             'C' por contribuinte individual e competencia com
      *             pagamento no PAGCONTR (bruto no rendimento, INSS e
      *             IRRF retidos, categoria autonomo/socio em
      *             DCA-CATEGORIA) e trailer 'T' com as quantidades (no
      *             lugar do nome, via REDEFINES) e os totais nos
      *             campos de valor.
      ******************************************************************
       01  DCA-REGISTRO.
           05  DCA-TIPO               PIC X(01).
               88  DCA-TIPO-HEADER    VALUE 'H'.
               88  DCA-TIPO-VINCULO   VALUE 'V'.
               88  DCA-TIPO-MENSAL    VALUE 'M'.
               88  DCA-TIPO-DECIMO    VALUE 'D'.
               88  DCA-TIPO-CONTRIB   VALUE 'C'.
               88  DCA-TIPO-TRAILER   VALUE 'T'.
           05  DCA-ANO-BASE           PIC 9(04).
           05  DCA-CNPJ               PIC 9(14).
           05  DCA-MATRICULA          PIC 9(06).
           05  DCA-CPF                PIC 9(11).
           05  DCA-NOME               PIC X(40).
           05  DCA-TRAILER-QTDS REDEFINES DCA-NOME.
               10  DCA-QTD-FUNCIONARIOS PIC 9(06).
               10  DCA-QTD-VINCULOS   PIC 9(06).
               10  DCA-QTD-MENSAIS    PIC 9(06).
               10  DCA-QTD-DECIMOS    PIC 9(06).
               10  DCA-QTD-CONTRIB    PIC 9(06).
               10  FILLER             PIC X(10).
           05  DCA-MES                PIC 9(02).
           05  DCA-DATAS.
               10  DCA-DATA-ADMISSAO  PIC 9(08).
               10  DCA-DATA-DESLIGAMENTO PIC 9(08).
           05  DCA-HEADER-DATAS REDEFINES DCA-DATAS.
               10  DCA-DATA-GERACAO   PIC 9(08).
               10  FILLER             PIC X(08).
           05  DCA-MOTIVO-DESLIG      PIC X(01).
           05  DCA-QTD-DEPENDENTES    PIC 9(02).
           05  DCA-RENDIMENTO         PIC S9(11)V99.
           05  DCA-INSS               PIC S9(11)V99.
           05  DCA-IRRF               PIC S9(11)V99.
           05  DCA-DEDUCAO-DEPEND     PIC S9(11)V99.
           05  DCA-PENSAO             PIC S9(11)V99.
           05  DCA-CATEGORIA          PIC X(01).
           05  FILLER                 PIC X(09).
