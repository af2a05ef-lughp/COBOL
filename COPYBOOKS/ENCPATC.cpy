      ******************************************************************
      * Copybook: ENCPATC
      * Author:   Luciano Holanda Porto
      * Date:     15/10/2026
      * Finalidade: Layout do registro de encargos patronais
      *             (ENCARGOS) - um registro por funcionario por
      *             competencia, gravado pelo RELAT no fechamento
      *             oficial: base de calculo (a mesma remuneracao do
      *             FGTS) e, com a aliquota da empresa (EMPRESAS) de
      *             cada um, o INSS da empresa, o RAT x FAP e os
      *             terceiros/Sistema S. A empresa e o departamento
      *             vao junto para o custo de pessoal (CUSTOPES) sair
      *             por CNPJ e por centro de custo.
      ******************************************************************
       01  ENP-REGISTRO.
           05  ENP-CHAVE.
               10  ENP-MATRICULA      PIC 9(06).
               10  ENP-COMPETENCIA.
                   15  ENP-ANO        PIC 9(04).
                   15  ENP-MES        PIC 9(02).
           05  ENP-EMPRESA            PIC 9(02).
           05  ENP-DEPARTAMENTO       PIC X(04).
           05  ENP-BASE               PIC S9(07)V99.
           05  ENP-ALIQ-INSS-EMPRESA  PIC V9999.
           05  ENP-VALOR-INSS-EMPRESA PIC S9(07)V99.
           05  ENP-ALIQ-RAT-FAP       PIC V9999.
           05  ENP-VALOR-RAT-FAP      PIC S9(07)V99.
           05  ENP-ALIQ-TERCEIROS     PIC V9999.
           05  ENP-VALOR-TERCEIROS    PIC S9(07)V99.
           05  ENP-TOTAL-ENCARGOS     PIC S9(07)V99.
           05  FILLER                 PIC X(10).
