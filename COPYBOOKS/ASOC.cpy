      ******************************************************************
      * Copybook: ASOC
      * Author:   Luciano Holanda Porto
      * Date:     15/10/2026
      * Finalidade: Layout do registro de exames medicos ocupacionais
      *             (arquivo ASO) - um registro por exame do
      *             funcionario: admissional, periodico, de retorno ao
      *             trabalho, de mudanca de funcao ou demissional, com
      *             data, resultado (apto/inapto), medico e a data do
      *             proximo exame periodico (pela periodicidade do
      *             cargo, CRG-PERIODICIDADE-ASO). Mantido pelo CADASO.
      *             O CADAFAST grava o exame de retorno exigido como
      *             pendente (ASO-PENDENTE, vencendo no dia da volta)
      *             ao encerrar afastamento de 30 dias ou mais; o
      *             CADASO o completa quando o exame e feito. O DESLIGA
      *             confere o demissional antes da rescisao.
      ******************************************************************
       01  ASO-REGISTRO.
           05  ASO-CHAVE.
               10  ASO-MATRICULA      PIC 9(06).
               10  ASO-SEQUENCIA      PIC 9(03).
           05  ASO-TIPO               PIC X(01).
               88  ASO-ADMISSIONAL    VALUE 'A'.
               88  ASO-PERIODICO      VALUE 'P'.
               88  ASO-RETORNO        VALUE 'R'.
               88  ASO-MUDANCA-FUNCAO VALUE 'F'.
               88  ASO-DEMISSIONAL    VALUE 'D'.
               88  ASO-TIPO-VALIDO    VALUE 'A' 'P' 'R' 'F' 'D'.
           05  ASO-SITUACAO           PIC X(01).
               88  ASO-PENDENTE       VALUE 'P'.
               88  ASO-REALIZADO      VALUE 'R'.
           05  ASO-DATA-EXAME         PIC 9(08).
           05  ASO-RESULTADO          PIC X(01).
               88  ASO-APTO           VALUE 'A'.
               88  ASO-INAPTO         VALUE 'I'.
               88  ASO-RESULTADO-VALIDO VALUE 'A' 'I'.
           05  ASO-MEDICO             PIC X(30).
           05  ASO-CRM                PIC X(10).
           05  ASO-DATA-PROXIMO       PIC 9(08).
           05  ASO-AFA-SEQUENCIA      PIC 9(02).
           05  ASO-OPERADOR           PIC X(08).
           05  FILLER                 PIC X(12).
